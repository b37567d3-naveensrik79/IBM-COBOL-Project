      *> ONE ROW OF THE CROSS-REFERENCE WORKLIST - AN INBOUND EDI
      *> LINE WHOSE PART NUMBER IS NEITHER ON THE CROSS-REFERENCE NOR
      *> ONE OF OUR PARTS ON THE ORDER.  EDI810, ASNPROC AND EDIACK
      *> APPEND ONE ROW PER SUCH LINE; PARTXMNT DROPS THE ROWS A
      *> CROSS-REFERENCE NOW COVERS AND LISTS THE REST, ONCE PER
      *> SUPPLIER AND SUPPLIER PART, FOR PURCHASING TO FILL IN.
      *> SOURCE IS THE PROGRAM THAT FOUND THE LINE; DOC-REF IS THE
      *> INVOICE OR CREDIT NUMBER ON AN 810 LINE, BLANK OTHERWISE.
       01 WS-PW-DETAIL.
           05 WS-PW-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PW-SUPP-PART     PIC X(23) VALUE SPACES.
           05 WS-PW-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PW-SOURCE        PIC X(08) VALUE SPACES.
           05 WS-PW-DOC-REF       PIC X(10) VALUE SPACES.
           05 WS-PW-DATE          PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(15) VALUE SPACES.
