      *> ONE SUPPLIER CORRECTIVE ACTION REQUEST (SCAR) AS THE SCAR
      *> MASTER CARRIES IT.  SCARTRK OPENS IT - ON ITS OWN WHEN A
      *> SUPPLIER'S REJECTS ON A PART PASS THE THRESHOLD ('A'), OR
      *> FOR A QUALITY ENGINEER ('M') - MOVES IT THROUGH
      *>   'C' CONTAINMENT DUE       BY WS-SR-CONTAIN-DUE
      *>   'R' ROOT CAUSE DUE        BY WS-SR-ROOT-DUE
      *>   'A' CORRECTIVE ACTION DUE BY WS-SR-ACTION-DUE
      *>   'V' VERIFYING - COUNTING CLEAN RECEIPTS OF THE PART, A
      *>       REJECTED ONE STARTS THE COUNT AGAIN
      *>   'X' CLOSED - WS-SR-CLEAN-REQ CLEAN RECEIPTS IN A ROW
      *> AND NEVER DELETES IT.
       01 WS-SR-DETAIL.
           05 WS-SR-SCAR-NO       PIC 9(08) VALUE ZERO.
           05 WS-SR-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-SR-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-SR-ORIGIN        PIC X(01) VALUE SPACES.
               88 SR-AUTO-OPENED  VALUE 'A'.
               88 SR-MANUAL       VALUE 'M'.
           05 WS-SR-ENGINEER      PIC X(03) VALUE SPACES.
           05 WS-SR-DEFECT-DESC   PIC X(27) VALUE SPACES.
           05 WS-SR-OPEN-DATE     PIC 9(08) VALUE ZERO.
           05 WS-SR-REJ-LOTS      PIC 9(05) VALUE ZERO.
           05 WS-SR-REJ-QTY       PIC 9(09) VALUE ZERO.
           05 WS-SR-CONTAIN-DUE   PIC 9(08) VALUE ZERO.
           05 WS-SR-CONTAIN-DONE  PIC 9(08) VALUE ZERO.
           05 WS-SR-ROOT-DUE      PIC 9(08) VALUE ZERO.
           05 WS-SR-ROOT-DONE     PIC 9(08) VALUE ZERO.
           05 WS-SR-ACTION-DUE    PIC 9(08) VALUE ZERO.
           05 WS-SR-ACTION-DONE   PIC 9(08) VALUE ZERO.
           05 WS-SR-CLEAN-REQ     PIC 9(03) VALUE ZERO.
           05 WS-SR-CLEAN-CNT     PIC 9(03) VALUE ZERO.
           05 WS-SR-STATUS        PIC X(01) VALUE SPACES.
               88 SR-CONTAIN-DUE  VALUE 'C'.
               88 SR-ROOT-DUE     VALUE 'R'.
               88 SR-ACTION-DUE   VALUE 'A'.
               88 SR-VERIFYING    VALUE 'V'.
               88 SR-CLOSED       VALUE 'X'.
           05 WS-SR-CLOSE-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(43) VALUE SPACES.
