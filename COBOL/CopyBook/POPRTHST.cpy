      *> ONE ROW OF THE PRINTED-ORDER HISTORY POPRINT KEEPS, KEYED
      *> PO NUMBER + PART NUMBER.  PRTSUPP PUTS EVERY VALIDATED ORDER
      *> ON THE PAPER EXTRACT EACH TIME THE FEED PRESENTS IT, SO THE
      *> HISTORY IS WHAT STOPS THE SAME ORDER PRINTING TWICE.
      *> PRINT-DATE IS THE DAY THE DOCUMENT WENT OUT; SEEN-DATE IS THE
      *> LAST DAY THE EXTRACT CARRIED THE ORDER - A ROW NOT SEEN FOR A
      *> YEAR IS DROPPED WHEN THE HISTORY IS REWRITTEN.
       01 WS-PH-DETAIL.
           05 WS-PH-KEY.
               10 WS-PH-PO-NUMBER   PIC X(06) VALUE SPACES.
               10 WS-PH-PART-NUMBER PIC X(23) VALUE SPACES.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-PRINT-DATE    PIC 9(08) VALUE ZERO.
           05 WS-PH-SEEN-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(25) VALUE SPACES.
