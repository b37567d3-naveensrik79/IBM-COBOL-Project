      *> ONE STOCK-VALUE MOVEMENT - THE APPEND-ONLY TRAIL OF EVERY
      *> POSTING THAT MOVES THE VALUE OF THE STOCK ON HAND.  STOCKUPD
      *> WRITES RECEIPTS (AT THE OPEN-PO PRICE IN USD), ISSUES AND
      *> REVERSALS (RELIEVED AT THE MOVING-AVERAGE COST); CYCCOUNT
      *> WRITES ITS COUNT ADJUSTMENTS AT THE SAME AVERAGE.  INVVAL
      *> READS THE MONTH'S ROWS AS THE RECONCILING ITEMS BETWEEN THE
      *> STOCK VALUE AND THE 14100000 ACTIVITY GLEXT JOURNALS.
      *> SIGN '+' ADDS VALUE, '-' RELIEVES IT.
       01 WS-SV-DETAIL.
           05 WS-SV-POST-DATE     PIC 9(08) VALUE ZERO.
           05 WS-SV-TYPE          PIC X(01) VALUE SPACES.
               88 SV-RECEIPT      VALUE 'R'.
               88 SV-ISSUE        VALUE 'I'.
               88 SV-REVERSAL     VALUE 'V'.
               88 SV-COUNT-ADJ    VALUE 'A'.
           05 WS-SV-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-SV-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-SV-QUANTITY      PIC 9(09) VALUE ZERO.
           05 WS-SV-SIGN          PIC X(01) VALUE SPACES.
           05 WS-SV-UNIT-COST     PIC 9(07)V9(04) VALUE ZERO.
           05 WS-SV-EXT-VALUE     PIC 9(11)V99 VALUE ZERO.
           05 WS-SV-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.
