      *> ONE ROW OF THE PAPER PURCHASE-ORDER EXTRACT - AN ORDER OR A
      *> CHANGE FOR A SUPPLIER WHOSE MASTER RECORD DOES NOT CARRY THE
      *> EDI FLAG, SO IT CANNOT TAKE THE 850/860 FLOW.  PRTSUPP WRITES
      *> AN 'O' ROW FOR EVERY VALIDATED ORDER IT WOULD OTHERWISE HAVE
      *> SENT ON THE EDIPO EXTRACT; POCHG WRITES A 'C' ROW FOR EVERY
      *> APPLIED CHANGE OR CANCEL IT WOULD OTHERWISE HAVE SENT AS AN
      *> 860.  POPRINT PRINTS THEM AS PURCHASE-ORDER AND CHANGE-ORDER
      *> DOCUMENTS.  CHG-TYPE IS POCHG'S Q/P/D/C - BLANK ON AN ORDER.
      *> PART NAME, BLUEPRINT AND UNIT OF MEASURE ARE BLANK ON A
      *> CHANGE - THE OPEN-PO MASTER DOES NOT CARRY THEM.
       01 WS-PP-DETAIL.
           05 WS-PP-DOC-TYPE      PIC X(01) VALUE SPACES.
               88 PP-ORDER        VALUE 'O'.
               88 PP-CHANGE       VALUE 'C'.
           05 WS-PP-CHG-TYPE      PIC X(01) VALUE SPACES.
               88 PP-CHG-QUANTITY VALUE 'Q'.
               88 PP-CHG-PRICE    VALUE 'P'.
               88 PP-CHG-DELIVERY VALUE 'D'.
               88 PP-CHG-CANCEL   VALUE 'C'.
           05 WS-PP-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PP-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-PP-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PP-PART-NAME     PIC X(14) VALUE SPACES.
           05 WS-PP-BLUEPRINT     PIC X(10) VALUE SPACES.
           05 WS-PP-UOM           PIC X(03) VALUE SPACES.
           05 WS-PP-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-PP-UNIT-PRICE    PIC 9(07)V99 VALUE ZERO.
           05 WS-PP-CURRENCY      PIC X(03) VALUE SPACES.
           05 WS-PP-ORDER-DATE    PIC 9(08) VALUE ZERO.
           05 WS-PP-DELIVERY-DATE PIC 9(08) VALUE ZERO.
           05 WS-PP-BUYER-CODE    PIC X(03) VALUE SPACES.
           05 WS-PP-WRITE-DATE    PIC 9(08) VALUE ZERO.
           05 WS-PP-PROGRAM       PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(38) VALUE SPACES.
