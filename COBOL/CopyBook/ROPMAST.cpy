      *> ONE REORDER-POINT MASTER RECORD - KEYED PART-NUMBER +
      *> PLANT-CODE, MAINTAINED BY ROPMNT AND READ BY THE NIGHTLY
      *> ROPSUGG REPLENISHMENT STEP.  ONLY FLOOR-STOCK PARTS MRP
      *> NEVER PLANS BELONG ON IT - FASTENERS, CONSUMABLES AND THE
      *> LIKE.  QUANTITIES ARE IN THE PART'S STOCKING UNIT, THE SAME
      *> UNIT THE STOCK MASTER CARRIES.
       01 WS-RP-DETAIL.
           05 WS-RP-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-RP-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-RP-REORDER-PT    PIC 9(09) VALUE ZERO.
           05 WS-RP-REORDER-QTY   PIC 9(09) VALUE ZERO.
           05 WS-RP-SAFETY-STOCK  PIC 9(09) VALUE ZERO.
           05 WS-RP-LAST-CHG-DATE PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.
