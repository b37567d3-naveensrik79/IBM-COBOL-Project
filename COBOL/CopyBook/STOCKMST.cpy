      *> ONE CANONICAL STOCK MASTER RECORD - KEYED PART-NUMBER +
      *> PLANT-CODE, BUILT AND REWRITTEN BY STOCKUPD, COUNTED AND
      *> ADJUSTED BY CYCCOUNT, READ BY MRPSHORT, ROPSUGG AND THE
      *> MONTH-END INVVAL VALUATION.  THE RECORD GREW WHEN THE LAST
      *> PHYSICAL-COUNT DATE JOINED SO THE CYCLE-COUNT SELECTION
      *> COULD AGE A BALANCE, AND AGAIN WHEN THE MOVING-
      *> AVERAGE UNIT COST (USD, FOUR DECIMALS) JOINED SO THE STOCK
      *> ON HAND CAN BE VALUED - EVERY READER PICKS THE LAYOUT UP
      *> FROM HERE SO IT CAN NEVER DRIFT.
       01 WS-ST-DETAIL.
           05 WS-ST-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-ST-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-ST-ON-HAND       PIC 9(09) VALUE ZERO.
           05 WS-ST-LAST-RCPT-DT  PIC 9(08) VALUE ZERO.
           05 WS-ST-LAST-ISSUE-DT PIC 9(08) VALUE ZERO.
           05 WS-ST-LAST-COUNT-DT PIC 9(08) VALUE ZERO.
           05 WS-ST-AVG-COST      PIC 9(07)V9(04) VALUE ZERO.
           05 FILLER              PIC X(10) VALUE SPACES.
