      *> ONE CONTROL-TOTAL SIGNATURE FOR A MASTER, AS MSTSIG APPENDS
      *> IT WHEN AN UPDATING PROGRAM CLOSES SUPPMAST, PARTMAST,
      *> OPENPO OR STOCKMST (OR BACKOUT RELOADS ONE).  THE NEWEST
      *> ROW FOR A MASTER IS WHAT THE NEXT OPEN MUST RECOMPUTE.
      *> THE HASHES ARE MODULO THEIR PICTURES - THEY ONLY HAVE TO
      *> AGREE, NOT ADD UP TO ANYTHING A PERSON WOULD READ.
      *>   QTY HASH  SUPPMAST NET DAYS + DISCOUNT DAYS
      *>             PARTMAST MIN + MAX ORDER QTY + ORDER MULTIPLE
      *>             OPENPO   ORDERED + RECEIVED QUANTITY
      *>             STOCKMST ON-HAND QUANTITY
      *>   AMT HASH  SUPPMAST DISCOUNT PERCENT
      *>             PARTMAST NONE - A PART CARRIES NO MONEY
      *>             OPENPO   ORDERED QUANTITY X UNIT PRICE
      *>             STOCKMST ON HAND X AVERAGE COST
      *>   KEY HASH  EVERY KEY BYTE'S COLLATING VALUE WEIGHTED BY ITS
      *>             POSITION, SO A RE-KEYED OR SWAPPED ROW SHOWS
      *>             EVEN WHEN THE COUNT AND SUMS STILL AGREE
       01 WS-SG-DETAIL.
           05 WS-SG-MASTER        PIC X(08) VALUE SPACES.
           05 WS-SG-DATE          PIC 9(08) VALUE ZERO.
           05 WS-SG-TIME          PIC 9(06) VALUE ZERO.
           05 WS-SG-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-SG-REC-CNT       PIC 9(09) VALUE ZERO.
           05 WS-SG-QTY-HASH      PIC 9(13) VALUE ZERO.
           05 WS-SG-AMT-HASH      PIC 9(11)V99 VALUE ZERO.
           05 WS-SG-KEY-HASH      PIC 9(13) VALUE ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.
