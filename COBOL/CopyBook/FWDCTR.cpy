      *> ONE FX FORWARD CONTRACT AS TREASURY BOOKED IT - THE FOREIGN
      *> CURRENCY BOUGHT FORWARD, ITS NOTIONAL IN THAT CURRENCY, THE
      *> CONTRACTED RATE (UNITS OF THE CURRENCY PER 1 USD, THE SAME
      *> FOOTING AS CURRRATE), THE VALUE DATE IT DELIVERS ON AND THE
      *> BANK ON THE OTHER SIDE.  KEPT IN CONTRACT ORDER BY FWDMNT.
      *>   'O' OPEN    - STILL HEDGING; CURREXP NETS IT AGAINST THE
      *>                 EXPOSURE FOR ITS CURRENCY AND VALUE MONTH
      *>   'S' SETTLED - DELIVERED AGAINST THE PAYMENT WHOSE PAY-REF
      *>                 IT CARRIES; FXGAIN VALUES THAT PAYMENT AT THE
      *>                 CONTRACTED RATE
       01 WS-FW-DETAIL.
           05 WS-FW-CONTRACT      PIC X(10) VALUE SPACES.
           05 WS-FW-CURRENCY      PIC X(03) VALUE SPACES.
           05 WS-FW-NOTIONAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-FW-RATE          PIC 9(04)V999 VALUE ZERO.
           05 WS-FW-VALUE-DATE    PIC 9(08) VALUE ZERO.
           05 WS-FW-VALUE-DATE-X REDEFINES WS-FW-VALUE-DATE.
               10 WS-FW-VALUE-YYYYMM PIC 9(06).
               10 FILLER             PIC X(02).
           05 WS-FW-COUNTERPARTY  PIC X(15) VALUE SPACES.
           05 WS-FW-TRADE-DATE    PIC 9(08) VALUE ZERO.
           05 WS-FW-STATUS        PIC X(01) VALUE SPACES.
               88 FW-OPEN         VALUE 'O'.
               88 FW-SETTLED      VALUE 'S'.
           05 WS-FW-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-FW-SETTLE-DATE   PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.
