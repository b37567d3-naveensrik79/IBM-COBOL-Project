      *> ONE CONTRACTED CARRIER RATE AS THE CARRIER RATE FILE
      *> CARRIES IT - ONE ROW PER CARRIER / ORIGIN STATE / DESTINATION
      *> PLANT / WEIGHT BREAK, KEPT IN THAT ORDER BY CARRMNT.  A
      *> HUNDREDWEIGHT ROW ('C') PRICES EVERY SHIPMENT UP TO ITS
      *> WEIGHT BREAK AT WS-CR-RATE PER 100 LBS, NEVER LESS THAN THE
      *> MINIMUM CHARGE; THE LOWEST BREAK THE WEIGHT FITS UNDER IS
      *> THE BAND THAT APPLIES.  A FLAT ROW ('F') PRICES THE WHOLE
      *> LANE AT WS-CR-RATE WHATEVER THE WEIGHT AND CARRIES 9999999
      *> AS ITS BREAK.  A ROW ONLY APPLIES TO FREIGHT BILLED ON OR
      *> AFTER ITS EFFECTIVE DATE.  FRTAUDIT PRICES EVERY FREIGHT
      *> INVOICE OFF THIS FILE.
       01 WS-CR-DETAIL.
           05 WS-CR-KEY.
               10 WS-CR-CARRIER     PIC X(04) VALUE SPACES.
               10 WS-CR-ORIG-STATE  PIC X(02) VALUE SPACES.
               10 WS-CR-DEST-PLANT  PIC X(03) VALUE SPACES.
               10 WS-CR-WGT-BREAK   PIC 9(07) VALUE ZERO.
           05 WS-CR-RATE-TYPE     PIC X(01) VALUE SPACES.
               88 CR-PER-CWT      VALUE 'C'.
               88 CR-FLAT         VALUE 'F'.
           05 WS-CR-RATE          PIC 9(07)V99 VALUE ZERO.
           05 WS-CR-MIN-CHARGE    PIC 9(05)V99 VALUE ZERO.
           05 WS-CR-EFF-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(39) VALUE SPACES.
