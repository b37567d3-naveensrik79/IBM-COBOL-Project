      *> ONE DOCK APPOINTMENT ON UT-C-DOCKAPPT - AN EXPECTED RECEIPT
      *> BOOKED INTO A DOOR AND SLOT BY DOCKSCHD.  PROMISED-DATE IS
      *> THE ARRIVAL DATE THE SHIP NOTICE GAVE; APPT-DATE/APPT-TIME
      *> IS THE SLOT IT HOLDS, LATER THAN PROMISED WHEN THE PROMISED
      *> DAY WAS FULL OR THE CARRIER RESCHEDULED.  A GATE ARRIVAL
      *> STAMPS THE ARRIVAL DATE AND TIME AND SCORES IT ON TIME OR
      *> LATE AGAINST THE SLOT.  DOCKSCHD REWRITES THE FILE EACH RUN
      *> AND DROPS APPOINTMENTS A MONTH PAST THEIR DATE.
       01 WS-DA-DETAIL.
           05 WS-DA-KEY.
               10 WS-DA-PO-NUMBER   PIC X(06) VALUE SPACES.
               10 WS-DA-PART-NUMBER PIC X(23) VALUE SPACES.
           05 WS-DA-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DA-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-DA-DOOR          PIC X(03) VALUE SPACES.
           05 WS-DA-APPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-DA-APPT-TIME     PIC 9(04) VALUE ZERO.
           05 WS-DA-PROMISED-DATE PIC 9(08) VALUE ZERO.
           05 WS-DA-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-DA-CARRIER       PIC X(04) VALUE SPACES.
           05 WS-DA-STATUS        PIC X(01) VALUE SPACES.
               88 DA-BOOKED       VALUE 'B'.
               88 DA-ARRIVED      VALUE 'A'.
           05 WS-DA-ARRIVE-DATE   PIC 9(08) VALUE ZERO.
           05 WS-DA-ARRIVE-TIME   PIC 9(04) VALUE ZERO.
           05 WS-DA-SCORE         PIC X(01) VALUE SPACES.
               88 DA-ON-TIME      VALUE 'O'.
               88 DA-LATE         VALUE 'L'.
           05 WS-DA-RESCHED-CNT   PIC 9(02) VALUE ZERO.
           05 FILLER              PIC X(08) VALUE SPACES.
