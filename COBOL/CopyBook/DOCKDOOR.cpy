      *> ONE RECEIVING DOCK DOOR AS THE PLANT'S RECEIVING SUPERVISOR
      *> KEEPS IT ON UT-C-DOCKDOOR - ONE ROW PER PLANT AND DOOR.  THE
      *> DOOR TAKES APPOINTMENTS FROM FIRST-SLOT (HHMM, 24-HOUR CLOCK)
      *> IN SLOT-MINUTES STEPS, SLOT-COUNT SLOTS A DAY, AND EACH SLOT
      *> HOLDS UP TO CAPACITY TRUCKS.  DOCKSCHD BOOKS EVERY EXPECTED
      *> RECEIPT INTO THE FIRST SLOT AT ITS PLANT WITH ROOM LEFT.
       01 WS-DD-DETAIL.
           05 WS-DD-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-DD-DOOR          PIC X(03) VALUE SPACES.
           05 WS-DD-FIRST-SLOT    PIC 9(04) VALUE ZERO.
           05 WS-DD-SLOT-MINUTES  PIC 9(03) VALUE ZERO.
           05 WS-DD-SLOT-COUNT    PIC 9(02) VALUE ZERO.
           05 WS-DD-CAPACITY      PIC 9(02) VALUE ZERO.
           05 WS-DD-DESCRIPTION   PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(43) VALUE SPACES.
