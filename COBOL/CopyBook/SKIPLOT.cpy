      *> ONE ROW OF THE SKIP-LOT STATUS FILE, KEYED SUPPLIER + PART.
      *> INSPRCV KEEPS THE INSPECTION SIDE: EVERY ACCEPT VERDICT ADDS
      *> ONE TO THE CONSECUTIVE-ACCEPT COUNT, AND A SINGLE REJECT
      *> DROPS IT (AND THE CHECK-LOT COUNT) BACK TO ZERO - FULL
      *> INSPECTION AGAIN.  RECVPO KEEPS THE RECEIVING SIDE: A
      *> SUPPLIER/PART WITH ENOUGH CONSECUTIVE ACCEPTS AND A CLEAN
      *> ENOUGH DEFECT RATE ON THE QUALITY HISTORY POSTS STRAIGHT TO
      *> ACCEPTED, AND THE LOTS-SINCE-CHECK COUNT SAYS WHEN THE NEXT
      *> ONE MUST STILL GO TO THE HOLD FOR A CHECK INSPECTION.  THE
      *> FILE IS REWRITTEN WHOLE BY BOTH PROGRAMS.
       01 WS-SL-DETAIL.
           05 WS-SL-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-SL-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-SL-CONSEC-ACC    PIC 9(05) VALUE ZERO.
           05 WS-SL-SINCE-CHECK   PIC 9(03) VALUE ZERO.
           05 WS-SL-LAST-ACC-DATE PIC 9(08) VALUE ZERO.
           05 WS-SL-LAST-REJ-DATE PIC 9(08) VALUE ZERO.
           05 WS-SL-SKIP-TOTAL    PIC 9(07) VALUE ZERO.
           05 WS-SL-LAST-SKIP-DATE PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(08) VALUE SPACES.
