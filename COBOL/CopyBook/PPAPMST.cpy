      *> ONE PRODUCTION PART APPROVAL (PPAP) AS THE PPAP MASTER
      *> CARRIES IT, KEYED PART-NUMBER + SUPPLIER-CODE SO A PART'S
      *> APPROVED SOURCES READ BACK TOGETHER.  QUALITY KEYS THE
      *> APPROVALS THROUGH PPAPMNT; PRTSUPP WILL NOT ACCEPT AN ORDER
      *> FOR A PAIR WITHOUT ONE.  STATUS:
      *>   'P' PENDING  - SUBMISSION NOT YET APPROVED, ORDERS REJECTED
      *>   'I' INTERIM  - APPROVED FOR A LIMITED RUN, ORDERS WARNED ON
      *>   'F' FULL     - APPROVED AT WS-PA-LEVEL FOR BLUEPRINT
      *>                  REVISION WS-PA-BLUEPRINT
      *> ENGCHG PUTS AN APPROVED PAIR BACK TO PENDING WHEN THE PART
      *> MOVES TO A NEW BLUEPRINT REVISION - WS-PA-APPR-DATE AND
      *> WS-PA-BLUEPRINT STILL SHOW THE APPROVAL IT HAD, AND
      *> WS-PA-NEW-BLUEPRINT THE REVISION IT IS WAITING ON.
       01 WS-PA-DETAIL.
           05 WS-PA-KEY.
               10 WS-PA-PART-NUMBER PIC X(23) VALUE SPACES.
               10 WS-PA-SUPP-CODE   PIC X(10) VALUE SPACES.
      *> SUBMISSION LEVEL 1-5 THE CUSTOMER CALLED FOR
           05 WS-PA-LEVEL         PIC X(01) VALUE SPACES.
               88 PA-LEVEL-VALID  VALUE '1' THRU '5'.
           05 WS-PA-APPR-DATE     PIC 9(08) VALUE ZERO.
           05 WS-PA-BLUEPRINT     PIC X(10) VALUE SPACES.
           05 WS-PA-STATUS        PIC X(01) VALUE SPACES.
               88 PA-PENDING      VALUE 'P'.
               88 PA-INTERIM      VALUE 'I'.
               88 PA-FULL         VALUE 'F'.
           05 WS-PA-STATUS-DATE   PIC 9(08) VALUE ZERO.
      *> WHY A PENDING PAIR IS PENDING
           05 WS-PA-PEND-REASON   PIC X(01) VALUE SPACES.
               88 PA-NEW-PAIR     VALUE 'N'.
               88 PA-NEW-REVISION VALUE 'B'.
           05 WS-PA-NEW-BLUEPRINT PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE SPACES.
