      *> THE SUITE'S RUN-SEQUENCE RULES - WHO NEEDS WHOM, WHICH
      *> MASTER EACH REWRITER HOLDS WHILE IT RUNS, AND THE CLOCK TIME
      *> (HHMM) OPERATIONS WANTS THE STEP FINISHED BY TO MAKE THE
      *> ONLINE START.  RUNCTL ENFORCES THE FIRST TWO; BATCHSLA
      *> MEASURES THE NIGHT AGAINST THE THIRD.  A TARGET OF 1200 OR
      *> LATER IS THE EVENING BEFORE.  ADD A PROGRAM TO THE SUITE BY
      *> ADDING A ROW HERE AND BUMPING WS-RULE-MAX - A PROGRAM WITH
      *> NO ROW TAKES NO INTERLOCK AT ALL.
       01 WS-RULE-DATA.
           05 FILLER PIC X(28) VALUE 'MSTVFY                  0015'.
           05 FILLER PIC X(28) VALUE 'PRTSUPP MSTVFY  PARTMAST0130'.
           05 FILLER PIC X(28) VALUE 'RECVPO  PRTSUPP OPENPO  0230'.
           05 FILLER PIC X(28) VALUE 'POCHG   RECVPO  OPENPO  0300'.
           05 FILLER PIC X(28) VALUE 'INVMATCHRECVPO          0330'.
           05 FILLER PIC X(28) VALUE 'INSPRCV RECVPO  OPENPO  0330'.
           05 FILLER PIC X(28) VALUE 'ENGCHG  MSTVFY  PARTMAST0100'.
           05 FILLER PIC X(28) VALUE 'SUPMAINTMSTVFY  SUPPMAST0030'.
           05 FILLER PIC X(28) VALUE 'RJCTCORRMSTVFY  SUPPMAST0100'.
           05 FILLER PIC X(28) VALUE 'ERSBILL INSPRCV         0430'.
           05 FILLER PIC X(28) VALUE 'ICBILL  PRTSUPP         0300'.
       01 WS-RULE-TBL REDEFINES WS-RULE-DATA.
           05 WS-RULE-ROW OCCURS 11 TIMES.
              10 WS-RULE-PROG     PIC X(08).
              10 WS-RULE-PRED     PIC X(08).
              10 WS-RULE-MASTER   PIC X(08).
              10 WS-RULE-TARGET   PIC 9(04).
       77 WS-RULE-MAX             PIC 9(02) VALUE 11.
