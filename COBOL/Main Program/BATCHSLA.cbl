       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BATCHSLA.
      * **************************************************
      * BATCHSLA TIMES THE NIGHTLY CHAIN FROM THE START AND END
      * TOKENS EVERY SUITE PROGRAM LEAVES ON THE RUNCTL CONTROL
      * DATASET.  FOR ONE BUSINESS DATE (THE LATEST ON THE TOKENS
      * UNLESS THE CONTROL CARD NAMES ONE) IT PRINTS EACH STEP'S
      * START, END, ELAPSED TIME, RETURN CODE AND RECORDS PROCESSED,
      * SET AGAINST THE AVERAGE OF ITS LAST 30 COMPLETED RUNS AND THE
      * TARGET COMPLETION TIME ON THE SHARED RUNRULE TABLE:
      *   - A STEP THAT ENDED AFTER ITS TARGET IS FLAGGED LATE
      *   - A STEP RUNNING WELL OVER ITS AVERAGE IS FLAGGED CREEPING
      *   - RUN DURING THE NIGHT, A STEP STILL RUNNING OR NOT YET
      *     STARTED IS PROJECTED FROM ITS AVERAGE AND ITS
      *     PREDECESSOR'S FINISH, AND FLAGGED WHEN THE PROJECTION
      *     MISSES ITS TARGET - OPERATIONS SEES THE WINDOW GOING
      *     BEFORE IT HAS GONE
      * IT THEN WALKS THE CHAIN BACK FROM THE LAST STEP TO FINISH
      * (THE CRITICAL PATH) AND PRINTS ITS SLACK TO THE 6 A.M.
      * ONLINE START.  A PATH FINISHING PAST THE ONLINE START ENDS
      * THE STEP WITH RETURN CODE 4 SO THE SCHEDULER CAN PAGE.
      * UT-C-RUNCTL  = RUN-SEQUENCE TOKENS (READ ONLY)
      * UT-C-SLACNTL = ONE-CARD CONTROL FILE, 'DATE=yyyymmdd' - THE
      *                BUSINESS DATE TO REPORT; A NAMED DATE IS
      *                REPORTED AS IT RAN, NOTHING IS PROJECTED
      * UT-C-SLARPT  = BATCH WINDOW REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO UT-C-RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RUNCTL-ST.
           SELECT SLACNTL-FILE ASSIGN TO UT-C-SLACNTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SLACNTL-ST.
           SELECT SLARPT-FILE ASSIGN TO UT-C-SLARPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SLARPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 RUNCTL-RECORD       PIC X(80).
       FD SLACNTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 SLACNTL-RECORD      PIC X(80).
       FD SLARPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 SLARPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
      * WINDOW RULES - THE ONLINE START THE CHAIN MUST BEAT, HOW MANY
      * PAST RUNS MAKE A STEP'S AVERAGE, AND HOW FAR OVER ITS AVERAGE
      * A STEP MAY RUN BEFORE IT IS CALLED CREEPING
       77 WS-ONLINE-START         PIC 9(04) VALUE 0600.
       77 WS-AVG-RUNS             PIC 9(03) VALUE 30.
       77 WS-CREEP-PCT            PIC 9(03) VALUE 25.

       77 WS-TK-MAX               PIC 9(05) VALUE 10000.
       77 WS-TK-FILE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-TK-SKIP              PIC 9(08) VALUE ZERO.
       77 WS-TK-USED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ONTIME-CNT           PIC 9(08) VALUE ZERO.
       77 WS-LATE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-PROJ-LATE-CNT        PIC 9(08) VALUE ZERO.
       77 WS-CREEP-CNT            PIC 9(08) VALUE ZERO.
       77 WS-NOEND-CNT            PIC 9(08) VALUE ZERO.
       77 WS-NOTRUN-CNT           PIC 9(08) VALUE ZERO.

      * TIMES ARE CARRIED AS SECONDS FROM THE INTEGER-DATE EPOCH SO
      * A STEP THAT RUNS ACROSS MIDNIGHT SUBTRACTS CLEANLY
       77 WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
       77 WS-NOW-ABS              PIC 9(11) VALUE ZERO.
       77 WS-TOKEN-ABS            PIC 9(11) VALUE ZERO.
       77 WS-FIRST-START          PIC 9(11) VALUE ZERO.
       77 WS-DEADLINE-ABS         PIC 9(11) VALUE ZERO.
       77 WS-DEADLINE-DAY         PIC 9(07) VALUE ZERO.
       77 WS-CLOCK-DATE           PIC 9(08) VALUE ZERO.
       77 WS-DAY-INT              PIC 9(07) VALUE ZERO.
       77 WS-DAY-SECS             PIC 9(05) VALUE ZERO.
       77 WS-TGT-HH               PIC 9(02) VALUE ZERO.
       77 WS-TGT-MM               PIC 9(02) VALUE ZERO.
       77 WS-PRED-FINISH          PIC 9(11) VALUE ZERO.
       77 WS-ELAPSED              PIC 9(07) VALUE ZERO.
       77 WS-SUM-SECS             PIC 9(11) VALUE ZERO.
       77 WS-VAR-PCT              PIC S9(05) VALUE ZERO.
       77 WS-SLACK                PIC S9(07) VALUE ZERO.
       77 WS-PATH-END-IDX         PIC 9(02) VALUE ZERO.
       77 WS-PATH-FINISH          PIC 9(11) VALUE ZERO.
       77 WS-PATH-CNT             PIC 9(02) VALUE ZERO.
       77 WS-PATH-IDX             PIC 9(02) VALUE ZERO.
       77 WS-PATH-PTR             PIC 9(03) VALUE ZERO.
       77 WS-PATH-TEXT            PIC X(100) VALUE SPACES.
       77 WS-PROJECT-SW           PIC X(01) VALUE 'Y'.
           88 PROJECTING          VALUE 'Y'.
       77 WS-EDIT-RC              PIC Z9.

      * EVERY RUN ON THE TOKENS - ONE ROW PER 'STR', CLOSED BY THE
      * PROGRAM'S NEXT 'END'.  A START WITH NO END IS STILL RUNNING,
      * OR ABENDED
       77 WS-RN-MAX               PIC 9(05) VALUE 5000.
       77 WS-RN-CNT               PIC 9(05) VALUE ZERO.
       77 WS-RN-IDX               PIC 9(05) VALUE ZERO.
       77 WS-RN-FND-IDX           PIC 9(05) VALUE ZERO.
       01 WS-RN-TBL.
           05 WS-RN-ROW OCCURS 5000 TIMES.
               10 WS-RN-PROG      PIC X(08).
               10 WS-RN-BDATE     PIC 9(08).
               10 WS-RN-START     PIC 9(11).
               10 WS-RN-END       PIC 9(11).
               10 WS-RN-RECS      PIC 9(08).
               10 WS-RN-COND      PIC 9(02).
               10 WS-RN-END-SW    PIC X(01).

           COPY RUNRULE.
           COPY RUNTOKN.

      * ONE ROW PER RUNRULE STEP, SAME ORDER.  A STEP'S PREDECESSOR
      * SITS ABOVE IT ON RUNRULE, SO ONE PASS DOWN THE TABLE PLACES
      * EVERY STEP AFTER THE STEP IT WAITS ON
       77 WS-ST-IDX               PIC 9(02) VALUE ZERO.
       77 WS-ST-FND-IDX           PIC 9(02) VALUE ZERO.
       01 WS-ST-TBL.
           05 WS-ST-ROW OCCURS 20 TIMES.
               10 WS-ST-RUN-IDX   PIC 9(05).
               10 WS-ST-PRED-IDX  PIC 9(02).
               10 WS-ST-AVG       PIC 9(07).
               10 WS-ST-AVG-N     PIC 9(03).
               10 WS-ST-START     PIC 9(11).
               10 WS-ST-FINISH    PIC 9(11).
               10 WS-ST-TARGET    PIC 9(11).
               10 WS-ST-FIN-SW    PIC X(01).
                   88 ST-ACTUAL      VALUE 'A'.
                   88 ST-RUNNING     VALUE 'R'.
                   88 ST-PROJECTED   VALUE 'P'.
                   88 ST-NO-END      VALUE 'X'.
                   88 ST-NOT-RUN     VALUE 'N'.
               10 WS-ST-PATH-SW   PIC X(01).
                   88 ST-ON-PATH     VALUE 'Y'.
       01 WS-PATH-TBL.
           05 WS-PATH-STEP OCCURS 20 TIMES PIC 9(02).

      * DURATION AND CLOCK EDITING - HH:MM:SS
       77 WS-FMT-SECS             PIC 9(11) VALUE ZERO.
       77 WS-FMT-REM              PIC 9(05) VALUE ZERO.
       01 WS-FMT-HMS.
           05 WS-FMT-HH           PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 WS-FMT-MM           PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 WS-FMT-SS           PIC 9(02).

       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-CURR-TIME.
           05 WS01-CURR-HH          PIC 9(02).
           05 WS01-CURR-MI          PIC 9(02).
           05 WS01-CURR-SS          PIC 9(02).
           05 WS01-CURR-HS          PIC 9(02).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

       01 PROGRAM-SWITCHES.
           05 RUNCTL-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-TOKENS        VALUE 'Y'.
           05 RUNCTL-ST                 PIC X(02).
               88 RUNCTL-OK             VALUE '00'.
           05 SLACNTL-ST                PIC X(02).
               88 SLACNTL-OK            VALUE '00'.
           05 SLARPT-ST                 PIC X(02).
               88 SLARPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 RPT-LINE-TITLE.
             10 FILLER         PIC X(28) VALUE
                'BATCH WINDOW - BUSINESS DATE'.
             10 FILLER         PIC X(01) VALUE SPACES.
             10 RPT-BUS-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER         PIC X(04) VALUE SPACES.
             10 FILLER         PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE   PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-RUN-TIME   PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(04) VALUE SPACES.
             10 RPT-MODE-TEXT  PIC X(30) VALUE SPACES.
             10 FILLER         PIC X(27) VALUE SPACES.
       01 RPT-LINE-ST-HDR.
             10 FILLER    PIC X(08) VALUE 'Step'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'After'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Start'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'End'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Elapsed'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Average/Runs'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Var %'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(02) VALUE 'RC'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(11) VALUE '    Records'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Targt'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Status'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Trend'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Path'.
             10 FILLER    PIC X(10) VALUE SPACES.
       01 RPT-LINE-ST.
             10 RPT-ST-PROG     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-PRED     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-START    PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-END      PIC X(08) VALUE SPACES.
             10 RPT-ST-PROJ     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-ELAPSED  PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-AVG      PIC X(08) VALUE SPACES.
             10 RPT-ST-SLASH    PIC X(01) VALUE '/'.
             10 RPT-ST-AVG-N    PIC ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-VAR      PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-RC       PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-RECS     PIC X(11) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-TARGET   PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-STATUS   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ST-TREND    PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-ST-PATH     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(12) VALUE SPACES.
       01 RPT-LINE-NOTE.
             10 FILLER          PIC X(40) VALUE
                '* = PROJECTED FROM THE STEP AVERAGE'.
             10 FILLER          PIC X(92) VALUE
                'C = ON THE CRITICAL PATH'.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-6.
             10 RPT-TXT-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-TXT-VALUE   PIC X(100) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
       77 WS-EDIT-RECS            PIC ZZZ,ZZZ,ZZ9.
       77 WS-EDIT-VAR             PIC +ZZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-RUNS THRU 200-LOAD-EXIT.
           PERFORM 300-SET-WINDOW.
           PERFORM 400-PLACE-STEP
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-RULE-MAX.
           PERFORM 500-CRITICAL-PATH.
           PERFORM 600-WRITE-STEPS.
           PERFORM 700-WRITE-WINDOW THRU 700-WINDOW-EXIT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS01-CURR-TIME FROM TIME.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           COMPUTE WS-NOW-ABS =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N) * 86400 +
              WS01-CURR-HH * 3600 + WS01-CURR-MI * 60 + WS01-CURR-SS.
           MOVE WS-NOW-ABS TO WS-FMT-SECS.
           PERFORM 860-FMT-CLOCK.
           MOVE WS-FMT-HMS TO RPT-RUN-TIME.
           PERFORM 110-READ-CONTROL-CARD.
           OPEN OUTPUT SLARPT-FILE
              IF NOT SLARPT-OK
                 DISPLAY 'Output SLARPT File Error'
                 GO TO 999-ERR-RTN.

       110-READ-CONTROL-CARD.
      *> same one-card style as RUNTREND's TRNCNTL-FILE - no card,
      *> or no date on it, reports the latest night on the tokens
           OPEN INPUT SLACNTL-FILE.
           IF SLACNTL-OK
              READ SLACNTL-FILE INTO WS-CNTL-CARD
                  AT END CONTINUE
              END-READ
              IF WS-CNTL-CARD(1:5) = 'DATE='
                 IF WS-CNTL-CARD(6:8) IS NUMERIC
                    MOVE WS-CNTL-CARD(6:8) TO WS-REPORT-DATE
                    MOVE 'N' TO WS-PROJECT-SW
                 END-IF
              END-IF
              CLOSE SLACNTL-FILE
           END-IF.

       200-LOAD-RUNS.
      *> the control dataset is append-only, so once it outgrows the
      *> table the oldest tokens are the disposable ones - a counting
      *> pass first, then the load skips down to the newest
      *> WS-TK-MAX tokens, the same way RUNCTL loads them
           MOVE 'N' TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF NOT RUNCTL-OK
              DISPLAY 'RUNCTL NOT FOUND - NO TOKENS TO REPORT'
              GO TO 200-LOAD-EXIT
           END-IF.
           PERFORM 205-COUNT-ONE-TOKEN UNTIL NO-MORE-TOKENS.
           CLOSE RUNCTL-FILE.
           IF WS-TK-FILE-CNT > WS-TK-MAX
              COMPUTE WS-TK-SKIP = WS-TK-FILE-CNT - WS-TK-MAX
           END-IF.
           MOVE 'N' TO RUNCTL-EOF.
           OPEN INPUT RUNCTL-FILE.
           IF NOT RUNCTL-OK
              GO TO 200-LOAD-EXIT
           END-IF.
           PERFORM 210-LOAD-ONE-TOKEN THRU 210-LOAD-EXIT
                   UNTIL NO-MORE-TOKENS.
           CLOSE RUNCTL-FILE.
       200-LOAD-EXIT.
           EXIT.

       205-COUNT-ONE-TOKEN.
           READ RUNCTL-FILE INTO WS-TK-DETAIL
              AT END MOVE 'Y' TO RUNCTL-EOF
           END-READ.
           IF NOT NO-MORE-TOKENS
              ADD +1 TO WS-TK-FILE-CNT
           END-IF.

       210-LOAD-ONE-TOKEN.
           READ RUNCTL-FILE INTO WS-TK-DETAIL
              AT END MOVE 'Y' TO RUNCTL-EOF
           END-READ.
           IF NO-MORE-TOKENS
              GO TO 210-LOAD-EXIT
           END-IF.
           IF WS-TK-SKIP > ZERO
              SUBTRACT +1 FROM WS-TK-SKIP
              GO TO 210-LOAD-EXIT
           END-IF.
           IF WS-TKD-TIME IS NOT NUMERIC
              GO TO 210-LOAD-EXIT
           END-IF.
      *> a token from before the clock date joined is timed on its
      *> business date
           IF WS-TKD-CLOCK-DATE IS NUMERIC AND
              WS-TKD-CLOCK-DATE-N > ZERO
              MOVE WS-TKD-CLOCK-DATE-N TO WS-CLOCK-DATE
           ELSE
              MOVE WS-TKD-DATE TO WS-CLOCK-DATE
           END-IF.
           COMPUTE WS-TOKEN-ABS =
              FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400 +
              WS-TKD-HH * 3600 + WS-TKD-MM * 60 + WS-TKD-SS.
           ADD +1 TO WS-TK-USED-CNT.
           IF WS-TKD-TOKEN = 'STR'
              PERFORM 220-OPEN-RUN
           END-IF.
           IF WS-TKD-TOKEN = 'END'
              PERFORM 230-CLOSE-RUN
           END-IF.
       210-LOAD-EXIT.
           EXIT.

       220-OPEN-RUN.
      *> when the table fills, slide everything up one row so the
      *> newest runs always stay - same as RUNTREND
           IF WS-RN-CNT >= WS-RN-MAX
              PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                      UNTIL WS-RN-IDX >= WS-RN-CNT
                 MOVE WS-RN-ROW(WS-RN-IDX + 1) TO
                      WS-RN-ROW(WS-RN-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-RN-CNT
           END-IF.
           ADD +1 TO WS-RN-CNT.
           MOVE WS-TKD-PROG  TO WS-RN-PROG(WS-RN-CNT).
           MOVE WS-TKD-DATE  TO WS-RN-BDATE(WS-RN-CNT).
           MOVE WS-TOKEN-ABS TO WS-RN-START(WS-RN-CNT).
           MOVE ZERO TO WS-RN-END(WS-RN-CNT), WS-RN-RECS(WS-RN-CNT),
                        WS-RN-COND(WS-RN-CNT).
           MOVE 'N' TO WS-RN-END-SW(WS-RN-CNT).

       230-CLOSE-RUN.
      *> an end closes the program's latest run still open - an end
      *> whose start has aged off the table closes nothing
           MOVE ZERO TO WS-RN-FND-IDX.
           PERFORM VARYING WS-RN-IDX FROM WS-RN-CNT BY -1
                   UNTIL WS-RN-IDX < 1 OR WS-RN-FND-IDX > ZERO
              IF WS-RN-PROG(WS-RN-IDX) = WS-TKD-PROG AND
                 WS-RN-END-SW(WS-RN-IDX) = 'N'
                 MOVE WS-RN-IDX TO WS-RN-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-RN-FND-IDX > ZERO
              MOVE WS-TOKEN-ABS TO WS-RN-END(WS-RN-FND-IDX)
              MOVE 'Y' TO WS-RN-END-SW(WS-RN-FND-IDX)
              IF WS-TKD-RECS IS NUMERIC
                 MOVE WS-TKD-RECS-N TO WS-RN-RECS(WS-RN-FND-IDX)
              END-IF
              IF WS-TKD-COND IS NUMERIC
                 MOVE WS-TKD-COND-N TO WS-RN-COND(WS-RN-FND-IDX)
              END-IF
           END-IF.

       300-SET-WINDOW.
      *> the night reported is the latest business date on the
      *> tokens unless the card named one
           IF WS-REPORT-DATE = ZERO
              PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                      UNTIL WS-RN-IDX > WS-RN-CNT
                 IF WS-RN-BDATE(WS-RN-IDX) > WS-REPORT-DATE
                    MOVE WS-RN-BDATE(WS-RN-IDX) TO WS-REPORT-DATE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-REPORT-DATE = ZERO
              MOVE WS01-CURR-DATE-N TO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE TO RPT-BUS-DATE.
           IF PROJECTING
              MOVE 'UNFINISHED STEPS PROJECTED' TO RPT-MODE-TEXT
           ELSE
              MOVE 'AS RUN' TO RPT-MODE-TEXT
           END-IF.
      *> the online start the chain races is the first one after the
      *> night's first step started - a chain kicked off in the
      *> evening has until the next morning
           MOVE ZERO TO WS-FIRST-START.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-CNT
              IF WS-RN-BDATE(WS-RN-IDX) = WS-REPORT-DATE
                 IF WS-FIRST-START = ZERO OR
                    WS-RN-START(WS-RN-IDX) < WS-FIRST-START
                    MOVE WS-RN-START(WS-RN-IDX) TO WS-FIRST-START
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FIRST-START = ZERO
              MOVE WS-NOW-ABS TO WS-FIRST-START
           END-IF.
           DIVIDE WS-FIRST-START BY 86400 GIVING WS-DEADLINE-DAY
                  REMAINDER WS-DAY-SECS.
           IF WS-DAY-SECS >= 43200
              ADD +1 TO WS-DEADLINE-DAY
           END-IF.
           DIVIDE WS-ONLINE-START BY 100 GIVING WS-TGT-HH
                  REMAINDER WS-TGT-MM.
           COMPUTE WS-DEADLINE-ABS = WS-DEADLINE-DAY * 86400 +
              WS-TGT-HH * 3600 + WS-TGT-MM * 60.

       400-PLACE-STEP.
           INITIALIZE WS-ST-ROW(WS-ST-IDX).
           MOVE 'N' TO WS-ST-FIN-SW(WS-ST-IDX).
           MOVE 'N' TO WS-ST-PATH-SW(WS-ST-IDX).
           PERFORM 410-FIND-TONIGHTS-RUN.
           PERFORM 420-AVERAGE-STEP.
      *> the step's target on the night's clock - 1200 or later is
      *> the evening before the online start
           DIVIDE WS-RULE-TARGET(WS-ST-IDX) BY 100 GIVING WS-TGT-HH
                  REMAINDER WS-TGT-MM.
           IF WS-RULE-TARGET(WS-ST-IDX) >= 1200
              COMPUTE WS-DAY-INT = WS-DEADLINE-DAY - 1
           ELSE
              MOVE WS-DEADLINE-DAY TO WS-DAY-INT
           END-IF.
           COMPUTE WS-ST-TARGET(WS-ST-IDX) = WS-DAY-INT * 86400 +
              WS-TGT-HH * 3600 + WS-TGT-MM * 60.
      *> the predecessor sits above this step and is already placed
           MOVE ZERO TO WS-PRED-FINISH.
           MOVE ZERO TO WS-ST-FND-IDX.
           IF WS-RULE-PRED(WS-ST-IDX) NOT = SPACES
              PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                      UNTIL WS-PATH-IDX >= WS-ST-IDX
                 IF WS-RULE-PROG(WS-PATH-IDX) =
                    WS-RULE-PRED(WS-ST-IDX)
                    MOVE WS-PATH-IDX TO WS-ST-FND-IDX
                 END-IF
              END-PERFORM
           END-IF.
           MOVE WS-ST-FND-IDX TO WS-ST-PRED-IDX(WS-ST-IDX).
           IF WS-ST-FND-IDX > ZERO
              IF NOT ST-NOT-RUN(WS-ST-FND-IDX) AND
                 NOT ST-NO-END(WS-ST-FND-IDX)
                 MOVE WS-ST-FINISH(WS-ST-FND-IDX) TO WS-PRED-FINISH
              END-IF
           END-IF.
           MOVE WS-ST-RUN-IDX(WS-ST-IDX) TO WS-RN-IDX.
           EVALUATE TRUE
              WHEN WS-RN-IDX > ZERO AND WS-RN-END-SW(WS-RN-IDX) = 'Y'
                 MOVE WS-RN-START(WS-RN-IDX) TO WS-ST-START(WS-ST-IDX)
                 MOVE WS-RN-END(WS-RN-IDX) TO WS-ST-FINISH(WS-ST-IDX)
                 MOVE 'A' TO WS-ST-FIN-SW(WS-ST-IDX)
      *> started, no end yet - still running tonight, or an abend on
      *> a night already over
              WHEN WS-RN-IDX > ZERO AND PROJECTING
                 MOVE WS-RN-START(WS-RN-IDX) TO WS-ST-START(WS-ST-IDX)
                 COMPUTE WS-ST-FINISH(WS-ST-IDX) =
                    WS-ST-START(WS-ST-IDX) + WS-ST-AVG(WS-ST-IDX)
                 IF WS-ST-FINISH(WS-ST-IDX) < WS-NOW-ABS
                    MOVE WS-NOW-ABS TO WS-ST-FINISH(WS-ST-IDX)
                 END-IF
                 MOVE 'R' TO WS-ST-FIN-SW(WS-ST-IDX)
              WHEN WS-RN-IDX > ZERO
                 MOVE WS-RN-START(WS-RN-IDX) TO WS-ST-START(WS-ST-IDX)
                 MOVE 'X' TO WS-ST-FIN-SW(WS-ST-IDX)
      *> not started - it starts when its predecessor finishes, or
      *> now if that is later
              WHEN PROJECTING
                 MOVE WS-NOW-ABS TO WS-ST-START(WS-ST-IDX)
                 IF WS-PRED-FINISH > WS-ST-START(WS-ST-IDX)
                    MOVE WS-PRED-FINISH TO WS-ST-START(WS-ST-IDX)
                 END-IF
                 COMPUTE WS-ST-FINISH(WS-ST-IDX) =
                    WS-ST-START(WS-ST-IDX) + WS-ST-AVG(WS-ST-IDX)
                 MOVE 'P' TO WS-ST-FIN-SW(WS-ST-IDX)
              WHEN OTHER
                 MOVE 'N' TO WS-ST-FIN-SW(WS-ST-IDX)
           END-EVALUATE.

       410-FIND-TONIGHTS-RUN.
      *> the step's latest run for the night - a rerun replaces the
      *> run it repeats
           MOVE ZERO TO WS-ST-RUN-IDX(WS-ST-IDX).
           PERFORM VARYING WS-RN-IDX FROM WS-RN-CNT BY -1
                   UNTIL WS-RN-IDX < 1 OR
                         WS-ST-RUN-IDX(WS-ST-IDX) > ZERO
              IF WS-RN-PROG(WS-RN-IDX) = WS-RULE-PROG(WS-ST-IDX) AND
                 WS-RN-BDATE(WS-RN-IDX) = WS-REPORT-DATE
                 MOVE WS-RN-IDX TO WS-ST-RUN-IDX(WS-ST-IDX)
              END-IF
           END-PERFORM.

       420-AVERAGE-STEP.
      *> newest first, the step's last WS-AVG-RUNS completed runs
      *> before the night reported
           MOVE ZERO TO WS-SUM-SECS.
           MOVE ZERO TO WS-ST-AVG-N(WS-ST-IDX).
           PERFORM VARYING WS-RN-IDX FROM WS-RN-CNT BY -1
                   UNTIL WS-RN-IDX < 1 OR
                         WS-ST-AVG-N(WS-ST-IDX) >= WS-AVG-RUNS
              IF WS-RN-PROG(WS-RN-IDX) = WS-RULE-PROG(WS-ST-IDX) AND
                 WS-RN-END-SW(WS-RN-IDX) = 'Y' AND
                 WS-RN-BDATE(WS-RN-IDX) < WS-REPORT-DATE
                 ADD +1 TO WS-ST-AVG-N(WS-ST-IDX)
                 COMPUTE WS-SUM-SECS = WS-SUM-SECS +
                    WS-RN-END(WS-RN-IDX) - WS-RN-START(WS-RN-IDX)
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ST-AVG(WS-ST-IDX).
           IF WS-ST-AVG-N(WS-ST-IDX) > ZERO
              COMPUTE WS-ST-AVG(WS-ST-IDX) ROUNDED =
                 WS-SUM-SECS / WS-ST-AVG-N(WS-ST-IDX)
           END-IF.

       500-CRITICAL-PATH.
      *> the step finishing last decides the night - walk back from
      *> it through the predecessors it waited on.  on a tie the
      *> step lower on RUNRULE wins, so a successor beats the step
      *> it waited on
           MOVE ZERO TO WS-PATH-END-IDX.
           MOVE ZERO TO WS-PATH-FINISH.
           MOVE ZERO TO WS-PATH-CNT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-RULE-MAX
              IF (ST-ACTUAL(WS-ST-IDX) OR ST-RUNNING(WS-ST-IDX) OR
                  ST-PROJECTED(WS-ST-IDX)) AND
                 WS-ST-FINISH(WS-ST-IDX) >= WS-PATH-FINISH
                 MOVE WS-ST-FINISH(WS-ST-IDX) TO WS-PATH-FINISH
                 MOVE WS-ST-IDX TO WS-PATH-END-IDX
              END-IF
           END-PERFORM.
           MOVE WS-PATH-END-IDX TO WS-ST-IDX.
           PERFORM UNTIL WS-ST-IDX = ZERO
              MOVE 'Y' TO WS-ST-PATH-SW(WS-ST-IDX)
              ADD +1 TO WS-PATH-CNT
              MOVE WS-ST-IDX TO WS-PATH-STEP(WS-PATH-CNT)
              MOVE WS-ST-PRED-IDX(WS-ST-IDX) TO WS-ST-IDX
           END-PERFORM.
      *> the walk ran back from the end - print it forward
           MOVE SPACES TO WS-PATH-TEXT.
           MOVE 1 TO WS-PATH-PTR.
           PERFORM VARYING WS-PATH-IDX FROM WS-PATH-CNT BY -1
                   UNTIL WS-PATH-IDX < 1
              MOVE WS-PATH-STEP(WS-PATH-IDX) TO WS-ST-IDX
              STRING WS-RULE-PROG(WS-ST-IDX) DELIMITED BY SPACE
                     INTO WS-PATH-TEXT WITH POINTER WS-PATH-PTR
              END-STRING
              IF WS-PATH-IDX > 1
                 STRING ' > ' DELIMITED BY SIZE
                        INTO WS-PATH-TEXT WITH POINTER WS-PATH-PTR
                 END-STRING
              END-IF
           END-PERFORM.

       600-WRITE-STEPS.
           WRITE SLARPT-RECORD FROM RPT-LINE-0.
           WRITE SLARPT-RECORD FROM RPT-LINE-TITLE.
           WRITE SLARPT-RECORD FROM RPT-LINE-0.
           WRITE SLARPT-RECORD FROM RPT-LINE-ST-HDR.
           WRITE SLARPT-RECORD FROM RPT-LINE-PAGE.
           PERFORM 610-WRITE-ONE-STEP
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-RULE-MAX.
           WRITE SLARPT-RECORD FROM RPT-LINE-4.
           WRITE SLARPT-RECORD FROM RPT-LINE-NOTE.

       610-WRITE-ONE-STEP.
           MOVE SPACES TO RPT-LINE-ST.
           MOVE '/' TO RPT-ST-SLASH.
           MOVE WS-RULE-PROG(WS-ST-IDX) TO RPT-ST-PROG.
           MOVE WS-RULE-PRED(WS-ST-IDX) TO RPT-ST-PRED.
           MOVE WS-RULE-TARGET(WS-ST-IDX)(1:2) TO RPT-ST-TARGET(1:2).
           MOVE ':' TO RPT-ST-TARGET(3:1).
           MOVE WS-RULE-TARGET(WS-ST-IDX)(3:2) TO RPT-ST-TARGET(4:2).
           MOVE WS-ST-AVG-N(WS-ST-IDX) TO RPT-ST-AVG-N.
           IF WS-ST-AVG-N(WS-ST-IDX) > ZERO
              MOVE WS-ST-AVG(WS-ST-IDX) TO WS-FMT-SECS
              PERFORM 850-FMT-DURATION
              MOVE WS-FMT-HMS TO RPT-ST-AVG
           END-IF.
           IF NOT ST-NOT-RUN(WS-ST-IDX)
              MOVE WS-ST-START(WS-ST-IDX) TO WS-FMT-SECS
              PERFORM 860-FMT-CLOCK
              MOVE WS-FMT-HMS TO RPT-ST-START
           END-IF.
           IF ST-ACTUAL(WS-ST-IDX) OR ST-RUNNING(WS-ST-IDX) OR
              ST-PROJECTED(WS-ST-IDX)
              MOVE WS-ST-FINISH(WS-ST-IDX) TO WS-FMT-SECS
              PERFORM 860-FMT-CLOCK
              MOVE WS-FMT-HMS TO RPT-ST-END
              COMPUTE WS-ELAPSED =
                 WS-ST-FINISH(WS-ST-IDX) - WS-ST-START(WS-ST-IDX)
              MOVE WS-ELAPSED TO WS-FMT-SECS
              PERFORM 850-FMT-DURATION
              MOVE WS-FMT-HMS TO RPT-ST-ELAPSED
           END-IF.
           IF ST-RUNNING(WS-ST-IDX) OR ST-PROJECTED(WS-ST-IDX)
              MOVE '*' TO RPT-ST-PROJ
           END-IF.
           IF ST-ON-PATH(WS-ST-IDX)
              MOVE 'C' TO RPT-ST-PATH
           END-IF.
           EVALUATE TRUE
              WHEN ST-ACTUAL(WS-ST-IDX)
                 MOVE WS-ST-RUN-IDX(WS-ST-IDX) TO WS-RN-IDX
                 MOVE WS-RN-COND(WS-RN-IDX) TO WS-EDIT-RC
                 MOVE WS-EDIT-RC TO RPT-ST-RC
                 MOVE WS-RN-RECS(WS-RN-IDX) TO WS-EDIT-RECS
                 MOVE WS-EDIT-RECS TO RPT-ST-RECS
                 IF WS-ST-FINISH(WS-ST-IDX) > WS-ST-TARGET(WS-ST-IDX)
                    ADD +1 TO WS-LATE-CNT
                    MOVE 'LATE' TO RPT-ST-STATUS
                 ELSE
                    ADD +1 TO WS-ONTIME-CNT
                    MOVE 'ON TIME' TO RPT-ST-STATUS
                 END-IF
                 PERFORM 620-COMPARE-TO-AVERAGE
              WHEN ST-RUNNING(WS-ST-IDX)
                 IF WS-ST-FINISH(WS-ST-IDX) > WS-ST-TARGET(WS-ST-IDX)
                    ADD +1 TO WS-PROJ-LATE-CNT
                    MOVE 'RUN LATE' TO RPT-ST-STATUS
                 ELSE
                    MOVE 'RUNNING' TO RPT-ST-STATUS
                 END-IF
              WHEN ST-PROJECTED(WS-ST-IDX)
                 IF WS-ST-FINISH(WS-ST-IDX) > WS-ST-TARGET(WS-ST-IDX)
                    ADD +1 TO WS-PROJ-LATE-CNT
                    MOVE 'PROJ LATE' TO RPT-ST-STATUS
                 ELSE
                    MOVE 'WAITING' TO RPT-ST-STATUS
                 END-IF
              WHEN ST-NO-END(WS-ST-IDX)
                 ADD +1 TO WS-NOEND-CNT
                 MOVE 'NO END' TO RPT-ST-STATUS
              WHEN OTHER
                 ADD +1 TO WS-NOTRUN-CNT
                 MOVE 'NOT RUN' TO RPT-ST-STATUS
           END-EVALUATE.
           WRITE SLARPT-RECORD FROM RPT-LINE-ST.

       620-COMPARE-TO-AVERAGE.
      *> a step with no history has nothing to creep against
           IF WS-ST-AVG(WS-ST-IDX) > ZERO
              COMPUTE WS-VAR-PCT ROUNDED =
                 (WS-ELAPSED - WS-ST-AVG(WS-ST-IDX)) * 100 /
                 WS-ST-AVG(WS-ST-IDX)
              MOVE WS-VAR-PCT TO WS-EDIT-VAR
              MOVE WS-EDIT-VAR TO RPT-ST-VAR
              IF WS-VAR-PCT > WS-CREEP-PCT
                 ADD +1 TO WS-CREEP-CNT
                 MOVE 'CREEPING' TO RPT-ST-TREND
              END-IF
           END-IF.

       700-WRITE-WINDOW.
           WRITE SLARPT-RECORD FROM RPT-LINE-0.
           MOVE 'CRITICAL PATH................ ' TO RPT-TXT-LABEL.
           IF WS-PATH-CNT = ZERO
              MOVE 'NO STEP HAS RUN FOR THIS DATE' TO RPT-TXT-VALUE
           ELSE
              MOVE WS-PATH-TEXT TO RPT-TXT-VALUE
           END-IF.
           WRITE SLARPT-RECORD FROM RPT-LINE-6.
           MOVE 'ONLINE START................. ' TO RPT-TXT-LABEL.
           MOVE WS-DEADLINE-ABS TO WS-FMT-SECS.
           PERFORM 860-FMT-CLOCK.
           MOVE WS-FMT-HMS TO RPT-TXT-VALUE.
           WRITE SLARPT-RECORD FROM RPT-LINE-6.
           IF WS-PATH-CNT = ZERO
              GO TO 700-WINDOW-EXIT
           END-IF.
           MOVE 'PATH FINISH.................. ' TO RPT-TXT-LABEL.
           MOVE WS-PATH-FINISH TO WS-FMT-SECS.
           PERFORM 860-FMT-CLOCK.
           MOVE SPACES TO RPT-TXT-VALUE.
           IF ST-ACTUAL(WS-PATH-END-IDX)
              STRING WS-FMT-HMS ' ACTUAL' DELIMITED BY SIZE
                     INTO RPT-TXT-VALUE
              END-STRING
           ELSE
              STRING WS-FMT-HMS ' PROJECTED' DELIMITED BY SIZE
                     INTO RPT-TXT-VALUE
              END-STRING
           END-IF.
           WRITE SLARPT-RECORD FROM RPT-LINE-6.
           MOVE SPACES TO RPT-TXT-VALUE.
           IF WS-PATH-FINISH > WS-DEADLINE-ABS
              COMPUTE WS-FMT-SECS = WS-PATH-FINISH - WS-DEADLINE-ABS
              PERFORM 850-FMT-DURATION
              MOVE 'WINDOW OVERRUN............... ' TO RPT-TXT-LABEL
              IF ST-ACTUAL(WS-PATH-END-IDX)
                 STRING WS-FMT-HMS ' PAST THE ONLINE START - BLOWN'
                        DELIMITED BY SIZE INTO RPT-TXT-VALUE
                 END-STRING
              ELSE
                 STRING WS-FMT-HMS ' PAST THE ONLINE START - AT RISK'
                        DELIMITED BY SIZE INTO RPT-TXT-VALUE
                 END-STRING
              END-IF
              DISPLAY 'BATCHSLA: BATCH WINDOW ' RPT-TXT-VALUE
              MOVE 4 TO RETURN-CODE
           ELSE
              COMPUTE WS-FMT-SECS = WS-DEADLINE-ABS - WS-PATH-FINISH
              PERFORM 850-FMT-DURATION
              MOVE 'SLACK TO ONLINE START........ ' TO RPT-TXT-LABEL
              MOVE WS-FMT-HMS TO RPT-TXT-VALUE
           END-IF.
           WRITE SLARPT-RECORD FROM RPT-LINE-6.
       700-WINDOW-EXIT.
           EXIT.

       850-FMT-DURATION.
      *> WS-FMT-SECS seconds as HH:MM:SS
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
                  REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
                  REMAINDER WS-FMT-SS.

       860-FMT-CLOCK.
      *> WS-FMT-SECS as a time of day - drop the whole days first
           DIVIDE WS-FMT-SECS BY 86400 GIVING WS-DAY-INT
                  REMAINDER WS-DAY-SECS.
           MOVE WS-DAY-SECS TO WS-FMT-SECS.
           PERFORM 850-FMT-DURATION.

       900-WRAP-UP.
           WRITE SLARPT-RECORD FROM RPT-LINE-0.
           WRITE SLARPT-RECORD FROM RPT-LINE-4.
           MOVE 'TOKENS READ.................. ' TO RPT-SUM-LABEL.
           MOVE WS-TK-USED-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           MOVE 'STEPS ON TIME................ ' TO RPT-SUM-LABEL.
           MOVE WS-ONTIME-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           MOVE 'STEPS LATE................... ' TO RPT-SUM-LABEL.
           MOVE WS-LATE-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           MOVE 'STEPS PROJECTED LATE......... ' TO RPT-SUM-LABEL.
           MOVE WS-PROJ-LATE-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           MOVE 'STEPS CREEPING............... ' TO RPT-SUM-LABEL.
           MOVE WS-CREEP-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           MOVE 'STEPS STARTED, NO END........ ' TO RPT-SUM-LABEL.
           MOVE WS-NOEND-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           MOVE 'STEPS NOT RUN................ ' TO RPT-SUM-LABEL.
           MOVE WS-NOTRUN-CNT TO RPT-SUM-CNT.
           WRITE SLARPT-RECORD FROM RPT-LINE-5.
           WRITE SLARPT-RECORD FROM RPT-LINE-4.
           CLOSE SLARPT-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
