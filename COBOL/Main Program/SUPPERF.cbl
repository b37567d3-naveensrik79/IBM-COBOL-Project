      *   OPEN/PARTIAL PO ALREADY PAST ITS DELIVERY DATE  -> LATE
      *   OPEN/PARTIAL PO NOT YET DUE                     -> NOT
      *                                                      MEASURED
      * CLOSED ORDERS POARCH HAS MOVED TO THE CLOSED-ORDER HISTORY
      * ARE MEASURED THE SAME WAY WHEN THE PERFARCH KEY ASKS FOR
      * THEM - ONLY THOSE WHOSE DELIVERY DATE FALLS INSIDE THAT MANY
      * DAYS BACK FROM THE RUN DATE.
      * THE COMPUTED ON-TIME PERCENTAGE IS APPENDED TO A PERMANENT
      * PERFORMANCE HISTORY FILE, ONE RECORD PER SUPPLIER PER RUN,
      * AND A DRIFT REPORT LISTS EVERY SUPPLIER WHOSE COMPUTED
      * PERFORMANCE SITS MORE THAN THE DRIFT THRESHOLD AWAY FROM THE
      * SUPPLIER-PERF THE FEED CLAIMS ON GPARTSUP.
      * AN ORDER BOOKED TO A CODE SUPMAINT HAS SINCE RETIRED BY
      * MERGING IT INTO ANOTHER IS MEASURED UNDER THE SURVIVOR, SO
      * THE SURVIVOR'S RECORD CARRIES THE WHOLE DELIVERY HISTORY
      * (UNLESS THE FEED NO LONGER NAMES THE SURVIVOR AT ALL).
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION (STATED CLAIMS)
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-PERFHIST = PERFORMANCE HISTORY (EXTENDED EVERY RUN)
      * UT-C-PERFRPT  = DRIFT REPORT LANDING IN JES
      * UT-C-RUNPARM  = SAME KEYED RUN-CONTROL DATASET PRTSUPP READS
      *                 (PERFDRFT OVERRIDES THE DRIFT THRESHOLD,
      *                 PERFARCH = DAYS OF ARCHIVED ORDERS TO
      *                 MEASURE, DEFAULT NONE)
      * UT-C-POARCH   = CLOSED-ORDER HISTORY APPENDED BY POARCH
      * UT-C-SUPPMAST = SUPPLIER MASTER (RETIRED CODES AND SURVIVORS)
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT PERFRPT-FILE ASSIGN TO UT-C-PERFRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PERFRPT-ST.
           SELECT POARCH-FILE ASSIGN TO UT-C-POARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARCH-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT RUNPARM-FILE ASSIGN TO UT-C-RUNPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RUNPARM-ST.
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PERFRPT-RECORD      PIC X(132).
       FD POARCH-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01 POARCH-RECORD       PIC X(108).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD RUNPARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       77 WS-DRIFT-THRESHOLD      PIC 9(03) VALUE 10.
       77 WS-DRIFT-AMOUNT         PIC S9(05) VALUE ZERO.

      *> how far back, in days of delivery date, the archived
      *> closed orders count - zero (the default) leaves the archive
      *> unread.  set by the PERFARCH key on the run-control dataset
       77 WS-ARCH-DAYS            PIC 9(04) VALUE ZERO.
       77 WS-ARCH-FROM-DATE       PIC 9(08) VALUE ZERO.
       77 WS-AR-REC-CNT           PIC 9(08) VALUE ZERO.

      * PER-SUPPLIER ACCUMULATION - STATED CLAIMS FROM GPARTSUP,
      * MEASURED DELIVERIES FROM THE OPEN-PO MASTER
       77 WS-SP-MAX               PIC 9(05) VALUE 5000.
               10 WS-SP-PO-TOTAL  PIC 9(05).
               10 WS-SP-PO-ONTIME PIC 9(05).

      * RETIRED SUPPLIER CODES AND THE SURVIVOR EACH WAS MERGED INTO,
      * OFF THE SUPPLIER MASTER
       77 WS-MG-MAX               PIC 9(5) VALUE 2000.
       77 WS-MG-CNT               PIC 9(5) VALUE ZERO.
       77 WS-MG-IDX               PIC 9(5) VALUE ZERO.
       01 WS-MG-TBL.
           05 WS-MG-ROW OCCURS 2000 TIMES.
               10 WS-MG-RETIRED   PIC X(10).
               10 WS-MG-SURVIVOR  PIC X(10).
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-RETIRED      VALUE 'M'.
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.
      * ONE CLOSED-ORDER HISTORY ROW - SAME LAYOUT POARCH APPENDS
           COPY POARCH.
       01 WS-PH-DETAIL.
           05 WS-PH-RUN-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SUPPERF'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PART-SUPP-FILE-EOF            PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP-FILE    VALUE 'Y'.
               88 PERFHIST-OK               VALUE '00'.
           05 PERFRPT-ST                    PIC X(02).
               88 PERFRPT-OK                VALUE '00'.
           05 POARCH-EOF                    PIC X(01) VALUE 'N'.
               88 NO-MORE-POARCH            VALUE 'Y'.
           05 POARCH-ST                     PIC X(02).
               88 POARCH-OK                 VALUE '00'.
           05 SUPPMAST-EOF                  PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST          VALUE 'Y'.
           05 SUPPMAST-ST                   PIC X(02).
               88 SUPPMAST-OK               VALUE '00'.
           05 RUNPARM-EOF                   PIC X(01) VALUE 'N'.
               88 NO-MORE-RUNPARMS          VALUE 'Y'.
           05 RUNPARM-ST                    PIC X(02).
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 105-READ-RUN-PARMS.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-MERGED-CODES.

       105-READ-RUN-PARMS.
      *> pick up the drift threshold from the same keyed run-control
           END-IF.
           DISPLAY 'SUPPERF DRIFT THRESHOLD ' WS-DRIFT-THRESHOLD
                   ' PERCENTAGE POINTS'.
           IF WS-ARCH-DAYS > ZERO
              DISPLAY 'SUPPERF ARCHIVED ORDERS DUE IN LAST '
                      WS-ARCH-DAYS ' DAYS ARE MEASURED'
           END-IF.

       106-APPLY-ONE-PARM.
           READ RUNPARM-FILE INTO WS-RUNPARM-DETAIL
                 MOVE WS-RUNPARM-VALUE TO WS-RUNPARM-NUM
                 MOVE WS-RUNPARM-NUM TO WS-DRIFT-THRESHOLD
              END-IF
              IF WS-RUNPARM-KEY = 'PERFARCH' AND
                 WS-RUNPARM-VALUE IS NUMERIC
                 MOVE WS-RUNPARM-VALUE TO WS-RUNPARM-NUM
                 MOVE WS-RUNPARM-NUM TO WS-ARCH-DAYS
              END-IF
           END-IF.

       200-OPEN-FILES.
              IF NOT PART-SUPP-FILE-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 DISPLAY 'Output PERFHIST File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-MERGED-CODES.
      *> no master just means no merges to honour - every order is
      *> measured under the code it was booked to
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 215-LOAD-ONE-MERGED UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - ORDERS STAY UNDER RETIRED '
                      'CODES'
           END-IF.

       215-LOAD-ONE-MERGED.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-RETIRED AND
              WS-SM-MERGED-TO NOT = SPACES AND WS-MG-CNT < WS-MG-MAX
              ADD +1 TO WS-MG-CNT
              MOVE WS-SM-CODE      TO WS-MG-RETIRED(WS-MG-CNT)
              MOVE WS-SM-MERGED-TO TO WS-MG-SURVIVOR(WS-MG-CNT)
           END-IF.

       300-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
              END-IF
           END-PERFORM.

       430-RESOLVE-SURVIVOR.
      *> WS-SP-LOOKUP-CODE comes in as the booked code and leaves as
      *> the survivor it was merged into - a survivor later merged
      *> again is followed on, a few hops at most
           MOVE ZERO TO WS-MRG-HOPS.
           MOVE 'N' TO WS-MRG-DONE-SW.
           PERFORM 435-FOLLOW-ONE-MERGE
              UNTIL MRG-DONE OR WS-MRG-HOPS > 5.

       435-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-CNT
              IF WS-MG-RETIRED(WS-MG-IDX) = WS-SP-LOOKUP-CODE
                 MOVE WS-MG-SURVIVOR(WS-MG-IDX) TO WS-SP-LOOKUP-CODE
                 MOVE 'N' TO WS-MRG-DONE-SW
                 ADD +1 TO WS-MRG-HOPS
                 MOVE WS-MG-CNT TO WS-MG-IDX
              END-IF
           END-PERFORM.

       500-PROCESS-OPENPO-MASTER.
           PERFORM 510-READ-OPENPO.
           PERFORM 520-MEASURE-ONE-PO UNTIL NO-MORE-OPENPO.
           IF WS-ARCH-DAYS > ZERO
              PERFORM 530-PROCESS-ARCHIVE
           END-IF.

       510-READ-OPENPO.
           READ OPENPO-FILE INTO WS-OP-DETAIL
      *> finished or already overdue contributes one measurement.
      *> an order not yet due says nothing about the supplier yet
           ADD +1 TO WS-OP-REC-CNT.
           PERFORM 525-MEASURE-ORDER.
           PERFORM 510-READ-OPENPO.

       525-MEASURE-ORDER.
      *> measured under the survivor of any merge; a survivor the
      *> feed does not carry leaves the order on its booked code
           MOVE WS-OP-SUPPLIER-CODE TO WS-SP-LOOKUP-CODE.
           PERFORM 430-RESOLVE-SURVIVOR.
           PERFORM 420-FIND-SUPPLIER.
           IF WS-MRG-HOPS > ZERO
              IF SP-FOUND
                 ADD +1 TO WS-FOLD-CNT
              ELSE
                 MOVE WS-OP-SUPPLIER-CODE TO WS-SP-LOOKUP-CODE
                 PERFORM 420-FIND-SUPPLIER
              END-IF
           END-IF.
      *> a cancelled order says nothing about delivery performance
           IF WS-SP-FND-IDX > ZERO AND
              WS-OP-DELIVERY-DATE > ZERO AND
                    CONTINUE
              END-EVALUATE
           END-IF.

       530-PROCESS-ARCHIVE.
      *> the archive only ever holds closed and cancelled rows, so
      *> each one inside the window measures exactly as it would
      *> have on the master.  no archive yet just means nothing has
      *> been archived
           COMPUTE WS-ARCH-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INT - WS-ARCH-DAYS).
           OPEN INPUT POARCH-FILE.
           IF POARCH-OK
              PERFORM 535-MEASURE-ONE-ARCHIVED UNTIL NO-MORE-POARCH
              CLOSE POARCH-FILE
           ELSE
              DISPLAY 'POARCH NOT FOUND - ARCHIVED ORDERS SKIPPED'
           END-IF.

       535-MEASURE-ONE-ARCHIVED.
           READ POARCH-FILE INTO WS-AR-DETAIL
              AT END MOVE 'Y' TO POARCH-EOF
           END-READ.
           IF NOT NO-MORE-POARCH
              ADD +1 TO WS-AR-REC-CNT
              MOVE WS-AR-ORDER TO WS-OP-DETAIL
              IF WS-OP-DELIVERY-DATE NOT < WS-ARCH-FROM-DATE
                 PERFORM 525-MEASURE-ORDER
              END-IF
           END-IF.

       600-WRITE-HISTORY-AND-REPORT.
           WRITE PERFRPT-RECORD FROM RPT-LINE-0.
                 PERFRPT-FILE.
           DISPLAY 'SUPPERF GPARTSUP RECORDS READ ' WS-GPS-CNT.
           DISPLAY 'SUPPERF OPEN-PO ROWS READ.... ' WS-OP-REC-CNT.
           DISPLAY 'SUPPERF ARCHIVED ROWS READ... ' WS-AR-REC-CNT.
           DISPLAY 'SUPPERF POS MEASURED......... ' WS-MEASURED-CNT.
           DISPLAY 'SUPPERF CARRIED TO SURVIVOR.. ' WS-FOLD-CNT.
           DISPLAY 'SUPPERF SUPPLIERS DRIFTED.... ' WS-DRIFT-CNT.

       990-VERIFY-MASTER.
      *> the master named in WS-MS-MASTER has to agree with the
      *> control signature its last updater left - one that does
      *> not was half-written or changed outside the suite
           MOVE 'VFY' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF MS-DISAGREES
              DISPLAY WS-MS-MASTER ' FAILED ITS CONTROL-TOTAL CHECK '
                      '- RUN STOPPED UNTIL THE MASTER IS RESTORED'
              GO TO 999-ERR-RTN
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
