      *     PERFORMANCE HISTORY
      *   - THE REJECT COUNT CHARGED TO THE SUPPLIER ON THE
      *     STRUCTURED ERROR-FILE
      *   - THE SUPPLIER CORRECTIVE ACTION REQUESTS (SCARS) STILL
      *     OPEN AGAINST THE SUPPLIER ON SCARTRK'S SCAR MASTER
      *   - ON REQUEST ('A' IN COLUMN 12 OF THE CARD), THE ORDERS
      *     POARCH HAS MOVED TO THE CLOSED-ORDER HISTORY, ONE LINE
      *     PER ARCHIVED PO/PART
      * A CODE SUPMAINT HAS RETIRED BY MERGING IT INTO ANOTHER SHOWS
      * WHERE IT WENT, AND ITS ORDERS, REJECTS, SCARS AND HISTORY
      * PRINT UNDER THE SURVIVOR'S LISTING (A CARD FOR THE RETIRED
      * CODE ITSELF STILL GETS ITS OWN).
      * ONE LISTING, ONE RUN - THE PHONE CALL ANSWERED.
      * UT-C-S360CRD = REQUEST CARDS, ONE SUPPLIER CODE PER CARD
      * UT-C-SUPPMAST= SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-PERFHIST= PERFORMANCE HISTORY APPENDED BY SUPPERF
      * UT-C-ERROR   = STRUCTURED ERROR-FILE WRITTEN BY PRTSUPP
      * UT-C-SCARMST = SCAR MASTER MAINTAINED BY SCARTRK
      * UT-C-POARCH  = CLOSED-ORDER HISTORY APPENDED BY POARCH
      * UT-C-S360RPT = COMPOSITE INQUIRY LISTING LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT ERROR-FILE ASSIGN TO UT-C-ERROR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ERROR-FILE-ST.
           SELECT SCARMST-FILE ASSIGN TO UT-C-SCARMST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SCARMST-KEY
           FILE STATUS  IS SCARMST-ST.
           SELECT POARCH-FILE ASSIGN TO UT-C-POARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARCH-ST.
           SELECT S360RPT-FILE ASSIGN TO UT-C-S360RPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS S360RPT-ST.
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 ERROR-RECORD        PIC X(120).
       FD SCARMST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 SCARMST-RECORD.
           05 SCARMST-KEY         PIC X(08).
           05 FILLER              PIC X(192).
       FD POARCH-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01 POARCH-RECORD       PIC X(108).
       FD S360RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-PURO-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-PO         PIC 9(01) VALUE 5.

      * REQUEST CARDS AND THE PER-SUPPLIER ACCUMULATORS THE SEVEN
      * PASSES FILL IN BEFORE THE LISTING PRINTS
       77 WS-RQ-MAX               PIC 9(02) VALUE 20.
       77 WS-RQ-CNT               PIC 9(02) VALUE ZERO.
               10 WS-RQ-PERF-PCT  PIC 9(03).
               10 WS-RQ-PERF-MEAS PIC 9(05).
               10 WS-RQ-REJECTS   PIC 9(08).
               10 WS-RQ-SCARS     PIC 9(05).
               10 WS-RQ-ARCH-SW   PIC X(01).
                   88 RQ-WANTS-ARCHIVE VALUE 'A'.
               10 WS-RQ-ARCHIVED  PIC 9(05).
       77 WS-ARCH-WANTED-SW       PIC X(01) VALUE 'N'.
           88 ARCHIVE-WANTED      VALUE 'Y'.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * RETIRED SUPPLIER CODES AND THE SURVIVOR EACH WAS MERGED INTO,
      * OFF THE SUPPLIER MASTER PASS
       77 WS-MG-MAX               PIC 9(5) VALUE 2000.
       77 WS-MG-CNT               PIC 9(5) VALUE ZERO.
       77 WS-MG-IDX               PIC 9(5) VALUE ZERO.
       01 WS-MG-TBL.
           05 WS-MG-ROW OCCURS 2000 TIMES.
               10 WS-MG-RETIRED   PIC X(10).
               10 WS-MG-SURVIVOR  PIC X(10).
       77 WS-MRG-BOOKED           PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.

      * ARCHIVED ORDERS OF THE SUPPLIERS WHOSE CARD ASKED FOR THEM
       77 WS-AH-MAX               PIC 9(05) VALUE 2000.
       77 WS-AH-CNT               PIC 9(05) VALUE ZERO.
       77 WS-AH-IDX               PIC 9(05) VALUE ZERO.
       01 WS-AH-TBL.
           05 WS-AH-ROW OCCURS 2000 TIMES.
               10 WS-AH-RQ        PIC 9(02).
               10 WS-AH-LINE      PIC X(110).

      * GPARTSUP DETAIL LINES STASHED PER REQUEST, PRINTED UNDER THE
      * SUPPLIER'S SECTION AT WRAP-UP
           05 WS-SM-TAX-ID        PIC X(09) VALUE SPACES.
           05 WS-SM-FLAG-1099     PIC X(01) VALUE SPACES.
           05 WS-SM-OWN-CLASS     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-RETIRED      VALUE 'M'.
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE PERFORMANCE-HISTORY RECORD - SAME LAYOUT SUPPERF WRITES
       01 WS-PH-DETAIL.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.
      * ONE CLOSED-ORDER HISTORY ROW - SAME LAYOUT POARCH APPENDS
           COPY POARCH.
      * ONE STRUCTURED ERROR DETAIL - SAME LAYOUT PRTSUPP WRITES
           COPY ERRDTL.
      * ONE SCAR - SAME LAYOUT SCARTRK MAINTAINS
           COPY SCARMST.

       01 WS-CARD-DETAIL.
           05 WS-CARD-SUPP        PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-CARD-ARCH        PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(68) VALUE SPACES.

       77 WS-QTY-DISP             PIC ZZZZZZ9.
       77 WS-RCV-DISP             PIC ZZZZZZ9.
       77 WS-PRICE-DISP           PIC ZZZZZZ9.99.
       77 WS-DETAIL-WORK          PIC X(110) VALUE SPACES.

           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SUP360'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 S360CRD-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CARDS         VALUE 'Y'.
               88 NO-MORE-ERRORS        VALUE 'Y'.
           05 ERROR-FILE-ST             PIC X(02).
               88 ERROR-FILE-OK         VALUE '00'.
           05 SCARMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SCARMST       VALUE 'Y'.
           05 SCARMST-ST                PIC X(02).
               88 SCARMST-OK            VALUE '00'.
           05 POARCH-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-POARCH        VALUE 'Y'.
           05 POARCH-ST                 PIC X(02).
               88 POARCH-OK             VALUE '00'.
           05 S360RPT-ST                PIC X(02).
               88 S360RPT-OK            VALUE '00'.

           PERFORM 230-PASS-OPENPO.
           PERFORM 240-PASS-PERFHIST.
           PERFORM 250-PASS-ERRORS.
           PERFORM 260-PASS-SCARMST.
           IF ARCHIVE-WANTED
              PERFORM 270-PASS-POARCH
           END-IF.
           PERFORM 600-PRINT-LISTINGS.
           PERFORM 900-WRAP-UP.
           GOBACK.
                 MOVE ZERO TO WS-RQ-PERF-PCT(WS-RQ-CNT)
                 MOVE ZERO TO WS-RQ-PERF-MEAS(WS-RQ-CNT)
                 MOVE ZERO TO WS-RQ-REJECTS(WS-RQ-CNT)
                 MOVE ZERO TO WS-RQ-SCARS(WS-RQ-CNT)
                 MOVE ZERO TO WS-RQ-ARCHIVED(WS-RQ-CNT)
                 MOVE WS-CARD-ARCH TO WS-RQ-ARCH-SW(WS-RQ-CNT)
                 IF RQ-WANTS-ARCHIVE(WS-RQ-CNT)
                    MOVE 'Y' TO WS-ARCH-WANTED-SW
                 END-IF
              ELSE
                 DISPLAY 'SUP360: REQUEST CARD IGNORED: '
                         WS-CARD-DETAIL(1:30)
           END-IF.

       120-FIND-REQUEST.
      *> the code itself when a card asked for it; otherwise the
      *> survivor a merge retired it into, so the survivor's listing
      *> carries its retired codes' activity too
           PERFORM 121-MATCH-REQUEST.
           IF NOT RQ-FOUND AND WS-MG-CNT > ZERO
              MOVE WS-RQ-LKP-SUPP TO WS-MRG-BOOKED
              MOVE ZERO TO WS-MRG-HOPS
              MOVE 'N' TO WS-MRG-DONE-SW
              PERFORM 125-FOLLOW-ONE-MERGE
                 UNTIL MRG-DONE OR WS-MRG-HOPS > 5
              IF WS-RQ-LKP-SUPP NOT = WS-MRG-BOOKED
                 PERFORM 121-MATCH-REQUEST
                 IF RQ-FOUND
                    ADD +1 TO WS-FOLD-CNT
                 END-IF
              END-IF
           END-IF.

       121-MATCH-REQUEST.
           MOVE 'N' TO WS-RQ-FOUND.
           MOVE ZERO TO WS-RQ-FND-IDX.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
              END-IF
           END-PERFORM.

       125-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-CNT
              IF WS-MG-RETIRED(WS-MG-IDX) = WS-RQ-LKP-SUPP
                 MOVE WS-MG-SURVIVOR(WS-MG-IDX) TO WS-RQ-LKP-SUPP
                 MOVE 'N' TO WS-MRG-DONE-SW
                 ADD +1 TO WS-MRG-HOPS
                 MOVE WS-MG-CNT TO WS-MG-IDX
              END-IF
           END-PERFORM.

       210-PASS-SUPPMAST.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
      *> the master row goes to its own card only - a retired row
      *> must not stand in for its survivor's
           IF NOT NO-MORE-SUPPMAST
              MOVE WS-SM-CODE TO WS-RQ-LKP-SUPP
              PERFORM 121-MATCH-REQUEST
              IF RQ-FOUND
                 MOVE 'Y' TO WS-RQ-MAST-SW(WS-RQ-FND-IDX)
                 MOVE WS-SM-DETAIL TO WS-RQ-MASTER(WS-RQ-FND-IDX)
              END-IF
              IF SM-RETIRED AND WS-SM-MERGED-TO NOT = SPACES AND
                 WS-MG-CNT < WS-MG-MAX
                 ADD +1 TO WS-MG-CNT
                 MOVE WS-SM-CODE      TO WS-MG-RETIRED(WS-MG-CNT)
                 MOVE WS-SM-MERGED-TO TO WS-MG-SURVIVOR(WS-MG-CNT)
              END-IF
           END-IF.

       220-PASS-GPARTSUP.

       230-PASS-OPENPO.
      *> a missing master just means no order counts to show
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 235-ONE-OPENPO UNTIL NO-MORE-OPENPO
              END-IF
           END-IF.

       260-PASS-SCARMST.
           OPEN INPUT SCARMST-FILE.
           IF SCARMST-OK
              PERFORM 265-ONE-SCAR UNTIL NO-MORE-SCARMST
              CLOSE SCARMST-FILE
           ELSE
              DISPLAY 'SCARMST NOT FOUND - SCAR COUNTS SKIPPED'
           END-IF.

       265-ONE-SCAR.
      *> a SCAR counts as open until its clean receipts close it
           READ SCARMST-FILE INTO WS-SR-DETAIL
              AT END MOVE 'Y' TO SCARMST-EOF
           END-READ.
           IF NOT NO-MORE-SCARMST AND NOT SR-CLOSED
              MOVE WS-SR-SUPP-CODE TO WS-RQ-LKP-SUPP
              PERFORM 120-FIND-REQUEST
              IF RQ-FOUND
                 ADD +1 TO WS-RQ-SCARS(WS-RQ-FND-IDX)
              END-IF
           END-IF.

       270-PASS-POARCH.
      *> the closed-order history is only read when a card asked for
      *> it - it holds every order ever archived
           OPEN INPUT POARCH-FILE.
           IF POARCH-OK
              PERFORM 275-ONE-ARCHIVED UNTIL NO-MORE-POARCH
              CLOSE POARCH-FILE
           ELSE
              DISPLAY 'POARCH NOT FOUND - ARCHIVED ORDERS SKIPPED'
           END-IF.

       275-ONE-ARCHIVED.
           READ POARCH-FILE INTO WS-AR-DETAIL
              AT END MOVE 'Y' TO POARCH-EOF
           END-READ.
           IF NOT NO-MORE-POARCH
              MOVE WS-AR-ORDER TO WS-OP-DETAIL
              MOVE WS-OP-SUPPLIER-CODE TO WS-RQ-LKP-SUPP
              PERFORM 120-FIND-REQUEST
              IF RQ-FOUND AND RQ-WANTS-ARCHIVE(WS-RQ-FND-IDX)
                 ADD +1 TO WS-RQ-ARCHIVED(WS-RQ-FND-IDX)
                 IF WS-AH-CNT < WS-AH-MAX
                    ADD +1 TO WS-AH-CNT
                    MOVE WS-RQ-FND-IDX TO WS-AH-RQ(WS-AH-CNT)
                    MOVE SPACES TO WS-DETAIL-WORK
                    MOVE WS-OP-ORDER-QTY TO WS-QTY-DISP
                    MOVE WS-OP-RECEIVED-QTY TO WS-RCV-DISP
                    STRING 'PO ' WS-OP-PO-NUMBER DELIMITED BY SIZE
                           ' PART ' WS-OP-PART-NUMBER
                                    DELIMITED BY SIZE
                           ' ST ' WS-OP-STATUS DELIMITED BY SIZE
                           ' ORD ' WS-QTY-DISP DELIMITED BY SIZE
                           ' RCV ' WS-RCV-DISP DELIMITED BY SIZE
                           ' DUE ' WS-OP-DELIVERY-DATE
                                    DELIMITED BY SIZE
                           ' ARCHIVED ' WS-AR-ARCH-DATE
                                    DELIMITED BY SIZE
                           INTO WS-DETAIL-WORK
                    END-STRING
                    MOVE WS-DETAIL-WORK TO WS-AH-LINE(WS-AH-CNT)
                 END-IF
              END-IF
           END-IF.

       600-PRINT-LISTINGS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-CNT
              MOVE 'Ownership Class.....' TO RPT-FLD-NAME
              MOVE WS-SM-OWN-CLASS TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              IF SM-RETIRED
                 MOVE 'Merged Into.........' TO RPT-FLD-NAME
                 MOVE WS-SM-MERGED-TO TO RPT-FLD-VAL
                 PERFORM 650-PRINT-ONE-FIELD
              END-IF
           ELSE
              MOVE 'Master..............' TO RPT-FLD-NAME
              MOVE '*** NOT ON SUPPLIER MASTER ***' TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
           END-IF.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-CNT
              IF WS-MG-SURVIVOR(WS-MG-IDX) = WS-RQ-SUPP(WS-RQ-IDX)
                 MOVE 'Code Merged In......' TO RPT-FLD-NAME
                 MOVE WS-MG-RETIRED(WS-MG-IDX) TO RPT-FLD-VAL
                 PERFORM 650-PRINT-ONE-FIELD
              END-IF
           END-PERFORM.
           MOVE 'Open Orders.........' TO RPT-FLD-NAME.
           MOVE WS-RQ-OPEN(WS-RQ-IDX) TO WS-QTY-DISP.
           MOVE WS-QTY-DISP TO RPT-FLD-VAL.
           MOVE WS-RQ-REJECTS(WS-RQ-IDX) TO WS-QTY-DISP.
           MOVE WS-QTY-DISP TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Open SCARs..........' TO RPT-FLD-NAME.
           MOVE WS-RQ-SCARS(WS-RQ-IDX) TO WS-QTY-DISP.
           MOVE WS-QTY-DISP TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'GPARTSUP Orders.....' TO RPT-FLD-NAME.
           MOVE SPACES TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
                 WRITE S360RPT-RECORD FROM RPT-LINE-DET
              END-IF
           END-PERFORM.
           IF RQ-WANTS-ARCHIVE(WS-RQ-IDX)
              MOVE 'Archived Orders.....' TO RPT-FLD-NAME
              MOVE WS-RQ-ARCHIVED(WS-RQ-IDX) TO WS-QTY-DISP
              MOVE WS-QTY-DISP TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                      UNTIL WS-AH-IDX > WS-AH-CNT
                 IF WS-AH-RQ(WS-AH-IDX) = WS-RQ-IDX
                    MOVE WS-AH-LINE(WS-AH-IDX) TO RPT-DET-LINE
                    WRITE S360RPT-RECORD FROM RPT-LINE-DET
                 END-IF
              END-PERFORM
           END-IF.
           WRITE S360RPT-RECORD FROM RPT-LINE-0.

       650-PRINT-ONE-FIELD.
           MOVE 'GPARTSUP RECORDS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-GPS-CNT TO RPT-SUM-CNT.
           WRITE S360RPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROWS CARRIED TO A SURVIVOR... ' TO RPT-SUM-LABEL.
           MOVE WS-FOLD-CNT TO RPT-SUM-CNT.
           WRITE S360RPT-RECORD FROM RPT-LINE-5.
           CLOSE S360RPT-FILE.

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
