      *   - THE RECEIVED-NOT-YET-INVOICED VALUE ON THE OPEN-PO
      *     MASTER (RECEIPTS ARE SPEND THE INVOICES HAVE NOT CAUGHT
      *     UP WITH YET), BROUGHT TO USD THROUGH CURRRATE
      *   - THE SAME FOR ORDERS POARCH HAS ALREADY MOVED TO THE
      *     CLOSED-ORDER HISTORY WHOSE RECEIPTS FALL IN THE YEAR, SO
      *     A SHORT RETENTION AGE CANNOT TAKE SPEND OFF AN AGREEMENT
      * THE REPORT SHOWS, PER AGREEMENT: SPEND TO DATE, THE TIER
      * ATTAINED, THE ACCRUED REBATE DOLLARS, AND THE DISTANCE TO
      * THE NEXT TIER.
      * SPEND BOOKED TO A SUPPLIER CODE SUPMAINT HAS SINCE RETIRED BY
      * MERGING IT INTO ANOTHER COUNTS TOWARD THE SURVIVING CODE'S
      * AGREEMENT - ONE COMPANY, ONE SET OF TIERS.
      * UT-C-REBATE  = REBATE AGREEMENT FILE
      * UT-C-INVREG  = INVOICE REGISTER MAINTAINED BY INVMATCH
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-POARCH  = CLOSED-ORDER HISTORY APPENDED BY POARCH
      * UT-C-SUPPMAST= SUPPLIER MASTER (RETIRED CODES AND SURVIVORS)
      * UT-C-REBRPT  = REBATE ACCRUAL REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT POARCH-FILE ASSIGN TO UT-C-POARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARCH-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT REBRPT-FILE ASSIGN TO UT-C-REBRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REBRPT-ST.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD POARCH-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01 POARCH-RECORD       PIC X(108).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD REBRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-AGR-CNT              PIC 9(08) VALUE ZERO.
       77 WS-IR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-OP-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-AR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-TIER-IDX             PIC 9(01) VALUE ZERO.
       77 WS-ATTAINED-TIER        PIC 9(01) VALUE ZERO.
       77 WS-ATTAINED-PCT         PIC 9(02)V99 VALUE ZERO.
       77 WS-RNI-QTY              PIC S9(09) VALUE ZERO.
       77 WS-RNI-USD              PIC S9(11)V99 VALUE ZERO.
       77 WS-INV-QTY-FOR-PO       PIC S9(09) VALUE ZERO.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * RETIRED SUPPLIER CODES AND THE SURVIVOR EACH WAS MERGED INTO,
      * OFF THE SUPPLIER MASTER - A ROW'S SPEND COUNTS UNDER
      * WS-SPEND-SUPP, ITS OWN CODE OR THE SURVIVOR'S
       77 WS-MG-MAX               PIC 9(5) VALUE 2000.
       77 WS-MG-CNT               PIC 9(5) VALUE ZERO.
       77 WS-MG-IDX               PIC 9(5) VALUE ZERO.
       01 WS-MG-TBL.
           05 WS-MG-ROW OCCURS 2000 TIMES.
               10 WS-MG-RETIRED   PIC X(10).
               10 WS-MG-SURVIVOR  PIC X(10).
       77 WS-SPEND-SUPP           PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.
      * SUPPLIER MASTER ROW - ONLY THE MERGE FIELDS ARE WANTED HERE
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-RETIRED      VALUE 'M'.
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * INVOICED QUANTITY PER PO/PART OFF THE REGISTER - SAME NETTING
      * TABLE GLEXT BUILDS, SO AN ORDER BOTH RECEIVED AND INVOICED IS

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.
      * ONE CLOSED-ORDER HISTORY ROW - SAME LAYOUT POARCH APPENDS
           COPY POARCH.
           COPY CURRRATE.

       01 WS01-CURR-DATE.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'REBATE'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 REBATE-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-REBATE        VALUE 'Y'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 POARCH-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-POARCH        VALUE 'Y'.
           05 POARCH-ST                 PIC X(02).
               88 POARCH-OK             VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 REBRPT-ST                 PIC X(02).
               88 REBRPT-OK             VALUE '00'.

           PERFORM 400-ACCUM-ONE-INVOICE UNTIL NO-MORE-INVREG.
           PERFORM 310-READ-OPENPO.
           PERFORM 500-ACCUM-ONE-PO UNTIL NO-MORE-OPENPO.
           PERFORM 530-PASS-ARCHIVE.
           PERFORM 600-WRITE-ACCRUALS.
           PERFORM 900-WRAP-UP.
           GOBACK.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-AGREEMENTS.
           PERFORM 220-LOAD-MERGED-CODES.
           WRITE REBRPT-RECORD FROM RPT-LINE-0.
           WRITE REBRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE REBRPT-RECORD FROM RPT-LINE-1.
              IF NOT INVREG-OK
                 DISPLAY 'Input INVREG File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
              MOVE ZERO            TO WS-AG-SPEND(WS-AG-CNT)
           END-IF.

       220-LOAD-MERGED-CODES.
      *> no master just means no merges to honour - every row counts
      *> under the code it was booked to
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 225-LOAD-ONE-MERGED UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - SPEND STAYS UNDER RETIRED '
                      'CODES'
           END-IF.

       225-LOAD-ONE-MERGED.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-RETIRED AND
              WS-SM-MERGED-TO NOT = SPACES AND WS-MG-CNT < WS-MG-MAX
              ADD +1 TO WS-MG-CNT
              MOVE WS-SM-CODE      TO WS-MG-RETIRED(WS-MG-CNT)
              MOVE WS-SM-MERGED-TO TO WS-MG-SURVIVOR(WS-MG-CNT)
           END-IF.

       230-RESOLVE-SURVIVOR.
      *> WS-SPEND-SUPP comes in as the booked code and leaves as the
      *> code its spend counts under - a survivor later merged again
      *> is followed on, a few hops at most
           MOVE ZERO TO WS-MRG-HOPS.
           MOVE 'N' TO WS-MRG-DONE-SW.
           PERFORM 235-FOLLOW-ONE-MERGE
              UNTIL MRG-DONE OR WS-MRG-HOPS > 5.
           IF WS-MRG-HOPS > ZERO
              ADD +1 TO WS-FOLD-CNT
           END-IF.

       235-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-CNT
              IF WS-MG-RETIRED(WS-MG-IDX) = WS-SPEND-SUPP
                 MOVE WS-MG-SURVIVOR(WS-MG-IDX) TO WS-SPEND-SUPP
                 MOVE 'N' TO WS-MRG-DONE-SW
                 ADD +1 TO WS-MRG-HOPS
                 MOVE WS-MG-CNT TO WS-MG-IDX
              END-IF
           END-PERFORM.

       300-READ-INVREG.
           READ INVREG-FILE INTO WS-IR-DETAIL
              AT END

       400-ACCUM-ONE-INVOICE.
           ADD +1 TO WS-IR-REC-CNT.
           MOVE WS-IR-SUPP-CODE TO WS-SPEND-SUPP.
           PERFORM 230-RESOLVE-SURVIVOR.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-CNT
              IF WS-AG-SUPP(WS-AG-IDX) = WS-SPEND-SUPP AND
                 WS-AG-YEAR(WS-AG-IDX) = WS-IR-CLEAR-YYYY
                 ADD WS-IR-AMOUNT TO WS-AG-SPEND(WS-AG-IDX)
              END-IF
      *> RNI section does) so an order both received and invoiced is
      *> not counted once off the register and again here
           ADD +1 TO WS-OP-REC-CNT.
           PERFORM 505-ACCUM-ORDER.
           PERFORM 310-READ-OPENPO.

       505-ACCUM-ORDER.
           IF WS-OP-RECEIVED-QTY > ZERO AND NOT OP-STAT-CANCELLED
              PERFORM 520-SUM-INVOICED-QTY
              COMPUTE WS-RNI-QTY =
                 COMPUTE WS-RNI-USD ROUNDED =
                    WS-RNI-QTY * WS-OP-UNIT-PRICE
                    / WS-CURR-RATE
                 MOVE WS-OP-SUPPLIER-CODE TO WS-SPEND-SUPP
                 PERFORM 230-RESOLVE-SURVIVOR
                 PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                         UNTIL WS-AG-IDX > WS-AG-CNT
                    IF WS-AG-SUPP(WS-AG-IDX) = WS-SPEND-SUPP
                       AND WS-AG-YEAR(WS-AG-IDX) = WS01-CURR-YYYY
                       AND WS-OP-LAST-RCPT-DT(1:4) =
                           WS01-CURR-DATE(1:4)
                 END-PERFORM
              END-IF
           END-IF.

       510-LOOKUP-CURR-RATE.
           MOVE 'N' TO CURR-RATE-FOUND-SW.
              END-IF
           END-PERFORM.

       530-PASS-ARCHIVE.
      *> an archived order's receipts still count toward the year
      *> they are dated in - 505 applies the same current-year test,
      *> so only archived orders inside the agreement period count.
      *> no archive yet just means nothing has been archived
           OPEN INPUT POARCH-FILE.
           IF POARCH-OK
              PERFORM 535-ACCUM-ONE-ARCHIVED UNTIL NO-MORE-POARCH
              CLOSE POARCH-FILE
           ELSE
              DISPLAY 'POARCH NOT FOUND - ARCHIVED ORDERS SKIPPED'
           END-IF.

       535-ACCUM-ONE-ARCHIVED.
           READ POARCH-FILE INTO WS-AR-DETAIL
              AT END MOVE 'Y' TO POARCH-EOF
           END-READ.
           IF NOT NO-MORE-POARCH
              ADD +1 TO WS-AR-REC-CNT
              MOVE WS-AR-ORDER TO WS-OP-DETAIL
              PERFORM 505-ACCUM-ORDER
           END-IF.

       600-WRITE-ACCRUALS.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-CNT
           MOVE 'OPEN-PO ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-OP-REC-CNT TO RPT-SUM-CNT.
           WRITE REBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ARCHIVED ORDER ROWS READ..... ' TO RPT-SUM-LABEL.
           MOVE WS-AR-REC-CNT TO RPT-SUM-CNT.
           WRITE REBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROWS CARRIED TO A SURVIVOR... ' TO RPT-SUM-LABEL.
           MOVE WS-FOLD-CNT TO RPT-SUM-CNT.
           WRITE REBRPT-RECORD FROM RPT-LINE-5.
           WRITE REBRPT-RECORD FROM RPT-LINE-4.
           CLOSE INVREG-FILE, OPENPO-FILE, REBRPT-FILE.

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
