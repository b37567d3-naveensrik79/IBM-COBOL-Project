      * DIVRPT IS THE ANNUAL SUPPLIER DIVERSITY SPEND REPORT THE
      * CONTRACTING OFFICER ASKS FOR EVERY FALL - UNTIL NOW ANSWERED
      * FROM GUESSWORK.  FOR THE REPORTING YEAR IT ROLLS UP:
      *   - PAID DOLLARS FROM THE PAYMENT HISTORY PAYRUN APPENDS,
      *     LESS ANY PAYMENT PAYVOID HAS SINCE VOIDED OR STOPPED
      *   - RECEIVED-NOT-INVOICED DOLLARS FROM THE OPEN-PO MASTER
      *     (RECEIPTS DATED IN THE YEAR), BROUGHT TO USD, WITH THE
      *     INVOICED QUANTITY OFF THE REGISTER NETTED OUT FIRST SO AN
      *     ORDER BOTH RECEIVED AND PAID IS NOT COUNTED TWICE
      *   - THE SAME FOR ORDERS POARCH HAS SINCE MOVED TO THE
      *     CLOSED-ORDER HISTORY WHOSE RECEIPTS ARE DATED IN THE YEAR,
      *     SO AN OLD REPORTING YEAR SEES ITS ARCHIVED ORDERS TOO
      * BY THE OWNERSHIP CLASSIFICATION CODE ON THE SUPPLIER MASTER
      * SUPMAINT MAINTAINS (LG/SB/MB/WB/VB; BLANK = UNCLASSIFIED),
      * WITH A SUPPLIER DETAIL LINE UNDER EACH CLASSIFICATION.
      * SPEND BOOKED TO A CODE SUPMAINT HAS SINCE RETIRED BY MERGING
      * IT INTO ANOTHER COUNTS UNDER THE SURVIVING CODE AND ITS
      * CLASSIFICATION - ONE COMPANY, ONE DETAIL LINE.
      * UT-C-PAYHIST  = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-INVREG   = INVOICE REGISTER MAINTAINED BY INVMATCH
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-POARCH   = CLOSED-ORDER HISTORY APPENDED BY POARCH
      * UT-C-SUPPMAST = SUPPLIER MASTER (CLASSIFICATION CODES)
      * UT-C-DIVCTL   = ONE-CARD CONTROL FILE, 'YEAR=yyyy' (DEFAULT:
      *                 THE YEAR BEFORE THE RUN DATE)
      * UT-C-DIVRPT   = DIVERSITY SPEND REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
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
       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD INVREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
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
       WORKING-STORAGE SECTION.
       77 WS-HIST-CNT             PIC 9(08) VALUE ZERO.
       77 WS-OP-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-AR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-REPORT-YEAR          PIC 9(04) VALUE ZERO.
       77 WS-CLASS-IDX            PIC 9(01) VALUE ZERO.
       77 WS-RNI-USD              PIC S9(11)V99 VALUE ZERO.
       77 WS-INV-QTY-FOR-PO       PIC S9(09) VALUE ZERO.
       77 WS-IR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-GRAND-TOTAL          PIC S9(13)V99 VALUE ZERO.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * THE CODE SPEND COUNTS UNDER - THE ONE BOOKED, OR THE SURVIVOR
      * A MERGE RETIRED IT INTO (FOLLOWED THROUGH A FEW REMERGES)
       77 WS-MRG-BOOKED           PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      * THE SIX CLASSIFICATION BUCKETS - FIVE CODES PLUS THE
               10 WS-SM-ROW-TAX-ID    PIC X(09).
               10 WS-SM-ROW-1099      PIC X(01).
               10 WS-SM-ROW-OWN-CLASS PIC X(02).
               10 FILLER              PIC X(06).
               10 WS-SM-ROW-ONB-STAT  PIC X(01).
               10 WS-SM-ROW-MERGED-TO PIC X(10).
               10 FILLER              PIC X(05).

      * INVOICED QUANTITY PER PO/PART OFF THE REGISTER - SAME NETTING
      * TABLE GLEXT AND REBATE BUILD, SO AN ORDER BOTH RECEIVED AND
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.
      * ONE CLOSED-ORDER HISTORY ROW - SAME LAYOUT POARCH APPENDS
           COPY POARCH.
           COPY CURRRATE.

       01 WS01-CURR-DATE.
           05 WS01-RD-YYYY          PIC 9(04).
       77 WS-RCPT-YEAR            PIC 9(04) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'DIVRPT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
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
           PERFORM 410-LOAD-ONE-REGISTER UNTIL NO-MORE-INVREG.
           PERFORM 310-READ-OPENPO.
           PERFORM 500-ACCUM-ONE-PO UNTIL NO-MORE-OPENPO.
           PERFORM 530-PASS-ARCHIVE.
           PERFORM 600-CLASSIFY-AND-PRINT.
           PERFORM 900-WRAP-UP.
           GOBACK.
              IF NOT INVREG-OK
                 DISPLAY 'Input INVREG File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIER-MASTER.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
              MOVE WS-PH-SUPP-CODE TO WS-AC-LKP-SUPP
              PERFORM 430-FIND-SPEND-ROW
              IF WS-AC-FND-IDX > ZERO
                 IF PH-IS-REVERSAL
                    SUBTRACT WS-PH-NET-AMT
                        FROM WS-AC-SPEND(WS-AC-FND-IDX)
                 ELSE
                    ADD WS-PH-NET-AMT TO WS-AC-SPEND(WS-AC-FND-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 300-READ-PAYHIST.
           END-IF.
           PERFORM 320-READ-INVREG.

       425-RESOLVE-SURVIVOR.
           MOVE WS-AC-LKP-SUPP TO WS-MRG-BOOKED.
           MOVE ZERO TO WS-MRG-HOPS.
           MOVE 'N' TO WS-MRG-DONE-SW.
           PERFORM 426-FOLLOW-ONE-MERGE
              UNTIL MRG-DONE OR WS-MRG-HOPS > 5.
           IF WS-AC-LKP-SUPP NOT = WS-MRG-BOOKED
              ADD +1 TO WS-FOLD-CNT
           END-IF.

       426-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT
              IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-AC-LKP-SUPP
                 IF WS-SM-ROW-ONB-STAT(WS-SM-IDX) = 'M' AND
                    WS-SM-ROW-MERGED-TO(WS-SM-IDX) NOT = SPACES
                    MOVE WS-SM-ROW-MERGED-TO(WS-SM-IDX)
                         TO WS-AC-LKP-SUPP
                    MOVE 'N' TO WS-MRG-DONE-SW
                    ADD +1 TO WS-MRG-HOPS
                 END-IF
                 MOVE WS-SM-CNT TO WS-SM-IDX
              END-IF
           END-PERFORM.

       430-FIND-SPEND-ROW.
      *> a retired code's spend lands on its survivor's row
           PERFORM 425-RESOLVE-SURVIVOR.
           MOVE 'N' TO WS-AC-FOUND.
           MOVE ZERO TO WS-AC-FND-IDX.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
      *> GLEXT and REBATE do) so an order both received and paid is
      *> not counted once off the history and again here
           ADD +1 TO WS-OP-REC-CNT.
           PERFORM 505-ACCUM-ORDER.
           PERFORM 310-READ-OPENPO.

       505-ACCUM-ORDER.
           IF WS-OP-RECEIVED-QTY > ZERO AND NOT OP-STAT-CANCELLED
              MOVE WS-OP-LAST-RCPT-DT(1:4) TO WS-RCPT-YEAR
              IF WS-RCPT-YEAR = WS-REPORT-YEAR
                 END-IF
              END-IF
           END-IF.

       510-LOOKUP-CURR-RATE.
           MOVE 'N' TO CURR-RATE-FOUND-SW.
              END-IF
           END-PERFORM.

       530-PASS-ARCHIVE.
      *> an order archived off the master still belongs to the year
      *> its receipts are dated in - 505 applies the same year test,
      *> so only a reporting year that reaches back to archived
      *> orders picks anything up.  no archive yet just means
      *> nothing has been archived
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

       600-CLASSIFY-AND-PRINT.
      *> stamp each supplier's classification from the master, roll
      *> the spend into the class buckets, then print bucket by
           MOVE 'OPEN-PO ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-OP-REC-CNT TO RPT-SUM-CNT.
           WRITE DIVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ARCHIVED ORDER ROWS READ..... ' TO RPT-SUM-LABEL.
           MOVE WS-AR-REC-CNT TO RPT-SUM-CNT.
           WRITE DIVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROWS CARRIED TO A SURVIVOR... ' TO RPT-SUM-LABEL.
           MOVE WS-FOLD-CNT TO RPT-SUM-CNT.
           WRITE DIVRPT-RECORD FROM RPT-LINE-5.
           WRITE DIVRPT-RECORD FROM RPT-LINE-4.
           CLOSE PAYHIST-FILE, INVREG-FILE, OPENPO-FILE, DIVRPT-FILE.

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
