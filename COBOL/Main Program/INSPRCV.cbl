      *       DEPARTMENTAL COMMITMENT IS RELIEVED, AND AN ACCEPTED-
      *       RECEIPT RECORD GOES OUT FOR THE STOCK POSTING
      *   'R' REJECT - A RETURN-TO-VENDOR DOCUMENT PRINTS, ADDRESSED
      *       TO THE SUPPLIER'S TYPE '4' RMA ADDRESS ON THE SUPPLIER
      *       ADDRESS DIRECTORY - SENDING IT BACK STOPS BEING A
      *       PHONE CALL PLUS A SHRUG
      * BOTH VERDICTS FEED THE INSPECTION-RESULTS FILE THE QUALITY
      * SCORECARD ACCUMULATES, AND THE OPEN-INSPECTIONS AGING REPORT
      * SHOWS EVERY HOLD STILL WAITING SO MATERIAL STOPS ROTTING ON
      * THE SHELF.  THE HOLD FILE IS REWRITTEN WITH THE OPEN HOLDS.
      * A COMMITMENT RELIEF IS DATED WITH THE POSTING DATE THE SHARED
      * FISCPER ROUTINE GIVES BACK, SO A RUN IN A CLOSED FISCAL
      * PERIOD POSTS INTO THE FIRST OPEN ONE.
      * EVERY REJECT ALSO OPENS A RETURN-TO-VENDOR RECEIVABLE FOR THE
      * QUANTITY SHIPPED BACK AT THE OPEN-PO UNIT PRICE, SO THE
      * SUPPLIER'S CREDIT IS CHASED BY RTVTRACK UNTIL IT ARRIVES.
      * EVERY VERDICT ALSO MOVES THE SUPPLIER/PART'S ROW ON THE SKIP-
      * LOT FILE - AN ACCEPT ADDS ONE TO ITS RUN OF CONSECUTIVE
      * ACCEPTED LOTS, A SINGLE REJECT PUTS IT BACK TO ZERO AND FULL
      * INSPECTION.  RECVPO POSTS A SUPPLIER/PART WITH A LONG ENOUGH
      * RUN STRAIGHT TO ACCEPTED, AND THE RECEIPTS IT SKIPPED THAT
      * WAY ARE LISTED HERE WITH THE REASON THEY QUALIFIED.
      * UT-C-INSPHLD = INSPECTION HOLD (IN, REWRITTEN)
      * UT-C-INSPTRN = ACCEPT/REJECT TRANSACTIONS FROM THE FLOOR
      * UT-C-OPENPO  = OPEN-PO MASTER (KEYED, UPDATED IN PLACE)
      * UT-C-OPOJRNL = BEFORE-IMAGE JOURNAL OF THE MASTER, CUT BEFORE
      *                IT OPENS FOR UPDATE - BACKOUT RESTORES FROM
      *                HERE, SAME AS A RECVPO OR POCHG RUN
      * UT-C-SUPADIR = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      *                (KEYED, RMA ADDRESS)
      * UT-C-COMMIT  = COMMITMENT LEDGER (RELIEF ON ACCEPT)
      * UT-C-CURRATES= EFFECTIVE-DATED RATES - THE RELIEF CONVERTS
      *                AT THE RATE IN FORCE ON THE ORDER DATE
      * UT-C-RECACC  = ACCEPTED RECEIPTS FOR THE STOCK POSTING
      * UT-C-INSPRES = INSPECTION RESULTS FOR THE QUALITY SCORECARD
      * UT-C-RTVPRT  = RETURN-TO-VENDOR DOCUMENTS LANDING IN JES
      * UT-C-RTVREC  = RETURN-TO-VENDOR RECEIVABLES (EXTENDED)
      * UT-C-SKIPLOT = SKIP-LOT STATUS PER SUPPLIER/PART (REWRITTEN)
      * UT-C-INSPRPT = ACTIVITY, SKIPPED RECEIPTS + OPEN-INSPECTIONS
      *                AGING REPORT
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT OPOJRNL-FILE ASSIGN TO UT-C-OPOJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPOJRNL-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT COMMIT-FILE ASSIGN TO UT-C-COMMIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS COMMIT-ST.
           SELECT RTVPRT-FILE ASSIGN TO UT-C-RTVPRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RTVPRT-ST.
      *> one receivable per return - RTVTRACK closes it when the
      *> supplier's credit comes in or turns it into a debit memo
           SELECT RTVREC-FILE ASSIGN TO UT-C-RTVREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RTVREC-ST.
           SELECT INSPRPT-FILE ASSIGN TO UT-C-INSPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INSPRPT-ST.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
      *> consecutive accepted lots per supplier/part - what RECVPO's
      *> skip-lot rule reads
           SELECT SKIPLOT-FILE ASSIGN TO UT-C-SKIPLOT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SKIPLOT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INSPHLD-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 OPOJRNL-RECORD      PIC X(100).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD COMMIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 RTVPRT-RECORD       PIC X(132).
       FD RTVREC-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01 RTVREC-RECORD       PIC X(150).
       FD INSPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD SKIPLOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 SKIPLOT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-HOLD-READ-CNT        PIC 9(08) VALUE ZERO.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REJECT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-ORPHAN-CNT           PIC 9(08) VALUE ZERO.
       77 WS-STILL-OPEN-CNT       PIC 9(08) VALUE ZERO.
       77 WS-RTV-OPEN-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RTV-NOVAL-CNT        PIC 9(08) VALUE ZERO.
       77 WS-SKIPPED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       77 WS-OP-FOUND             PIC X(01) VALUE 'N'.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * HOLD TABLE - THE WHOLE FILE, WORKED IN PLACE AND REWRITTEN
       77 WS-HD-MAX               PIC 9(5) VALUE 10000.
                   88 HD-ROW-HELD     VALUE 'H'.
                   88 HD-ROW-ACCEPTED VALUE 'A'.
                   88 HD-ROW-REJECTED VALUE 'R'.
      *> posted by RECVPO's skip-lot rule - listed, never worked
                   88 HD-ROW-SKIPPED  VALUE 'S'.
               10 WS-HD-PLANT     PIC X(03).
               10 WS-HD-SKIP-CONSEC PIC 9(03).
               10 WS-HD-SKIP-PPM  PIC 9(04).

      * ONE INSPECTION-HOLD RECORD - SAME LAYOUT RECVPO WRITES
       01 WS-IH-DETAIL.
           05 WS-IH-RCPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-IH-STATUS        PIC X(01) VALUE SPACES.
           05 WS-IH-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-IH-SKIP-CONSEC   PIC 9(03) VALUE ZERO.
           05 WS-IH-SKIP-PPM      PIC 9(04) VALUE ZERO.

      * ONE ACCEPT/REJECT TRANSACTION FROM THE FLOOR
       01 WS-IT-DETAIL.
           05 WS-IT-INSPECTOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(27) VALUE SPACES.

      * ONE RETURN-TO-VENDOR RECEIVABLE - SAME LAYOUT RTVTRACK WORKS
           COPY RTVREC.

      * ONE OPEN-PO MASTER RECORD - READ AND REWRITTEN IN PLACE
           COPY OPENPO.
           COPY CURRRATE.
           05 WS-IQ-DATE          PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.

      * SKIP-LOT STATUS - THE WHOLE FILE, WORKED IN PLACE AND
      * REWRITTEN
           COPY SKIPLOT.
       77 WS-SK-MAX               PIC 9(5) VALUE 5000.
       77 WS-SK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SK-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SK-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SK-TBL.
           05 WS-SK-ROW OCCURS 5000 TIMES.
               10 WS-SK-SUPP           PIC X(10).
               10 WS-SK-PART           PIC X(23).
               10 WS-SK-CONSEC-ACC     PIC 9(05).
               10 WS-SK-SINCE-CHECK    PIC 9(03).
               10 WS-SK-LAST-ACC-DATE  PIC 9(08).
               10 WS-SK-LAST-REJ-DATE  PIC 9(08).
               10 WS-SK-SKIP-TOTAL     PIC 9(07).
               10 WS-SK-LAST-SKIP-DATE PIC 9(08).

      * THE SUPPLIER'S RMA (TYPE '4') ROW OFF THE ADDRESS DIRECTORY
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.


      * ONE PO EVENT RECORD - THE CANONICAL LAYOUT EVERY PROGRAM IN
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.
      * FISCAL-PERIOD HANDSHAKE WITH THE SHARED FISCPER ROUTINE -
      * EVERY POSTING THIS RUN IS DATED WS-POST-DATE, THE RUN DATE
      * UNLESS ACCOUNTING HAS CLOSED ITS PERIOD
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.
           88 FP-ROLLED           VALUE 4.
       77 WS-POST-DATE            PIC 9(08) VALUE ZERO.
       77 WS-ROLLED-CNT           PIC 9(08) VALUE ZERO.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'INSPRCV'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 INSPHLD-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INSPHLD       VALUE 'Y'.
               88 OPENPO-OK             VALUE '00'.
           05 OPOJRNL-ST                PIC X(02).
               88 OPOJRNL-OK            VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 COMMIT-ST                 PIC X(02).
               88 COMMIT-OK             VALUE '00'.
           05 RECACC-ST                 PIC X(02).
               88 INSPRES-OK            VALUE '00'.
           05 RTVPRT-ST                 PIC X(02).
               88 RTVPRT-OK             VALUE '00'.
           05 RTVREC-ST                 PIC X(02).
               88 RTVREC-OK             VALUE '00'.
           05 INSPRPT-ST                PIC X(02).
               88 INSPRPT-OK            VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 SKIPLOT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SKIPLOT       VALUE 'Y'.
           05 SKIPLOT-ST                PIC X(02).
               88 SKIPLOT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
             10 RPT-AGE-DAYS    PIC ZZZZZZ9.
             10 FILLER          PIC X(08) VALUE ' DAYS   '.
             10 FILLER          PIC X(48) VALUE SPACES.
       01 RPT-LINE-SKIP-HDR.
             10 FILLER    PIC X(44) VALUE
                'SKIP-LOT RECEIPTS - POSTED WITHOUT INSPECTIO'.
             10 FILLER    PIC X(01) VALUE 'N'.
             10 FILLER    PIC X(87) VALUE SPACES.
       01 RPT-LINE-RTV-PAGE.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-RTV-BANNER.
             10 RPT-FLD-NAME PIC X(22) VALUE SPACES.
             10 RPT-FLD-VAL  PIC X(50) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-PERIOD.
             10 RPT-PERIOD-MSG  PIC X(100) VALUE SPACES.
             10 FILLER          PIC X(32) VALUE SPACES.
       01 RPT-LINE-ROLL.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(13) VALUE 'PERIOD ROLL: '.
             10 RPT-ROLL-KEY    PIC X(45) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE ' POSTED '.
             10 RPT-ROLL-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(17) VALUE ' - CLOSED PERIOD '.
             10 RPT-ROLL-PERIOD PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(31) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-APPLY-ONE-VERDICT UNTIL NO-MORE-INSPTRN.
           PERFORM 720-LIST-SKIPPED-LOTS.
           PERFORM 700-WRITE-AGING.
           PERFORM 900-WRAP-UP.
           GOBACK.
      *> rewriter holds the open-PO master
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'INSPRCV REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 150-SET-POSTING-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-HOLD-FILE.
           PERFORM 220-OPEN-ADDRESS-DIRECTORY.
           PERFORM 230-READ-CURR-RATES.
           PERFORM 240-LOAD-SKIP-LOTS.
           WRITE INSPRPT-RECORD FROM RPT-LINE-0.
           WRITE INSPRPT-RECORD FROM RPT-LINE-BANNER.
           IF RPT-PERIOD-MSG NOT = SPACES
              WRITE INSPRPT-RECORD FROM RPT-LINE-PERIOD
           END-IF.
           WRITE INSPRPT-RECORD FROM RPT-LINE-2.

       150-SET-POSTING-DATE.
      *> one call per run - every posting below carries the answer.
      *> a run dated in a period accounting has closed posts into
      *> the first open one and lists each posting it rolled
           MOVE 'CHK' TO WS-FP-ACTION.
           MOVE WS01-CURR-DATE-N TO WS-FP-DATE.
           CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                WS-FP-POST-DATE, WS-FP-PERIOD,
                                WS-FP-STATUS, WS-FP-RETURN.
           MOVE WS-FP-POST-DATE TO WS-POST-DATE.
           MOVE SPACES TO RPT-PERIOD-MSG.
           EVALUATE WS-FP-RETURN
              WHEN 4
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - POSTINGS ROLLED TO '
                        WS-POST-DATE DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 8
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - NO LATER PERIOD IS OPEN, '
                        'POSTED AS DATED' DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 12
                 MOVE 'RUN DATE IS ON NO FISCAL PERIOD - POSTED AS '
                    & 'DATED' TO RPT-PERIOD-MSG
           END-EVALUATE.
           IF RPT-PERIOD-MSG NOT = SPACES
              DISPLAY 'INSPRCV: ' RPT-PERIOD-MSG
           END-IF.

       160-LIST-ROLLED-POSTING.
      *> the caller set RPT-ROLL-KEY
           ADD +1 TO WS-ROLLED-CNT.
           MOVE WS-POST-DATE TO RPT-ROLL-DATE.
           MOVE WS-FP-PERIOD TO RPT-ROLL-PERIOD.
           WRITE INSPRPT-RECORD FROM RPT-LINE-ROLL.

       200-OPEN-FILES.
           OPEN INPUT INSPTRN-FILE
              IF NOT INSPTRN-OK
                 DISPLAY 'Input INSPTRN File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           PERFORM 205-JOURNAL-MASTER THRU 205-JOURNAL-EXIT.
           OPEN I-O OPENPO-FILE
              IF NOT OPENPO-OK
              IF NOT RTVPRT-OK
                 DISPLAY 'Output RTVPRT File Error'
                 GO TO 999-ERR-RTN.
      *> the receivables file is append-only and the very first run
      *> starts it
           OPEN EXTEND RTVREC-FILE.
           IF NOT RTVREC-OK
              OPEN OUTPUT RTVREC-FILE
           END-IF.
           IF NOT RTVREC-OK
              DISPLAY 'Output RTVREC File Error'
              GO TO 999-ERR-RTN
           END-IF.
           OPEN OUTPUT INSPRPT-FILE
              IF NOT INSPRPT-OK
                 DISPLAY 'Output INSPRPT File Error'
              MOVE WS-IH-RCPT-DATE   TO WS-HD-RCPT-DT(WS-HD-CNT)
              MOVE WS-IH-STATUS      TO WS-HD-STATUS(WS-HD-CNT)
              MOVE WS-IH-PLANT-CODE  TO WS-HD-PLANT(WS-HD-CNT)
              MOVE WS-IH-SKIP-CONSEC TO WS-HD-SKIP-CONSEC(WS-HD-CNT)
              MOVE WS-IH-SKIP-PPM    TO WS-HD-SKIP-PPM(WS-HD-CNT)
           END-IF.

       220-OPEN-ADDRESS-DIRECTORY.
      *> the return document goes to the supplier's RMA (type '4')
      *> address - one keyed read per document, same as DEBMEMO
      *> does for the remit address
           OPEN INPUT SUPADIR-FILE
              IF NOT SUPADIR-OK
                 DISPLAY 'Input SUPADIR File Error'
                 GO TO 999-ERR-RTN.

       230-READ-CURR-RATES.
      *> a missing dataset just means the compiled rates govern the
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       240-LOAD-SKIP-LOTS.
      *> no skip-lot file yet is not an error - the first verdict
      *> starts it
           MOVE ZERO TO WS-SK-CNT.
           OPEN INPUT SKIPLOT-FILE.
           IF SKIPLOT-OK
              PERFORM 245-LOAD-ONE-SKIP-ROW UNTIL NO-MORE-SKIPLOT
              CLOSE SKIPLOT-FILE
           ELSE
              DISPLAY 'SKIPLOT NOT FOUND - STARTING A NEW SKIP-LOT '
                      'FILE'
           END-IF.

       245-LOAD-ONE-SKIP-ROW.
           READ SKIPLOT-FILE INTO WS-SL-DETAIL
              AT END MOVE 'Y' TO SKIPLOT-EOF
           END-READ.
           IF NOT NO-MORE-SKIPLOT AND WS-SK-CNT < WS-SK-MAX
              ADD +1 TO WS-SK-CNT
              MOVE WS-SL-SUPP-CODE    TO WS-SK-SUPP(WS-SK-CNT)
              MOVE WS-SL-PART-NUMBER  TO WS-SK-PART(WS-SK-CNT)
              MOVE WS-SL-CONSEC-ACC   TO WS-SK-CONSEC-ACC(WS-SK-CNT)
              MOVE WS-SL-SINCE-CHECK  TO WS-SK-SINCE-CHECK(WS-SK-CNT)
              MOVE WS-SL-LAST-ACC-DATE TO
                   WS-SK-LAST-ACC-DATE(WS-SK-CNT)
              MOVE WS-SL-LAST-REJ-DATE TO
                   WS-SK-LAST-REJ-DATE(WS-SK-CNT)
              MOVE WS-SL-SKIP-TOTAL   TO WS-SK-SKIP-TOTAL(WS-SK-CNT)
              MOVE WS-SL-LAST-SKIP-DATE TO
                   WS-SK-LAST-SKIP-DATE(WS-SK-CNT)
           END-IF.

       300-READ-TRAN.
           READ INSPTRN-FILE INTO WS-IT-DETAIL
              AT END
           END-REWRITE.
           MOVE 'A' TO WS-HD-STATUS(WS-HD-FND-IDX).
           MOVE 'ACCEPTED  ' TO RPT-DISPOSITION.
           IF WS-HD-SKIP-CONSEC(WS-HD-FND-IDX) > ZERO
              MOVE 'Skip-lot check lot passed - posted.' TO RPT-REASON
           ELSE
              MOVE 'Quantity posted to the order.' TO RPT-REASON
           END-IF.
           PERFORM 550-FIND-SKIP-LOT-ROW.
           IF WS-SK-FND-IDX > ZERO
              IF WS-SK-CONSEC-ACC(WS-SK-FND-IDX) < 99999
                 ADD +1 TO WS-SK-CONSEC-ACC(WS-SK-FND-IDX)
              END-IF
              MOVE WS01-CURR-DATE-N TO
                   WS-SK-LAST-ACC-DATE(WS-SK-FND-IDX)
           END-IF.
           MOVE 'INSP-ACCEPT' TO WS-EV-EVENT.
           PERFORM 540-WRITE-PO-EVENT.
           PERFORM 510-WRITE-ACCEPTED-RECEIPT.
              MOVE WS-HD-PO(WS-HD-FND-IDX) TO WS-CMT-PO-NUMBER
              MOVE WS-HD-PART(WS-HD-FND-IDX) TO WS-CMT-PART-NUMBER
              MOVE WS-RELIEF-USD    TO WS-CMT-USD-AMOUNT
              MOVE WS-POST-DATE     TO WS-CMT-DATE
              MOVE 'INSPRCV '       TO WS-CMT-PROGRAM
              WRITE COMMIT-RECORD FROM WS-CMT-DETAIL
              IF FP-ROLLED
                 MOVE SPACES TO RPT-ROLL-KEY
                 STRING 'RELIEF ' WS-HD-PO(WS-HD-FND-IDX) ' '
                        WS-HD-PART(WS-HD-FND-IDX) DELIMITED BY SIZE
                        INTO RPT-ROLL-KEY
                 END-STRING
                 PERFORM 160-LIST-ROLLED-POSTING
              END-IF
           END-IF.

       535-LOOKUP-ORDER-RATE.
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       550-FIND-SKIP-LOT-ROW.
      *> the verdict's supplier/part on the skip-lot table - a pair
      *> seen for the first time gets a new row at zero
           MOVE ZERO TO WS-SK-FND-IDX.
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-SK-CNT OR WS-SK-FND-IDX > ZERO
              IF WS-SK-SUPP(WS-SK-IDX) = WS-HD-SUPP(WS-HD-FND-IDX) AND
                 WS-SK-PART(WS-SK-IDX) = WS-HD-PART(WS-HD-FND-IDX)
                 MOVE WS-SK-IDX TO WS-SK-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SK-FND-IDX = ZERO AND WS-SK-CNT < WS-SK-MAX
              ADD +1 TO WS-SK-CNT
              MOVE WS-SK-CNT TO WS-SK-FND-IDX
              MOVE WS-HD-SUPP(WS-HD-FND-IDX) TO WS-SK-SUPP(WS-SK-CNT)
              MOVE WS-HD-PART(WS-HD-FND-IDX) TO WS-SK-PART(WS-SK-CNT)
              MOVE ZERO TO WS-SK-CONSEC-ACC(WS-SK-CNT)
              MOVE ZERO TO WS-SK-SINCE-CHECK(WS-SK-CNT)
              MOVE ZERO TO WS-SK-LAST-ACC-DATE(WS-SK-CNT)
              MOVE ZERO TO WS-SK-LAST-REJ-DATE(WS-SK-CNT)
              MOVE ZERO TO WS-SK-SKIP-TOTAL(WS-SK-CNT)
              MOVE ZERO TO WS-SK-LAST-SKIP-DATE(WS-SK-CNT)
           END-IF.

       600-REJECT-RECEIPT.
           ADD +1 TO WS-REJECT-CNT.
           MOVE 'R' TO WS-HD-STATUS(WS-HD-FND-IDX).
           MOVE 'REJECTED  ' TO RPT-DISPOSITION.
           MOVE 'RTV printed, receivable opened.' TO RPT-REASON.
      *> one reject ends the run of accepts - the supplier/part is
      *> back on full inspection until it earns skip-lot again
           PERFORM 550-FIND-SKIP-LOT-ROW.
           IF WS-SK-FND-IDX > ZERO
              MOVE ZERO TO WS-SK-CONSEC-ACC(WS-SK-FND-IDX)
              MOVE ZERO TO WS-SK-SINCE-CHECK(WS-SK-FND-IDX)
              MOVE WS01-CURR-DATE-N TO
                   WS-SK-LAST-REJ-DATE(WS-SK-FND-IDX)
           END-IF.
           MOVE 'INSP-REJECT' TO WS-EV-EVENT.
           PERFORM 540-WRITE-PO-EVENT.
           PERFORM 520-WRITE-RESULT-ROW.
           PERFORM 610-PRINT-RTV-DOCUMENT.
           PERFORM 630-OPEN-RTV-RECEIVABLE.

       610-PRINT-RTV-DOCUMENT.
      *> one page per rejected receipt, field by field in the
           WRITE RTVPRT-RECORD FROM RPT-LINE-0.

       620-PRINT-RMA-ADDRESS.
           MOVE 'N' TO WS-SD-FOUND.
           MOVE WS-HD-SUPP(WS-HD-FND-IDX) TO WS-SD-SUPP-CODE.
           MOVE '4'                       TO WS-SD-ADDR-TYPE.
           MOVE WS-SD-KEY                 TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
           END-READ.
           IF SD-FOUND
              MOVE 'Return To...........' TO RPT-FLD-NAME
              MOVE WS-SD-SUPP-NAME TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE WS-SD-ADDRESS-1 TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE SPACES TO RPT-FLD-VAL
              STRING WS-SD-CITY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SD-STATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SD-ZIP DELIMITED BY SIZE
                     INTO RPT-FLD-VAL
              END-STRING
              PERFORM 650-PRINT-ONE-FIELD
              PERFORM 650-PRINT-ONE-FIELD
           END-IF.

       630-OPEN-RTV-RECEIVABLE.
      *> the supplier owes us the material at the price we ordered
      *> it at - a return whose order is gone can not be valued and
      *> is left to AP to chase by hand
           MOVE 'N' TO WS-OP-FOUND.
           MOVE WS-HD-PO(WS-HD-FND-IDX)   TO OPENPO-KEY-PO.
           MOVE WS-HD-PART(WS-HD-FND-IDX) TO OPENPO-KEY-PART.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              KEY IS OPENPO-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-OP-FOUND
           END-READ.
           IF NOT OP-FOUND
              ADD +1 TO WS-RTV-NOVAL-CNT
              MOVE 'RTV printed - no order to value it.'
                   TO RPT-REASON
           ELSE
              INITIALIZE WS-RV-DETAIL
              MOVE WS-HD-SUPP(WS-HD-FND-IDX) TO WS-RV-SUPP-CODE
              MOVE WS-HD-PO(WS-HD-FND-IDX)   TO WS-RV-PO-NUMBER
              MOVE WS-HD-PART(WS-HD-FND-IDX) TO WS-RV-PART-NUMBER
              MOVE WS-HD-LOT(WS-HD-FND-IDX)  TO WS-RV-LOT-NUMBER
              MOVE WS01-CURR-DATE-N          TO WS-RV-RTV-DATE
              MOVE WS-HD-QTY(WS-HD-FND-IDX)  TO WS-RV-QUANTITY
              MOVE WS-OP-UNIT-PRICE          TO WS-RV-UNIT-PRICE
              MOVE WS-OP-CURRENCY            TO WS-RV-CURRENCY
              COMPUTE WS-RV-AMOUNT ROUNDED =
                 WS-HD-QTY(WS-HD-FND-IDX) * WS-OP-UNIT-PRICE
              MOVE 'O'                       TO WS-RV-STATUS
              WRITE RTVREC-RECORD FROM WS-RV-DETAIL
              ADD +1 TO WS-RTV-OPEN-CNT
           END-IF.

       650-PRINT-ONE-FIELD.
           WRITE RTVPRT-RECORD FROM RPT-LINE-FLD.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.
              END-IF
           END-PERFORM.

       720-LIST-SKIPPED-LOTS.
      *> every receipt RECVPO posted on the skip-lot rule since the
      *> last run, with the run of accepts and the supplier defect
      *> rate that let it past the shelf
           WRITE INSPRPT-RECORD FROM RPT-LINE-0.
           WRITE INSPRPT-RECORD FROM RPT-LINE-SKIP-HDR.
           WRITE INSPRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-CNT
              IF HD-ROW-SKIPPED(WS-HD-IDX)
                 ADD +1 TO WS-SKIPPED-CNT
                 MOVE WS-HD-PO(WS-HD-IDX)   TO RPT-PO-NUMBER
                 MOVE WS-HD-PART(WS-HD-IDX) TO RPT-PART-NUMBER
                 MOVE WS-HD-LOT(WS-HD-IDX)  TO RPT-LOT
                 MOVE WS-HD-QTY(WS-HD-IDX)  TO RPT-QTY
                 MOVE 'SKIP-LOT  '          TO RPT-DISPOSITION
                 MOVE SPACES                TO RPT-REASON
                 STRING WS-HD-SKIP-CONSEC(WS-HD-IDX)
                        ' consecutive accepts, supplier PPM '
                        WS-HD-SKIP-PPM(WS-HD-IDX)
                        DELIMITED BY SIZE INTO RPT-REASON
                 END-STRING
                 WRITE INSPRPT-RECORD FROM RPT-LINE-3
              END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-REASON.

       900-WRAP-UP.
           PERFORM 910-REWRITE-HOLD-FILE.
           PERFORM 920-REWRITE-SKIP-LOTS.
           WRITE INSPRPT-RECORD FROM RPT-LINE-0.
           WRITE INSPRPT-RECORD FROM RPT-LINE-4.
           MOVE 'HOLD RECORDS READ............ ' TO RPT-SUM-LABEL.
           MOVE 'RECEIPTS REJECTED (RTV)...... ' TO RPT-SUM-LABEL.
           MOVE WS-REJECT-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RTV RECEIVABLES OPENED....... ' TO RPT-SUM-LABEL.
           MOVE WS-RTV-OPEN-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RTVS WITH NO ORDER TO VALUE.. ' TO RPT-SUM-LABEL.
           MOVE WS-RTV-NOVAL-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ORPHAN/REFUSED VERDICTS...... ' TO RPT-SUM-LABEL.
           MOVE WS-ORPHAN-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SKIP-LOT RECEIPTS LISTED..... ' TO RPT-SUM-LABEL.
           MOVE WS-SKIPPED-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HOLDS STILL OPEN............. ' TO RPT-SUM-LABEL.
           MOVE WS-STILL-OPEN-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'POSTINGS ROLLED FORWARD...... ' TO RPT-SUM-LABEL.
           MOVE WS-ROLLED-CNT TO RPT-SUM-CNT.
           WRITE INSPRPT-RECORD FROM RPT-LINE-5.
           WRITE INSPRPT-RECORD FROM RPT-LINE-4.
           CLOSE INSPTRN-FILE, OPENPO-FILE, RECACC-FILE,
                 INSPRES-FILE, RTVPRT-FILE, RTVREC-FILE,
                 INSPRPT-FILE, SUPADIR-FILE.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
           IF COMMIT-IS-OPEN
              CLOSE COMMIT-FILE
           END-IF.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.
           MOVE WS-TRAN-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.

       910-REWRITE-HOLD-FILE.
      *> only the still-held receipts survive the rewrite - accepted
      *> ones have posted, rejected ones are on a truck back, and
      *> skip-lot ones have been listed
           OPEN OUTPUT INSPHLD-FILE.
           IF INSPHLD-OK
              PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                    MOVE 'H' TO WS-IH-STATUS
                    MOVE WS-HD-PLANT(WS-HD-IDX) TO
                         WS-IH-PLANT-CODE
                    MOVE WS-HD-SKIP-CONSEC(WS-HD-IDX) TO
                         WS-IH-SKIP-CONSEC
                    MOVE WS-HD-SKIP-PPM(WS-HD-IDX) TO WS-IH-SKIP-PPM
                    WRITE INSPHLD-RECORD FROM WS-IH-DETAIL
                 END-IF
              END-PERFORM
              GO TO 999-ERR-RTN
           END-IF.

       920-REWRITE-SKIP-LOTS.
      *> the runs of accepts this run's verdicts moved go back out
      *> for RECVPO's next skip-lot decisions
           OPEN OUTPUT SKIPLOT-FILE.
           IF NOT SKIPLOT-OK
              DISPLAY 'Output SKIPLOT File Error - SKIP-LOT STATUS '
                      'NOT SAVED'
           ELSE
              PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                      UNTIL WS-SK-IDX > WS-SK-CNT
                 INITIALIZE WS-SL-DETAIL
                 MOVE WS-SK-SUPP(WS-SK-IDX)   TO WS-SL-SUPP-CODE
                 MOVE WS-SK-PART(WS-SK-IDX)   TO WS-SL-PART-NUMBER
                 MOVE WS-SK-CONSEC-ACC(WS-SK-IDX) TO WS-SL-CONSEC-ACC
                 MOVE WS-SK-SINCE-CHECK(WS-SK-IDX) TO
                      WS-SL-SINCE-CHECK
                 MOVE WS-SK-LAST-ACC-DATE(WS-SK-IDX) TO
                      WS-SL-LAST-ACC-DATE
                 MOVE WS-SK-LAST-REJ-DATE(WS-SK-IDX) TO
                      WS-SL-LAST-REJ-DATE
                 MOVE WS-SK-SKIP-TOTAL(WS-SK-IDX) TO WS-SL-SKIP-TOTAL
                 MOVE WS-SK-LAST-SKIP-DATE(WS-SK-IDX) TO
                      WS-SL-LAST-SKIP-DATE
                 WRITE SKIPLOT-RECORD FROM WS-SL-DETAIL
              END-PERFORM
              CLOSE SKIPLOT-FILE
           END-IF.

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

       995-SIGN-MASTER.
      *> the master is closed - leave the control signature the
      *> next program to open it will check against
           MOVE 'SIG' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF WS-MS-RETURN NOT = ZERO
              DISPLAY WS-MS-MASTER ' NOT SIGNED - ITS NEXT OPEN WILL '
                      'FAIL THE CONTROL-TOTAL CHECK'
              MOVE 8 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
