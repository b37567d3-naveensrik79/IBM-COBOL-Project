       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GOVTORIG.
      * **************************************************
      * GOVTORIG IS THE QUARTERLY DOMESTIC-SOURCING LISTING THE
      * CONTRACTING OFFICER SIGNS OFF ON FOR OUR GOVERNMENT
      * CONTRACTS.  EVERY RECEIPT STOCKUPD POSTED TO THE STOCK-VALUE
      * TRAIL WITH A POSTING DATE INSIDE THE CALENDAR QUARTER, FOR A
      * PART THE PART MASTER CARRIES AS A GOVERNMENT PART (G/C CODE
      * 'G', STAMPED BY PRTSUPP), IS:
      *   - NETTED OF ANY RECEIPT REVERSAL POSTED IN THE QUARTER AND
      *     ROLLED UP BY PART AND PURCHASE ORDER
      *   - MATCHED TO ITS SUPPLIER THROUGH THE OPEN-PO MASTER, OR
      *     THE CLOSED-ORDER HISTORY ONCE POARCH HAS ARCHIVED IT
      *   - LISTED WITH THE PART'S COUNTRY OF ORIGIN OFF THE SAME
      *     PART-ORIGIN FILE CUSTEXT DECLARES FROM, AND WHETHER THAT
      *     COUNTRY IS ON THE QUALIFYING-COUNTRY TABLE PRTSUPP EDITS
      *     GOVERNMENT ORDERS AGAINST
      * THE QUARTER IS THE LAST ONE COMPLETED BEFORE THE RUN DATE
      * UNLESS A 'QTR=YYYYQ' CARD NAMES ANOTHER.  A LINE THAT DOES
      * NOT QUALIFY, OR WHOSE ORIGIN IS NOT ON FILE, ENDS THE STEP
      * WITH RETURN CODE 4 SO THE LISTING IS NOT FILED UNREAD.
      * UT-C-GOVCTL   = ONE-CARD CONTROL FILE, 'QTR=YYYYQ' - THE
      *                 QUARTER TO REPORT (DEFAULT THE LAST ONE
      *                 COMPLETED)
      * UT-C-STKVAL   = STOCK-VALUE MOVEMENT TRAIL FROM STOCKUPD
      * UT-C-PARTMAST = PART MASTER (KEYED - G/C CODE)
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-POARCH   = CLOSED-ORDER HISTORY APPENDED BY POARCH
      * UT-C-PARTORIG = PART ORIGIN FILE (PART, COUNTRY OF ORIGIN,
      *                 HTS CODE, DUTY RATE)
      * UT-C-GOVTRPT  = COMPLIANCE LISTING LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOVCTL-FILE ASSIGN TO UT-C-GOVCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS GOVCTL-ST.
           SELECT STKVAL-FILE ASSIGN TO UT-C-STKVAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STKVAL-ST.
           SELECT PARTMAST-FILE ASSIGN TO UT-C-PARTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PARTMAST-KEY-PART
           FILE STATUS  IS PARTMAST-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT POARCH-FILE ASSIGN TO UT-C-POARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARCH-ST.
           SELECT PARTORIG-FILE ASSIGN TO UT-C-PARTORIG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTORIG-ST.
           SELECT GOVTRPT-FILE ASSIGN TO UT-C-GOVTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS GOVTRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD GOVCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 GOVCTL-RECORD       PIC X(80).
       FD STKVAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STKVAL-RECORD       PIC X(80).
       FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
           05 PARTMAST-KEY-PART   PIC X(23).
           05 FILLER              PIC X(57).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD POARCH-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01 POARCH-RECORD       PIC X(108).
       FD PARTORIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTORIG-RECORD     PIC X(80).
       FD GOVTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 GOVTRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-SV-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-SV-QTR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-SV-GOVT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-AR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-QUAL-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NONQ-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NOORIG-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NOSUPP-CNT           PIC 9(08) VALUE ZERO.
       77 WS-OVERFLOW-CNT         PIC 9(08) VALUE ZERO.

      * QUARTER BEING REPORTED AND ITS FIRST AND LAST DAY
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       01 WS-RPT-QTR.
           05 WS-RPT-QTR-YYYY     PIC 9(04) VALUE ZERO.
           05 WS-RPT-QTR-Q        PIC 9(01) VALUE ZERO.
       77 WS-QTR-START-DATE       PIC 9(08) VALUE ZERO.
       77 WS-QTR-END-DATE         PIC 9(08) VALUE ZERO.

      * ONE LINE PER GOVERNMENT PART RECEIVED AGAINST ONE ORDER IN
      * THE QUARTER - THE SUPPLIER AND ORIGIN ARE STAMPED ON AFTER
      * THE TRAIL HAS BEEN READ
       77 WS-GR-MAX               PIC 9(04) VALUE 2000.
       77 WS-GR-CNT               PIC 9(04) VALUE ZERO.
       77 WS-GR-IDX               PIC 9(04) VALUE ZERO.
       77 WS-GR-FND-IDX           PIC 9(04) VALUE ZERO.
       77 WS-GR-SRT-IDX           PIC 9(04) VALUE ZERO.
       77 WS-GR-INS-IDX           PIC 9(04) VALUE ZERO.
       01 WS-GR-TBL.
           05 WS-GR-ROW OCCURS 2000 TIMES.
               10 WS-GR-KEY.
                   15 WS-GR-PART      PIC X(23).
                   15 WS-GR-PO        PIC X(06).
               10 WS-GR-FIRST-DATE    PIC 9(08).
               10 WS-GR-NET-QTY       PIC S9(09).
               10 WS-GR-SUPPLIER      PIC X(10).
               10 WS-GR-COUNTRY       PIC X(02).
       01 WS-GR-SAVE.
           05 WS-GR-SAVE-KEY          PIC X(29).
           05 FILLER                  PIC X(29).

      * PART-MASTER ROW AS PRTSUPP KEEPS IT - ONLY THE G/C CODE IS
      * WANTED HERE
       77 WS-PM-FOUND             PIC X(01) VALUE 'N'.
           88 PM-FOUND            VALUE 'Y'.
       01 WS-PM-DETAIL.
           05 WS-PM-PART-NUMBER PIC X(23) VALUE SPACES.
           05 WS-PM-FIRST-DATE  PIC 9(08) VALUE ZERO.
           05 WS-PM-LAST-DATE   PIC 9(08) VALUE ZERO.
           05 WS-PM-MIN-QTY     PIC X(07) VALUE SPACES.
           05 WS-PM-MAX-QTY     PIC X(07) VALUE SPACES.
           05 WS-PM-ORD-MULT    PIC X(05) VALUE SPACES.
           05 WS-PM-EXPORT-FLAG PIC X(01) VALUE SPACES.
           05 WS-PM-BLUEPRINT   PIC X(10) VALUE SPACES.
           05 WS-PM-SHELF-DAYS  PIC X(05) VALUE SPACES.
           05 WS-PM-GOVT-CODE   PIC X(01) VALUE SPACES.
               88 PM-GOVT-PART  VALUE 'G'.
           05 FILLER            PIC X(05) VALUE SPACES.
      * THE LAST PART PROBED - THE TRAIL RUNS A PART'S MOVEMENTS
      * TOGETHER OFTEN ENOUGH THAT THIS SAVES MOST OF THE READS
       77 WS-PM-LAST-PART         PIC X(23) VALUE SPACES.

      * ONE STOCK-VALUE MOVEMENT - SAME LAYOUT STOCKUPD APPENDS
           COPY STKVAL.
      * ONE OPEN-PO MASTER ROW
           COPY OPENPO.
      * ONE CLOSED-ORDER HISTORY ROW - SAME LAYOUT POARCH APPENDS
           COPY POARCH.
      * ONE PART-ORIGIN ROW - SAME LAYOUT CUSTEXT READS
           COPY PARTORIG.
      * COUNTRIES A GOVERNMENT PART MAY BE MADE IN
           COPY QUALCTRY.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'GOVTORIG'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 GOVCTL-ST                 PIC X(02).
               88 GOVCTL-OK             VALUE '00'.
           05 STKVAL-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-STKVAL        VALUE 'Y'.
           05 STKVAL-ST                 PIC X(02).
               88 STKVAL-OK             VALUE '00'.
           05 PARTMAST-ST               PIC X(02).
               88 PARTMAST-OK           VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 POARCH-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-POARCH        VALUE 'Y'.
           05 POARCH-ST                 PIC X(02).
               88 POARCH-OK             VALUE '00'.
           05 PARTORIG-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTORIG      VALUE 'Y'.
           05 PARTORIG-ST               PIC X(02).
               88 PARTORIG-OK           VALUE '00'.
           05 GOVTRPT-ST                PIC X(02).
               88 GOVTRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(45) VALUE
                'GOVERNMENT PARTS RECEIVED - COUNTRY OF ORIGIN'.
             10 FILLER       PIC X(01) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(66) VALUE SPACES.
       01 RPT-LINE-QTR.
             10 FILLER          PIC X(09) VALUE 'QUARTER: '.
             10 RPT-QTR-YYYY    PIC 9(04) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE ' Q'.
             10 RPT-QTR-Q       PIC 9(01) VALUE ZERO.
             10 FILLER          PIC X(11) VALUE '  RECEIVED '.
             10 RPT-QTR-START   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(04) VALUE ' TO '.
             10 RPT-QTR-END     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(85) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Received'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE '    Quantity'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Origin'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE 'Status'.
             10 FILLER    PIC X(41) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RCPT-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NET-QTY     PIC -ZZZ,ZZZ,ZZ9.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-COUNTRY     PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-STATUS      PIC X(14) VALUE SPACES.
             10 FILLER          PIC X(41) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-STKVAL.
           PERFORM 400-TAKE-ONE-MOVEMENT UNTIL NO-MORE-STKVAL.
           PERFORM 500-STAMP-SUPPLIERS.
           PERFORM 550-STAMP-ORIGINS.
           PERFORM 600-SORT-LINES.
           PERFORM 700-WRITE-LINES.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 150-SET-QUARTER-BOUNDS.
           PERFORM 200-OPEN-FILES.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-0.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-QTR.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-1.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARD.
      *> same one-card style as ITCRPT - no card, or one that does
      *> not read as a year and a quarter 1-4, reports the last
      *> quarter completed before the run date
           MOVE ZERO TO WS-RPT-QTR-YYYY, WS-RPT-QTR-Q.
           OPEN INPUT GOVCTL-FILE.
           IF GOVCTL-OK
              READ GOVCTL-FILE INTO WS-CNTL-CARD
                 AT END MOVE SPACES TO WS-CNTL-CARD
              END-READ
              IF WS-CNTL-CARD(1:4) = 'QTR=' AND
                 WS-CNTL-CARD(5:5) IS NUMERIC AND
                 WS-CNTL-CARD(9:1) >= '1' AND
                 WS-CNTL-CARD(9:1) <= '4'
                 MOVE WS-CNTL-CARD(5:5) TO WS-RPT-QTR
              END-IF
              CLOSE GOVCTL-FILE
           END-IF.
           IF WS-RPT-QTR-Q = ZERO
              COMPUTE WS-RPT-QTR-Q = (WS01-CURR-MM - 1) / 3
              MOVE WS01-CURR-YYYY TO WS-RPT-QTR-YYYY
              IF WS-RPT-QTR-Q = ZERO
                 MOVE 4 TO WS-RPT-QTR-Q
                 SUBTRACT 1 FROM WS-RPT-QTR-YYYY
              END-IF
           END-IF.

       150-SET-QUARTER-BOUNDS.
      *> calendar quarters - the contracting officer's certification
      *> runs on the government's calendar, not our fiscal one
           COMPUTE WS-QTR-START-DATE =
              WS-RPT-QTR-YYYY * 10000 +
              ((WS-RPT-QTR-Q - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QTR-END-DATE =
              WS-RPT-QTR-YYYY * 10000 + (WS-RPT-QTR-Q * 3) * 100 + 31.
           MOVE WS-RPT-QTR-YYYY   TO RPT-QTR-YYYY.
           MOVE WS-RPT-QTR-Q      TO RPT-QTR-Q.
           MOVE WS-QTR-START-DATE TO RPT-QTR-START.
           MOVE WS-QTR-END-DATE   TO RPT-QTR-END.

       200-OPEN-FILES.
      *> without the part master there is no telling a government
      *> part from any other, so it is not optional here
           OPEN INPUT STKVAL-FILE
              IF NOT STKVAL-OK
                 DISPLAY 'Input STKVAL File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT PARTMAST-FILE
              IF NOT PARTMAST-OK
                 DISPLAY 'Input PARTMAST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT GOVTRPT-FILE
              IF NOT GOVTRPT-OK
                 DISPLAY 'Output GOVTRPT File Error'
                 GO TO 999-ERR-RTN.

       300-READ-STKVAL.
           READ STKVAL-FILE INTO WS-SV-DETAIL
              AT END
              MOVE 'Y' TO STKVAL-EOF.

       400-TAKE-ONE-MOVEMENT.
      *> only receipts and their reversals say anything about what
      *> came in the door - issues and count adjustments are our own
      *> movements of stock already received
           ADD +1 TO WS-SV-REC-CNT.
           IF (SV-RECEIPT OR SV-REVERSAL) AND
              WS-SV-POST-DATE NOT < WS-QTR-START-DATE AND
              WS-SV-POST-DATE NOT > WS-QTR-END-DATE
              ADD +1 TO WS-SV-QTR-CNT
              PERFORM 410-PROBE-PART-MASTER
              IF PM-FOUND AND PM-GOVT-PART
                 ADD +1 TO WS-SV-GOVT-CNT
                 PERFORM 420-ACCUM-RECEIPT
              END-IF
           END-IF.
           PERFORM 300-READ-STKVAL.

       410-PROBE-PART-MASTER.
           IF WS-SV-PART-NUMBER NOT = WS-PM-LAST-PART
              MOVE WS-SV-PART-NUMBER TO WS-PM-LAST-PART
              MOVE 'N' TO WS-PM-FOUND
              MOVE WS-SV-PART-NUMBER TO PARTMAST-KEY-PART
              READ PARTMAST-FILE INTO WS-PM-DETAIL
                 KEY IS PARTMAST-KEY-PART
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-PM-FOUND
              END-READ
           END-IF.

       420-ACCUM-RECEIPT.
           MOVE ZERO TO WS-GR-FND-IDX.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
              IF WS-GR-PART(WS-GR-IDX) = WS-SV-PART-NUMBER AND
                 WS-GR-PO(WS-GR-IDX) = WS-SV-PO-NUMBER
                 MOVE WS-GR-IDX TO WS-GR-FND-IDX
                 MOVE WS-GR-CNT TO WS-GR-IDX
              END-IF
           END-PERFORM.
           IF WS-GR-FND-IDX = ZERO
              IF WS-GR-CNT < WS-GR-MAX
                 ADD +1 TO WS-GR-CNT
                 MOVE WS-GR-CNT TO WS-GR-FND-IDX
                 MOVE WS-SV-PART-NUMBER TO WS-GR-PART(WS-GR-CNT)
                 MOVE WS-SV-PO-NUMBER   TO WS-GR-PO(WS-GR-CNT)
                 MOVE ZERO   TO WS-GR-FIRST-DATE(WS-GR-CNT)
                 MOVE ZERO   TO WS-GR-NET-QTY(WS-GR-CNT)
                 MOVE SPACES TO WS-GR-SUPPLIER(WS-GR-CNT)
                 MOVE SPACES TO WS-GR-COUNTRY(WS-GR-CNT)
              ELSE
                 ADD +1 TO WS-OVERFLOW-CNT
              END-IF
           END-IF.
           IF WS-GR-FND-IDX > ZERO
              IF SV-RECEIPT
                 ADD WS-SV-QUANTITY TO WS-GR-NET-QTY(WS-GR-FND-IDX)
                 IF WS-GR-FIRST-DATE(WS-GR-FND-IDX) = ZERO OR
                    WS-SV-POST-DATE < WS-GR-FIRST-DATE(WS-GR-FND-IDX)
                    MOVE WS-SV-POST-DATE TO
                         WS-GR-FIRST-DATE(WS-GR-FND-IDX)
                 END-IF
              ELSE
                 SUBTRACT WS-SV-QUANTITY FROM
                     WS-GR-NET-QTY(WS-GR-FND-IDX)
              END-IF
           END-IF.

       500-STAMP-SUPPLIERS.
      *> the trail carries the order, not the supplier - the open-PO
      *> master names it, and the closed-order history does for any
      *> order archived since it was received
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 510-STAMP-FROM-OPEN-ROW UNTIL NO-MORE-OPENPO
              CLOSE OPENPO-FILE
           ELSE
              DISPLAY 'OPENPO NOT FOUND - SUPPLIERS FROM ARCHIVE ONLY'
           END-IF.
           OPEN INPUT POARCH-FILE.
           IF POARCH-OK
              PERFORM 520-STAMP-FROM-ARCHIVE UNTIL NO-MORE-POARCH
              CLOSE POARCH-FILE
           ELSE
              DISPLAY 'POARCH NOT FOUND - ARCHIVED ORDERS SKIPPED'
           END-IF.

       510-STAMP-FROM-OPEN-ROW.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO
              PERFORM 530-STAMP-ONE-ORDER
           END-IF.

       520-STAMP-FROM-ARCHIVE.
           READ POARCH-FILE INTO WS-AR-DETAIL
              AT END MOVE 'Y' TO POARCH-EOF
           END-READ.
           IF NOT NO-MORE-POARCH
              ADD +1 TO WS-AR-REC-CNT
              MOVE WS-AR-ORDER TO WS-OP-DETAIL
              PERFORM 530-STAMP-ONE-ORDER
           END-IF.

       530-STAMP-ONE-ORDER.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
              IF WS-GR-PO(WS-GR-IDX) = WS-OP-PO-NUMBER AND
                 WS-GR-PART(WS-GR-IDX) = WS-OP-PART-NUMBER AND
                 WS-GR-SUPPLIER(WS-GR-IDX) = SPACES
                 MOVE WS-OP-SUPPLIER-CODE TO WS-GR-SUPPLIER(WS-GR-IDX)
              END-IF
           END-PERFORM.

       550-STAMP-ORIGINS.
      *> no part-origin file leaves every line ORIGIN UNKNOWN - the
      *> listing still prints so the gap is plain to see
           OPEN INPUT PARTORIG-FILE.
           IF PARTORIG-OK
              PERFORM 560-STAMP-ONE-ORIGIN UNTIL NO-MORE-PARTORIG
              CLOSE PARTORIG-FILE
           ELSE
              DISPLAY 'PARTORIG NOT FOUND - NO ORIGINS ON FILE'
           END-IF.

       560-STAMP-ONE-ORIGIN.
           READ PARTORIG-FILE INTO WS-OR-DETAIL
              AT END MOVE 'Y' TO PARTORIG-EOF
           END-READ.
           IF NOT NO-MORE-PARTORIG
              PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                      UNTIL WS-GR-IDX > WS-GR-CNT
                 IF WS-GR-PART(WS-GR-IDX) = WS-OR-PART-NUMBER
                    MOVE WS-OR-COUNTRY TO WS-GR-COUNTRY(WS-GR-IDX)
                 END-IF
              END-PERFORM
           END-IF.

       600-SORT-LINES.
      *> part, then order - a straight insertion sort, the quarter's
      *> government receipts are a few hundred lines at most
           PERFORM VARYING WS-GR-SRT-IDX FROM 2 BY 1
                   UNTIL WS-GR-SRT-IDX > WS-GR-CNT
              MOVE WS-GR-ROW(WS-GR-SRT-IDX) TO WS-GR-SAVE
              MOVE WS-GR-SRT-IDX TO WS-GR-INS-IDX
              PERFORM 610-SHIFT-ONE-LINE
                 UNTIL WS-GR-INS-IDX = 1 OR
                       WS-GR-KEY(WS-GR-INS-IDX - 1) NOT >
                       WS-GR-SAVE-KEY
              MOVE WS-GR-SAVE TO WS-GR-ROW(WS-GR-INS-IDX)
           END-PERFORM.

       610-SHIFT-ONE-LINE.
           MOVE WS-GR-ROW(WS-GR-INS-IDX - 1) TO
                WS-GR-ROW(WS-GR-INS-IDX).
           SUBTRACT 1 FROM WS-GR-INS-IDX.

       700-WRITE-LINES.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
      *> a line fully reversed in the quarter never came in at all
              IF WS-GR-NET-QTY(WS-GR-IDX) > ZERO
                 PERFORM 710-WRITE-ONE-LINE
              END-IF
           END-PERFORM.

       710-WRITE-ONE-LINE.
           MOVE WS-GR-PART(WS-GR-IDX)       TO RPT-PART-NUMBER.
           MOVE WS-GR-PO(WS-GR-IDX)         TO RPT-PO-NUMBER.
           MOVE WS-GR-FIRST-DATE(WS-GR-IDX) TO RPT-RCPT-DATE.
           MOVE WS-GR-NET-QTY(WS-GR-IDX)    TO RPT-NET-QTY.
           MOVE WS-GR-COUNTRY(WS-GR-IDX)    TO RPT-COUNTRY.
           IF WS-GR-SUPPLIER(WS-GR-IDX) = SPACES
              MOVE 'UNKNOWN' TO RPT-SUPP-CODE
              ADD +1 TO WS-NOSUPP-CNT
           ELSE
              MOVE WS-GR-SUPPLIER(WS-GR-IDX) TO RPT-SUPP-CODE
           END-IF.
           IF WS-GR-COUNTRY(WS-GR-IDX) = SPACES
              MOVE 'ORIGIN UNKNOWN' TO RPT-STATUS
              ADD +1 TO WS-NOORIG-CNT
           ELSE
              MOVE 'N' TO QUAL-CTRY-FOUND-SW
              PERFORM VARYING QUAL-CTRY-IDX FROM 1 BY 1
                      UNTIL QUAL-CTRY-IDX > QUAL-CTRY-MAX
                 IF QUAL-CTRY-CODE(QUAL-CTRY-IDX) =
                    WS-GR-COUNTRY(WS-GR-IDX)
                    MOVE 'Y' TO QUAL-CTRY-FOUND-SW
                 END-IF
              END-PERFORM
              IF QUAL-CTRY-IS-FOUND
                 MOVE 'QUALIFYING' TO RPT-STATUS
                 ADD +1 TO WS-QUAL-CNT
              ELSE
                 MOVE 'NOT QUALIFYING' TO RPT-STATUS
                 ADD +1 TO WS-NONQ-CNT
              END-IF
           END-IF.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-0.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRAIL ROWS READ.............. ' TO RPT-SUM-LABEL.
           MOVE WS-SV-REC-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RECEIPTS IN THE QUARTER...... ' TO RPT-SUM-LABEL.
           MOVE WS-SV-QTR-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'OF THEM GOVERNMENT PARTS..... ' TO RPT-SUM-LABEL.
           MOVE WS-SV-GOVT-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LINES QUALIFYING............. ' TO RPT-SUM-LABEL.
           MOVE WS-QUAL-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LINES NOT QUALIFYING......... ' TO RPT-SUM-LABEL.
           MOVE WS-NONQ-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LINES WITH ORIGIN UNKNOWN.... ' TO RPT-SUM-LABEL.
           MOVE WS-NOORIG-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LINES WITH SUPPLIER UNKNOWN.. ' TO RPT-SUM-LABEL.
           MOVE WS-NOSUPP-CNT TO RPT-SUM-CNT.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-5.
           IF WS-OVERFLOW-CNT > ZERO
              MOVE 'RECEIPTS PAST TABLE - DROPPED ' TO RPT-SUM-LABEL
              MOVE WS-OVERFLOW-CNT TO RPT-SUM-CNT
              WRITE GOVTRPT-RECORD FROM RPT-LINE-5
           END-IF.
           WRITE GOVTRPT-RECORD FROM RPT-LINE-4.
           CLOSE STKVAL-FILE, PARTMAST-FILE, GOVTRPT-FILE.
           IF WS-NONQ-CNT > ZERO OR WS-NOORIG-CNT > ZERO OR
              WS-OVERFLOW-CNT > ZERO
              MOVE 4 TO RETURN-CODE
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

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
