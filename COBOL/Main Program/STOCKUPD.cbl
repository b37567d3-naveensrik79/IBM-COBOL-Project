      *   - DRAWN DOWN BY THE ISSUES/USAGE FEED FROM THE FLOOR - AN
      *     ISSUE THAT WOULD DRIVE A BALANCE NEGATIVE IS REFUSED AND
      *     LISTED FOR MATERIALS PLANNING TO CHASE
      * EVERY ROW ALSO CARRIES A MOVING-AVERAGE UNIT COST IN USD: AN
      * ACCEPTED RECEIPT BLENDS IN AT ITS OPEN-PO UNIT PRICE, BROUGHT
      * TO USD AT THE TREASURY RATE IN FORCE ON THE ORDER DATE (THE
      * SAME RATE THE COMMITMENT WAS BOOKED AT); ISSUES AND REVERSALS
      * COME OFF AT THE AVERAGE AS IT STANDS.  EACH OF THOSE POSTINGS
      * IS APPENDED TO THE STOCK-VALUE TRAIL INVVAL RECONCILES.
      * THE MASTER IS REWRITTEN IN FULL AT WRAP-UP AND A DAILY STOCK-
      * STATUS REPORT LISTS EVERY BALANCE - SAME LOAD/REWRITE IDIOM
      * RECVPO USES FOR THE OPEN-PO MASTER.
      * A PART WITH A SHELF LIFE IS ALSO CARRIED LOT BY LOT ON THE
      * LOT MASTER RECVPO OPENS: RECEIPTS AND REVERSALS POST TO THEIR
      * LOT, AND AN ISSUE IS DRAWN FROM THE LOTS EARLIEST EXPIRY
      * FIRST.  A QUARANTINED OR EXPIRED LOT IS NEVER ISSUED - AN
      * ISSUE THE GOOD LOTS CANNOT COVER IS REFUSED AND LISTED.  THE
      * REPORT NAMES EACH LOT AN ISSUE PULLED, AND EACH BALANCE
      * LINE NAMES THE LOT TO PULL FIRST NEXT TIME.
      * UT-C-RECACC   = ACCEPTED RECEIPTS (PO, PART, QTY, DATE, LOT,
      *                 TYPE - 'V' = REVERSAL COMPENSATION)
      * UT-C-ISSUES   = ISSUES/USAGE FEED (PART, PLANT, QTY, DATE)
      * UT-C-OPENPO   = OPEN-PO MASTER (IN - PLANT AND PRICE LOOKUP)
      * UT-C-CURRATES = EFFECTIVE-DATED RATES - RECEIPTS ARE COSTED AT
      *                 THE RATE IN FORCE ON THE ORDER DATE
      * UT-C-STOCKMST = STOCK MASTER (IN, REWRITTEN AT WRAP-UP)
      * UT-C-STKVAL   = STOCK-VALUE MOVEMENT TRAIL (APPENDED)
      * UT-C-LOTMAST  = SHELF-LIFE LOT MASTER (KEYED, UPDATED IN
      *                 PLACE)
      * UT-C-STOCKRPT = DAILY STOCK-STATUS REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
      *> treasury's effective-dated currency rates - a receipt is
      *> costed at the rate in force on its order date
           SELECT CURRATES-FILE ASSIGN TO UT-C-CURRATES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CURRATES-ST.
           SELECT STOCKMST-FILE ASSIGN TO UT-C-STOCKMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKMST-ST.
           SELECT STKVAL-FILE ASSIGN TO UT-C-STKVAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STKVAL-ST.
           SELECT STOCKRPT-FILE ASSIGN TO UT-C-STOCKRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKRPT-ST.
      *> shelf-life lots - a part's lots at a plant read back
      *> together on the part + plant + lot key
           SELECT LOTMAST-FILE ASSIGN TO UT-C-LOTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LOTMAST-KEY
           FILE STATUS  IS LOTMAST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD CURRATES-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CURRATES-RECORD     PIC X(80).
       FD STOCKMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKMST-RECORD     PIC X(80).
       FD STKVAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STKVAL-RECORD       PIC X(80).
       FD STOCKRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKRPT-RECORD     PIC X(132).
       FD LOTMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 LOTMAST-RECORD.
           05 LOTMAST-KEY.
               10 LOTMAST-KEY-PART  PIC X(23).
               10 LOTMAST-KEY-PLANT PIC X(03).
               10 LOTMAST-KEY-LOT   PIC X(15).
           05 FILLER              PIC X(79).
       WORKING-STORAGE SECTION.
       77 WS-RCPT-CNT             PIC 9(08) VALUE ZERO.
       77 WS-RCPT-POSTED-CNT      PIC 9(08) VALUE ZERO.
       77 WS-ISSUE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-ISSUE-POSTED-CNT     PIC 9(08) VALUE ZERO.
       77 WS-ISSUE-REFUSED-CNT    PIC 9(08) VALUE ZERO.
       77 WS-UNIT-COST-USD        PIC 9(07)V9(04) VALUE ZERO.
       77 WS-EXT-VALUE            PIC 9(11)V99 VALUE ZERO.
       77 WS-NEW-ON-HAND          PIC 9(10) VALUE ZERO.
       77 WS-VAL-RCPT-TOT         PIC S9(13)V99 VALUE ZERO.
       77 WS-VAL-ISSUE-TOT        PIC S9(13)V99 VALUE ZERO.
       77 WS-VAL-REV-TOT          PIC S9(13)V99 VALUE ZERO.
       77 WS-VAL-ON-HAND-TOT      PIC S9(13)V99 VALUE ZERO.
       77 WS-LOT-PULL-CNT         PIC 9(08) VALUE ZERO.
       77 WS-ISSUE-EXPIRED-CNT    PIC 9(08) VALUE ZERO.

      * SHELF-LIFE LOTS OF ONE PART/PLANT, LOADED OFF THE LOT MASTER
      * FOR AN ISSUE OR A STATUS LINE.  A LOT IS GOOD FOR ISSUE WHILE
      * IT IS STATUS 'A' AND NOT PAST ITS EXPIRY
           COPY LOTMAST.
       77 WS-LOTMAST-OPEN-SW      PIC X(01) VALUE 'N'.
           88 LOTMAST-IS-OPEN     VALUE 'Y'.
       77 WS-LA-MAX               PIC 9(3) VALUE 200.
       77 WS-LA-CNT               PIC 9(3) VALUE ZERO.
       77 WS-LA-IDX               PIC 9(3) VALUE ZERO.
       77 WS-LA-FND-IDX           PIC 9(3) VALUE ZERO.
       77 WS-LA-GOOD-QTY          PIC 9(11) VALUE ZERO.
       77 WS-LA-LEFT-QTY          PIC 9(09) VALUE ZERO.
       77 WS-LA-TAKE-QTY          PIC 9(09) VALUE ZERO.
       77 WS-LA-LOAD-EOF          PIC X(01) VALUE 'N'.
           88 LA-LOAD-DONE        VALUE 'Y'.
       01 WS-LA-TBL.
           05 WS-LA-ROW OCCURS 200 TIMES.
               10 WS-LA-LOT           PIC X(15).
               10 WS-LA-EXPIRY        PIC 9(08).
               10 WS-LA-ON-HAND       PIC 9(09).
               10 WS-LA-GOOD-SW       PIC X(01).
                   88 LA-GOOD-LOT     VALUE 'Y'.

      * STOCK MASTER TABLE - ONE BALANCE ROW PER PART/PLANT
       77 WS-ST-MAX               PIC 9(5) VALUE 20000.
           88 ST-FOUND            VALUE 'Y'.
       77 WS-ST-LKP-PART          PIC X(23) VALUE SPACES.
       77 WS-ST-LKP-PLANT         PIC X(03) VALUE SPACES.
           COPY STOCKMST.
       01 WS-ST-TBL.
           05 WS-ST-ROW OCCURS 20000 TIMES.
               10 WS-ST-ROW-PART      PIC X(23).
               10 WS-ST-ROW-ON-HAND   PIC 9(09).
               10 WS-ST-ROW-RCPT-DT   PIC 9(08).
               10 WS-ST-ROW-ISSUE-DT  PIC 9(08).
               10 WS-ST-ROW-COUNT-DT  PIC 9(08).
               10 WS-ST-ROW-AVG-COST  PIC 9(07)V9(04).
               10 FILLER              PIC X(10).

      * OPEN-PO MASTER TABLE - ONLY THE KEY, THE RECEIVING PLANT AND
      * WHAT IT TAKES TO COST A RECEIPT ARE KEPT, THE REST OF THE ROW
      * BELONGS TO RECVPO
       77 WS-OP-MAX               PIC 9(5) VALUE 10000.
       77 WS-OP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-OP-IDX               PIC 9(5) VALUE ZERO.
               10 WS-OPK-PO           PIC X(06).
               10 WS-OPK-PART         PIC X(23).
               10 WS-OPK-PLANT        PIC X(03).
               10 WS-OPK-PRICE        PIC 9(07)V99.
               10 WS-OPK-CURRENCY     PIC X(03).
               10 WS-OPK-ORDER-DATE   PIC 9(08).

      * EFFECTIVE-DATED RATE TABLE FROM TREASURY'S DATASET - SAME
      * LAYOUT AND LOOKUP INSPRCV RELIEVES COMMITMENTS WITH
           COPY CURRRATE.
       77 WS-EDR-MAX              PIC 9(03) VALUE 500.
       77 WS-EDR-CNT              PIC 9(03) VALUE ZERO.
       77 WS-EDR-IDX              PIC 9(03) VALUE ZERO.
       77 WS-EDR-BEST-EFF         PIC 9(08) VALUE ZERO.
       77 WS-EDR-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EDR-RATE-FOUND      VALUE 'Y'.
       01 WS-EDR-DETAIL.
           05 WS-EDR-CURR-IN       PIC X(03) VALUE SPACES.
           05 WS-EDR-EFF-IN        PIC 9(08) VALUE ZERO.
           05 WS-EDR-RATE-IN       PIC 9(04)V999 VALUE ZERO.
           05 FILLER               PIC X(62) VALUE SPACES.
       01 WS-EDR-TBL.
           05 WS-EDR-ROW OCCURS 500 TIMES.
               10 WS-EDR-CURR      PIC X(03).
               10 WS-EDR-EFF-DATE  PIC 9(08).
               10 WS-EDR-RATE      PIC 9(04)V999.

      * ONE STOCK-VALUE MOVEMENT - SAME LAYOUT CYCCOUNT APPENDS
           COPY STKVAL.

      * ONE ACCEPTED-RECEIPTS-FEED RECORD - SAME LAYOUT INSPRCV AND
      * RECVPO WRITE.  SPACES IN THE TYPE = ACCEPTED MATERIAL; 'V'
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'STOCKUPD'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 RECEIPT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-RECEIPTS      VALUE 'Y'.
               88 STOCKMST-OK           VALUE '00'.
           05 STOCKRPT-ST               PIC X(02).
               88 STOCKRPT-OK           VALUE '00'.
           05 CURRATES-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-CURRATES      VALUE 'Y'.
           05 CURRATES-ST               PIC X(02).
               88 CURRATES-OK           VALUE '00'.
           05 STKVAL-ST                 PIC X(02).
               88 STKVAL-OK             VALUE '00'.
           05 LOTMAST-ST                PIC X(02).
               88 LOTMAST-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
             10 FILLER    PIC X(10) VALUE 'Last Rcpt '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Last Issue'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Avg Cost USD'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '         Value USD'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(24) VALUE 'Pull First Lot / Expiry'.
             10 FILLER    PIC X(02) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-RCPT-DT     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-ISSUE-DT    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-AVG-COST    PIC ZZZZZZ9.9999.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-EXT-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-NEXT-LOT    PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-NEXT-EXP    PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
       01 RPT-LINE-EXC.
             10 RPT-EXC-PART    PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-EXC-TEXT    PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(40) VALUE SPACES.
       01 RPT-LINE-LOT.
             10 RPT-LOT-PART    PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-LOT-PLANT   PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-LOT-QTY     PIC ZZZZZZZZ9.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(09) VALUE 'PULL LOT '.
             10 RPT-LOT-NUMBER  PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(09) VALUE ' EXPIRES '.
             10 RPT-LOT-EXPIRY  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(47) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(34) VALUE SPACES.
             10 RPT-TOT-AMT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(78) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-STOCK-MASTER.
           PERFORM 220-LOAD-OPENPO-KEYS.
           PERFORM 230-READ-CURR-RATES.
      *> no lot master yet means no shelf-life lot has ever been
      *> received - every balance posts as plain stock
           OPEN I-O LOTMAST-FILE.
           IF LOTMAST-OK
              MOVE 'Y' TO WS-LOTMAST-OPEN-SW
           ELSE
              DISPLAY 'LOTMAST NOT FOUND - NO SHELF-LIFE LOT '
                      'CONTROL THIS RUN'
           END-IF.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-0.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-1.
              IF NOT STOCKRPT-OK
                 DISPLAY 'Output STOCKRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the value trail is append-only and the very first run of
      *> the costed posting starts it
           OPEN EXTEND STKVAL-FILE.
           IF NOT STKVAL-OK
              OPEN OUTPUT STKVAL-FILE
              IF NOT STKVAL-OK
                 DISPLAY 'Output STKVAL File Error'
                 GO TO 999-ERR-RTN
              END-IF
           END-IF.

       210-LOAD-STOCK-MASTER.
      *> a missing stock master is not an error - the very first run
      *> of this step is what starts one
           MOVE ZERO TO WS-ST-CNT.
           MOVE 'STOCKMST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT STOCKMST-FILE.
           IF STOCKMST-OK
              PERFORM 215-LOAD-STOCK-ROW UNTIL NO-MORE-STOCKMST
           READ STOCKMST-FILE INTO WS-ST-DETAIL
              AT END MOVE 'Y' TO STOCKMST-EOF
           END-READ.
      *> rows written before the count date and average cost joined
      *> the record still carry spaces there
           IF NOT NO-MORE-STOCKMST
              IF WS-ST-LAST-COUNT-DT NOT NUMERIC
                 MOVE ZERO TO WS-ST-LAST-COUNT-DT
              END-IF
              IF WS-ST-AVG-COST NOT NUMERIC
                 MOVE ZERO TO WS-ST-AVG-COST
              END-IF
           END-IF.
           IF NOT NO-MORE-STOCKMST AND WS-ST-CNT < WS-ST-MAX
              ADD +1 TO WS-ST-CNT
              MOVE WS-ST-DETAIL TO WS-ST-ROW(WS-ST-CNT)
      *> only the PO/part key and the receiving plant are needed -
      *> a missing master just means every receipt lands under '***'
           MOVE ZERO TO WS-OP-CNT.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 225-LOAD-OPENPO-KEY UNTIL NO-MORE-OPENPO
              MOVE WS-OP-PO-NUMBER   TO WS-OPK-PO(WS-OP-CNT)
              MOVE WS-OP-PART-NUMBER TO WS-OPK-PART(WS-OP-CNT)
              MOVE WS-OP-PLANT-CODE  TO WS-OPK-PLANT(WS-OP-CNT)
              MOVE WS-OP-UNIT-PRICE  TO WS-OPK-PRICE(WS-OP-CNT)
              MOVE WS-OP-CURRENCY    TO WS-OPK-CURRENCY(WS-OP-CNT)
              MOVE WS-OP-ORDER-DATE  TO WS-OPK-ORDER-DATE(WS-OP-CNT)
           END-IF.

       230-READ-CURR-RATES.
      *> a missing dataset just means the compiled rates cost the
      *> receipts, same fallback INSPRCV runs with
           MOVE ZERO TO WS-EDR-CNT.
           OPEN INPUT CURRATES-FILE.
           IF CURRATES-OK
              PERFORM 235-LOAD-RATE-ROW UNTIL NO-MORE-CURRATES
              CLOSE CURRATES-FILE
           ELSE
              DISPLAY 'CURRATES NOT FOUND - COMPILED RATE TABLE '
                      'GOVERNS THIS RUN'
           END-IF.

       235-LOAD-RATE-ROW.
           READ CURRATES-FILE INTO WS-EDR-DETAIL
              AT END MOVE 'Y' TO CURRATES-EOF
           END-READ.
           IF NOT NO-MORE-CURRATES AND WS-EDR-CNT < WS-EDR-MAX
              ADD +1 TO WS-EDR-CNT
              MOVE WS-EDR-CURR-IN TO WS-EDR-CURR(WS-EDR-CNT)
              MOVE WS-EDR-EFF-IN  TO WS-EDR-EFF-DATE(WS-EDR-CNT)
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       310-READ-RECEIPT.
                 PERFORM 430-BACK-OUT-REVERSAL
              ELSE
                 ADD +1 TO WS-RCPT-POSTED-CNT
                 PERFORM 440-COST-RECEIPT
                 ADD WS-RCPT-QUANTITY TO
                     WS-ST-ROW-ON-HAND(WS-ST-FND-IDX)
                 MOVE WS-RCPT-DATE TO
                     WS-ST-ROW-RCPT-DT(WS-ST-FND-IDX)
                 PERFORM 470-POST-LOT-RECEIPT
              END-IF
           ELSE
              MOVE WS-RCPT-PART-NUMBER TO RPT-EXC-PART
              MOVE ZERO TO WS-ST-ROW-ON-HAND(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-RCPT-DT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-ISSUE-DT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-COUNT-DT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-AVG-COST(WS-ST-CNT)
              MOVE WS-ST-CNT TO WS-ST-FND-IDX
           END-IF.

              ADD +1 TO WS-RCPT-REVERSED-CNT
              SUBTRACT WS-RCPT-QUANTITY FROM
                  WS-ST-ROW-ON-HAND(WS-ST-FND-IDX)
              PERFORM 470-POST-LOT-RECEIPT
      *> the units go back out at the average they sit at - the
      *> average itself does not move when stock is relieved
              MOVE SPACES TO WS-SV-DETAIL
              MOVE 'V' TO WS-SV-TYPE
              MOVE WS-RCPT-QUANTITY TO WS-SV-QUANTITY
              MOVE WS-RCPT-PO-NUMBER TO WS-SV-PO-NUMBER
              PERFORM 460-WRITE-RELIEF
              ADD WS-EXT-VALUE TO WS-VAL-REV-TOT
           END-IF.

       440-COST-RECEIPT.
      *> the receipt blends into the moving average at its order's
      *> unit price in USD.  a receipt with no open order has no
      *> price to offer, so it comes in at the average as it stands
           IF OP-FOUND
              PERFORM 445-LOOKUP-ORDER-RATE
              COMPUTE WS-UNIT-COST-USD ROUNDED =
                 WS-OPK-PRICE(WS-OP-FND-IDX) / WS-CURR-RATE
           ELSE
              MOVE WS-ST-ROW-AVG-COST(WS-ST-FND-IDX) TO
                   WS-UNIT-COST-USD
           END-IF.
           COMPUTE WS-NEW-ON-HAND =
              WS-ST-ROW-ON-HAND(WS-ST-FND-IDX) + WS-RCPT-QUANTITY.
           IF WS-NEW-ON-HAND > ZERO
              COMPUTE WS-ST-ROW-AVG-COST(WS-ST-FND-IDX) ROUNDED =
                 ((WS-ST-ROW-ON-HAND(WS-ST-FND-IDX) *
                   WS-ST-ROW-AVG-COST(WS-ST-FND-IDX)) +
                  (WS-RCPT-QUANTITY * WS-UNIT-COST-USD))
                 / WS-NEW-ON-HAND
           END-IF.
           COMPUTE WS-EXT-VALUE ROUNDED =
              WS-RCPT-QUANTITY * WS-UNIT-COST-USD.
           ADD WS-EXT-VALUE TO WS-VAL-RCPT-TOT.
           MOVE SPACES TO WS-SV-DETAIL.
           MOVE WS01-CURR-DATE-N    TO WS-SV-POST-DATE.
           MOVE 'R'                 TO WS-SV-TYPE.
           MOVE WS-ST-LKP-PART      TO WS-SV-PART-NUMBER.
           MOVE WS-ST-LKP-PLANT     TO WS-SV-PLANT-CODE.
           MOVE WS-RCPT-QUANTITY    TO WS-SV-QUANTITY.
           MOVE '+'                 TO WS-SV-SIGN.
           MOVE WS-UNIT-COST-USD    TO WS-SV-UNIT-COST.
           MOVE WS-EXT-VALUE        TO WS-SV-EXT-VALUE.
           MOVE WS-RCPT-PO-NUMBER   TO WS-SV-PO-NUMBER.
           WRITE STKVAL-RECORD FROM WS-SV-DETAIL.

       445-LOOKUP-ORDER-RATE.
      *> the rate in force on the order date from treasury's
      *> effective-dated table, falling back to the compiled row and
      *> finally to 1.000 - the same lookup INSPRCV's
      *> 535-LOOKUP-ORDER-RATE relieves the commitment with
           MOVE 'N' TO WS-EDR-FOUND-SW.
           MOVE ZERO TO WS-EDR-BEST-EFF.
           IF WS-OPK-ORDER-DATE(WS-OP-FND-IDX) > ZERO
              PERFORM VARYING WS-EDR-IDX FROM 1 BY 1
                      UNTIL WS-EDR-IDX > WS-EDR-CNT
                 IF WS-EDR-CURR(WS-EDR-IDX) =
                    FUNCTION UPPER-CASE
                       (WS-OPK-CURRENCY(WS-OP-FND-IDX)) AND
                    WS-EDR-EFF-DATE(WS-EDR-IDX) <=
                       WS-OPK-ORDER-DATE(WS-OP-FND-IDX) AND
                    WS-EDR-EFF-DATE(WS-EDR-IDX) >= WS-EDR-BEST-EFF
                    MOVE 'Y' TO WS-EDR-FOUND-SW
                    MOVE WS-EDR-EFF-DATE(WS-EDR-IDX)
                         TO WS-EDR-BEST-EFF
                    MOVE WS-EDR-RATE(WS-EDR-IDX) TO WS-CURR-RATE
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT EDR-RATE-FOUND
              MOVE 'N' TO CURR-RATE-FOUND-SW
              MOVE 1.000 TO WS-CURR-RATE
              PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                      UNTIL CURR-RATE-IDX > CURR-RATE-MAX
                 IF CURR-RATE-CODE(CURR-RATE-IDX) =
                    FUNCTION UPPER-CASE
                       (WS-OPK-CURRENCY(WS-OP-FND-IDX))
                    MOVE 'Y' TO CURR-RATE-FOUND-SW
                    MOVE CURR-RATE-VALUE(CURR-RATE-IDX)
                         TO WS-CURR-RATE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CURR-RATE = ZERO
              MOVE 1.000 TO WS-CURR-RATE
           END-IF.

       460-WRITE-RELIEF.
      *> an issue or reversal relieves value at the row's moving
      *> average - the caller set the type, quantity and PO
           COMPUTE WS-EXT-VALUE ROUNDED =
              WS-SV-QUANTITY * WS-ST-ROW-AVG-COST(WS-ST-FND-IDX).
           MOVE WS01-CURR-DATE-N    TO WS-SV-POST-DATE.
           MOVE WS-ST-LKP-PART      TO WS-SV-PART-NUMBER.
           MOVE WS-ST-LKP-PLANT     TO WS-SV-PLANT-CODE.
           MOVE '-'                 TO WS-SV-SIGN.
           MOVE WS-ST-ROW-AVG-COST(WS-ST-FND-IDX) TO WS-SV-UNIT-COST.
           MOVE WS-EXT-VALUE        TO WS-SV-EXT-VALUE.
           WRITE STKVAL-RECORD FROM WS-SV-DETAIL.

       500-POST-ISSUE.
           ADD +1 TO WS-ISSUE-CNT.
                 MOVE WS-ST-IDX TO WS-ST-FND-IDX
              END-IF
           END-PERFORM.
      *> a shelf-life part can only issue what its good lots hold
           PERFORM 480-LOAD-PART-LOTS.
      *> an issue against no balance, or for more than is on hand,
      *> is refused and listed - a negative balance would poison
      *> every downstream netting number
                 MOVE 'ISSUE EXCEEDS ON-HAND BALANCE - REFUSED'
                      TO RPT-EXC-TEXT
                 WRITE STOCKRPT-RECORD FROM RPT-LINE-EXC
              WHEN WS-LA-CNT > ZERO AND
                   WS-ISS-QUANTITY > WS-LA-GOOD-QTY
                 ADD +1 TO WS-ISSUE-REFUSED-CNT
                 ADD +1 TO WS-ISSUE-EXPIRED-CNT
                 MOVE WS-ISS-PART-NUMBER TO RPT-EXC-PART
                 MOVE WS-ISS-PLANT-CODE  TO RPT-EXC-PLANT
                 MOVE WS-ISS-QUANTITY    TO RPT-EXC-QTY
                 MOVE 'ISSUE EXCEEDS UNEXPIRED LOT STOCK - REFUSED'
                      TO RPT-EXC-TEXT
                 WRITE STOCKRPT-RECORD FROM RPT-LINE-EXC
              WHEN OTHER
                 ADD +1 TO WS-ISSUE-POSTED-CNT
                 SUBTRACT WS-ISS-QUANTITY FROM
                     WS-ST-ROW-ON-HAND(WS-ST-FND-IDX)
                 MOVE WS-ISS-DATE TO
                     WS-ST-ROW-ISSUE-DT(WS-ST-FND-IDX)
                 MOVE SPACES TO WS-SV-DETAIL
                 MOVE 'I' TO WS-SV-TYPE
                 MOVE WS-ISS-QUANTITY TO WS-SV-QUANTITY
                 PERFORM 460-WRITE-RELIEF
                 ADD WS-EXT-VALUE TO WS-VAL-ISSUE-TOT
                 IF WS-LA-CNT > ZERO
                    MOVE WS-ISS-QUANTITY TO WS-LA-LEFT-QTY
                    PERFORM 490-PULL-ONE-LOT
                        UNTIL WS-LA-LEFT-QTY = ZERO
                 END-IF
           END-EVALUATE.
           PERFORM 320-READ-ISSUE.

       470-POST-LOT-RECEIPT.
      *> an accepted receipt adds to its lot, a reversal takes it
      *> back off (never below zero).  a lot RECVPO never opened is
      *> not shelf-life material and has no row to post
           IF LOTMAST-IS-OPEN
              MOVE WS-ST-LKP-PART  TO LOTMAST-KEY-PART
              MOVE WS-ST-LKP-PLANT TO LOTMAST-KEY-PLANT
              IF WS-RCPT-LOT-NUMBER = SPACES
                 MOVE '*NO LOT*' TO LOTMAST-KEY-LOT
              ELSE
                 MOVE WS-RCPT-LOT-NUMBER TO LOTMAST-KEY-LOT
              END-IF
              READ LOTMAST-FILE INTO WS-LM-DETAIL
                 KEY IS LOTMAST-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RCPT-IS-REVERSAL
                       IF WS-RCPT-QUANTITY > WS-LM-ON-HAND
                          MOVE ZERO TO WS-LM-ON-HAND
                       ELSE
                          SUBTRACT WS-RCPT-QUANTITY FROM WS-LM-ON-HAND
                       END-IF
                    ELSE
                       ADD WS-RCPT-QUANTITY TO WS-LM-ON-HAND
                    END-IF
                    PERFORM 495-REWRITE-LOT-ROW
              END-READ
           END-IF.

       480-LOAD-PART-LOTS.
      *> every lot of WS-ST-LKP-PART at WS-ST-LKP-PLANT, and how much
      *> of it is still good to issue.  no rows = not shelf-life
      *> controlled
           MOVE ZERO TO WS-LA-CNT, WS-LA-GOOD-QTY.
           IF LOTMAST-IS-OPEN
              MOVE 'N' TO WS-LA-LOAD-EOF
              MOVE WS-ST-LKP-PART  TO LOTMAST-KEY-PART
              MOVE WS-ST-LKP-PLANT TO LOTMAST-KEY-PLANT
              MOVE LOW-VALUES      TO LOTMAST-KEY-LOT
              START LOTMAST-FILE KEY IS >= LOTMAST-KEY
                 INVALID KEY MOVE 'Y' TO WS-LA-LOAD-EOF
              END-START
              PERFORM 485-LOAD-ONE-LOT UNTIL LA-LOAD-DONE
           END-IF.

       485-LOAD-ONE-LOT.
           READ LOTMAST-FILE NEXT RECORD INTO WS-LM-DETAIL
              AT END MOVE 'Y' TO WS-LA-LOAD-EOF
           END-READ.
           IF NOT LA-LOAD-DONE
              IF WS-LM-PART-NUMBER NOT = WS-ST-LKP-PART OR
                 WS-LM-PLANT-CODE NOT = WS-ST-LKP-PLANT
                 MOVE 'Y' TO WS-LA-LOAD-EOF
              ELSE
                 IF WS-LA-CNT < WS-LA-MAX
                    ADD +1 TO WS-LA-CNT
                    MOVE WS-LM-LOT-NUMBER  TO WS-LA-LOT(WS-LA-CNT)
                    MOVE WS-LM-EXPIRY-DATE TO WS-LA-EXPIRY(WS-LA-CNT)
                    MOVE WS-LM-ON-HAND     TO WS-LA-ON-HAND(WS-LA-CNT)
                    MOVE 'N' TO WS-LA-GOOD-SW(WS-LA-CNT)
                    IF LM-AVAILABLE AND WS-LM-ON-HAND > ZERO AND
                       WS-LM-EXPIRY-DATE NOT < WS01-CURR-DATE-N
                       MOVE 'Y' TO WS-LA-GOOD-SW(WS-LA-CNT)
                       ADD WS-LM-ON-HAND TO WS-LA-GOOD-QTY
                    END-IF
                 END-IF
              END-IF
           END-IF.

       487-FIND-FIRST-LOT.
      *> the good lot with the earliest expiry - the one to pull
           MOVE ZERO TO WS-LA-FND-IDX.
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
                   UNTIL WS-LA-IDX > WS-LA-CNT
              IF LA-GOOD-LOT(WS-LA-IDX)
                 IF WS-LA-FND-IDX = ZERO
                    MOVE WS-LA-IDX TO WS-LA-FND-IDX
                 ELSE
                    IF WS-LA-EXPIRY(WS-LA-IDX) <
                       WS-LA-EXPIRY(WS-LA-FND-IDX)
                       MOVE WS-LA-IDX TO WS-LA-FND-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       490-PULL-ONE-LOT.
      *> draw what is left of the issue from the earliest-expiring
      *> good lot and name it on the report
           PERFORM 487-FIND-FIRST-LOT.
           IF WS-LA-FND-IDX = ZERO
              MOVE ZERO TO WS-LA-LEFT-QTY
           ELSE
              IF WS-LA-LEFT-QTY > WS-LA-ON-HAND(WS-LA-FND-IDX)
                 MOVE WS-LA-ON-HAND(WS-LA-FND-IDX) TO WS-LA-TAKE-QTY
              ELSE
                 MOVE WS-LA-LEFT-QTY TO WS-LA-TAKE-QTY
              END-IF
              SUBTRACT WS-LA-TAKE-QTY FROM WS-LA-LEFT-QTY
              SUBTRACT WS-LA-TAKE-QTY FROM WS-LA-ON-HAND(WS-LA-FND-IDX)
              IF WS-LA-ON-HAND(WS-LA-FND-IDX) = ZERO
                 MOVE 'N' TO WS-LA-GOOD-SW(WS-LA-FND-IDX)
              END-IF
              MOVE WS-ST-LKP-PART  TO LOTMAST-KEY-PART
              MOVE WS-ST-LKP-PLANT TO LOTMAST-KEY-PLANT
              MOVE WS-LA-LOT(WS-LA-FND-IDX) TO LOTMAST-KEY-LOT
              READ LOTMAST-FILE INTO WS-LM-DETAIL
                 KEY IS LOTMAST-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE WS-LA-ON-HAND(WS-LA-FND-IDX) TO WS-LM-ON-HAND
                    PERFORM 495-REWRITE-LOT-ROW
              END-READ
              ADD +1 TO WS-LOT-PULL-CNT
              MOVE WS-ST-LKP-PART           TO RPT-LOT-PART
              MOVE WS-ST-LKP-PLANT          TO RPT-LOT-PLANT
              MOVE WS-LA-TAKE-QTY           TO RPT-LOT-QTY
              MOVE WS-LA-LOT(WS-LA-FND-IDX) TO RPT-LOT-NUMBER
              MOVE WS-LA-EXPIRY(WS-LA-FND-IDX) TO RPT-LOT-EXPIRY
              WRITE STOCKRPT-RECORD FROM RPT-LINE-LOT
           END-IF.

       495-REWRITE-LOT-ROW.
           MOVE WS-LM-DETAIL TO LOTMAST-RECORD.
           REWRITE LOTMAST-RECORD
              INVALID KEY
                 DISPLAY 'LOTMAST REWRITE ERROR ' LOTMAST-ST
                         ' FOR LOT ' WS-LM-LOT-NUMBER
           END-REWRITE.

       900-WRAP-UP.
           PERFORM 910-REWRITE-STOCK-MASTER.
           PERFORM 920-WRITE-STATUS-LINES.
           PERFORM 930-WRITE-SUMMARY.
           CLOSE RECEIPT-FILE, ISSUE-FILE, STOCKRPT-FILE, STKVAL-FILE.
           IF LOTMAST-IS-OPEN
              CLOSE LOTMAST-FILE
           END-IF.

       910-REWRITE-STOCK-MASTER.
      *> rewrite the whole master from the in-memory table - same
                 WRITE STOCKMST-RECORD FROM WS-ST-DETAIL
              END-PERFORM
              CLOSE STOCKMST-FILE
              MOVE 'STOCKMST' TO WS-MS-MASTER
              PERFORM 995-SIGN-MASTER
           ELSE
              DISPLAY 'Output STOCKMST File Error'
              GO TO 999-ERR-RTN
              MOVE WS-ST-ROW-ON-HAND(WS-ST-IDX)  TO RPT-ON-HAND
              MOVE WS-ST-ROW-RCPT-DT(WS-ST-IDX)  TO RPT-RCPT-DT
              MOVE WS-ST-ROW-ISSUE-DT(WS-ST-IDX) TO RPT-ISSUE-DT
              MOVE WS-ST-ROW-AVG-COST(WS-ST-IDX) TO RPT-AVG-COST
              COMPUTE WS-EXT-VALUE ROUNDED =
                 WS-ST-ROW-ON-HAND(WS-ST-IDX) *
                 WS-ST-ROW-AVG-COST(WS-ST-IDX)
              MOVE WS-EXT-VALUE TO RPT-EXT-VALUE
              ADD WS-EXT-VALUE TO WS-VAL-ON-HAND-TOT
              MOVE WS-ST-ROW-PART(WS-ST-IDX)  TO WS-ST-LKP-PART
              MOVE WS-ST-ROW-PLANT(WS-ST-IDX) TO WS-ST-LKP-PLANT
              PERFORM 480-LOAD-PART-LOTS
              PERFORM 487-FIND-FIRST-LOT
              IF WS-LA-FND-IDX > ZERO
                 MOVE WS-LA-LOT(WS-LA-FND-IDX)    TO RPT-NEXT-LOT
                 MOVE WS-LA-EXPIRY(WS-LA-FND-IDX) TO RPT-NEXT-EXP
              ELSE
                 MOVE SPACES TO RPT-NEXT-LOT, RPT-NEXT-EXP
              END-IF
              WRITE STOCKRPT-RECORD FROM RPT-LINE-3
           END-PERFORM.

           MOVE 'ISSUES REFUSED............... ' TO RPT-SUM-LABEL.
           MOVE WS-ISSUE-REFUSED-CNT TO RPT-SUM-CNT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ISSUES REFUSED - EXPIRED LOTS ' TO RPT-SUM-LABEL.
           MOVE WS-ISSUE-EXPIRED-CNT TO RPT-SUM-CNT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SHELF-LIFE LOT PULLS......... ' TO RPT-SUM-LABEL.
           MOVE WS-LOT-PULL-CNT TO RPT-SUM-CNT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'STOCK BALANCES ON MASTER..... ' TO RPT-SUM-LABEL.
           MOVE WS-ST-CNT TO RPT-SUM-CNT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-5.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-0.
           MOVE 'RECEIPTS AT COST (USD)........... ' TO RPT-TOT-LABEL.
           MOVE WS-VAL-RCPT-TOT TO RPT-TOT-AMT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'ISSUES RELIEVED (USD)............ ' TO RPT-TOT-LABEL.
           MOVE WS-VAL-ISSUE-TOT TO RPT-TOT-AMT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'REVERSALS RELIEVED (USD)......... ' TO RPT-TOT-LABEL.
           MOVE WS-VAL-REV-TOT TO RPT-TOT-AMT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'STOCK VALUE ON HAND (USD)........ ' TO RPT-TOT-LABEL.
           MOVE WS-VAL-ON-HAND-TOT TO RPT-TOT-AMT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-TOT.
           WRITE STOCKRPT-RECORD FROM RPT-LINE-4.

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
