       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ROPSUGG.
      * **************************************************
      * ROPSUGG IS THE NIGHTLY REORDER-POINT REPLENISHMENT STEP FOR
      * THE FLOOR-STOCK PARTS MRP NEVER PLANS - FASTENERS,
      * CONSUMABLES AND THE LIKE NEVER REACH THE MRP FEED MRPSHORT
      * NETS, SO UNTIL NOW THEY RAN OUT UNNOTICED UNTIL THE LINE
      * STOPPED.  FOR EVERY PART/PLANT ON THE REORDER-POINT MASTER
      * ROPMNT MAINTAINS, THE STEP TAKES:
      *   - THE ON-HAND BALANCE ON THE STOCK MASTER STOCKUPD KEEPS
      *   - PLUS THE OUTSTANDING QUANTITY ON EVERY OPEN/PARTIAL ROW
      *     OF THE OPEN-PO MASTER FOR THE SAME PART AND PLANT
      * AND WHEN THAT POSITION IS AT OR BELOW THE REORDER POINT IT
      * SUGGESTS THE REORDER QUANTITY (TOPPED UP BY WHATEVER IS
      * NEEDED TO GET BACK TO SAFETY STOCK), HELD TO THE PART
      * MASTER'S MINIMUM/MAXIMUM ORDER QUANTITY AND ORDER MULTIPLE -
      * THE SAME RULES 249-CHECK-ORDER-QTY-LIMITS ENFORCES IN
      * PRTSUPP, SO A SUGGESTION NEVER COMES BACK AS A REJECT.
      * EACH SUGGESTION IS WRITTEN IN THE PARTSUPPFILE LAYOUT FROM
      * THE PART'S PRIMARY-SOURCE RECORD (ALTERNATE-SOURCE SEQUENCE
      * BLANK OR '1') ON THE LATEST GPARTSUP GENERATION: PART,
      * SUPPLIER AND ADDRESSES AS THEY STAND, ONE ORDER LINE WITH
      * THE SUGGESTED QUANTITY, THE LAST PRICE/CURRENCY/BUYER PAID
      * AND A DELIVERY DATE ONE LEAD TIME OUT.  THE PO NUMBER IS
      * LEFT BLANK - THE BUYER REVIEWS THE FILE, NUMBERS WHAT IS
      * KEPT AND FEEDS IT TO PRTSUPP.  A PART/PLANT WITH NO PRIMARY
      * SOURCE ON THE GENERATION IS LISTED INSTEAD.
      * UT-C-ROPMAST  = REORDER-POINT MASTER MAINTAINED BY ROPMNT
      * UT-C-STOCKMST = STOCK MASTER MAINTAINED BY STOCKUPD
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-PARTMAST = PART MASTER (KEYED - ORDER-QUANTITY RULES)
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-ROPSUGG  = SUGGESTED ORDERS, PARTSUPPFILE LAYOUT WITH
      *                 THE HDR/TRL ENVELOPE PRTSUPP VERIFIES
      * UT-C-ROPSRPT  = REPLENISHMENT SUGGESTION REPORT IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROPMAST-FILE ASSIGN TO UT-C-ROPMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ROPMAST-ST.
           SELECT STOCKMST-FILE ASSIGN TO UT-C-STOCKMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKMST-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PARTMAST-FILE ASSIGN TO UT-C-PARTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PARTMAST-KEY-PART
           FILE STATUS  IS PARTMAST-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT ROPSUGG-FILE ASSIGN TO UT-C-ROPSUGG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ROPSUGG-ST.
           SELECT ROPSRPT-FILE ASSIGN TO UT-C-ROPSRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ROPSRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD ROPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ROPMAST-RECORD      PIC X(80).
       FD STOCKMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKMST-RECORD     PIC X(80).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
           05 PARTMAST-KEY-PART   PIC X(23).
           05 FILLER              PIC X(57).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD ROPSUGG-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 ROPSUGG-RECORD      PIC X(524).
       FD ROPSRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ROPSRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-BELOW-CNT            PIC 9(08) VALUE ZERO.
       77 WS-SUGG-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NOSRC-CNT            PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-DLV-INT              PIC 9(08) VALUE ZERO.
       77 WS-OUT-QTY              PIC S9(09) VALUE ZERO.
       77 WS-POSITION             PIC 9(10) VALUE ZERO.
       77 WS-ORDER-QTY            PIC 9(10) VALUE ZERO.
       77 WS-HASH-TOTAL           PIC 9(12) VALUE ZERO.
       77 WS-LAST-PO-IDX          PIC 9(01) VALUE ZERO.
       77 WS-LAST-PO-DATE         PIC 9(08) VALUE ZERO.
       77 WS-SUGG-NOTE            PIC X(30) VALUE SPACES.

      * REORDER-POINT TABLE - ONE ROW PER MASTER PART/PLANT, WITH THE
      * SUPPLY POSITION BUILT UP AGAINST IT THIS RUN.  STATUS 'S' =
      * AT OR BELOW THE REORDER POINT AND WAITING FOR ITS PRIMARY
      * SOURCE, 'W' = SUGGESTION WRITTEN
       77 WS-RP-MAX               PIC 9(5) VALUE 20000.
       77 WS-RP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RP-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-RP-LKP-PART          PIC X(23) VALUE SPACES.
       77 WS-RP-LKP-PLANT         PIC X(03) VALUE SPACES.
           COPY ROPMAST.
       01 WS-RP-TBL.
           05 WS-RP-ROW OCCURS 20000 TIMES.
               10 WS-RP-ROW-PART      PIC X(23).
               10 WS-RP-ROW-PLANT     PIC X(03).
               10 WS-RP-ROW-ROP       PIC 9(09).
               10 WS-RP-ROW-ROQ       PIC 9(09).
               10 WS-RP-ROW-SS        PIC 9(09).
               10 WS-RP-ROW-ON-HAND   PIC 9(09).
               10 WS-RP-ROW-ON-ORDER  PIC 9(09).
               10 WS-RP-ROW-SUGG-QTY  PIC 9(07).
               10 WS-RP-ROW-STATUS    PIC X(01).
                   88 RP-ROW-WAITING  VALUE 'S'.
                   88 RP-ROW-WRITTEN  VALUE 'W'.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

      * ONE STOCK MASTER ROW - SAME LAYOUT STOCKUPD WRITES
           COPY STOCKMST.

      * ONE PART MASTER ROW - SAME LAYOUT PRTSUPP AND ENGCHG KEEP.
      * A RULE FIELD LEFT AS SPACES MEANS NO RULE FOR IT
       77 WS-PM-FOUND             PIC X(01) VALUE 'N'.
           88 PM-FOUND            VALUE 'Y'.
       77 WS-PM-OPEN-SW           PIC X(01) VALUE 'N'.
           88 PM-FILE-OPEN        VALUE 'Y'.
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
           05 FILLER            PIC X(06) VALUE SPACES.
       77 WS-PM-MIN-N           PIC 9(7) VALUE ZERO.
       77 WS-PM-MAX-N           PIC 9(7) VALUE ZERO.
       77 WS-PM-MULT-N          PIC 9(5) VALUE ZERO.
       77 WS-PM-MULT-QUOT       PIC 9(7) VALUE ZERO.
       77 WS-PM-MULT-REM        PIC 9(5) VALUE ZERO.

      * SUGGESTED-ORDER FILE ENVELOPE - THE SAME HEADER ('HDR' +
      * SOURCE + CREATION DATE) AND TRAILER ('TRL' + RECORD COUNT +
      * QUANTITY HASH) PRTSUPP VERIFIES ON A PARTSUPPFILE
       01 WS-ENV-HDR.
           05 FILLER              PIC X(03) VALUE 'HDR'.
           05 WS-ENV-HDR-SOURCE   PIC X(10) VALUE 'ROPSUGG   '.
           05 WS-ENV-HDR-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(503) VALUE SPACES.
       01 WS-ENV-TRL.
           05 FILLER              PIC X(03) VALUE 'TRL'.
           05 WS-ENV-TRL-CNT      PIC 9(08) VALUE ZERO.
           05 WS-ENV-TRL-HASH     PIC 9(12) VALUE ZERO.
           05 FILLER              PIC X(501) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'ROPSUGG'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 ROPMAST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-ROPMAST       VALUE 'Y'.
           05 ROPMAST-ST                PIC X(02).
               88 ROPMAST-OK            VALUE '00'.
           05 STOCKMST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-STOCKMST      VALUE 'Y'.
           05 STOCKMST-ST               PIC X(02).
               88 STOCKMST-OK           VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 PARTMAST-ST               PIC X(02).
               88 PARTMAST-OK           VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 ROPSUGG-ST                PIC X(02).
               88 ROPSUGG-OK            VALUE '00'.
           05 ROPSRPT-ST                PIC X(02).
               88 ROPSRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'REORDER-POINT REPLENISHMENT         '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Plant'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '  On Hand'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE ' On Order'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'Reord Pt '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'Sugg Qty '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(30) VALUE 'Note'.
             10 FILLER    PIC X(15) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PLANT-CODE  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-ON-HAND     PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ON-ORDER    PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-REORDER-PT  PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUGG-QTY    PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPPLIER    PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NOTE        PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(15) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-GPARTSUP.
           PERFORM 400-SOURCE-ONE-RECORD UNTIL NO-MORE-PART-SUPP.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-REORDER-POINTS.
           PERFORM 220-LOAD-STOCK-BALANCES.
           PERFORM 230-LOAD-OPEN-SUPPLY.
           PERFORM 240-MEASURE-POSITIONS.
           MOVE WS01-CURR-DATE-N TO WS-ENV-HDR-DATE.
           WRITE ROPSUGG-RECORD FROM WS-ENV-HDR.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-0.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-1.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT ROPMAST-FILE
              IF NOT ROPMAST-OK
                 DISPLAY 'Input ROPMAST File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ROPSUGG-FILE
              IF NOT ROPSUGG-OK
                 DISPLAY 'Output ROPSUGG File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ROPSRPT-FILE
              IF NOT ROPSRPT-OK
                 DISPLAY 'Output ROPSRPT File Error'
                 GO TO 999-ERR-RTN.
      *> no part master just means no order-quantity rules tonight -
      *> the suggestion goes out at the plain reorder quantity
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT PARTMAST-FILE.
           IF PARTMAST-OK
              MOVE 'Y' TO WS-PM-OPEN-SW
           ELSE
              DISPLAY 'PARTMAST NOT FOUND - ORDER-QUANTITY RULES '
                      'STAND DOWN THIS RUN'
           END-IF.

       210-LOAD-REORDER-POINTS.
           MOVE ZERO TO WS-RP-CNT.
           PERFORM 215-LOAD-ONE-REORDER-POINT UNTIL NO-MORE-ROPMAST.
           CLOSE ROPMAST-FILE.

       215-LOAD-ONE-REORDER-POINT.
           READ ROPMAST-FILE INTO WS-RP-DETAIL
              AT END MOVE 'Y' TO ROPMAST-EOF
           END-READ.
           IF NOT NO-MORE-ROPMAST AND WS-RP-CNT < WS-RP-MAX
              ADD +1 TO WS-RP-CNT
              MOVE WS-RP-PART-NUMBER  TO WS-RP-ROW-PART(WS-RP-CNT)
              MOVE WS-RP-PLANT-CODE   TO WS-RP-ROW-PLANT(WS-RP-CNT)
              MOVE WS-RP-REORDER-PT   TO WS-RP-ROW-ROP(WS-RP-CNT)
              MOVE WS-RP-REORDER-QTY  TO WS-RP-ROW-ROQ(WS-RP-CNT)
              MOVE WS-RP-SAFETY-STOCK TO WS-RP-ROW-SS(WS-RP-CNT)
              MOVE ZERO   TO WS-RP-ROW-ON-HAND(WS-RP-CNT)
              MOVE ZERO   TO WS-RP-ROW-ON-ORDER(WS-RP-CNT)
              MOVE ZERO   TO WS-RP-ROW-SUGG-QTY(WS-RP-CNT)
              MOVE SPACES TO WS-RP-ROW-STATUS(WS-RP-CNT)
           END-IF.

       220-LOAD-STOCK-BALANCES.
      *> no stock master yet just means nothing on hand anywhere
           MOVE 'STOCKMST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT STOCKMST-FILE.
           IF STOCKMST-OK
              PERFORM 225-LOAD-ONE-BALANCE UNTIL NO-MORE-STOCKMST
              CLOSE STOCKMST-FILE
           ELSE
              DISPLAY 'STOCKMST NOT FOUND - MEASURING WITH ZERO '
                      'ON-HAND'
           END-IF.

       225-LOAD-ONE-BALANCE.
           READ STOCKMST-FILE INTO WS-ST-DETAIL
              AT END MOVE 'Y' TO STOCKMST-EOF
           END-READ.
           IF NOT NO-MORE-STOCKMST
              MOVE WS-ST-PART-NUMBER TO WS-RP-LKP-PART
              MOVE WS-ST-PLANT-CODE  TO WS-RP-LKP-PLANT
              PERFORM 430-FIND-REORDER-ROW
              IF WS-RP-FND-IDX > ZERO
                 ADD WS-ST-ON-HAND TO
                     WS-RP-ROW-ON-HAND(WS-RP-FND-IDX)
              END-IF
           END-IF.

       230-LOAD-OPEN-SUPPLY.
      *> only open and partial rows still have supply coming - the
      *> outstanding quantity is what has not yet been received
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 235-LOAD-ONE-OPEN-ROW UNTIL NO-MORE-OPENPO
              CLOSE OPENPO-FILE
           ELSE
              DISPLAY 'OPENPO NOT FOUND - MEASURING WITH NO '
                      'OPEN SUPPLY'
           END-IF.

       235-LOAD-ONE-OPEN-ROW.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO AND
              (OP-STAT-OPEN OR OP-STAT-PARTIAL)
              COMPUTE WS-OUT-QTY =
                 WS-OP-ORDER-QTY - WS-OP-RECEIVED-QTY
              IF WS-OUT-QTY > ZERO
                 MOVE WS-OP-PART-NUMBER TO WS-RP-LKP-PART
                 MOVE WS-OP-PLANT-CODE  TO WS-RP-LKP-PLANT
                 PERFORM 430-FIND-REORDER-ROW
                 IF WS-RP-FND-IDX > ZERO
                    ADD WS-OUT-QTY TO
                        WS-RP-ROW-ON-ORDER(WS-RP-FND-IDX)
                 END-IF
              END-IF
           END-IF.

       240-MEASURE-POSITIONS.
      *> on hand plus on order at or below the reorder point needs an
      *> order.  the reorder quantity is topped up by whatever it
      *> takes to climb back to safety stock when already under it
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-CNT
              COMPUTE WS-POSITION = WS-RP-ROW-ON-HAND(WS-RP-IDX) +
                                    WS-RP-ROW-ON-ORDER(WS-RP-IDX)
              IF WS-POSITION NOT > WS-RP-ROW-ROP(WS-RP-IDX)
                 ADD +1 TO WS-BELOW-CNT
                 MOVE WS-RP-ROW-ROQ(WS-RP-IDX) TO WS-ORDER-QTY
                 IF WS-POSITION < WS-RP-ROW-SS(WS-RP-IDX)
                    COMPUTE WS-ORDER-QTY = WS-ORDER-QTY +
                       WS-RP-ROW-SS(WS-RP-IDX) - WS-POSITION
                 END-IF
                 IF WS-ORDER-QTY > 9999999
                    MOVE 9999999 TO WS-ORDER-QTY
                 END-IF
                 MOVE WS-ORDER-QTY TO WS-RP-ROW-SUGG-QTY(WS-RP-IDX)
                 MOVE 'S' TO WS-RP-ROW-STATUS(WS-RP-IDX)
              END-IF
           END-PERFORM.

       300-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
              MOVE 'Y' TO PART-SUPP-FILE-EOF.
      *> envelope header/trailer records are not data - an empty
      *> generation is just a header and a trailer back to back
           PERFORM UNTIL NO-MORE-PART-SUPP OR
                   (PART-SUPP-ADDR-PO(1:3) NOT = 'HDR' AND
                    PART-SUPP-ADDR-PO(1:3) NOT = 'TRL')
              READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-FILE-EOF
              END-READ
           END-PERFORM.

       400-SOURCE-ONE-RECORD.
      *> only the primary source answers a suggestion - an alternate
      *> source or an inter-plant transfer is never who we reorder
      *> floor stock from
           ADD +1 TO WS-GPS-CNT.
           IF (IN-ALT-SOURCE-SEQ = SPACE OR IN-ALT-SOURCE-SEQ = '1')
              AND NOT IN-TRANSFER-ORDER
              MOVE IN-PART-NUMBER TO WS-RP-LKP-PART
              MOVE IN-PLANT-CODE  TO WS-RP-LKP-PLANT
              PERFORM 430-FIND-REORDER-ROW
              IF WS-RP-FND-IDX > ZERO
                 IF RP-ROW-WAITING(WS-RP-FND-IDX)
                    PERFORM 410-WRITE-SUGGESTION
                 END-IF
              END-IF
           END-IF.
           PERFORM 300-READ-GPARTSUP.

       410-WRITE-SUGGESTION.
           MOVE WS-RP-ROW-SUGG-QTY(WS-RP-FND-IDX) TO WS-ORDER-QTY.
           MOVE SPACES TO WS-SUGG-NOTE.
           PERFORM 440-APPLY-ORDER-RULES THRU 440-RULES-EXIT.
      *> the last order on the record carries the price, currency and
      *> buyer the part was most recently bought at
           MOVE ZERO TO WS-LAST-PO-IDX.
           MOVE ZERO TO WS-LAST-PO-DATE.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 4
              IF IN-PO-NUMBER(PO-IDX) NOT = SPACES AND
                 IN-ORDER-DATE(PO-IDX) IS NUMERIC AND
                 IN-ORDER-DATE(PO-IDX) NOT < WS-LAST-PO-DATE
                 MOVE IN-ORDER-DATE(PO-IDX) TO WS-LAST-PO-DATE
                 SET WS-LAST-PO-IDX TO PO-IDX
              END-IF
           END-PERFORM.
           IF WS-LAST-PO-IDX > ZERO
              SET PO-IDX TO WS-LAST-PO-IDX
              MOVE IN-PURCHASE-ORDER(PO-IDX) TO
                   IN-PURCHASE-ORDER(1)
           ELSE
              MOVE SPACES TO IN-PURCHASE-ORDER(1)
              MOVE ZERO TO IN-UNIT-PRICE(1)
           END-IF.
           PERFORM VARYING PO-IDX FROM 2 BY 1 UNTIL PO-IDX > 4
              MOVE SPACES TO IN-PO-NUMBER(PO-IDX)
              MOVE SPACES TO IN-BUYER-CODE(PO-IDX)
              MOVE ZERO   TO IN-QUANTITY(PO-IDX)
              MOVE ZERO   TO IN-UNIT-PRICE(PO-IDX)
              MOVE SPACES TO IN-CURRENCY-CODE(PO-IDX)
              MOVE ZERO   TO IN-ORDER-DATE(PO-IDX)
              MOVE ZERO   TO IN-DELIVERY-DATE(PO-IDX)
           END-PERFORM.
           MOVE SPACES TO IN-PO-NUMBER(1).
           MOVE WS-ORDER-QTY TO IN-QUANTITY(1).
           MOVE WS01-CURR-DATE-N TO IN-ORDER-DATE(1).
           COMPUTE WS-DLV-INT = WS-TODAY-INT +
              (IN-WEEKS-LEAD-TIME * 7).
           COMPUTE IN-DELIVERY-DATE(1) =
              FUNCTION DATE-OF-INTEGER(WS-DLV-INT).
           WRITE ROPSUGG-RECORD FROM PART-SUPP-ADDR-PO.
           ADD +1 TO WS-SUGG-CNT.
           ADD WS-ORDER-QTY TO WS-HASH-TOTAL.
           MOVE 'W' TO WS-RP-ROW-STATUS(WS-RP-FND-IDX).
           MOVE IN-SUPPLIER-CODE TO RPT-SUPPLIER.
           MOVE WS-ORDER-QTY     TO RPT-SUGG-QTY.
           MOVE WS-SUGG-NOTE     TO RPT-NOTE.
           PERFORM 450-WRITE-REPORT-LINE.

       430-FIND-REORDER-ROW.
           MOVE ZERO TO WS-RP-FND-IDX.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-CNT OR WS-RP-FND-IDX > 0
              IF WS-RP-ROW-PART(WS-RP-IDX) = WS-RP-LKP-PART AND
                 WS-RP-ROW-PLANT(WS-RP-IDX) = WS-RP-LKP-PLANT
                 MOVE WS-RP-IDX TO WS-RP-FND-IDX
              END-IF
           END-PERFORM.

       440-APPLY-ORDER-RULES.
      *> the same minimum / multiple / maximum PRTSUPP enforces in
      *> 249-CHECK-ORDER-QTY-LIMITS - a suggestion that broke them
      *> would only come back as a reject.  the maximum wins, taken
      *> down to a whole multiple
           IF NOT PM-FILE-OPEN
              GO TO 440-RULES-EXIT
           END-IF.
           MOVE 'N' TO WS-PM-FOUND.
           MOVE IN-PART-NUMBER TO PARTMAST-KEY-PART.
           READ PARTMAST-FILE INTO WS-PM-DETAIL
              KEY IS PARTMAST-KEY-PART
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-PM-FOUND
           END-READ.
           IF NOT PM-FOUND
              GO TO 440-RULES-EXIT
           END-IF.
           MOVE ZERO TO WS-PM-MULT-N.
           IF WS-PM-ORD-MULT IS NUMERIC
              MOVE WS-PM-ORD-MULT TO WS-PM-MULT-N
           END-IF.
           IF WS-PM-MIN-QTY IS NUMERIC
              MOVE WS-PM-MIN-QTY TO WS-PM-MIN-N
              IF WS-PM-MIN-N > 0 AND WS-ORDER-QTY < WS-PM-MIN-N
                 MOVE WS-PM-MIN-N TO WS-ORDER-QTY
                 MOVE 'RAISED TO PARTMAST MINIMUM' TO WS-SUGG-NOTE
              END-IF
           END-IF.
           IF WS-PM-MULT-N > 1
              DIVIDE WS-ORDER-QTY BY WS-PM-MULT-N
                  GIVING WS-PM-MULT-QUOT
                  REMAINDER WS-PM-MULT-REM
              IF WS-PM-MULT-REM NOT = ZERO
                 COMPUTE WS-ORDER-QTY =
                    (WS-PM-MULT-QUOT + 1) * WS-PM-MULT-N
                 MOVE 'ROUNDED UP TO ORDER MULTIPLE' TO WS-SUGG-NOTE
              END-IF
           END-IF.
           IF WS-PM-MAX-QTY IS NUMERIC
              MOVE WS-PM-MAX-QTY TO WS-PM-MAX-N
              IF WS-PM-MAX-N > 0 AND WS-ORDER-QTY > WS-PM-MAX-N
                 MOVE WS-PM-MAX-N TO WS-ORDER-QTY
                 IF WS-PM-MULT-N > 1
                    DIVIDE WS-ORDER-QTY BY WS-PM-MULT-N
                        GIVING WS-PM-MULT-QUOT
                        REMAINDER WS-PM-MULT-REM
                    COMPUTE WS-ORDER-QTY =
                       WS-PM-MULT-QUOT * WS-PM-MULT-N
                 END-IF
                 MOVE 'CAPPED AT PARTMAST MAXIMUM' TO WS-SUGG-NOTE
              END-IF
           END-IF.
           IF WS-ORDER-QTY > 9999999
              MOVE 9999999 TO WS-ORDER-QTY
           END-IF.
       440-RULES-EXIT.
           EXIT.

       450-WRITE-REPORT-LINE.
           MOVE WS-RP-ROW-PART(WS-RP-FND-IDX)     TO RPT-PART-NUMBER.
           MOVE WS-RP-ROW-PLANT(WS-RP-FND-IDX)    TO RPT-PLANT-CODE.
           MOVE WS-RP-ROW-ON-HAND(WS-RP-FND-IDX)  TO RPT-ON-HAND.
           MOVE WS-RP-ROW-ON-ORDER(WS-RP-FND-IDX) TO RPT-ON-ORDER.
           MOVE WS-RP-ROW-ROP(WS-RP-FND-IDX)      TO RPT-REORDER-PT.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
      *> a part/plant still waiting had no primary source on the
      *> generation - listed so the buyer can source it by hand
           PERFORM VARYING WS-RP-FND-IDX FROM 1 BY 1
                   UNTIL WS-RP-FND-IDX > WS-RP-CNT
              IF RP-ROW-WAITING(WS-RP-FND-IDX)
                 ADD +1 TO WS-NOSRC-CNT
                 MOVE SPACES TO RPT-SUPPLIER
                 MOVE WS-RP-ROW-SUGG-QTY(WS-RP-FND-IDX) TO
                      RPT-SUGG-QTY
                 MOVE 'NO PRIMARY SOURCE ON GPARTSUP' TO RPT-NOTE
                 PERFORM 450-WRITE-REPORT-LINE
              END-IF
           END-PERFORM.
           MOVE WS-SUGG-CNT   TO WS-ENV-TRL-CNT.
           MOVE WS-HASH-TOTAL TO WS-ENV-TRL-HASH.
           WRITE ROPSUGG-RECORD FROM WS-ENV-TRL.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-0.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-4.
           MOVE 'REORDER POINTS ON MASTER..... ' TO RPT-SUM-LABEL.
           MOVE WS-RP-CNT TO RPT-SUM-CNT.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'AT OR BELOW REORDER POINT.... ' TO RPT-SUM-LABEL.
           MOVE WS-BELOW-CNT TO RPT-SUM-CNT.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SUGGESTED ORDERS WRITTEN..... ' TO RPT-SUM-LABEL.
           MOVE WS-SUGG-CNT TO RPT-SUM-CNT.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'NO PRIMARY SOURCE FOUND...... ' TO RPT-SUM-LABEL.
           MOVE WS-NOSRC-CNT TO RPT-SUM-CNT.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'GPARTSUP RECORDS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-GPS-CNT TO RPT-SUM-CNT.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-5.
           WRITE ROPSRPT-RECORD FROM RPT-LINE-4.
           IF PM-FILE-OPEN
              CLOSE PARTMAST-FILE
           END-IF.
           CLOSE PART-SUPP-FILE, ROPSUGG-FILE, ROPSRPT-FILE.

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
