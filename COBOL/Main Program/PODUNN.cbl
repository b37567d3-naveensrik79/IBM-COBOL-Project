       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PODUNN.
      * **************************************************
      * PODUNN CHASES LATE ORDERS IN WRITING SO THE BUYERS STOP
      * PHONING EVERY SUPPLIER RPTPGM'S OVERDUE AGING REPORT NAMES.
      * EVERY OPEN/PARTIAL ROW OF THE OPEN-PO MASTER WHOSE PROMISED
      * DELIVERY DATE IS BEHIND US IS GIVEN A DUNNING LEVEL BY HOW
      * MANY DAYS LATE IT IS:
      *   1 REMINDER       - 3 DAYS LATE OR MORE
      *   2 FORMAL NOTICE  - 10 DAYS LATE OR MORE
      *   3 ESCALATION     - 20 DAYS LATE OR MORE, WITH A COPY OF
      *                      THE LETTER TO PURCHASING MANAGEMENT
      * EACH SUPPLIER GETS ONE LETTER PER LEVEL LISTING ITS LINES AT
      * THAT LEVEL, ADDRESSED TO ITS ORDER (TYPE '1') ADDRESS OFF THE
      * LATEST GPARTSUP GENERATION.  EVERY LINE CHASED IS APPENDED TO
      * THE PO EVENT TRAIL AS 'DUNNING L1'-'DUNNING L3' SO POTRAIL
      * SHOWS THE CHASE HISTORY - AND THE SAME TRAIL IS HOW A
      * SUPPLIER THAT HAD A LETTER AT A LEVEL IN THE LAST 7 DAYS IS
      * NOT SENT THAT LEVEL AGAIN: ITS LINES ARE HELD FOR A LATER RUN
      * (A LINE THAT HAS ESCALATED STILL GOES AT ITS NEW LEVEL).
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION (ORDER ADDRESS)
      * UT-C-POEVENT = SHARED PO EVENT TRAIL (READ, THEN EXTENDED)
      * UT-C-DUNLTR  = SUPPLIER DUNNING LETTERS + RUN SUMMARY IN JES
      * UT-C-DUNMGT  = PURCHASING MANAGEMENT COPIES OF LEVEL 3
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
           SELECT DUNLTR-FILE ASSIGN TO UT-C-DUNLTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DUNLTR-ST.
           SELECT DUNMGT-FILE ASSIGN TO UT-C-DUNMGT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DUNMGT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD POEVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD DUNLTR-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 DUNLTR-RECORD       PIC X(132).
       FD DUNMGT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 DUNMGT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-OP-READ-CNT          PIC 9(08) VALUE ZERO.
       77 WS-LATE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CHASED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-HELD-CNT             PIC 9(08) VALUE ZERO.
       77 WS-LETTER-CNT           PIC 9(08) VALUE ZERO.
       77 WS-MGT-CNT              PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-EVENT-CNT            PIC 9(08) VALUE ZERO.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-DLV-INT              PIC 9(08) VALUE ZERO.
       77 WS-SENT-INT             PIC 9(08) VALUE ZERO.
       77 WS-DAYS-LATE            PIC S9(08) VALUE ZERO.
       77 WS-OUT-QTY              PIC S9(09) VALUE ZERO.
       77 WS-LINE-AMT             PIC 9(9)V99 VALUE ZERO.
       77 WS-LEVEL                PIC 9(01) VALUE ZERO.
       77 WS-SPAD-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-ADDR       PIC 9(01) VALUE 4.
       77 WS-POEV-OPEN-SW         PIC X(01) VALUE 'N'.
           88 POEV-IS-OPEN        VALUE 'Y'.
       77 WS-LTR-LINE             PIC X(132) VALUE SPACES.

      *> days late that start each level, and the days a supplier
      *> is left alone after a letter at a level
       77 WS-LVL1-DAYS            PIC 9(03) VALUE 3.
       77 WS-LVL2-DAYS            PIC 9(03) VALUE 10.
       77 WS-LVL3-DAYS            PIC 9(03) VALUE 20.
       77 WS-RESEND-DAYS          PIC 9(03) VALUE 7.

      * OPEN-PO TABLE - EVERY ROW ON THE MASTER (A LETTER ABOUT AN
      * ORDER SINCE RECEIVED STILL COUNTS AGAINST ITS SUPPLIER), WITH
      * THE DUNNING LEVEL OF EACH LATE OPEN/PARTIAL ROW
       77 WS-OP-MAX               PIC 9(5) VALUE 10000.
       77 WS-OP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-OP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-OP-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-OPK-TBL.
           05 WS-OPK-ROW OCCURS 10000 TIMES.
               10 WS-OPK-PO       PIC X(06).
               10 WS-OPK-PART     PIC X(23).
               10 WS-OPK-SUPP     PIC X(10).
               10 WS-OPK-BUYER    PIC X(03).
               10 WS-OPK-DLV-DATE PIC 9(08).
               10 WS-OPK-OUT-QTY  PIC 9(07).
               10 WS-OPK-PRICE    PIC 9(07)V99.
               10 WS-OPK-LATE     PIC 9(05).
               10 WS-OPK-LEVEL    PIC 9(01).

      * SUPPLIERS WITH A LATE LINE, THE LINES AT EACH LEVEL AND THE
      * LAST DATE THE TRAIL SHOWS A LETTER AT EACH LEVEL
       77 WS-SP-MAX               PIC 9(5) VALUE 3000.
       77 WS-SP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SP-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-LV-IDX               PIC 9(1) VALUE ZERO.
       77 WS-SP-LKP-SUPP          PIC X(10) VALUE SPACES.
       01 WS-SP-TBL.
           05 WS-SP-ROW OCCURS 3000 TIMES.
               10 WS-SP-SUPP      PIC X(10).
               10 WS-SP-LEVEL-DATA OCCURS 3 TIMES.
                   15 WS-SP-LINES     PIC 9(05).
                   15 WS-SP-LAST-SENT PIC 9(08).

      * ORDER ADDRESSES OFF GPARTSUP, ONE PER SUPPLIER
       77 WS-OA-MAX               PIC 9(5) VALUE 5000.
       77 WS-OA-CNT               PIC 9(5) VALUE ZERO.
       77 WS-OA-IDX               PIC 9(5) VALUE ZERO.
       77 WS-OA-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-OA-FOUND             PIC X(01) VALUE 'N'.
           88 OA-FOUND            VALUE 'Y'.
       01 WS-OA-TBL.
           05 WS-OA-ROW OCCURS 5000 TIMES.
               10 WS-OA-SUPP      PIC X(10).
               10 WS-OA-NAME      PIC X(15).
               10 WS-OA-ADDR1     PIC X(15).
               10 WS-OA-ADDR2     PIC X(15).
               10 WS-OA-CITY      PIC X(15).
               10 WS-OA-STATE     PIC X(02).
               10 WS-OA-ZIP       PIC X(10).

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

      * ONE PO EVENT RECORD - SAME LAYOUT THE SUITE APPENDS
       01 WS-EV-DETAIL.
           05 WS-EV-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-EV-DATE          PIC 9(08) VALUE ZERO.
           05 WS-EV-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-EV-EVENT         PIC X(12) VALUE SPACES.
           05 WS-EV-EVENT-R REDEFINES WS-EV-EVENT.
               10 WS-EV-DUN-TAG   PIC X(09).
               10 WS-EV-DUN-LEVEL PIC X(01).
               10 FILLER          PIC X(02).
           05 WS-EV-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PODUNN'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 POEVENT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-EVENTS        VALUE 'Y'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 DUNLTR-ST                 PIC X(02).
               88 DUNLTR-OK             VALUE '00'.
           05 DUNMGT-ST                 PIC X(02).
               88 DUNMGT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-BANNER.
             10 RPT-BANNER   PIC X(36) VALUE SPACES.
             10 FILLER       PIC X(12) VALUE 'LETTER DATE '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-MGT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(50) VALUE
                '*** COPY FOR PURCHASING MANAGEMENT - ESCALATION **'.
             10 FILLER       PIC X(78) VALUE SPACES.
       01 RPT-LINE-FLD.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-FLD-NAME PIC X(22) VALUE SPACES.
             10 RPT-FLD-VAL  PIC X(50) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-TEXT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-TEXT     PIC X(72) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(04) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Promised'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'Days Late'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(11) VALUE 'Outstanding'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Buyer'.
             10 FILLER    PIC X(56) VALUE SPACES.
       01 RPT-LINE-3.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DLV-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(06) VALUE SPACES.
             10 RPT-DAYS-LATE   PIC ZZZZ9.
             10 FILLER          PIC X(06) VALUE SPACES.
             10 RPT-OUT-QTY     PIC ZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BUYER       PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(58) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 320-LOAD-ONE-ADDRESS UNTIL NO-MORE-PART-SUPP.
           PERFORM 400-DUN-ONE-SUPPLIER
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-CNT.
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
           PERFORM 210-LOAD-OPENPO.
           PERFORM 220-LOAD-CHASE-HISTORY.

       200-OPEN-FILES.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT DUNLTR-FILE
              IF NOT DUNLTR-OK
                 DISPLAY 'Output DUNLTR File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT DUNMGT-FILE
              IF NOT DUNMGT-OK
                 DISPLAY 'Output DUNMGT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-OPENPO.
           PERFORM 215-LOAD-ONE-ORDER UNTIL NO-MORE-OPENPO.
           CLOSE OPENPO-FILE.

       215-LOAD-ONE-ORDER.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO AND WS-OP-CNT < WS-OP-MAX
              ADD +1 TO WS-OP-READ-CNT
              ADD +1 TO WS-OP-CNT
              MOVE WS-OP-PO-NUMBER     TO WS-OPK-PO(WS-OP-CNT)
              MOVE WS-OP-PART-NUMBER   TO WS-OPK-PART(WS-OP-CNT)
              MOVE WS-OP-SUPPLIER-CODE TO WS-OPK-SUPP(WS-OP-CNT)
              MOVE WS-OP-BUYER-CODE    TO WS-OPK-BUYER(WS-OP-CNT)
              MOVE WS-OP-DELIVERY-DATE TO WS-OPK-DLV-DATE(WS-OP-CNT)
              MOVE WS-OP-UNIT-PRICE    TO WS-OPK-PRICE(WS-OP-CNT)
              MOVE ZERO TO WS-OPK-OUT-QTY(WS-OP-CNT)
              MOVE ZERO TO WS-OPK-LATE(WS-OP-CNT)
              MOVE ZERO TO WS-OPK-LEVEL(WS-OP-CNT)
              IF (OP-STAT-OPEN OR OP-STAT-PARTIAL) AND
                 WS-OP-DELIVERY-DATE > ZERO
                 PERFORM 217-SET-DUNNING-LEVEL
              END-IF
           END-IF.

       217-SET-DUNNING-LEVEL.
           COMPUTE WS-OUT-QTY = WS-OP-ORDER-QTY - WS-OP-RECEIVED-QTY.
           IF WS-OUT-QTY > ZERO
              COMPUTE WS-DLV-INT =
                 FUNCTION INTEGER-OF-DATE(WS-OP-DELIVERY-DATE)
              COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DLV-INT
              MOVE ZERO TO WS-LEVEL
              IF WS-DAYS-LATE >= WS-LVL1-DAYS
                 MOVE 1 TO WS-LEVEL
              END-IF
              IF WS-DAYS-LATE >= WS-LVL2-DAYS
                 MOVE 2 TO WS-LEVEL
              END-IF
              IF WS-DAYS-LATE >= WS-LVL3-DAYS
                 MOVE 3 TO WS-LEVEL
              END-IF
              IF WS-LEVEL > ZERO
                 ADD +1 TO WS-LATE-CNT
                 MOVE WS-OUT-QTY   TO WS-OPK-OUT-QTY(WS-OP-CNT)
                 MOVE WS-DAYS-LATE TO WS-OPK-LATE(WS-OP-CNT)
                 MOVE WS-LEVEL     TO WS-OPK-LEVEL(WS-OP-CNT)
                 MOVE WS-OP-SUPPLIER-CODE TO WS-SP-LKP-SUPP
                 PERFORM 230-FIND-SUPPLIER
                 IF WS-SP-FND-IDX > ZERO
                    ADD +1 TO WS-SP-LINES(WS-SP-FND-IDX, WS-LEVEL)
                 END-IF
              END-IF
           END-IF.

       220-LOAD-CHASE-HISTORY.
      *> the letters already sent are this program's own events on
      *> the trail - read it through before it is opened to append.
      *> the very first run finds no trail and starts it
           OPEN INPUT POEVENT-FILE.
           IF POEVENT-OK
              PERFORM 225-CHECK-ONE-EVENT UNTIL NO-MORE-EVENTS
              CLOSE POEVENT-FILE
           END-IF.
           OPEN EXTEND POEVENT-FILE.
           IF NOT POEVENT-OK
              OPEN OUTPUT POEVENT-FILE
           END-IF.
           IF POEVENT-OK
              MOVE 'Y' TO WS-POEV-OPEN-SW
           ELSE
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.

       225-CHECK-ONE-EVENT.
           READ POEVENT-FILE INTO WS-EV-DETAIL
              AT END MOVE 'Y' TO POEVENT-EOF
           END-READ.
           IF NOT NO-MORE-EVENTS AND
              WS-EV-PROGRAM = 'PODUNN' AND
              WS-EV-DUN-TAG = 'DUNNING L' AND
              WS-EV-DUN-LEVEL >= '1' AND WS-EV-DUN-LEVEL <= '3'
              MOVE ZERO TO WS-OP-FND-IDX
              PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                      UNTIL WS-OP-IDX > WS-OP-CNT
                         OR WS-OP-FND-IDX > ZERO
                 IF WS-OPK-PO(WS-OP-IDX)   = WS-EV-PO-NUMBER AND
                    WS-OPK-PART(WS-OP-IDX) = WS-EV-PART-NUMBER
                    MOVE WS-OP-IDX TO WS-OP-FND-IDX
                 END-IF
              END-PERFORM
              IF WS-OP-FND-IDX > ZERO
                 MOVE WS-EV-DUN-LEVEL TO WS-LEVEL
                 MOVE WS-OPK-SUPP(WS-OP-FND-IDX) TO WS-SP-LKP-SUPP
                 PERFORM 230-FIND-SUPPLIER
                 IF WS-SP-FND-IDX > ZERO AND
                    WS-EV-DATE > WS-SP-LAST-SENT(WS-SP-FND-IDX,
                                                 WS-LEVEL)
                    MOVE WS-EV-DATE TO
                         WS-SP-LAST-SENT(WS-SP-FND-IDX, WS-LEVEL)
                 END-IF
              END-IF
           END-IF.

       230-FIND-SUPPLIER.
      *> the supplier row for WS-SP-LKP-SUPP, added the first time
      *> the supplier is met
           MOVE ZERO TO WS-SP-FND-IDX.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-CNT OR WS-SP-FND-IDX > ZERO
              IF WS-SP-SUPP(WS-SP-IDX) = WS-SP-LKP-SUPP
                 MOVE WS-SP-IDX TO WS-SP-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SP-FND-IDX = ZERO AND WS-SP-CNT < WS-SP-MAX
              ADD +1 TO WS-SP-CNT
              MOVE WS-SP-LKP-SUPP TO WS-SP-SUPP(WS-SP-CNT)
              PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                      UNTIL WS-LV-IDX > 3
                 MOVE ZERO TO WS-SP-LINES(WS-SP-CNT, WS-LV-IDX)
                 MOVE ZERO TO WS-SP-LAST-SENT(WS-SP-CNT, WS-LV-IDX)
              END-PERFORM
              MOVE WS-SP-CNT TO WS-SP-FND-IDX
           END-IF.

       310-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
              MOVE 'Y' TO PART-SUPP-FILE-EOF.
      *> envelope header/trailer records are not data
           PERFORM UNTIL NO-MORE-PART-SUPP OR
                   (PART-SUPP-ADDR-PO(1:3) NOT = 'HDR' AND
                    PART-SUPP-ADDR-PO(1:3) NOT = 'TRL')
              READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-FILE-EOF
              END-READ
           END-PERFORM.

       320-LOAD-ONE-ADDRESS.
           ADD +1 TO WS-GPS-CNT.
           MOVE 'N' TO WS-OA-FOUND.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-CNT
              IF WS-OA-SUPP(WS-OA-IDX) = IN-SUPPLIER-CODE
                 MOVE 'Y' TO WS-OA-FOUND
              END-IF
           END-PERFORM.
           IF NOT OA-FOUND AND WS-OA-CNT < WS-OA-MAX
              PERFORM VARYING WS-SPAD-IDX FROM 1 BY 1
                      UNTIL WS-SPAD-IDX >= WS-TABLE-MAX-ADDR
                 IF IN-ORDER-ADDRESS(WS-SPAD-IDX) AND
                    IN-ADDRESS-1(WS-SPAD-IDX) NOT = SPACES
                    ADD +1 TO WS-OA-CNT
                    MOVE IN-SUPPLIER-CODE TO WS-OA-SUPP(WS-OA-CNT)
                    MOVE IN-SUPPLIER-NAME TO WS-OA-NAME(WS-OA-CNT)
                    MOVE IN-ADDRESS-1(WS-SPAD-IDX) TO
                         WS-OA-ADDR1(WS-OA-CNT)
                    MOVE IN-ADDRESS-2(WS-SPAD-IDX) TO
                         WS-OA-ADDR2(WS-OA-CNT)
                    MOVE IN-CITY(WS-SPAD-IDX) TO
                         WS-OA-CITY(WS-OA-CNT)
                    MOVE IN-ADDR-STATE(WS-SPAD-IDX) TO
                         WS-OA-STATE(WS-OA-CNT)
                    MOVE IN-ZIP-CODE(WS-SPAD-IDX) TO
                         WS-OA-ZIP(WS-OA-CNT)
                    MOVE WS-TABLE-MAX-ADDR TO WS-SPAD-IDX
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 310-READ-GPARTSUP.

       400-DUN-ONE-SUPPLIER.
      *> the highest level first - an escalation is the letter that
      *> matters when a supplier has lines at several levels
           PERFORM 410-DUN-ONE-LEVEL THRU 410-DUN-EXIT
                   VARYING WS-LV-IDX FROM 3 BY -1
                   UNTIL WS-LV-IDX < 1.

       410-DUN-ONE-LEVEL.
           IF WS-SP-LINES(WS-SP-IDX, WS-LV-IDX) = ZERO
              GO TO 410-DUN-EXIT
           END-IF.
           IF WS-SP-LAST-SENT(WS-SP-IDX, WS-LV-IDX) > ZERO
              COMPUTE WS-SENT-INT = FUNCTION INTEGER-OF-DATE(
                      WS-SP-LAST-SENT(WS-SP-IDX, WS-LV-IDX))
              IF WS-TODAY-INT - WS-SENT-INT < WS-RESEND-DAYS
                 ADD WS-SP-LINES(WS-SP-IDX, WS-LV-IDX) TO WS-HELD-CNT
                 GO TO 410-DUN-EXIT
              END-IF
           END-IF.
           ADD +1 TO WS-LETTER-CNT.
           IF WS-LV-IDX = 3
              ADD +1 TO WS-MGT-CNT
           END-IF.
           PERFORM 600-PRINT-LETTER-HEAD.
           PERFORM 500-CHASE-ONE-LINE
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-CNT.
           PERFORM 620-PRINT-LETTER-FOOT.
       410-DUN-EXIT.
           EXIT.

       500-CHASE-ONE-LINE.
           IF WS-OPK-SUPP(WS-OP-IDX) = WS-SP-SUPP(WS-SP-IDX) AND
              WS-OPK-LEVEL(WS-OP-IDX) = WS-LV-IDX
              ADD +1 TO WS-CHASED-CNT
              MOVE WS-OPK-PO(WS-OP-IDX)       TO RPT-PO-NUMBER
              MOVE WS-OPK-PART(WS-OP-IDX)     TO RPT-PART-NUMBER
              MOVE WS-OPK-DLV-DATE(WS-OP-IDX) TO RPT-DLV-DATE
              MOVE WS-OPK-LATE(WS-OP-IDX)     TO RPT-DAYS-LATE
              MOVE WS-OPK-OUT-QTY(WS-OP-IDX)  TO RPT-OUT-QTY
              MOVE WS-OPK-BUYER(WS-OP-IDX)    TO RPT-BUYER
              MOVE RPT-LINE-3 TO WS-LTR-LINE
              PERFORM 690-PUT-LINE
              PERFORM 510-WRITE-CHASE-EVENT
           END-IF.

       510-WRITE-CHASE-EVENT.
           IF POEV-IS-OPEN
              COMPUTE WS-LINE-AMT ROUNDED =
                 WS-OPK-OUT-QTY(WS-OP-IDX) * WS-OPK-PRICE(WS-OP-IDX)
                 ON SIZE ERROR MOVE ZERO TO WS-LINE-AMT
              END-COMPUTE
              MOVE WS-OPK-PO(WS-OP-IDX)      TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N          TO WS-EV-DATE
              MOVE 'PODUNN'                  TO WS-EV-PROGRAM
              MOVE SPACES                    TO WS-EV-EVENT
              MOVE 'DUNNING L'               TO WS-EV-DUN-TAG
              MOVE WS-LV-IDX                 TO WS-EV-DUN-LEVEL
              MOVE WS-OPK-PART(WS-OP-IDX)    TO WS-EV-PART-NUMBER
              MOVE WS-OPK-OUT-QTY(WS-OP-IDX) TO WS-EV-QUANTITY
              MOVE WS-LINE-AMT               TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
              ADD +1 TO WS-EVENT-CNT
           END-IF.

       600-PRINT-LETTER-HEAD.
      *> one page per supplier and level, field-by-field in the
      *> DEBMEMO style, addressed to the order address
           EVALUATE WS-LV-IDX
              WHEN 1
                 MOVE 'PURCHASE ORDER DELIVERY REMINDER    '
                      TO RPT-BANNER
              WHEN 2
                 MOVE 'FORMAL NOTICE OF LATE DELIVERY      '
                      TO RPT-BANNER
              WHEN OTHER
                 MOVE 'LATE DELIVERY - ESCALATION NOTICE   '
                      TO RPT-BANNER
           END-EVALUATE.
           MOVE RPT-LINE-PAGE TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           IF WS-LV-IDX = 3
              WRITE DUNMGT-RECORD FROM RPT-LINE-MGT
           END-IF.
           MOVE RPT-LINE-BANNER TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE RPT-LINE-0 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE 'Supplier Code.......' TO RPT-FLD-NAME.
           MOVE WS-SP-SUPP(WS-SP-IDX) TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           PERFORM 610-PRINT-ORDER-ADDRESS.
           MOVE RPT-LINE-0 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           EVALUATE WS-LV-IDX
              WHEN 1
                 MOVE 'OUR RECORDS SHOW THE ORDER LINES BELOW AS PAST T'
                   & 'HE DELIVERY DATE YOU' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
                 MOVE 'PROMISED.  PLEASE SHIP THEM OR SEND US A NEW DE'
                   & 'LIVERY DATE.' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
              WHEN 2
                 MOVE 'THE ORDER LINES BELOW ARE NOW 10 OR MORE DAYS P'
                   & 'AST THEIR PROMISED' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
                 MOVE 'DELIVERY DATE.  THIS IS FORMAL NOTICE THAT THE '
                   & 'DELAY IS AFFECTING' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
                 MOVE 'OUR PRODUCTION.  A CONFIRMED SHIP DATE IS REQUI'
                   & 'RED WITHIN 2 DAYS.' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
              WHEN OTHER
                 MOVE 'THE ORDER LINES BELOW ARE NOW 20 OR MORE DAYS P'
                   & 'AST THEIR PROMISED' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
                 MOVE 'DELIVERY DATE AND HAVE BEEN REFERRED TO OUR PUR'
                   & 'CHASING MANAGEMENT.' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
                 MOVE 'CONTINUED LATE DELIVERY WILL BE REFLECTED IN YO'
                   & 'UR SUPPLIER RATING.' TO RPT-TEXT
                 PERFORM 660-PRINT-ONE-TEXT
           END-EVALUATE.
           MOVE RPT-LINE-0 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE RPT-LINE-1 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE RPT-LINE-4 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.

       610-PRINT-ORDER-ADDRESS.
           MOVE 'N' TO WS-OA-FOUND.
           MOVE ZERO TO WS-OA-FND-IDX.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-CNT
              IF WS-OA-SUPP(WS-OA-IDX) = WS-SP-SUPP(WS-SP-IDX)
                 MOVE 'Y' TO WS-OA-FOUND
                 MOVE WS-OA-IDX TO WS-OA-FND-IDX
              END-IF
           END-PERFORM.
           IF OA-FOUND
              MOVE 'Attention...........' TO RPT-FLD-NAME
              MOVE WS-OA-NAME(WS-OA-FND-IDX) TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE WS-OA-ADDR1(WS-OA-FND-IDX) TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              IF WS-OA-ADDR2(WS-OA-FND-IDX) NOT = SPACES
                 MOVE WS-OA-ADDR2(WS-OA-FND-IDX) TO RPT-FLD-VAL
                 PERFORM 650-PRINT-ONE-FIELD
              END-IF
              STRING WS-OA-CITY(WS-OA-FND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-OA-STATE(WS-OA-FND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-OA-ZIP(WS-OA-FND-IDX) DELIMITED BY SIZE
                     INTO RPT-FLD-VAL
              END-STRING
              PERFORM 650-PRINT-ONE-FIELD
           ELSE
              ADD +1 TO WS-NOADDR-CNT
              MOVE 'Attention...........' TO RPT-FLD-NAME
              MOVE '*** NO ORDER ADDRESS ON FILE - SEE BUYER ***'
                   TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
           END-IF.

       620-PRINT-LETTER-FOOT.
           MOVE RPT-LINE-4 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE 'PLEASE CONTACT THE BUYER SHOWN AGAINST EACH LINE WITH'
             & ' YOUR SHIP DATES.' TO RPT-TEXT.
           PERFORM 660-PRINT-ONE-TEXT.
           MOVE RPT-LINE-0 TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.

       650-PRINT-ONE-FIELD.
           MOVE RPT-LINE-FLD TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.

       660-PRINT-ONE-TEXT.
           MOVE RPT-LINE-TEXT TO WS-LTR-LINE.
           PERFORM 690-PUT-LINE.
           MOVE SPACES TO RPT-TEXT.

       690-PUT-LINE.
      *> every letter line goes to the supplier; an escalation
      *> letter goes line for line to purchasing management as well
           WRITE DUNLTR-RECORD FROM WS-LTR-LINE.
           IF WS-LV-IDX = 3
              WRITE DUNMGT-RECORD FROM WS-LTR-LINE
           END-IF.

       900-WRAP-UP.
           WRITE DUNLTR-RECORD FROM RPT-LINE-PAGE.
           MOVE 'PO EXPEDITING RUN SUMMARY' TO RPT-BANNER.
           WRITE DUNLTR-RECORD FROM RPT-LINE-BANNER.
           WRITE DUNLTR-RECORD FROM RPT-LINE-4.
           MOVE 'OPEN-PO ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-OP-READ-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE 'LINES 3 OR MORE DAYS LATE.... ' TO RPT-SUM-LABEL.
           MOVE WS-LATE-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE '  CHASED THIS RUN............ ' TO RPT-SUM-LABEL.
           MOVE WS-CHASED-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE '  HELD - LEVEL SENT IN 7 DAYS ' TO RPT-SUM-LABEL.
           MOVE WS-HELD-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE 'LETTERS PRINTED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-LETTER-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE '  COPIED TO MANAGEMENT....... ' TO RPT-SUM-LABEL.
           MOVE WS-MGT-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE '  NO ORDER ADDRESS ON FILE... ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           MOVE 'EVENTS ADDED TO THE TRAIL.... ' TO RPT-SUM-LABEL.
           MOVE WS-EVENT-CNT TO RPT-SUM-CNT.
           WRITE DUNLTR-RECORD FROM RPT-LINE-5.
           WRITE DUNLTR-RECORD FROM RPT-LINE-4.
           CLOSE PART-SUPP-FILE, DUNLTR-FILE, DUNMGT-FILE.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
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
