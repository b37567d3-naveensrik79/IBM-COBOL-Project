       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INVVAL.
      * **************************************************
      * INVVAL IS THE MONTH-END INVENTORY VALUATION.  GLEXT DEBITS
      * INVENTORY 14100000 FROM THE RECEIPT ACCRUALS, BUT UNTIL THE
      * STOCK MASTER CARRIED A COST NOBODY COULD SAY WHAT THE STOCK
      * ON HAND WAS WORTH OR TIE IT BACK TO THAT ACCOUNT.  THE STEP:
      *   - VALUES EVERY STOCK MASTER ROW AT ON-HAND TIMES THE
      *     MOVING-AVERAGE UNIT COST STOCKUPD KEEPS (USD), AND LISTS
      *     THE ROWS BY PLANT AND PART-CATEGORY (THE PART'S
      *     IN-PART-CATEGORY OFF THE LATEST GPARTSUP GENERATION) WITH
      *     CATEGORY, PLANT AND GRAND TOTALS
      *   - RECONCILES THAT VALUE TO THE NET 14100000 ACTIVITY ON
      *     THE JOURNAL EXTRACT GLEXT BUILT FOR THE CLOSE, AND LISTS
      *     THE MONTH'S STOCK-VALUE MOVEMENTS (RECEIPTS AT COST,
      *     ISSUES, RETURN-TO-VENDOR REVERSALS, COUNT ADJUSTMENTS)
      *     OFF THE STOCK-VALUE TRAIL AS THE RECONCILING ITEMS, SO
      *     FINANCE CAN SEE WHETHER THE SUBLEDGER AGREES WITH THE GL
      * THE MONTH DEFAULTS TO THE RUN DATE'S; A 'MONTH=YYYYMM' CARD
      * VALUES A CLOSE RUN AFTER THE MONTH HAS TURNED.
      * UT-C-INVVCTL  = ONE-CARD CONTROL FILE, 'MONTH=YYYYMM'
      * UT-C-STOCKMST = STOCK MASTER MAINTAINED BY STOCKUPD
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION (CATEGORY)
      * UT-C-GLEXT    = JOURNAL EXTRACT GLEXT BUILT FOR THE CLOSE
      * UT-C-STKVAL   = STOCK-VALUE MOVEMENT TRAIL FROM STOCKUPD AND
      *                 CYCCOUNT
      * UT-C-INVVRPT  = VALUATION AND RECONCILIATION REPORT IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVVCTL-FILE ASSIGN TO UT-C-INVVCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVVCTL-ST.
           SELECT STOCKMST-FILE ASSIGN TO UT-C-STOCKMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKMST-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT GLEXT-FILE ASSIGN TO UT-C-GLEXT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS GLEXT-ST.
           SELECT STKVAL-FILE ASSIGN TO UT-C-STKVAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STKVAL-ST.
           SELECT INVVRPT-FILE ASSIGN TO UT-C-INVVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVVRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INVVCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVVCTL-RECORD      PIC X(80).
       FD STOCKMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKMST-RECORD     PIC X(80).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD GLEXT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 GLEXT-RECORD        PIC X(80).
       FD STKVAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STKVAL-RECORD       PIC X(80).
       FD INVVRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 INVVRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       77 WS-VAL-MONTH            PIC 9(06) VALUE ZERO.
       77 WS-GL-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-SV-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NOCAT-CNT            PIC 9(08) VALUE ZERO.
       77 WS-GRAND-VALUE          PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-DR-TOT            PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-CR-TOT            PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-NET               PIC S9(13)V99 VALUE ZERO.
       77 WS-RECON-DIFF           PIC S9(13)V99 VALUE ZERO.
       77 WS-RECON-TOL            PIC 9(03)V99 VALUE 1.00.
       77 WS-MV-RCPT-TOT          PIC S9(13)V99 VALUE ZERO.
       77 WS-MV-ISSUE-TOT         PIC S9(13)V99 VALUE ZERO.
       77 WS-MV-REV-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-MV-ADJ-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-MV-NET-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-RCPT-VS-GL           PIC S9(13)V99 VALUE ZERO.

      * PART-CATEGORY TABLE - THE FIRST GPARTSUP RECORD FOR A PART
      * SETS ITS CATEGORY
       77 WS-PC-MAX               PIC 9(5) VALUE 20000.
       77 WS-PC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PC-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PC-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PC-TBL.
           05 WS-PC-ROW OCCURS 20000 TIMES.
               10 WS-PC-PART          PIC X(23).
               10 WS-PC-CATEGORY      PIC X(02).

      * STOCK TABLE - ONE VALUED ROW PER STOCK MASTER PART/PLANT
       77 WS-ST-MAX               PIC 9(5) VALUE 20000.
       77 WS-ST-CNT               PIC 9(5) VALUE ZERO.
       77 WS-ST-IDX               PIC 9(5) VALUE ZERO.
           COPY STOCKMST.
       01 WS-ST-TBL.
           05 WS-ST-ROW OCCURS 20000 TIMES.
               10 WS-ST-ROW-PART      PIC X(23).
               10 WS-ST-ROW-PLANT     PIC X(03).
               10 WS-ST-ROW-CATEGORY  PIC X(02).
               10 WS-ST-ROW-ON-HAND   PIC 9(09).
               10 WS-ST-ROW-AVG-COST  PIC 9(07)V9(04).
               10 WS-ST-ROW-VALUE     PIC 9(11)V99.

      * PLANT/CATEGORY TOTALS AND PLANT TOTALS, IN THE ORDER EACH
      * FIRST TURNS UP ON THE STOCK MASTER
       77 WS-GR-MAX               PIC 9(5) VALUE 2000.
       77 WS-GR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-GR-IDX               PIC 9(5) VALUE ZERO.
       77 WS-GR-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-GR-TBL.
           05 WS-GR-ROW OCCURS 2000 TIMES.
               10 WS-GR-PLANT         PIC X(03).
               10 WS-GR-CATEGORY      PIC X(02).
               10 WS-GR-ROWS          PIC 9(07).
               10 WS-GR-VALUE         PIC 9(13)V99.
       77 WS-PT-MAX               PIC 9(3) VALUE 200.
       77 WS-PT-CNT               PIC 9(3) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(3) VALUE ZERO.
       77 WS-PT-FND-IDX           PIC 9(3) VALUE ZERO.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 200 TIMES.
               10 WS-PT-PLANT         PIC X(03).
               10 WS-PT-VALUE         PIC 9(13)V99.

      * ONE JOURNAL EXTRACT RECORD - SAME LAYOUT GLEXT WRITES
       01 WS-GL-DETAIL.
           05 WS-GL-ACCOUNT       PIC X(08) VALUE SPACES.
           05 WS-GL-DR-CR         PIC X(02) VALUE SPACES.
           05 WS-GL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-DATE          PIC 9(08) VALUE ZERO.
           05 WS-GL-SOURCE        PIC X(08) VALUE SPACES.
           05 WS-GL-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(35) VALUE SPACES.

      * ONE STOCK-VALUE MOVEMENT - SAME LAYOUT STOCKUPD AND CYCCOUNT
      * APPEND
           COPY STKVAL.
       01 WS-SV-MONTH-VIEW REDEFINES WS-SV-DETAIL.
           05 WS-SV-POST-YYYYMM   PIC 9(06).
           05 FILLER              PIC X(74).

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-YYYYMM REDEFINES WS01-CURR-DATE.
           05 WS01-CURR-YYYYMM-N    PIC 9(06).
           05 FILLER                PIC X(02).
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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'INVVAL'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 INVVCTL-ST                PIC X(02).
               88 INVVCTL-OK            VALUE '00'.
           05 STOCKMST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-STOCKMST      VALUE 'Y'.
           05 STOCKMST-ST               PIC X(02).
               88 STOCKMST-OK           VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 GLEXT-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-GLEXT         VALUE 'Y'.
           05 GLEXT-ST                  PIC X(02).
               88 GLEXT-OK              VALUE '00'.
           05 STKVAL-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-STKVAL        VALUE 'Y'.
           05 STKVAL-ST                 PIC X(02).
               88 STKVAL-OK             VALUE '00'.
           05 INVVRPT-ST                PIC X(02).
               88 INVVRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'MONTH-END INVENTORY VALUATION       '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(03) VALUE SPACES.
             10 FILLER       PIC X(07) VALUE 'MONTH: '.
             10 RPT-VAL-MONTH PIC 9(06) VALUE ZERO.
             10 FILLER       PIC X(60) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(05) VALUE 'Plant'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Cat'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '  On Hand'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Avg Cost USD'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '   Ext Value USD  '.
             10 FILLER    PIC X(49) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PLANT-CODE  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-CATEGORY    PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-ON-HAND     PIC ZZZZZZZZ9.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-AVG-COST    PIC ZZZZZZ9.9999.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-EXT-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(49) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(48) VALUE SPACES.
             10 RPT-TOT-AMT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(64) VALUE SPACES.
       01 RPT-LINE-MSG.
             10 RPT-MSG-TEXT    PIC X(60) VALUE SPACES.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 400-PRINT-ONE-PLANT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-CNT.
           PERFORM 500-RECONCILE-TO-GL.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS01-CURR-YYYYMM-N TO WS-VAL-MONTH.
           PERFORM 110-READ-CONTROL-CARD.
           MOVE WS-VAL-MONTH TO RPT-VAL-MONTH.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-CATEGORIES.
           PERFORM 220-LOAD-STOCK-VALUES.
           PERFORM 230-SUM-GL-ACTIVITY.
           PERFORM 240-SUM-MOVEMENTS.
           WRITE INVVRPT-RECORD FROM RPT-LINE-0.
           WRITE INVVRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE INVVRPT-RECORD FROM RPT-LINE-1.
           WRITE INVVRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARD.
      *> same one-card style as PAYSEL's PAYCNTL - no card (or no
      *> MONTH= on it) values the run date's month
           OPEN INPUT INVVCTL-FILE.
           IF INVVCTL-OK
              READ INVVCTL-FILE INTO WS-CNTL-CARD
                  AT END CONTINUE
              END-READ
              IF WS-CNTL-CARD(1:6) = 'MONTH='
                 IF WS-CNTL-CARD(7:6) IS NUMERIC
                    MOVE WS-CNTL-CARD(7:6) TO WS-VAL-MONTH
                 END-IF
              END-IF
              CLOSE INVVCTL-FILE
           END-IF.

       200-OPEN-FILES.
           MOVE 'STOCKMST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT STOCKMST-FILE
              IF NOT STOCKMST-OK
                 DISPLAY 'Input STOCKMST File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT GLEXT-FILE
              IF NOT GLEXT-OK
                 DISPLAY 'Input GLEXT File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT INVVRPT-FILE
              IF NOT INVVRPT-OK
                 DISPLAY 'Output INVVRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-CATEGORIES.
      *> no generation just means every row values uncategorised
           MOVE ZERO TO WS-PC-CNT.
           OPEN INPUT PART-SUPP-FILE.
           IF PART-SUPP-OK
              PERFORM 215-LOAD-ONE-CATEGORY UNTIL NO-MORE-PART-SUPP
              CLOSE PART-SUPP-FILE
           ELSE
              DISPLAY 'GPARTSUP NOT FOUND - PART CATEGORIES UNKNOWN'
           END-IF.

       215-LOAD-ONE-CATEGORY.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END MOVE 'Y' TO PART-SUPP-FILE-EOF
           END-READ.
      *> envelope header/trailer records are not data
           IF NOT NO-MORE-PART-SUPP AND
              PART-SUPP-ADDR-PO(1:3) NOT = 'HDR' AND
              PART-SUPP-ADDR-PO(1:3) NOT = 'TRL'
              PERFORM 250-FIND-CATEGORY
              IF WS-PC-FND-IDX = ZERO AND WS-PC-CNT < WS-PC-MAX
                 ADD +1 TO WS-PC-CNT
                 MOVE IN-PART-NUMBER   TO WS-PC-PART(WS-PC-CNT)
                 MOVE IN-PART-CATEGORY TO WS-PC-CATEGORY(WS-PC-CNT)
              END-IF
           END-IF.

       220-LOAD-STOCK-VALUES.
           MOVE ZERO TO WS-ST-CNT.
           PERFORM 225-LOAD-ONE-STOCK-ROW UNTIL NO-MORE-STOCKMST.
           CLOSE STOCKMST-FILE.

       225-LOAD-ONE-STOCK-ROW.
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
              MOVE WS-ST-PART-NUMBER TO WS-ST-ROW-PART(WS-ST-CNT)
              MOVE WS-ST-PLANT-CODE  TO WS-ST-ROW-PLANT(WS-ST-CNT)
              MOVE WS-ST-ON-HAND     TO WS-ST-ROW-ON-HAND(WS-ST-CNT)
              MOVE WS-ST-AVG-COST    TO WS-ST-ROW-AVG-COST(WS-ST-CNT)
              COMPUTE WS-ST-ROW-VALUE(WS-ST-CNT) ROUNDED =
                 WS-ST-ON-HAND * WS-ST-AVG-COST
              MOVE WS-ST-PART-NUMBER TO IN-PART-NUMBER
              PERFORM 250-FIND-CATEGORY
              IF WS-PC-FND-IDX > ZERO
                 MOVE WS-PC-CATEGORY(WS-PC-FND-IDX) TO
                      WS-ST-ROW-CATEGORY(WS-ST-CNT)
              ELSE
                 ADD +1 TO WS-NOCAT-CNT
                 MOVE SPACES TO WS-ST-ROW-CATEGORY(WS-ST-CNT)
              END-IF
              PERFORM 260-ADD-TO-GROUPS
           END-IF.

       230-SUM-GL-ACTIVITY.
      *> net 14100000 activity on the close's journal extract - the
      *> debits GLEXT posted less any credits
           PERFORM 235-SUM-ONE-JOURNAL-ROW UNTIL NO-MORE-GLEXT.
           CLOSE GLEXT-FILE.
           COMPUTE WS-GL-NET = WS-GL-DR-TOT - WS-GL-CR-TOT.

       235-SUM-ONE-JOURNAL-ROW.
           READ GLEXT-FILE INTO WS-GL-DETAIL
              AT END MOVE 'Y' TO GLEXT-EOF
           END-READ.
           IF NOT NO-MORE-GLEXT
              ADD +1 TO WS-GL-REC-CNT
              IF WS-GL-ACCOUNT = '14100000'
                 IF WS-GL-DR-CR = 'DR'
                    ADD WS-GL-AMOUNT TO WS-GL-DR-TOT
                 ELSE
                    ADD WS-GL-AMOUNT TO WS-GL-CR-TOT
                 END-IF
              END-IF
           END-IF.

       240-SUM-MOVEMENTS.
      *> the month's rows off the stock-value trail are the
      *> reconciling items - no trail yet just means none posted
           OPEN INPUT STKVAL-FILE.
           IF STKVAL-OK
              PERFORM 245-SUM-ONE-MOVEMENT UNTIL NO-MORE-STKVAL
              CLOSE STKVAL-FILE
           ELSE
              DISPLAY 'STKVAL NOT FOUND - NO MOVEMENTS TO LIST'
           END-IF.
           COMPUTE WS-MV-NET-TOT = WS-MV-RCPT-TOT - WS-MV-ISSUE-TOT
              - WS-MV-REV-TOT + WS-MV-ADJ-TOT.

       245-SUM-ONE-MOVEMENT.
           READ STKVAL-FILE INTO WS-SV-DETAIL
              AT END MOVE 'Y' TO STKVAL-EOF
           END-READ.
           IF NOT NO-MORE-STKVAL AND
              WS-SV-POST-YYYYMM = WS-VAL-MONTH
              ADD +1 TO WS-SV-REC-CNT
              EVALUATE TRUE
                 WHEN SV-RECEIPT
                    ADD WS-SV-EXT-VALUE TO WS-MV-RCPT-TOT
                 WHEN SV-ISSUE
                    ADD WS-SV-EXT-VALUE TO WS-MV-ISSUE-TOT
                 WHEN SV-REVERSAL
                    ADD WS-SV-EXT-VALUE TO WS-MV-REV-TOT
                 WHEN SV-COUNT-ADJ
                    IF WS-SV-SIGN = '-'
                       SUBTRACT WS-SV-EXT-VALUE FROM WS-MV-ADJ-TOT
                    ELSE
                       ADD WS-SV-EXT-VALUE TO WS-MV-ADJ-TOT
                    END-IF
              END-EVALUATE
           END-IF.

       250-FIND-CATEGORY.
           MOVE ZERO TO WS-PC-FND-IDX.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-CNT OR WS-PC-FND-IDX > 0
              IF WS-PC-PART(WS-PC-IDX) = IN-PART-NUMBER
                 MOVE WS-PC-IDX TO WS-PC-FND-IDX
              END-IF
           END-PERFORM.

       260-ADD-TO-GROUPS.
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FND-IDX > 0
              IF WS-PT-PLANT(WS-PT-IDX) = WS-ST-ROW-PLANT(WS-ST-CNT)
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-PT-FND-IDX = ZERO AND WS-PT-CNT < WS-PT-MAX
              ADD +1 TO WS-PT-CNT
              MOVE WS-ST-ROW-PLANT(WS-ST-CNT) TO WS-PT-PLANT(WS-PT-CNT)
              MOVE ZERO TO WS-PT-VALUE(WS-PT-CNT)
              MOVE WS-PT-CNT TO WS-PT-FND-IDX
           END-IF.
           IF WS-PT-FND-IDX > ZERO
              ADD WS-ST-ROW-VALUE(WS-ST-CNT) TO
                  WS-PT-VALUE(WS-PT-FND-IDX)
           END-IF.
           MOVE ZERO TO WS-GR-FND-IDX.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT OR WS-GR-FND-IDX > 0
              IF WS-GR-PLANT(WS-GR-IDX) = WS-ST-ROW-PLANT(WS-ST-CNT)
                 AND WS-GR-CATEGORY(WS-GR-IDX) =
                     WS-ST-ROW-CATEGORY(WS-ST-CNT)
                 MOVE WS-GR-IDX TO WS-GR-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-GR-FND-IDX = ZERO AND WS-GR-CNT < WS-GR-MAX
              ADD +1 TO WS-GR-CNT
              MOVE WS-ST-ROW-PLANT(WS-ST-CNT) TO WS-GR-PLANT(WS-GR-CNT)
              MOVE WS-ST-ROW-CATEGORY(WS-ST-CNT) TO
                   WS-GR-CATEGORY(WS-GR-CNT)
              MOVE ZERO TO WS-GR-ROWS(WS-GR-CNT)
              MOVE ZERO TO WS-GR-VALUE(WS-GR-CNT)
              MOVE WS-GR-CNT TO WS-GR-FND-IDX
           END-IF.
           IF WS-GR-FND-IDX > ZERO
              ADD +1 TO WS-GR-ROWS(WS-GR-FND-IDX)
              ADD WS-ST-ROW-VALUE(WS-ST-CNT) TO
                  WS-GR-VALUE(WS-GR-FND-IDX)
           END-IF.
           ADD WS-ST-ROW-VALUE(WS-ST-CNT) TO WS-GRAND-VALUE.

       400-PRINT-ONE-PLANT.
      *> every category the plant holds, each followed by its total,
      *> then the plant's own total
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-CNT
              IF WS-GR-PLANT(WS-GR-IDX) = WS-PT-PLANT(WS-PT-IDX)
                 PERFORM 410-PRINT-ONE-CATEGORY
              END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-TOT-LABEL.
           STRING 'PLANT ' WS-PT-PLANT(WS-PT-IDX)
                  ' TOTAL VALUE (USD)'
                  DELIMITED BY SIZE INTO RPT-TOT-LABEL.
           MOVE WS-PT-VALUE(WS-PT-IDX) TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-4.

       410-PRINT-ONE-CATEGORY.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              IF WS-ST-ROW-PLANT(WS-ST-IDX) = WS-GR-PLANT(WS-GR-IDX)
                 AND WS-ST-ROW-CATEGORY(WS-ST-IDX) =
                     WS-GR-CATEGORY(WS-GR-IDX)
                 MOVE WS-ST-ROW-PLANT(WS-ST-IDX)    TO RPT-PLANT-CODE
                 MOVE WS-ST-ROW-CATEGORY(WS-ST-IDX) TO RPT-CATEGORY
                 MOVE WS-ST-ROW-PART(WS-ST-IDX)     TO RPT-PART-NUMBER
                 MOVE WS-ST-ROW-ON-HAND(WS-ST-IDX)  TO RPT-ON-HAND
                 MOVE WS-ST-ROW-AVG-COST(WS-ST-IDX) TO RPT-AVG-COST
                 MOVE WS-ST-ROW-VALUE(WS-ST-IDX)    TO RPT-EXT-VALUE
                 WRITE INVVRPT-RECORD FROM RPT-LINE-3
              END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-TOT-LABEL.
           IF WS-GR-CATEGORY(WS-GR-IDX) = SPACES
              STRING '   PLANT ' WS-GR-PLANT(WS-GR-IDX)
                     ' UNCATEGORISED VALUE (USD)'
                     DELIMITED BY SIZE INTO RPT-TOT-LABEL
           ELSE
              STRING '   PLANT ' WS-GR-PLANT(WS-GR-IDX)
                     ' CATEGORY ' WS-GR-CATEGORY(WS-GR-IDX)
                     ' VALUE (USD)'
                     DELIMITED BY SIZE INTO RPT-TOT-LABEL
           END-IF.
           MOVE WS-GR-VALUE(WS-GR-IDX) TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-0.

       500-RECONCILE-TO-GL.
      *> the subledger value against the net 14100000 activity GLEXT
      *> journaled, with the month's stock-value movements beneath as
      *> the reconciling items
           COMPUTE WS-RECON-DIFF = WS-GRAND-VALUE - WS-GL-NET.
           COMPUTE WS-RCPT-VS-GL = WS-MV-RCPT-TOT - WS-GL-NET.
           WRITE INVVRPT-RECORD FROM RPT-LINE-0.
           MOVE 'INVENTORY SUBLEDGER VALUE (USD).............. ' TO
                RPT-TOT-LABEL.
           MOVE WS-GRAND-VALUE TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'GL 14100000 NET ACTIVITY PER GLEXT (USD)..... ' TO
                RPT-TOT-LABEL.
           MOVE WS-GL-NET TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'DIFFERENCE - SUBLEDGER LESS GL (USD)......... ' TO
                RPT-TOT-LABEL.
           MOVE WS-RECON-DIFF TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           IF WS-RECON-DIFF NOT > WS-RECON-TOL AND
              WS-RECON-DIFF NOT < ZERO - WS-RECON-TOL
              MOVE 'SUBLEDGER AGREES WITH GL 14100000' TO RPT-MSG-TEXT
           ELSE
              MOVE 'SUBLEDGER OUT OF AGREEMENT WITH GL 14100000'
                   TO RPT-MSG-TEXT
           END-IF.
           WRITE INVVRPT-RECORD FROM RPT-LINE-MSG.
           WRITE INVVRPT-RECORD FROM RPT-LINE-0.
           MOVE 'RECONCILING ITEMS - STOCK-VALUE MOVEMENTS IN MONTH'
                TO RPT-MSG-TEXT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-MSG.
           MOVE '   RECEIPTS AT COST (USD)..................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-MV-RCPT-TOT TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '   ISSUES RELIEVED (USD)...................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-MV-ISSUE-TOT TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '   RTV REVERSALS RELIEVED (USD)............... ' TO
                RPT-TOT-LABEL.
           MOVE WS-MV-REV-TOT TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '   COUNT ADJUSTMENTS NET (USD)................ ' TO
                RPT-TOT-LABEL.
           MOVE WS-MV-ADJ-TOT TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '   NET SUBLEDGER MOVEMENT (USD)............... ' TO
                RPT-TOT-LABEL.
           MOVE WS-MV-NET-TOT TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '   RECEIPTS AT COST LESS GL ACTIVITY (USD).... ' TO
                RPT-TOT-LABEL.
           MOVE WS-RCPT-VS-GL TO RPT-TOT-AMT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-TOT.

       900-WRAP-UP.
           WRITE INVVRPT-RECORD FROM RPT-LINE-0.
           WRITE INVVRPT-RECORD FROM RPT-LINE-4.
           MOVE 'STOCK ROWS VALUED........... ' TO RPT-SUM-LABEL.
           MOVE WS-ST-CNT TO RPT-SUM-CNT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROWS WITH NO PART CATEGORY.. ' TO RPT-SUM-LABEL.
           MOVE WS-NOCAT-CNT TO RPT-SUM-CNT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'JOURNAL ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-GL-REC-CNT TO RPT-SUM-CNT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'MOVEMENTS IN THE MONTH...... ' TO RPT-SUM-LABEL.
           MOVE WS-SV-REC-CNT TO RPT-SUM-CNT.
           WRITE INVVRPT-RECORD FROM RPT-LINE-5.
           WRITE INVVRPT-RECORD FROM RPT-LINE-4.
           CLOSE INVVRPT-FILE.

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
