       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EORESV.
      * **************************************************
      * EORESV IS THE QUARTER-END EXCESS AND OBSOLETE (E&O)
      * INVENTORY REVIEW.  THE STOCK MASTER HAS CARRIED THE LAST
      * ISSUE DATE AND THE MOVING-AVERAGE COST FOR YEARS AND
      * ENGINEERING'S SUPSEDE CROSS-REFERENCE SAYS WHICH PARTS ARE
      * DEAD, BUT NOTHING PUT THEM TOGETHER TO FIND THE STOCK WE WILL
      * NEVER USE.  EVERY PART/PLANT BALANCE ON HAND IS TESTED, IN
      * THIS ORDER, AND THE FIRST TEST IT FAILS IS ITS REASON:
      *   OBS  - THE PART IS MARKED OBSOLETE ON SUPSEDE, EFFECTIVE ON
      *          OR BEFORE THE AS-OF DATE - THE WHOLE BALANCE
      *   SLOW - NO ISSUE IN THE LAST 12 MONTHS (A PART NEVER ISSUED
      *          IS AGED FROM ITS LAST RECEIPT) - THE WHOLE BALANCE
      *   EXCS - ON HAND BEYOND THE NEXT 24 MONTHS OF MRP GROSS
      *          REQUIREMENTS - JUST THE EXCESS.  THE PART'S DEMAND
      *          IS USED UP PLANT BY PLANT IN STOCK MASTER ORDER
      * THE E&O QUANTITY IS VALUED AT THE STOCK MASTER'S MOVING-
      * AVERAGE UNIT COST (USD, AS INVVAL VALUES IT) AND RESERVED
      * AT THE PERCENTAGE OF ITS AGE BAND - MONTHS SINCE THE LAST
      * ISSUE, OR LAST RECEIPT WHEN NEVER ISSUED.  OBSOLETE STOCK
      * GOES IN THE TOP BAND WHATEVER ITS AGE.  THE DETAIL IS
      * FOLLOWED BY PLANT TOTALS, THE REASON/BAND SUMMARY AND THE
      * RESERVE ENTRY FOR THE CONTROLLER - THE REQUIRED RESERVE LESS
      * THE BALANCE ALREADY BOOKED, DEBIT 52900000 E&O EXPENSE AND
      * CREDIT 14190000 INVENTORY E&O RESERVE (REVERSED WHEN THE
      * REQUIREMENT HAS FALLEN).
      * THE AS-OF DATE DEFAULTS TO THE LAST CALENDAR QUARTER-END
      * BEFORE THE RUN DATE; AN 'ASOF=YYYYMMDD' CARD OVERRIDES IT
      * AND A 'BOOKED=' CARD CARRIES THE RESERVE BALANCE ON THE GL.
      * UT-C-EOCTL    = CONTROL CARDS 'ASOF=YYYYMMDD' AND
      *                 'BOOKED=999999999.99' (BOTH OPTIONAL)
      * UT-C-STOCKMST = STOCK MASTER MAINTAINED BY STOCKUPD
      * UT-C-MRPDEM   = MRP GROSS-REQUIREMENTS FEED, SORTED BY PART
      *                 NUMBER AND NEED DATE
      * UT-C-SUPSEDE  = ENGINEERING SUPERSESSION CROSS-REFERENCE
      * UT-C-EORPT    = E&O DETAIL, SUMMARY AND RESERVE ENTRY IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EOCTL-FILE ASSIGN TO UT-C-EOCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EOCTL-ST.
           SELECT STOCKMST-FILE ASSIGN TO UT-C-STOCKMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKMST-ST.
           SELECT MRPDEM-FILE ASSIGN TO UT-C-MRPDEM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS MRPDEM-ST.
           SELECT SUPSEDE-FILE ASSIGN TO UT-C-SUPSEDE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPSEDE-ST.
           SELECT EORPT-FILE ASSIGN TO UT-C-EORPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EORPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD EOCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 EOCTL-RECORD        PIC X(80).
       FD STOCKMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKMST-RECORD     PIC X(80).
       FD MRPDEM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 MRPDEM-RECORD       PIC X(80).
       FD SUPSEDE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 SUPSEDE-RECORD      PIC X(80).
       FD EORPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 EORPT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       77 WS-ASOF-DATE            PIC 9(08) VALUE ZERO.
       77 WS-ASOF-INT             PIC 9(09) VALUE ZERO.
       77 WS-SLOW-FROM            PIC 9(08) VALUE ZERO.
       77 WS-HORIZON-DATE         PIC 9(08) VALUE ZERO.
       77 WS-QTR-START            PIC 9(08) VALUE ZERO.
       77 WS-BOOKED-RESERVE       PIC S9(11)V99 VALUE ZERO.
       77 WS-STOCK-CNT            PIC 9(08) VALUE ZERO.
       77 WS-EO-CNT               PIC 9(08) VALUE ZERO.
       77 WS-DEM-CNT              PIC 9(08) VALUE ZERO.
       77 WS-STOCK-VALUE          PIC 9(13)V99 VALUE ZERO.
       77 WS-EO-VALUE-TOT         PIC 9(13)V99 VALUE ZERO.
       77 WS-RESERVE-TOT          PIC 9(13)V99 VALUE ZERO.
       77 WS-ENTRY-AMT            PIC S9(13)V99 VALUE ZERO.

      * E&O RULES - MONTHS WITHOUT AN ISSUE THAT MAKE A BALANCE
      * SLOW-MOVING, AND MONTHS OF MRP DEMAND ON HAND BEFORE THE
      * REST IS EXCESS
       77 WS-SLOW-MONTHS          PIC 9(03) VALUE 12.
       77 WS-COVER-MONTHS         PIC 9(03) VALUE 24.

      * ONE BALANCE UNDER REVIEW
       77 WS-REASON               PIC X(04) VALUE SPACES.
       77 WS-AGE-FROM             PIC 9(08) VALUE ZERO.
       77 WS-AGE-MONTHS           PIC 9(05) VALUE ZERO.
       77 WS-EO-QTY               PIC 9(09) VALUE ZERO.
       77 WS-COVERED-QTY          PIC 9(11) VALUE ZERO.
       77 WS-EO-VALUE             PIC 9(11)V99 VALUE ZERO.
       77 WS-RESERVE-AMT          PIC 9(11)V99 VALUE ZERO.
       77 WS-RSN-IDX              PIC 9(01) VALUE ZERO.

      * AGE BANDS - UPPER BOUND IN MONTHS AND THE RESERVE PERCENTAGE
      * THE CONTROLLER SIGNED OFF.  THE LAST BAND TAKES EVERYTHING
      * OLDER, NEVER-MOVED STOCK AND OBSOLETE STOCK
       01 WS-BAND-DATA.
           05 FILLER PIC X(12) VALUE 'UNDER 12 MOS'.
           05 FILLER PIC 9(03) VALUE 012.
           05 FILLER PIC 9(03)V99 VALUE 010.00.
           05 FILLER PIC X(12) VALUE '12 - 24 MOS '.
           05 FILLER PIC 9(03) VALUE 024.
           05 FILLER PIC 9(03)V99 VALUE 025.00.
           05 FILLER PIC X(12) VALUE '24 - 36 MOS '.
           05 FILLER PIC 9(03) VALUE 036.
           05 FILLER PIC 9(03)V99 VALUE 050.00.
           05 FILLER PIC X(12) VALUE '36+ MOS/OBS '.
           05 FILLER PIC 9(03) VALUE 999.
           05 FILLER PIC 9(03)V99 VALUE 100.00.
       01 WS-BAND-TBL REDEFINES WS-BAND-DATA.
           05 WS-BAND-ROW OCCURS 4 TIMES.
               10 WS-BAND-LABEL   PIC X(12).
               10 WS-BAND-MAX-MOS PIC 9(03).
               10 WS-BAND-PCT     PIC 9(03)V99.
       77 WS-BAND-MAX             PIC 9(01) VALUE 4.
       77 WS-BAND-IDX             PIC 9(01) VALUE ZERO.
       77 WS-BAND-FND-IDX         PIC 9(01) VALUE ZERO.

      * REASON/BAND TOTALS - REASON 1 OBS, 2 SLOW, 3 EXCS
       01 WS-RB-TBL.
           05 WS-RB-REASON OCCURS 3 TIMES.
               10 WS-RB-BAND OCCURS 4 TIMES.
                   15 WS-RB-ROWS      PIC 9(07).
                   15 WS-RB-VALUE     PIC 9(13)V99.
                   15 WS-RB-RESERVE   PIC 9(13)V99.
       01 WS-RSN-NAMES.
           05 FILLER PIC X(04) VALUE 'OBS '.
           05 FILLER PIC X(04) VALUE 'SLOW'.
           05 FILLER PIC X(04) VALUE 'EXCS'.
       01 WS-RSN-TBL REDEFINES WS-RSN-NAMES.
           05 WS-RSN-NAME         PIC X(04) OCCURS 3 TIMES.

      * PLANT TOTALS, IN THE ORDER EACH FIRST TURNS UP
       77 WS-PT-MAX               PIC 9(3) VALUE 200.
       77 WS-PT-CNT               PIC 9(3) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(3) VALUE ZERO.
       77 WS-PT-FND-IDX           PIC 9(3) VALUE ZERO.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 200 TIMES.
               10 WS-PT-PLANT         PIC X(03).
               10 WS-PT-STOCK-VALUE   PIC 9(13)V99.
               10 WS-PT-EO-VALUE      PIC 9(13)V99.
               10 WS-PT-RESERVE       PIC 9(13)V99.

      * MRP DEMAND INSIDE THE COVER HORIZON PER PART, AND WHAT IS
      * LEFT OF IT AS THE PART'S PLANTS ARE TESTED.  THE FEED COMES
      * SORTED BY PART, SO THE TABLE IS IN PART ORDER FOR THE SEARCH
       77 WS-DM-MAX               PIC 9(5) VALUE 20000.
       77 WS-DM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DM-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-DM-TBL.
           05 WS-DM-ROW OCCURS 20000 TIMES.
               10 WS-DM-PART          PIC X(23).
               10 WS-DM-QTY           PIC 9(11).
               10 WS-DM-LEFT          PIC 9(11).
       01 WS-DEM-DETAIL.
           05 WS-DEM-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-DEM-QUANTITY     PIC 9(09) VALUE ZERO.
           05 WS-DEM-NEED-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(40) VALUE SPACES.

      * SUPERSESSION CROSS-REFERENCE - SAME ROW PRTSUPP LOADS,
      * SORTED ON THE OLD PART FOR THE SEARCH
       77 WS-SUPS-MAX             PIC 9(5) VALUE 10000.
       77 WS-SUPS-CNT             PIC 9(5) VALUE ZERO.
       01 WS-SUPS-DETAIL.
           05 WS-SUPS-OLD-PART    PIC X(23) VALUE SPACES.
           05 WS-SUPS-NEW-PART    PIC X(23) VALUE SPACES.
           05 WS-SUPS-OBS-FLAG    PIC X(01) VALUE SPACES.
           05 WS-SUPS-EFF-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(25) VALUE SPACES.
       01 WS-SUPS-TBL.
           05 WS-SUPS-ROW OCCURS 10000 TIMES.
               10 WS-SUPS-ROW-OLD    PIC X(23).
               10 WS-SUPS-ROW-OBS    PIC X(01).
               10 WS-SUPS-ROW-EFF    PIC 9(08).
       01 WS-SUPS-SAVE.
           05 WS-SUPS-SAVE-OLD     PIC X(23) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE SPACES.
       77 WS-SORT-I               PIC 9(5) VALUE ZERO.
       77 WS-SORT-J               PIC 9(5) VALUE ZERO.

      * BINARY SEARCH WORK AREA - SHARED BY BOTH TABLES
       77 WS-BSRCH-LO             PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-HI             PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-MID            PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-FND-IDX        PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-PART-KEY       PIC X(23) VALUE SPACES.
       77 WS-BSRCH-FOUND          PIC X(01) VALUE 'N'.
           88 BSRCH-FOUND         VALUE 'Y'.

           COPY STOCKMST.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-QTR-DATE.
           05 WS01-QTR-YYYY         PIC 9(04).
           05 WS01-QTR-MM           PIC 9(02).
           05 WS01-QTR-DD           PIC 9(02).
       01 WS01-QTR-DATE-N REDEFINES WS01-QTR-DATE PIC 9(08).
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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'EORESV'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 EOCTL-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-EOCTL         VALUE 'Y'.
           05 EOCTL-ST                  PIC X(02).
               88 EOCTL-OK              VALUE '00'.
           05 STOCKMST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-STOCKMST      VALUE 'Y'.
           05 STOCKMST-ST               PIC X(02).
               88 STOCKMST-OK           VALUE '00'.
           05 MRPDEM-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-MRPDEM        VALUE 'Y'.
           05 MRPDEM-ST                 PIC X(02).
               88 MRPDEM-OK             VALUE '00'.
           05 SUPSEDE-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPSEDE       VALUE 'Y'.
           05 SUPSEDE-ST                PIC X(02).
               88 SUPSEDE-OK            VALUE '00'.
           05 EORPT-ST                  PIC X(02).
               88 EORPT-OK              VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'EXCESS AND OBSOLETE INVENTORY       '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(03) VALUE SPACES.
             10 FILLER       PIC X(07) VALUE 'AS OF: '.
             10 RPT-ASOF     PIC 9(08) VALUE ZERO.
             10 FILLER       PIC X(58) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(03) VALUE 'Plt'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Rsn'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Aged Frm'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Mos'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(01) VALUE 'B'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '  On Hand'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE ' E&O Qty'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Avg Cost USD'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE ' E&O Value USD'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE '  Pct'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Reserve USD'.
             10 FILLER    PIC X(02) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PLANT-CODE  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-REASON      PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AGE-FROM    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AGE-MOS     PIC ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BAND        PIC 9(01) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ON-HAND     PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EO-QTY      PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AVG-COST    PIC ZZZZZZ9.9999.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EO-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PCT         PIC ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RESERVE     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-SUM-HDR.
             10 FILLER    PIC X(04) VALUE 'Rsn'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(01) VALUE 'B'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(13) VALUE 'Age Band'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE '  Pct'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE '   Rows'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '     E&O Value USD'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '       Reserve USD'.
             10 FILLER    PIC X(53) VALUE SPACES.
       01 RPT-LINE-SUM.
             10 RPT-SM-REASON   PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SM-BAND     PIC 9(01) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SM-LABEL    PIC X(13) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SM-PCT      PIC ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SM-ROWS     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SM-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SM-RESERVE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(53) VALUE SPACES.
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

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-STOCK.
           PERFORM 400-REVIEW-ONE-BALANCE UNTIL NO-MORE-STOCKMST.
           PERFORM 600-PRINT-TOTALS.
           PERFORM 700-RESERVE-ENTRY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
      *> the last quarter-end before the run date - the day before
      *> the first day of the run date's quarter
           MOVE WS01-CURR-YYYY TO WS01-QTR-YYYY.
           COMPUTE WS01-QTR-MM = ((WS01-CURR-MM - 1) / 3) * 3 + 1.
           MOVE 01 TO WS01-QTR-DD.
           COMPUTE WS-ASOF-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS01-QTR-DATE-N) - 1).
           PERFORM 110-READ-CONTROL-CARDS.
           MOVE WS-ASOF-DATE TO RPT-ASOF.
           COMPUTE WS-ASOF-INT =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           COMPUTE WS-SLOW-FROM = WS-ASOF-DATE - WS-SLOW-MONTHS / 12
              * 10000.
           COMPUTE WS-HORIZON-DATE = WS-ASOF-DATE + WS-COVER-MONTHS
              / 12 * 10000.
           INITIALIZE WS-RB-TBL.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-DEMAND.
           PERFORM 220-LOAD-SUPERSESSIONS.
           WRITE EORPT-RECORD FROM RPT-LINE-0.
           WRITE EORPT-RECORD FROM RPT-LINE-BANNER.
           WRITE EORPT-RECORD FROM RPT-LINE-1.
           WRITE EORPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARDS.
      *> same card style as INVVAL's INVVCTL - no card leaves the
      *> last quarter-end and nothing booked
           OPEN INPUT EOCTL-FILE.
           IF EOCTL-OK
              PERFORM 115-READ-ONE-CARD UNTIL NO-MORE-EOCTL
              CLOSE EOCTL-FILE
           END-IF.

       115-READ-ONE-CARD.
           READ EOCTL-FILE INTO WS-CNTL-CARD
              AT END MOVE 'Y' TO EOCTL-EOF
           END-READ.
           IF NOT NO-MORE-EOCTL
              IF WS-CNTL-CARD(1:5) = 'ASOF=' AND
                 WS-CNTL-CARD(6:8) IS NUMERIC
                 MOVE WS-CNTL-CARD(6:8) TO WS-ASOF-DATE
              END-IF
              IF WS-CNTL-CARD(1:7) = 'BOOKED='
                 COMPUTE WS-BOOKED-RESERVE =
                    FUNCTION NUMVAL(WS-CNTL-CARD(8:15))
              END-IF
           END-IF.

       200-OPEN-FILES.
           MOVE 'STOCKMST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT STOCKMST-FILE
              IF NOT STOCKMST-OK
                 DISPLAY 'Input STOCKMST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT EORPT-FILE
              IF NOT EORPT-OK
                 DISPLAY 'Output EORPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-DEMAND.
      *> gross requirements due by the end of the cover horizon,
      *> past-due ones included - they will still be consumed.  no
      *> feed means no demand, so every balance is excess
           OPEN INPUT MRPDEM-FILE.
           IF MRPDEM-OK
              PERFORM 215-LOAD-ONE-DEMAND UNTIL NO-MORE-MRPDEM
              CLOSE MRPDEM-FILE
           ELSE
              DISPLAY 'MRPDEM NOT FOUND - NO DEMAND COVERS ANY STOCK'
           END-IF.

       215-LOAD-ONE-DEMAND.
           READ MRPDEM-FILE INTO WS-DEM-DETAIL
              AT END MOVE 'Y' TO MRPDEM-EOF
           END-READ.
           IF NOT NO-MORE-MRPDEM AND
              WS-DEM-NEED-DATE NOT > WS-HORIZON-DATE
              ADD +1 TO WS-DEM-CNT
              IF WS-DM-CNT = ZERO OR
                 WS-DM-PART(WS-DM-CNT) NOT = WS-DEM-PART-NUMBER
                 IF WS-DM-CNT < WS-DM-MAX
                    ADD +1 TO WS-DM-CNT
                    MOVE WS-DEM-PART-NUMBER TO WS-DM-PART(WS-DM-CNT)
                    MOVE ZERO TO WS-DM-QTY(WS-DM-CNT)
                 ELSE
                    DISPLAY 'EORESV: DEMAND TABLE FULL AT PART '
                            WS-DEM-PART-NUMBER
                    MOVE 'Y' TO MRPDEM-EOF
                 END-IF
              END-IF
              IF NOT NO-MORE-MRPDEM
                 ADD WS-DEM-QUANTITY TO WS-DM-QTY(WS-DM-CNT)
                 MOVE WS-DM-QTY(WS-DM-CNT) TO WS-DM-LEFT(WS-DM-CNT)
              END-IF
           END-IF.

       220-LOAD-SUPERSESSIONS.
      *> a missing cross-reference is announced and the obsolete
      *> test stands down, same as PRTSUPP
           OPEN INPUT SUPSEDE-FILE.
           IF SUPSEDE-OK
              PERFORM 225-LOAD-SUPSEDE-ROW UNTIL NO-MORE-SUPSEDE
              CLOSE SUPSEDE-FILE
              PERFORM 230-SORT-SUPSEDE-TBL
           ELSE
              DISPLAY 'SUPSEDE NOT FOUND - OBSOLETE TEST SKIPPED'
           END-IF.

       225-LOAD-SUPSEDE-ROW.
           READ SUPSEDE-FILE INTO WS-SUPS-DETAIL
              AT END MOVE 'Y' TO SUPSEDE-EOF
           END-READ.
           IF NOT NO-MORE-SUPSEDE AND WS-SUPS-CNT < WS-SUPS-MAX
              ADD +1 TO WS-SUPS-CNT
              MOVE WS-SUPS-OLD-PART TO WS-SUPS-ROW-OLD(WS-SUPS-CNT)
              MOVE WS-SUPS-OBS-FLAG TO WS-SUPS-ROW-OBS(WS-SUPS-CNT)
              MOVE WS-SUPS-EFF-DATE TO WS-SUPS-ROW-EFF(WS-SUPS-CNT)
           END-IF.

       230-SORT-SUPSEDE-TBL.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-SUPS-CNT
              MOVE WS-SUPS-ROW(WS-SORT-I) TO WS-SUPS-SAVE
              COMPUTE WS-SORT-J = WS-SORT-I - 1
              PERFORM UNTIL WS-SORT-J < 1
                 OR WS-SUPS-ROW-OLD(WS-SORT-J) NOT >
                    WS-SUPS-SAVE-OLD
                 MOVE WS-SUPS-ROW(WS-SORT-J) TO
                      WS-SUPS-ROW(WS-SORT-J + 1)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-SUPS-SAVE TO WS-SUPS-ROW(WS-SORT-J + 1)
           END-PERFORM.

       240-SEARCH-SUPSEDE-TBL.
      *> binary search of the cross-reference.  key in
      *> WS-BSRCH-PART-KEY; returns BSRCH-FOUND and WS-BSRCH-FND-IDX
           MOVE 'N' TO WS-BSRCH-FOUND.
           MOVE ZERO TO WS-BSRCH-FND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-SUPS-CNT TO WS-BSRCH-HI.
           PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR BSRCH-FOUND
              COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2
              EVALUATE TRUE
                 WHEN WS-SUPS-ROW-OLD(WS-BSRCH-MID) = WS-BSRCH-PART-KEY
                    MOVE 'Y' TO WS-BSRCH-FOUND
                    MOVE WS-BSRCH-MID TO WS-BSRCH-FND-IDX
                 WHEN WS-SUPS-ROW-OLD(WS-BSRCH-MID) < WS-BSRCH-PART-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                 WHEN OTHER
                    IF WS-BSRCH-MID = 1
                       MOVE ZERO TO WS-BSRCH-HI
                    ELSE
                       COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
                    END-IF
              END-EVALUATE
           END-PERFORM.

       250-SEARCH-DEMAND-TBL.
      *> same binary search over the part-ordered demand table
           MOVE 'N' TO WS-BSRCH-FOUND.
           MOVE ZERO TO WS-BSRCH-FND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-DM-CNT TO WS-BSRCH-HI.
           PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR BSRCH-FOUND
              COMPUTE WS-BSRCH-MID = (WS-BSRCH-LO + WS-BSRCH-HI) / 2
              EVALUATE TRUE
                 WHEN WS-DM-PART(WS-BSRCH-MID) = WS-BSRCH-PART-KEY
                    MOVE 'Y' TO WS-BSRCH-FOUND
                    MOVE WS-BSRCH-MID TO WS-BSRCH-FND-IDX
                 WHEN WS-DM-PART(WS-BSRCH-MID) < WS-BSRCH-PART-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                 WHEN OTHER
                    IF WS-BSRCH-MID = 1
                       MOVE ZERO TO WS-BSRCH-HI
                    ELSE
                       COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
                    END-IF
              END-EVALUATE
           END-PERFORM.

       300-READ-STOCK.
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

       400-REVIEW-ONE-BALANCE.
           IF WS-ST-ON-HAND > ZERO
              ADD +1 TO WS-STOCK-CNT
              COMPUTE WS-EO-VALUE ROUNDED =
                 WS-ST-ON-HAND * WS-ST-AVG-COST
              ADD WS-EO-VALUE TO WS-STOCK-VALUE
              PERFORM 480-FIND-PLANT
              IF WS-PT-FND-IDX > ZERO
                 ADD WS-EO-VALUE TO WS-PT-STOCK-VALUE(WS-PT-FND-IDX)
              END-IF
              PERFORM 410-SET-REASON THRU 410-SET-REASON-EXIT
              IF WS-REASON NOT = SPACES
                 PERFORM 450-RESERVE-BALANCE
              END-IF
           END-IF.
           PERFORM 300-READ-STOCK.

       410-SET-REASON.
      *> the age clock runs from the last issue, or the last receipt
      *> for a part never issued - neither means it never moved
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-EO-QTY.
           IF WS-ST-LAST-ISSUE-DT > ZERO
              MOVE WS-ST-LAST-ISSUE-DT TO WS-AGE-FROM
           ELSE
              MOVE WS-ST-LAST-RCPT-DT TO WS-AGE-FROM
           END-IF.
      *> demand covers this plant's balance before any later plant's
           MOVE ZERO TO WS-COVERED-QTY.
           MOVE WS-ST-PART-NUMBER TO WS-BSRCH-PART-KEY.
           PERFORM 250-SEARCH-DEMAND-TBL.
           IF BSRCH-FOUND
              MOVE WS-BSRCH-FND-IDX TO WS-DM-FND-IDX
              IF WS-DM-LEFT(WS-DM-FND-IDX) > WS-ST-ON-HAND
                 MOVE WS-ST-ON-HAND TO WS-COVERED-QTY
              ELSE
                 MOVE WS-DM-LEFT(WS-DM-FND-IDX) TO WS-COVERED-QTY
              END-IF
              SUBTRACT WS-COVERED-QTY FROM WS-DM-LEFT(WS-DM-FND-IDX)
           END-IF.
           PERFORM 240-SEARCH-SUPSEDE-TBL.
           IF BSRCH-FOUND AND
              WS-SUPS-ROW-OBS(WS-BSRCH-FND-IDX) = 'Y' AND
              WS-SUPS-ROW-EFF(WS-BSRCH-FND-IDX) NOT > WS-ASOF-DATE
              MOVE 'OBS ' TO WS-REASON
              MOVE 1 TO WS-RSN-IDX
              MOVE WS-ST-ON-HAND TO WS-EO-QTY
              GO TO 410-SET-REASON-EXIT
           END-IF.
           IF WS-AGE-FROM < WS-SLOW-FROM
              MOVE 'SLOW' TO WS-REASON
              MOVE 2 TO WS-RSN-IDX
              MOVE WS-ST-ON-HAND TO WS-EO-QTY
              GO TO 410-SET-REASON-EXIT
           END-IF.
           IF WS-COVERED-QTY < WS-ST-ON-HAND
              MOVE 'EXCS' TO WS-REASON
              MOVE 3 TO WS-RSN-IDX
              COMPUTE WS-EO-QTY = WS-ST-ON-HAND - WS-COVERED-QTY
           END-IF.
       410-SET-REASON-EXIT.
           EXIT.

       450-RESERVE-BALANCE.
      *> value the E&O quantity at the average cost and reserve it at
      *> its age band's percentage
           IF WS-AGE-FROM > ZERO AND WS-AGE-FROM NOT > WS-ASOF-DATE
              COMPUTE WS-AGE-MONTHS = (WS-ASOF-INT -
                 FUNCTION INTEGER-OF-DATE(WS-AGE-FROM)) * 12 / 365
           ELSE
              MOVE ZERO TO WS-AGE-MONTHS
           END-IF.
           MOVE ZERO TO WS-BAND-FND-IDX.
           IF WS-RSN-IDX = 1 OR WS-AGE-FROM = ZERO
              MOVE WS-BAND-MAX TO WS-BAND-FND-IDX
           ELSE
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                      UNTIL WS-BAND-IDX > WS-BAND-MAX
                         OR WS-BAND-FND-IDX > ZERO
                 IF WS-AGE-MONTHS < WS-BAND-MAX-MOS(WS-BAND-IDX)
                    MOVE WS-BAND-IDX TO WS-BAND-FND-IDX
                 END-IF
              END-PERFORM
              IF WS-BAND-FND-IDX = ZERO
                 MOVE WS-BAND-MAX TO WS-BAND-FND-IDX
              END-IF
           END-IF.
           COMPUTE WS-EO-VALUE ROUNDED = WS-EO-QTY * WS-ST-AVG-COST.
           COMPUTE WS-RESERVE-AMT ROUNDED = WS-EO-VALUE *
              WS-BAND-PCT(WS-BAND-FND-IDX) / 100.
           ADD +1 TO WS-EO-CNT.
           ADD WS-EO-VALUE    TO WS-EO-VALUE-TOT.
           ADD WS-RESERVE-AMT TO WS-RESERVE-TOT.
           ADD +1 TO WS-RB-ROWS(WS-RSN-IDX, WS-BAND-FND-IDX).
           ADD WS-EO-VALUE TO WS-RB-VALUE(WS-RSN-IDX, WS-BAND-FND-IDX).
           ADD WS-RESERVE-AMT TO
               WS-RB-RESERVE(WS-RSN-IDX, WS-BAND-FND-IDX).
           IF WS-PT-FND-IDX > ZERO
              ADD WS-EO-VALUE    TO WS-PT-EO-VALUE(WS-PT-FND-IDX)
              ADD WS-RESERVE-AMT TO WS-PT-RESERVE(WS-PT-FND-IDX)
           END-IF.
           MOVE WS-ST-PLANT-CODE  TO RPT-PLANT-CODE.
           MOVE WS-ST-PART-NUMBER TO RPT-PART-NUMBER.
           MOVE WS-REASON         TO RPT-REASON.
           MOVE WS-AGE-FROM       TO RPT-AGE-FROM.
           MOVE WS-AGE-MONTHS     TO RPT-AGE-MOS.
           MOVE WS-BAND-FND-IDX   TO RPT-BAND.
           MOVE WS-ST-ON-HAND     TO RPT-ON-HAND.
           MOVE WS-EO-QTY         TO RPT-EO-QTY.
           MOVE WS-ST-AVG-COST    TO RPT-AVG-COST.
           MOVE WS-EO-VALUE       TO RPT-EO-VALUE.
           MOVE WS-BAND-PCT(WS-BAND-FND-IDX) TO RPT-PCT.
           MOVE WS-RESERVE-AMT    TO RPT-RESERVE.
           WRITE EORPT-RECORD FROM RPT-LINE-3.

       480-FIND-PLANT.
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FND-IDX > 0
              IF WS-PT-PLANT(WS-PT-IDX) = WS-ST-PLANT-CODE
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-PT-FND-IDX = ZERO AND WS-PT-CNT < WS-PT-MAX
              ADD +1 TO WS-PT-CNT
              MOVE WS-ST-PLANT-CODE TO WS-PT-PLANT(WS-PT-CNT)
              MOVE ZERO TO WS-PT-STOCK-VALUE(WS-PT-CNT),
                           WS-PT-EO-VALUE(WS-PT-CNT),
                           WS-PT-RESERVE(WS-PT-CNT)
              MOVE WS-PT-CNT TO WS-PT-FND-IDX
           END-IF.

       600-PRINT-TOTALS.
      *> plant totals, then the reason/band summary the reserve
      *> percentages were applied on
           WRITE EORPT-RECORD FROM RPT-LINE-4.
           PERFORM 610-PRINT-ONE-PLANT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-CNT.
           WRITE EORPT-RECORD FROM RPT-LINE-0.
           MOVE 'E&O BY REASON AND AGE BAND' TO RPT-MSG-TEXT.
           WRITE EORPT-RECORD FROM RPT-LINE-MSG.
           WRITE EORPT-RECORD FROM RPT-LINE-SUM-HDR.
           WRITE EORPT-RECORD FROM RPT-LINE-2.
           PERFORM 620-PRINT-ONE-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 3.
           WRITE EORPT-RECORD FROM RPT-LINE-4.

       610-PRINT-ONE-PLANT.
           MOVE SPACES TO RPT-TOT-LABEL.
           STRING 'PLANT ' WS-PT-PLANT(WS-PT-IDX)
                  ' STOCK VALUE (USD)'
                  DELIMITED BY SIZE INTO RPT-TOT-LABEL.
           MOVE WS-PT-STOCK-VALUE(WS-PT-IDX) TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           MOVE SPACES TO RPT-TOT-LABEL.
           STRING '   PLANT ' WS-PT-PLANT(WS-PT-IDX)
                  ' E&O VALUE (USD)'
                  DELIMITED BY SIZE INTO RPT-TOT-LABEL.
           MOVE WS-PT-EO-VALUE(WS-PT-IDX) TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           MOVE SPACES TO RPT-TOT-LABEL.
           STRING '   PLANT ' WS-PT-PLANT(WS-PT-IDX)
                  ' RESERVE REQUIRED (USD)'
                  DELIMITED BY SIZE INTO RPT-TOT-LABEL.
           MOVE WS-PT-RESERVE(WS-PT-IDX) TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.

       620-PRINT-ONE-REASON.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-MAX
              IF WS-RB-ROWS(WS-RSN-IDX, WS-BAND-IDX) > ZERO
                 MOVE WS-RSN-NAME(WS-RSN-IDX)    TO RPT-SM-REASON
                 MOVE WS-BAND-IDX                TO RPT-SM-BAND
                 MOVE WS-BAND-LABEL(WS-BAND-IDX) TO RPT-SM-LABEL
                 MOVE WS-BAND-PCT(WS-BAND-IDX)   TO RPT-SM-PCT
                 MOVE WS-RB-ROWS(WS-RSN-IDX, WS-BAND-IDX)
                      TO RPT-SM-ROWS
                 MOVE WS-RB-VALUE(WS-RSN-IDX, WS-BAND-IDX)
                      TO RPT-SM-VALUE
                 MOVE WS-RB-RESERVE(WS-RSN-IDX, WS-BAND-IDX)
                      TO RPT-SM-RESERVE
                 WRITE EORPT-RECORD FROM RPT-LINE-SUM
              END-IF
           END-PERFORM.

       700-RESERVE-ENTRY.
      *> the controller books the change - required reserve less
      *> what the GL already carries
           COMPUTE WS-ENTRY-AMT = WS-RESERVE-TOT - WS-BOOKED-RESERVE.
           WRITE EORPT-RECORD FROM RPT-LINE-0.
           MOVE 'E&O RESERVE ENTRY' TO RPT-MSG-TEXT.
           WRITE EORPT-RECORD FROM RPT-LINE-MSG.
           MOVE 'INVENTORY ON HAND AT COST (USD).............. ' TO
                RPT-TOT-LABEL.
           MOVE WS-STOCK-VALUE TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'EXCESS AND OBSOLETE AT COST (USD)............ ' TO
                RPT-TOT-LABEL.
           MOVE WS-EO-VALUE-TOT TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'RESERVE REQUIRED (USD)....................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-RESERVE-TOT TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'RESERVE BOOKED ON 14190000 (USD)............. ' TO
                RPT-TOT-LABEL.
           MOVE WS-BOOKED-RESERVE TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'ADJUSTMENT REQUIRED (USD).................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-ENTRY-AMT TO RPT-TOT-AMT.
           WRITE EORPT-RECORD FROM RPT-LINE-TOT.
           WRITE EORPT-RECORD FROM RPT-LINE-0.
           IF WS-ENTRY-AMT < ZERO
              COMPUTE WS-ENTRY-AMT = ZERO - WS-ENTRY-AMT
              MOVE '   DR 14190000 INVENTORY E&O RESERVE (USD).. ' TO
                   RPT-TOT-LABEL
              MOVE WS-ENTRY-AMT TO RPT-TOT-AMT
              WRITE EORPT-RECORD FROM RPT-LINE-TOT
              MOVE '   CR 52900000 E&O RESERVE EXPENSE (USD).... ' TO
                   RPT-TOT-LABEL
              MOVE WS-ENTRY-AMT TO RPT-TOT-AMT
              WRITE EORPT-RECORD FROM RPT-LINE-TOT
           ELSE
              MOVE '   DR 52900000 E&O RESERVE EXPENSE (USD).... ' TO
                   RPT-TOT-LABEL
              MOVE WS-ENTRY-AMT TO RPT-TOT-AMT
              WRITE EORPT-RECORD FROM RPT-LINE-TOT
              MOVE '   CR 14190000 INVENTORY E&O RESERVE (USD).. ' TO
                   RPT-TOT-LABEL
              MOVE WS-ENTRY-AMT TO RPT-TOT-AMT
              WRITE EORPT-RECORD FROM RPT-LINE-TOT
           END-IF.

       900-WRAP-UP.
           WRITE EORPT-RECORD FROM RPT-LINE-0.
           WRITE EORPT-RECORD FROM RPT-LINE-4.
           MOVE 'BALANCES REVIEWED........... ' TO RPT-SUM-LABEL.
           MOVE WS-STOCK-CNT TO RPT-SUM-CNT.
           WRITE EORPT-RECORD FROM RPT-LINE-5.
           MOVE 'BALANCES WITH E&O........... ' TO RPT-SUM-LABEL.
           MOVE WS-EO-CNT TO RPT-SUM-CNT.
           WRITE EORPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEMAND ROWS IN HORIZON...... ' TO RPT-SUM-LABEL.
           MOVE WS-DEM-CNT TO RPT-SUM-CNT.
           WRITE EORPT-RECORD FROM RPT-LINE-5.
           MOVE 'SUPERSESSIONS LOADED........ ' TO RPT-SUM-LABEL.
           MOVE WS-SUPS-CNT TO RPT-SUM-CNT.
           WRITE EORPT-RECORD FROM RPT-LINE-5.
           WRITE EORPT-RECORD FROM RPT-LINE-4.
           CLOSE STOCKMST-FILE, EORPT-FILE.

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
