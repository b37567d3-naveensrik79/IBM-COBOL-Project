       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CYCCOUNT.
      * **************************************************
      * CYCCOUNT CHECKS THE STOCK MASTER STOCKUPD KEEPS AGAINST THE
      * SHELF.  STOCKUPD ONLY EVER MOVES A BALANCE UP (ACCEPTED
      * RECEIPTS) OR DOWN (ISSUES) - NOTHING EVER COUNTED WHAT WAS
      * REALLY THERE.  THE STEP RUNS IN TWO HALVES, CHOSEN BY THE
      * FUNC= CARD:
      *   - FUNC=PRINT FREEZES THE BOOK QUANTITY OF EVERY SELECTED
      *     PART/PLANT ROW ONTO A NUMBERED COUNT TAG AND PRINTS THE
      *     COUNT SHEETS, ONE PLANT TO A SHEET.  THE SHEET NEVER
      *     SHOWS THE BOOK QUANTITY - THE COUNTER WRITES WHAT IS ON
      *     THE SHELF, NOT WHAT THE SYSTEM SAYS.  ROWS ARE SELECTED
      *     BY PART=, PLANT= AND AGE= CARDS (AGE= = EVERY ROW NOT
      *     COUNTED IN THAT MANY DAYS).  MODE=FULL IS THE ANNUAL
      *     WALL-TO-WALL COUNT FOR THE AUDITORS AND TAGS EVERY ROW
      *   - FUNC=POST TAKES THE KEYED COUNTS BACK IN AGAINST THEIR
      *     TAGS.  A VARIANCE INSIDE THE TOL= PERCENT POSTS AT ONCE -
      *     THE ON-HAND MOVES BY COUNT LESS FROZEN BOOK, SO RECEIPTS
      *     AND ISSUES SINCE THE FREEZE ARE NOT LOST, AND NEVER BELOW
      *     ZERO.  A VARIANCE OUTSIDE IT POSTS NOTHING AND THE TAG
      *     WAITS FOR A SUPERVISOR RECOUNT (COUNT TYPE 'R'), WHICH
      *     POSTS WHATEVER IT FINDS.  EVERY POSTED ADJUSTMENT IS
      *     APPENDED TO THE ADJUSTMENT TRAIL AND THE VARIANCE REPORT
      *     LISTS EACH COUNT BY PART AND PLANT WITH PLANT TOTALS AND
      *     EVERY TAG STILL OUT.  THE UNITS A POSTING ADDS OR TAKES
      *     AWAY ARE VALUED AT THE ROW'S MOVING-AVERAGE COST ONTO THE
      *     STOCK-VALUE TRAIL STOCKUPD KEEPS
      * THE TAG FILE AND THE STOCK MASTER ARE BOTH REWRITTEN IN FULL
      * - SAME LOAD/REWRITE IDIOM STOCKUPD USES.  A POSTED TAG DROPS
      * OFF THE TAG FILE; AN OPEN OR RECOUNT TAG STAYS, AND A ROW
      * WITH A TAG STILL OUT IS NEVER TAGGED TWICE.
      * UT-C-CYCCTL   = CONTROL CARDS - FUNC=PRINT/POST, MODE=CYCLE/
      *                 FULL, TOL=nnn, PART=part+plant, PLANT=ppp,
      *                 AGE=nnn
      * UT-C-STOCKMST = STOCK MASTER (IN, REWRITTEN BY FUNC=POST)
      * UT-C-CYCTAG   = COUNT TAGS (IN, REWRITTEN EVERY RUN)
      * UT-C-CYCCNT   = KEYED COUNTS (FUNC=POST - TAG, QTY, COUNTER,
      *                 TYPE 'C' COUNT / 'R' SUPERVISOR RECOUNT)
      * UT-C-CYCADJ   = POSTED-ADJUSTMENT TRAIL (APPENDED)
      * UT-C-STKVAL   = STOCK-VALUE MOVEMENT TRAIL (APPENDED)
      * UT-C-CYCSHT   = COUNT SHEETS (FUNC=PRINT) LANDING IN JES
      * UT-C-CYCRPT   = COUNT VARIANCE REPORT (FUNC=POST) IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCCTL-FILE ASSIGN TO UT-C-CYCCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CYCCTL-ST.
           SELECT STOCKMST-FILE ASSIGN TO UT-C-STOCKMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKMST-ST.
           SELECT CYCTAG-FILE ASSIGN TO UT-C-CYCTAG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CYCTAG-ST.
           SELECT CYCCNT-FILE ASSIGN TO UT-C-CYCCNT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CYCCNT-ST.
           SELECT CYCADJ-FILE ASSIGN TO UT-C-CYCADJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CYCADJ-ST.
           SELECT STKVAL-FILE ASSIGN TO UT-C-STKVAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STKVAL-ST.
           SELECT CYCSHT-FILE ASSIGN TO UT-C-CYCSHT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CYCSHT-ST.
           SELECT CYCRPT-FILE ASSIGN TO UT-C-CYCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CYCRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD CYCCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CYCCTL-RECORD       PIC X(80).
       FD STOCKMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKMST-RECORD     PIC X(80).
       FD CYCTAG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CYCTAG-RECORD       PIC X(80).
       FD CYCCNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CYCCNT-RECORD       PIC X(80).
       FD CYCADJ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CYCADJ-RECORD       PIC X(80).
       FD STKVAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STKVAL-RECORD       PIC X(80).
       FD CYCSHT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 CYCSHT-RECORD       PIC X(132).
       FD CYCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 CYCRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TAGGED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-CNT-READ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-CNT-POSTED-CNT       PIC 9(08) VALUE ZERO.
       77 WS-CNT-RECOUNT-CNT      PIC 9(08) VALUE ZERO.
       77 WS-CNT-REJECT-CNT       PIC 9(08) VALUE ZERO.
       77 WS-CNT-FLOOR-CNT        PIC 9(08) VALUE ZERO.
       77 WS-OPEN-TAG-CNT         PIC 9(08) VALUE ZERO.
       77 WS-NEXT-TAG-NO          PIC 9(06) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-COUNT-INT            PIC 9(08) VALUE ZERO.
       77 WS-VARIANCE             PIC S9(10) VALUE ZERO.
       77 WS-VAR-ABS              PIC 9(10) VALUE ZERO.
       77 WS-VAR-PCT              PIC 9(05) VALUE ZERO.
       77 WS-NEW-ON-HAND          PIC S9(10) VALUE ZERO.
       77 WS-ACT-CHANGE           PIC S9(10) VALUE ZERO.
       77 WS-EXT-VALUE            PIC 9(11)V99 VALUE ZERO.
       77 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      *> run options off the control cards - a cycle count with a
      *> five percent tolerance unless the cards say otherwise
       77 WS-FUNC                 PIC X(05) VALUE SPACES.
           88 CYC-FUNC-PRINT      VALUE 'PRINT'.
           88 CYC-FUNC-POST       VALUE 'POST '.
       77 WS-MODE                 PIC X(01) VALUE 'C'.
           88 CYC-MODE-CYCLE      VALUE 'C'.
           88 CYC-MODE-FULL       VALUE 'F'.
       77 WS-TOL-PCT              PIC 9(03) VALUE 5.
       77 WS-AGE-DAYS             PIC 9(03) VALUE ZERO.

      * SELECTION TABLE - ONE ROW PER PART= OR PLANT= CARD.  TYPE
      * 'P' = A PART (IN ONE PLANT, OR EVERY PLANT WHEN THE CARD'S
      * PLANT IS BLANK), TYPE 'L' = EVERY ROW IN ONE PLANT
       77 WS-SEL-MAX              PIC 9(3) VALUE 200.
       77 WS-SEL-CNT              PIC 9(3) VALUE ZERO.
       77 WS-SEL-IDX              PIC 9(3) VALUE ZERO.
       77 WS-SEL-HIT              PIC X(01) VALUE 'N'.
           88 SEL-HIT             VALUE 'Y'.
       01 WS-SEL-TBL.
           05 WS-SEL-ROW OCCURS 200 TIMES.
               10 WS-SEL-TYPE         PIC X(01).
               10 WS-SEL-PART         PIC X(23).
               10 WS-SEL-PLANT        PIC X(03).

      * STOCK MASTER TABLE - ONE BALANCE ROW PER PART/PLANT
       77 WS-ST-MAX               PIC 9(5) VALUE 20000.
       77 WS-ST-CNT               PIC 9(5) VALUE ZERO.
       77 WS-ST-IDX               PIC 9(5) VALUE ZERO.
       77 WS-ST-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-ST-FOUND             PIC X(01) VALUE 'N'.
           88 ST-FOUND            VALUE 'Y'.
       77 WS-ST-LKP-PART          PIC X(23) VALUE SPACES.
       77 WS-ST-LKP-PLANT         PIC X(03) VALUE SPACES.
           COPY STOCKMST.
       01 WS-ST-TBL.
           05 WS-ST-ROW OCCURS 20000 TIMES.
               10 WS-ST-ROW-PART      PIC X(23).
               10 WS-ST-ROW-PLANT     PIC X(03).
               10 WS-ST-ROW-ON-HAND   PIC 9(09).
               10 WS-ST-ROW-RCPT-DT   PIC 9(08).
               10 WS-ST-ROW-ISSUE-DT  PIC 9(08).
               10 WS-ST-ROW-COUNT-DT  PIC 9(08).
               10 WS-ST-ROW-AVG-COST  PIC 9(07)V9(04).
               10 FILLER              PIC X(10).

      * ONE STOCK-VALUE MOVEMENT - SAME LAYOUT STOCKUPD APPENDS
           COPY STKVAL.

      * ONE COUNT TAG.  THE BOOK QUANTITY IS FROZEN WHEN THE TAG IS
      * CUT; STATUS 'O' = WAITING FOR A COUNT, 'R' = OUT OF
      * TOLERANCE, WAITING FOR A SUPERVISOR RECOUNT, 'P' = POSTED
      * (DROPPED AT THE REWRITE)
       01 WS-TG-DETAIL.
           05 WS-TG-TAG-NO        PIC 9(06) VALUE ZERO.
           05 WS-TG-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-TG-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-TG-BOOK-QTY      PIC 9(09) VALUE ZERO.
           05 WS-TG-FREEZE-DATE   PIC 9(08) VALUE ZERO.
           05 WS-TG-MODE          PIC X(01) VALUE SPACES.
           05 WS-TG-STATUS        PIC X(01) VALUE SPACES.
           05 WS-TG-COUNT-QTY     PIC 9(09) VALUE ZERO.
           05 WS-TG-COUNTER-ID    PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.
       77 WS-TG-MAX               PIC 9(5) VALUE 20000.
       77 WS-TG-CNT               PIC 9(5) VALUE ZERO.
       77 WS-TG-IDX               PIC 9(5) VALUE ZERO.
       77 WS-TG-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-TG-FOUND             PIC X(01) VALUE 'N'.
           88 TG-FOUND            VALUE 'Y'.
       01 WS-TG-TBL.
           05 WS-TG-ROW OCCURS 20000 TIMES.
               10 WS-TG-ROW-TAG-NO    PIC 9(06).
               10 WS-TG-ROW-PART      PIC X(23).
               10 WS-TG-ROW-PLANT     PIC X(03).
               10 WS-TG-ROW-BOOK-QTY  PIC 9(09).
               10 WS-TG-ROW-FRZ-DATE  PIC 9(08).
               10 WS-TG-ROW-MODE      PIC X(01).
               10 WS-TG-ROW-STATUS    PIC X(01).
                   88 TG-ROW-OPEN     VALUE 'O'.
                   88 TG-ROW-RECOUNT  VALUE 'R'.
                   88 TG-ROW-POSTED   VALUE 'P'.
               10 WS-TG-ROW-COUNT-QTY PIC 9(09).
               10 WS-TG-ROW-COUNTER   PIC X(08).
               10 FILLER              PIC X(12).

      * ONE KEYED COUNT
       01 WS-CC-DETAIL.
           05 WS-CC-TAG-NO        PIC 9(06) VALUE ZERO.
           05 WS-CC-COUNT-QTY     PIC 9(09) VALUE ZERO.
           05 WS-CC-COUNTER-ID    PIC X(08) VALUE SPACES.
           05 WS-CC-TYPE          PIC X(01) VALUE SPACES.
               88 CC-IS-COUNT     VALUE 'C'.
               88 CC-IS-RECOUNT   VALUE 'R'.
           05 WS-CC-COUNT-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(48) VALUE SPACES.

      * ONE POSTED ADJUSTMENT ON THE TRAIL - THE SIGN SITS IN ITS
      * OWN BYTE SO THE QUANTITY STAYS UNSIGNED LIKE EVERY OTHER
      * QUANTITY IN THE SUITE
       01 WS-AJ-DETAIL.
           05 WS-AJ-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-AJ-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-AJ-TAG-NO        PIC 9(06) VALUE ZERO.
           05 WS-AJ-BOOK-QTY      PIC 9(09) VALUE ZERO.
           05 WS-AJ-COUNT-QTY     PIC 9(09) VALUE ZERO.
           05 WS-AJ-ADJ-SIGN      PIC X(01) VALUE SPACES.
           05 WS-AJ-ADJ-QTY       PIC 9(09) VALUE ZERO.
           05 WS-AJ-POST-DATE     PIC 9(08) VALUE ZERO.
           05 WS-AJ-COUNTER-ID    PIC X(08) VALUE SPACES.
           05 WS-AJ-COUNT-TYPE    PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(03) VALUE SPACES.

      * PLANT TOTALS - ONE ROW PER PLANT SEEN ON A TAG
       77 WS-PT-MAX               PIC 9(3) VALUE 500.
       77 WS-PT-CNT               PIC 9(3) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(3) VALUE ZERO.
       77 WS-PT-FND-IDX           PIC 9(3) VALUE ZERO.
       77 WS-PT-LKP-PLANT         PIC X(03) VALUE SPACES.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 500 TIMES.
               10 WS-PT-PLANT         PIC X(03).
               10 WS-PT-COUNTED       PIC 9(07).
               10 WS-PT-POSTED        PIC 9(07).
               10 WS-PT-RECOUNT       PIC 9(07).
               10 WS-PT-NET-VAR       PIC S9(11).
               10 WS-PT-ABS-VAR       PIC 9(11).

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
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'CYCCOUNT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 CYCCTL-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-CARDS         VALUE 'Y'.
           05 CYCCTL-ST                 PIC X(02).
               88 CYCCTL-OK             VALUE '00'.
           05 STOCKMST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-STOCKMST      VALUE 'Y'.
           05 STOCKMST-ST               PIC X(02).
               88 STOCKMST-OK           VALUE '00'.
           05 CYCTAG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-TAGS          VALUE 'Y'.
           05 CYCTAG-ST                 PIC X(02).
               88 CYCTAG-OK             VALUE '00'.
           05 CYCCNT-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-COUNTS        VALUE 'Y'.
           05 CYCCNT-ST                 PIC X(02).
               88 CYCCNT-OK             VALUE '00'.
           05 CYCADJ-ST                 PIC X(02).
               88 CYCADJ-OK             VALUE '00'.
           05 STKVAL-ST                 PIC X(02).
               88 STKVAL-OK             VALUE '00'.
           05 CYCSHT-ST                 PIC X(02).
               88 CYCSHT-OK             VALUE '00'.
           05 CYCRPT-ST                 PIC X(02).
               88 CYCRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".

      *> count sheet lines - no book quantity anywhere on them
       01 SHT-LINE-BANNER.
             10 SHT-TITLE      PIC X(36) VALUE SPACES.
             10 FILLER         PIC X(07) VALUE 'PLANT: '.
             10 SHT-PLANT      PIC X(03) VALUE SPACES.
             10 FILLER         PIC X(12) VALUE '  RUN DATE: '.
             10 SHT-RUN-DATE   PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(64) VALUE SPACES.
       01 SHT-LINE-1.
             10 FILLER    PIC X(06) VALUE 'Tag   '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Plant'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Counted Qty '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Counter ID'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Note   '.
             10 FILLER    PIC X(54) VALUE SPACES.
       01 SHT-LINE-3.
             10 SHT-TAG-NO      PIC 9(06) VALUE ZERO.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 SHT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 SHT-PLANT-CODE  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(12) VALUE '____________'.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(10) VALUE '__________'.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 SHT-NOTE        PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(31) VALUE SPACES.

      *> variance report lines
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'CYCLE COUNT VARIANCE REPORT         '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(11) VALUE '  TOL PCT: '.
             10 RPT-TOL-PCT  PIC ZZ9.
             10 FILLER       PIC X(62) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(06) VALUE 'Tag   '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Plant'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '     Book'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '    Count'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '  Variance'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE '  Pct '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(30) VALUE 'Action'.
             10 FILLER    PIC X(19) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-TAG-NO      PIC 9(06) VALUE ZERO.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-PLANT-CODE  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-BOOK-QTY    PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-COUNT-QTY   PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-VARIANCE    PIC -ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-VAR-PCT     PIC ZZZZ9.
             10 FILLER          PIC X(01) VALUE '%'.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ACTION      PIC X(35) VALUE SPACES.
             10 FILLER          PIC X(14) VALUE SPACES.
       01 RPT-LINE-PLANT.
             10 FILLER          PIC X(07) VALUE 'PLANT: '.
             10 RPT-PT-PLANT    PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(11) VALUE '  COUNTED: '.
             10 RPT-PT-COUNTED  PIC ZZZ,ZZ9.
             10 FILLER          PIC X(10) VALUE '  POSTED: '.
             10 RPT-PT-POSTED   PIC ZZZ,ZZ9.
             10 FILLER          PIC X(11) VALUE '  RECOUNT: '.
             10 RPT-PT-RECOUNT  PIC ZZZ,ZZ9.
             10 FILLER          PIC X(11) VALUE '  NET VAR: '.
             10 RPT-PT-NET-VAR  PIC -ZZZ,ZZZ,ZZ9.
             10 FILLER          PIC X(11) VALUE '  ABS VAR: '.
             10 RPT-PT-ABS-VAR  PIC ZZZ,ZZZ,ZZ9.
             10 FILLER          PIC X(24) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           IF CYC-FUNC-PRINT
              PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                      UNTIL WS-ST-IDX > WS-ST-CNT
                 PERFORM 400-TAG-ONE-ROW
              END-PERFORM
           ELSE
              PERFORM 310-READ-COUNT
              PERFORM 500-POST-ONE-COUNT UNTIL NO-MORE-COUNTS
           END-IF.
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
           MOVE WS01-RUN-DATE  TO SHT-RUN-DATE.
           PERFORM 110-READ-CONTROL-CARDS.
           IF NOT CYC-FUNC-PRINT AND NOT CYC-FUNC-POST
              DISPLAY 'CYCCOUNT NEEDS FUNC=PRINT OR FUNC=POST'
              GO TO 999-ERR-RTN
           END-IF.
           IF CYC-FUNC-PRINT AND CYC-MODE-CYCLE AND
              WS-SEL-CNT = ZERO AND WS-AGE-DAYS = ZERO
              DISPLAY 'CYCCOUNT FUNC=PRINT NEEDS A PART=, PLANT= OR '
                      'AGE= CARD, OR MODE=FULL'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-STOCK-MASTER.
           PERFORM 220-LOAD-TAGS.
           IF CYC-FUNC-POST
              MOVE WS-TOL-PCT TO RPT-TOL-PCT
              WRITE CYCRPT-RECORD FROM RPT-LINE-0
              WRITE CYCRPT-RECORD FROM RPT-LINE-BANNER
              WRITE CYCRPT-RECORD FROM RPT-LINE-1
              WRITE CYCRPT-RECORD FROM RPT-LINE-2
           END-IF.

       110-READ-CONTROL-CARDS.
      *> several cards, one per record - same multi-card style as
      *> RPRINT's card file
           OPEN INPUT CYCCTL-FILE.
           IF CYCCTL-OK
              PERFORM 115-APPLY-ONE-CARD UNTIL NO-MORE-CARDS
              CLOSE CYCCTL-FILE
           END-IF.

       115-APPLY-ONE-CARD.
           READ CYCCTL-FILE INTO WS-CNTL-CARD
              AT END MOVE 'Y' TO CYCCTL-EOF
           END-READ.
           IF NOT NO-MORE-CARDS
              EVALUATE TRUE
                 WHEN WS-CNTL-CARD(1:5) = 'FUNC='
                    MOVE WS-CNTL-CARD(6:5) TO WS-FUNC
                 WHEN WS-CNTL-CARD(1:9) = 'MODE=FULL'
                    MOVE 'F' TO WS-MODE
                 WHEN WS-CNTL-CARD(1:10) = 'MODE=CYCLE'
                    MOVE 'C' TO WS-MODE
                 WHEN WS-CNTL-CARD(1:4) = 'TOL='
                    IF WS-CNTL-CARD(5:3) IS NUMERIC
                       MOVE WS-CNTL-CARD(5:3) TO WS-TOL-PCT
                    END-IF
                 WHEN WS-CNTL-CARD(1:4) = 'AGE='
                    IF WS-CNTL-CARD(5:3) IS NUMERIC
                       MOVE WS-CNTL-CARD(5:3) TO WS-AGE-DAYS
                    END-IF
                 WHEN WS-CNTL-CARD(1:5) = 'PART=' AND
                      WS-SEL-CNT < WS-SEL-MAX
                    ADD +1 TO WS-SEL-CNT
                    MOVE 'P' TO WS-SEL-TYPE(WS-SEL-CNT)
                    MOVE WS-CNTL-CARD(6:23) TO WS-SEL-PART(WS-SEL-CNT)
                    MOVE WS-CNTL-CARD(29:3) TO
                         WS-SEL-PLANT(WS-SEL-CNT)
                 WHEN WS-CNTL-CARD(1:6) = 'PLANT=' AND
                      WS-SEL-CNT < WS-SEL-MAX
                    ADD +1 TO WS-SEL-CNT
                    MOVE 'L' TO WS-SEL-TYPE(WS-SEL-CNT)
                    MOVE SPACES TO WS-SEL-PART(WS-SEL-CNT)
                    MOVE WS-CNTL-CARD(7:3) TO
                         WS-SEL-PLANT(WS-SEL-CNT)
                 WHEN WS-CNTL-CARD = SPACES
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'CYCCOUNT CARD NOT KNOWN - IGNORED: '
                            WS-CNTL-CARD(1:20)
              END-EVALUATE
           END-IF.

       200-OPEN-FILES.
           IF CYC-FUNC-PRINT
              OPEN OUTPUT CYCSHT-FILE
                 IF NOT CYCSHT-OK
                    DISPLAY 'Output CYCSHT File Error'
                    GO TO 999-ERR-RTN
                 END-IF
           ELSE
              OPEN INPUT CYCCNT-FILE
                 IF NOT CYCCNT-OK
                    DISPLAY 'Input CYCCNT File Error'
                    GO TO 999-ERR-RTN
                 END-IF
              OPEN OUTPUT CYCRPT-FILE
                 IF NOT CYCRPT-OK
                    DISPLAY 'Output CYCRPT File Error'
                    GO TO 999-ERR-RTN
                 END-IF
      *> the adjustment trail is append-only and the very first
      *> posting run starts it
              OPEN EXTEND CYCADJ-FILE
              IF NOT CYCADJ-OK
                 OPEN OUTPUT CYCADJ-FILE
                 IF NOT CYCADJ-OK
                    DISPLAY 'Output CYCADJ File Error'
                    GO TO 999-ERR-RTN
                 END-IF
              END-IF
              OPEN EXTEND STKVAL-FILE
              IF NOT STKVAL-OK
                 OPEN OUTPUT STKVAL-FILE
                 IF NOT STKVAL-OK
                    DISPLAY 'Output STKVAL File Error'
                    GO TO 999-ERR-RTN
                 END-IF
              END-IF
           END-IF.

       210-LOAD-STOCK-MASTER.
      *> nothing to count without a stock master
           MOVE ZERO TO WS-ST-CNT.
           MOVE 'STOCKMST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT STOCKMST-FILE.
           IF STOCKMST-OK
              PERFORM 215-LOAD-STOCK-ROW UNTIL NO-MORE-STOCKMST
              CLOSE STOCKMST-FILE
           ELSE
              DISPLAY 'Input STOCKMST File Error'
              GO TO 999-ERR-RTN
           END-IF.

       215-LOAD-STOCK-ROW.
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
           END-IF.

       220-LOAD-TAGS.
      *> a missing tag file is not an error - the first FUNC=PRINT
      *> starts it.  tag numbers carry on from the highest still out
           MOVE ZERO TO WS-TG-CNT.
           OPEN INPUT CYCTAG-FILE.
           IF CYCTAG-OK
              PERFORM 225-LOAD-TAG-ROW UNTIL NO-MORE-TAGS
              CLOSE CYCTAG-FILE
           ELSE
              DISPLAY 'CYCTAG NOT FOUND - STARTING A NEW TAG FILE'
           END-IF.

       225-LOAD-TAG-ROW.
           READ CYCTAG-FILE INTO WS-TG-DETAIL
              AT END MOVE 'Y' TO CYCTAG-EOF
           END-READ.
           IF NOT NO-MORE-TAGS AND WS-TG-CNT < WS-TG-MAX
              ADD +1 TO WS-TG-CNT
              MOVE WS-TG-DETAIL TO WS-TG-ROW(WS-TG-CNT)
              IF WS-TG-TAG-NO > WS-NEXT-TAG-NO
                 MOVE WS-TG-TAG-NO TO WS-NEXT-TAG-NO
              END-IF
           END-IF.

       310-READ-COUNT.
           READ CYCCNT-FILE INTO WS-CC-DETAIL
              AT END
              MOVE 'Y' TO CYCCNT-EOF.

       400-TAG-ONE-ROW.
      *> a row with a tag still out is never tagged twice - the
      *> outstanding tag (or its recount) is what gets counted
           MOVE 'N' TO WS-TG-FOUND.
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-CNT
              IF WS-TG-ROW-PART(WS-TG-IDX) =
                 WS-ST-ROW-PART(WS-ST-IDX) AND
                 WS-TG-ROW-PLANT(WS-TG-IDX) =
                 WS-ST-ROW-PLANT(WS-ST-IDX)
                 MOVE 'Y' TO WS-TG-FOUND
              END-IF
           END-PERFORM.
           IF NOT TG-FOUND
              PERFORM 410-CHECK-SELECTION
              IF SEL-HIT AND WS-TG-CNT < WS-TG-MAX
                 ADD +1 TO WS-TG-CNT
                 ADD +1 TO WS-NEXT-TAG-NO
                 ADD +1 TO WS-TAGGED-CNT
                 MOVE SPACES TO WS-TG-ROW(WS-TG-CNT)
                 MOVE WS-NEXT-TAG-NO TO WS-TG-ROW-TAG-NO(WS-TG-CNT)
                 MOVE WS-ST-ROW-PART(WS-ST-IDX) TO
                      WS-TG-ROW-PART(WS-TG-CNT)
                 MOVE WS-ST-ROW-PLANT(WS-ST-IDX) TO
                      WS-TG-ROW-PLANT(WS-TG-CNT)
                 MOVE WS-ST-ROW-ON-HAND(WS-ST-IDX) TO
                      WS-TG-ROW-BOOK-QTY(WS-TG-CNT)
                 MOVE WS01-CURR-DATE-N TO
                      WS-TG-ROW-FRZ-DATE(WS-TG-CNT)
                 MOVE WS-MODE TO WS-TG-ROW-MODE(WS-TG-CNT)
                 MOVE 'O' TO WS-TG-ROW-STATUS(WS-TG-CNT)
                 MOVE ZERO TO WS-TG-ROW-COUNT-QTY(WS-TG-CNT)
              END-IF
           END-IF.

       410-CHECK-SELECTION.
      *> the annual wall-to-wall count takes every row; a cycle count
      *> takes a row named by a PART= or PLANT= card, or one whose
      *> last count is older than AGE= days (or that was never
      *> counted at all)
           MOVE 'N' TO WS-SEL-HIT.
           IF CYC-MODE-FULL
              MOVE 'Y' TO WS-SEL-HIT
           END-IF.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-CNT OR SEL-HIT
              EVALUATE WS-SEL-TYPE(WS-SEL-IDX)
                 WHEN 'L'
                    IF WS-SEL-PLANT(WS-SEL-IDX) =
                       WS-ST-ROW-PLANT(WS-ST-IDX)
                       MOVE 'Y' TO WS-SEL-HIT
                    END-IF
                 WHEN 'P'
                    IF WS-SEL-PART(WS-SEL-IDX) =
                       WS-ST-ROW-PART(WS-ST-IDX) AND
                       (WS-SEL-PLANT(WS-SEL-IDX) = SPACES OR
                        WS-SEL-PLANT(WS-SEL-IDX) =
                        WS-ST-ROW-PLANT(WS-ST-IDX))
                       MOVE 'Y' TO WS-SEL-HIT
                    END-IF
              END-EVALUATE
           END-PERFORM.
           IF NOT SEL-HIT AND WS-AGE-DAYS > ZERO
              IF WS-ST-ROW-COUNT-DT(WS-ST-IDX) = ZERO
                 MOVE 'Y' TO WS-SEL-HIT
              ELSE
                 COMPUTE WS-COUNT-INT = FUNCTION INTEGER-OF-DATE
                    (WS-ST-ROW-COUNT-DT(WS-ST-IDX))
                 IF WS-TODAY-INT - WS-COUNT-INT NOT < WS-AGE-DAYS
                    MOVE 'Y' TO WS-SEL-HIT
                 END-IF
              END-IF
           END-IF.

       500-POST-ONE-COUNT.
           ADD +1 TO WS-CNT-READ-CNT.
           MOVE 'N' TO WS-TG-FOUND.
           MOVE ZERO TO WS-TG-FND-IDX.
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-CNT
              IF WS-TG-ROW-TAG-NO(WS-TG-IDX) = WS-CC-TAG-NO
                 MOVE 'Y' TO WS-TG-FOUND
                 MOVE WS-TG-IDX TO WS-TG-FND-IDX
              END-IF
           END-PERFORM.
           MOVE WS-CC-TAG-NO    TO RPT-TAG-NO.
           MOVE WS-CC-COUNT-QTY TO RPT-COUNT-QTY.
           MOVE ZERO            TO RPT-BOOK-QTY.
           MOVE ZERO            TO RPT-VARIANCE.
           MOVE ZERO            TO RPT-VAR-PCT.
           MOVE SPACES          TO RPT-PART-NUMBER.
           MOVE SPACES          TO RPT-PLANT-CODE.
           EVALUATE TRUE
              WHEN NOT TG-FOUND
                 ADD +1 TO WS-CNT-REJECT-CNT
                 MOVE 'REJECTED - TAG NOT ON FILE' TO RPT-ACTION
                 WRITE CYCRPT-RECORD FROM RPT-LINE-3
              WHEN TG-ROW-POSTED(WS-TG-FND-IDX)
                 ADD +1 TO WS-CNT-REJECT-CNT
                 MOVE WS-TG-ROW-PART(WS-TG-FND-IDX) TO RPT-PART-NUMBER
                 MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO RPT-PLANT-CODE
                 MOVE 'REJECTED - TAG ALREADY POSTED' TO RPT-ACTION
                 WRITE CYCRPT-RECORD FROM RPT-LINE-3
              WHEN NOT CC-IS-COUNT AND NOT CC-IS-RECOUNT
                 ADD +1 TO WS-CNT-REJECT-CNT
                 MOVE WS-TG-ROW-PART(WS-TG-FND-IDX) TO RPT-PART-NUMBER
                 MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO RPT-PLANT-CODE
                 MOVE 'REJECTED - TYPE MUST BE C OR R' TO RPT-ACTION
                 WRITE CYCRPT-RECORD FROM RPT-LINE-3
              WHEN WS-CC-COUNTER-ID = SPACES
                 ADD +1 TO WS-CNT-REJECT-CNT
                 MOVE WS-TG-ROW-PART(WS-TG-FND-IDX) TO RPT-PART-NUMBER
                 MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO RPT-PLANT-CODE
                 MOVE 'REJECTED - NO COUNTER ID' TO RPT-ACTION
                 WRITE CYCRPT-RECORD FROM RPT-LINE-3
      *> a recount only answers a tag this run held for one - keyed
      *> on a first count it would skip the tolerance check
              WHEN CC-IS-RECOUNT AND NOT TG-ROW-RECOUNT(WS-TG-FND-IDX)
                 ADD +1 TO WS-CNT-REJECT-CNT
                 MOVE WS-TG-ROW-PART(WS-TG-FND-IDX) TO RPT-PART-NUMBER
                 MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO RPT-PLANT-CODE
                 MOVE 'REJECTED - TAG NOT HELD FOR RECOUNT'
                      TO RPT-ACTION
                 WRITE CYCRPT-RECORD FROM RPT-LINE-3
              WHEN OTHER
                 PERFORM 510-MEASURE-VARIANCE
           END-EVALUATE.
           PERFORM 310-READ-COUNT.

       510-MEASURE-VARIANCE.
      *> variance is measured against the book quantity frozen on the
      *> tag - a zero book with anything on the shelf is out of
      *> tolerance by definition
           MOVE WS-TG-ROW-PART(WS-TG-FND-IDX)  TO RPT-PART-NUMBER.
           MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO RPT-PLANT-CODE.
           MOVE WS-TG-ROW-BOOK-QTY(WS-TG-FND-IDX) TO RPT-BOOK-QTY.
           MOVE WS-CC-COUNT-QTY  TO WS-TG-ROW-COUNT-QTY(WS-TG-FND-IDX).
           MOVE WS-CC-COUNTER-ID TO WS-TG-ROW-COUNTER(WS-TG-FND-IDX).
           COMPUTE WS-VARIANCE = WS-CC-COUNT-QTY -
              WS-TG-ROW-BOOK-QTY(WS-TG-FND-IDX).
           IF WS-VARIANCE < ZERO
              COMPUTE WS-VAR-ABS = ZERO - WS-VARIANCE
           ELSE
              MOVE WS-VARIANCE TO WS-VAR-ABS
           END-IF.
           IF WS-TG-ROW-BOOK-QTY(WS-TG-FND-IDX) = ZERO
              IF WS-VAR-ABS = ZERO
                 MOVE ZERO TO WS-VAR-PCT
              ELSE
                 MOVE 99999 TO WS-VAR-PCT
              END-IF
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED = WS-VAR-ABS * 100 /
                 WS-TG-ROW-BOOK-QTY(WS-TG-FND-IDX)
                 ON SIZE ERROR MOVE 99999 TO WS-VAR-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-VARIANCE TO RPT-VARIANCE.
           MOVE WS-VAR-PCT  TO RPT-VAR-PCT.
           MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO WS-PT-LKP-PLANT.
           PERFORM 530-FIND-PLANT-ROW.
           IF WS-PT-FND-IDX > ZERO
              ADD +1 TO WS-PT-COUNTED(WS-PT-FND-IDX)
           END-IF.
           IF WS-VAR-PCT NOT > WS-TOL-PCT OR
              (CC-IS-RECOUNT AND TG-ROW-RECOUNT(WS-TG-FND-IDX))
              PERFORM 520-POST-ADJUSTMENT THRU 520-POST-EXIT
           ELSE
      *> out of tolerance - nothing posts until a supervisor recounts
              ADD +1 TO WS-CNT-RECOUNT-CNT
              MOVE 'R' TO WS-TG-ROW-STATUS(WS-TG-FND-IDX)
              IF WS-PT-FND-IDX > ZERO
                 ADD +1 TO WS-PT-RECOUNT(WS-PT-FND-IDX)
              END-IF
              MOVE 'HELD - SUPERVISOR RECOUNT' TO RPT-ACTION
           END-IF.
           WRITE CYCRPT-RECORD FROM RPT-LINE-3.

       520-POST-ADJUSTMENT.
      *> the balance moves by count less frozen book, so whatever was
      *> received or issued since the tag was cut still stands - and
      *> like every other posting here it never goes below zero
           MOVE WS-TG-ROW-PART(WS-TG-FND-IDX)  TO WS-ST-LKP-PART.
           MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO WS-ST-LKP-PLANT.
           PERFORM 540-FIND-STOCK-ROW.
           IF WS-ST-FND-IDX = ZERO
              ADD +1 TO WS-CNT-REJECT-CNT
              MOVE 'STOCK MASTER TABLE FULL - HELD' TO RPT-ACTION
              GO TO 520-POST-EXIT
           END-IF.
           ADD +1 TO WS-CNT-POSTED-CNT.
           MOVE 'P' TO WS-TG-ROW-STATUS(WS-TG-FND-IDX).
           COMPUTE WS-NEW-ON-HAND =
              WS-ST-ROW-ON-HAND(WS-ST-FND-IDX) + WS-VARIANCE.
           IF WS-NEW-ON-HAND < ZERO
              ADD +1 TO WS-CNT-FLOOR-CNT
              MOVE ZERO TO WS-NEW-ON-HAND
           END-IF.
           COMPUTE WS-ACT-CHANGE =
              WS-NEW-ON-HAND - WS-ST-ROW-ON-HAND(WS-ST-FND-IDX).
           MOVE WS-NEW-ON-HAND TO WS-ST-ROW-ON-HAND(WS-ST-FND-IDX).
           MOVE WS01-CURR-DATE-N TO WS-ST-ROW-COUNT-DT(WS-ST-FND-IDX).
           IF WS-PT-FND-IDX > ZERO
              ADD +1 TO WS-PT-POSTED(WS-PT-FND-IDX)
              ADD WS-VARIANCE TO WS-PT-NET-VAR(WS-PT-FND-IDX)
              ADD WS-VAR-ABS  TO WS-PT-ABS-VAR(WS-PT-FND-IDX)
           END-IF.
           IF CC-IS-RECOUNT
              MOVE 'POSTED - SUPERVISOR RECOUNT' TO RPT-ACTION
           ELSE
              MOVE 'POSTED - WITHIN TOLERANCE' TO RPT-ACTION
           END-IF.
           IF WS-VAR-ABS > ZERO
              MOVE SPACES TO WS-AJ-DETAIL
              MOVE WS-TG-ROW-PART(WS-TG-FND-IDX) TO WS-AJ-PART-NUMBER
              MOVE WS-TG-ROW-PLANT(WS-TG-FND-IDX) TO WS-AJ-PLANT-CODE
              MOVE WS-CC-TAG-NO TO WS-AJ-TAG-NO
              MOVE WS-TG-ROW-BOOK-QTY(WS-TG-FND-IDX) TO
                   WS-AJ-BOOK-QTY
              MOVE WS-CC-COUNT-QTY TO WS-AJ-COUNT-QTY
              IF WS-VARIANCE < ZERO
                 MOVE '-' TO WS-AJ-ADJ-SIGN
              ELSE
                 MOVE '+' TO WS-AJ-ADJ-SIGN
              END-IF
              MOVE WS-VAR-ABS TO WS-AJ-ADJ-QTY
              MOVE WS01-CURR-DATE-N TO WS-AJ-POST-DATE
              MOVE WS-CC-COUNTER-ID TO WS-AJ-COUNTER-ID
              MOVE WS-CC-TYPE TO WS-AJ-COUNT-TYPE
              WRITE CYCADJ-RECORD FROM WS-AJ-DETAIL
           END-IF.
      *> the units the balance actually moved by are valued at the
      *> row's moving average, which a count never changes
           IF WS-ACT-CHANGE NOT = ZERO
              MOVE SPACES TO WS-SV-DETAIL
              MOVE WS01-CURR-DATE-N TO WS-SV-POST-DATE
              MOVE 'A' TO WS-SV-TYPE
              MOVE WS-ST-LKP-PART  TO WS-SV-PART-NUMBER
              MOVE WS-ST-LKP-PLANT TO WS-SV-PLANT-CODE
              IF WS-ACT-CHANGE < ZERO
                 MOVE '-' TO WS-SV-SIGN
                 COMPUTE WS-SV-QUANTITY = ZERO - WS-ACT-CHANGE
              ELSE
                 MOVE '+' TO WS-SV-SIGN
                 MOVE WS-ACT-CHANGE TO WS-SV-QUANTITY
              END-IF
              MOVE WS-ST-ROW-AVG-COST(WS-ST-FND-IDX) TO
                   WS-SV-UNIT-COST
              COMPUTE WS-EXT-VALUE ROUNDED = WS-SV-QUANTITY *
                 WS-ST-ROW-AVG-COST(WS-ST-FND-IDX)
              MOVE WS-EXT-VALUE TO WS-SV-EXT-VALUE
              WRITE STKVAL-RECORD FROM WS-SV-DETAIL
           END-IF.
       520-POST-EXIT.
           EXIT.

       530-FIND-PLANT-ROW.
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT
              IF WS-PT-PLANT(WS-PT-IDX) = WS-PT-LKP-PLANT
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-PT-FND-IDX = ZERO AND WS-PT-CNT < WS-PT-MAX
              ADD +1 TO WS-PT-CNT
              MOVE WS-PT-LKP-PLANT TO WS-PT-PLANT(WS-PT-CNT)
              MOVE ZERO TO WS-PT-COUNTED(WS-PT-CNT)
              MOVE ZERO TO WS-PT-POSTED(WS-PT-CNT)
              MOVE ZERO TO WS-PT-RECOUNT(WS-PT-CNT)
              MOVE ZERO TO WS-PT-NET-VAR(WS-PT-CNT)
              MOVE ZERO TO WS-PT-ABS-VAR(WS-PT-CNT)
              MOVE WS-PT-CNT TO WS-PT-FND-IDX
           END-IF.

       540-FIND-STOCK-ROW.
      *> the tag was cut from a stock row, but a row can only be
      *> missing if the master was rebuilt since - a count is real
      *> stock, so the row is put back rather than the count lost
           MOVE 'N' TO WS-ST-FOUND.
           MOVE ZERO TO WS-ST-FND-IDX.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              IF WS-ST-ROW-PART(WS-ST-IDX) = WS-ST-LKP-PART AND
                 WS-ST-ROW-PLANT(WS-ST-IDX) = WS-ST-LKP-PLANT
                 MOVE 'Y' TO WS-ST-FOUND
                 MOVE WS-ST-IDX TO WS-ST-FND-IDX
              END-IF
           END-PERFORM.
           IF NOT ST-FOUND AND WS-ST-CNT < WS-ST-MAX
              ADD +1 TO WS-ST-CNT
              MOVE SPACES TO WS-ST-ROW(WS-ST-CNT)
              MOVE WS-ST-LKP-PART  TO WS-ST-ROW-PART(WS-ST-CNT)
              MOVE WS-ST-LKP-PLANT TO WS-ST-ROW-PLANT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-ON-HAND(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-RCPT-DT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-ISSUE-DT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-COUNT-DT(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ROW-AVG-COST(WS-ST-CNT)
              MOVE WS-ST-CNT TO WS-ST-FND-IDX
           END-IF.

       900-WRAP-UP.
           IF CYC-FUNC-PRINT
              PERFORM 920-PRINT-COUNT-SHEETS
              PERFORM 910-REWRITE-TAGS
              CLOSE CYCSHT-FILE
           ELSE
              PERFORM 930-LIST-OPEN-TAGS
              PERFORM 940-WRITE-PLANT-TOTALS
              PERFORM 950-WRITE-SUMMARY
              PERFORM 915-REWRITE-STOCK-MASTER
              PERFORM 910-REWRITE-TAGS
              CLOSE CYCCNT-FILE, CYCADJ-FILE, CYCRPT-FILE,
                    STKVAL-FILE
           END-IF.

       910-REWRITE-TAGS.
      *> posted tags drop off - open and recount tags carry forward
           OPEN OUTPUT CYCTAG-FILE.
           IF CYCTAG-OK
              PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                      UNTIL WS-TG-IDX > WS-TG-CNT
                 IF NOT TG-ROW-POSTED(WS-TG-IDX)
                    MOVE WS-TG-ROW(WS-TG-IDX) TO WS-TG-DETAIL
                    WRITE CYCTAG-RECORD FROM WS-TG-DETAIL
                 END-IF
              END-PERFORM
              CLOSE CYCTAG-FILE
           ELSE
              DISPLAY 'Output CYCTAG File Error'
              GO TO 999-ERR-RTN
           END-IF.

       915-REWRITE-STOCK-MASTER.
      *> rewrite the whole master from the in-memory table - same
      *> open-output-over-itself idiom STOCKUPD uses
           OPEN OUTPUT STOCKMST-FILE.
           IF STOCKMST-OK
              PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                      UNTIL WS-ST-IDX > WS-ST-CNT
                 MOVE WS-ST-ROW(WS-ST-IDX) TO WS-ST-DETAIL
                 WRITE STOCKMST-RECORD FROM WS-ST-DETAIL
              END-PERFORM
              CLOSE STOCKMST-FILE
              MOVE 'STOCKMST' TO WS-MS-MASTER
              PERFORM 995-SIGN-MASTER
           ELSE
              DISPLAY 'Output STOCKMST File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-PRINT-COUNT-SHEETS.
      *> one sheet per plant, every tag still out on it - a tag held
      *> for recount is printed again so the supervisor has a sheet
           MOVE ZERO TO WS-PT-CNT.
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-CNT
              MOVE WS-TG-ROW-PLANT(WS-TG-IDX) TO WS-PT-LKP-PLANT
              PERFORM 530-FIND-PLANT-ROW
           END-PERFORM.
           IF CYC-MODE-FULL
              MOVE 'PHYSICAL INVENTORY COUNT SHEET      ' TO SHT-TITLE
           ELSE
              MOVE 'CYCLE COUNT SHEET                   ' TO SHT-TITLE
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT
              MOVE WS-PT-PLANT(WS-PT-IDX) TO SHT-PLANT
              WRITE CYCSHT-RECORD FROM RPT-LINE-PAGE
              WRITE CYCSHT-RECORD FROM SHT-LINE-BANNER
              WRITE CYCSHT-RECORD FROM RPT-LINE-0
              WRITE CYCSHT-RECORD FROM SHT-LINE-1
              WRITE CYCSHT-RECORD FROM RPT-LINE-PAGE
              PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                      UNTIL WS-TG-IDX > WS-TG-CNT
                 IF WS-TG-ROW-PLANT(WS-TG-IDX) = WS-PT-PLANT(WS-PT-IDX)
                    PERFORM 925-PRINT-ONE-TAG
                 END-IF
              END-PERFORM
              WRITE CYCSHT-RECORD FROM RPT-LINE-0
           END-PERFORM.
           WRITE CYCSHT-RECORD FROM RPT-LINE-4.
           MOVE 'TAGS CUT THIS RUN............ ' TO RPT-SUM-LABEL.
           MOVE WS-TAGGED-CNT TO RPT-SUM-CNT.
           WRITE CYCSHT-RECORD FROM RPT-LINE-5.
           MOVE 'TAGS OUT FOR COUNTING........ ' TO RPT-SUM-LABEL.
           MOVE WS-TG-CNT TO RPT-SUM-CNT.
           WRITE CYCSHT-RECORD FROM RPT-LINE-5.
           WRITE CYCSHT-RECORD FROM RPT-LINE-4.

       925-PRINT-ONE-TAG.
           MOVE WS-TG-ROW-TAG-NO(WS-TG-IDX) TO SHT-TAG-NO.
           MOVE WS-TG-ROW-PART(WS-TG-IDX)   TO SHT-PART-NUMBER.
           MOVE WS-TG-ROW-PLANT(WS-TG-IDX)  TO SHT-PLANT-CODE.
           IF TG-ROW-RECOUNT(WS-TG-IDX)
              MOVE 'SUPERVISOR RECOUNT' TO SHT-NOTE
           ELSE
              MOVE SPACES TO SHT-NOTE
           END-IF.
           WRITE CYCSHT-RECORD FROM SHT-LINE-3.
           WRITE CYCSHT-RECORD FROM RPT-LINE-0.

       930-LIST-OPEN-TAGS.
      *> every tag still out after the posting - never counted, or
      *> held for a supervisor recount
           WRITE CYCRPT-RECORD FROM RPT-LINE-0.
           WRITE CYCRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-CNT
              IF NOT TG-ROW-POSTED(WS-TG-IDX)
                 ADD +1 TO WS-OPEN-TAG-CNT
                 MOVE WS-TG-ROW-TAG-NO(WS-TG-IDX) TO RPT-TAG-NO
                 MOVE WS-TG-ROW-PART(WS-TG-IDX)   TO RPT-PART-NUMBER
                 MOVE WS-TG-ROW-PLANT(WS-TG-IDX)  TO RPT-PLANT-CODE
                 MOVE WS-TG-ROW-BOOK-QTY(WS-TG-IDX) TO RPT-BOOK-QTY
                 MOVE ZERO TO RPT-VARIANCE
                 MOVE ZERO TO RPT-VAR-PCT
                 IF TG-ROW-RECOUNT(WS-TG-IDX)
                    MOVE WS-TG-ROW-COUNT-QTY(WS-TG-IDX) TO
                         RPT-COUNT-QTY
                    MOVE 'OPEN - AWAITING RECOUNT' TO RPT-ACTION
                 ELSE
                    MOVE ZERO TO RPT-COUNT-QTY
                    MOVE 'OPEN - NOT COUNTED' TO RPT-ACTION
                 END-IF
                 WRITE CYCRPT-RECORD FROM RPT-LINE-3
              END-IF
           END-PERFORM.

       940-WRITE-PLANT-TOTALS.
           WRITE CYCRPT-RECORD FROM RPT-LINE-0.
           WRITE CYCRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT
              MOVE WS-PT-PLANT(WS-PT-IDX)   TO RPT-PT-PLANT
              MOVE WS-PT-COUNTED(WS-PT-IDX) TO RPT-PT-COUNTED
              MOVE WS-PT-POSTED(WS-PT-IDX)  TO RPT-PT-POSTED
              MOVE WS-PT-RECOUNT(WS-PT-IDX) TO RPT-PT-RECOUNT
              MOVE WS-PT-NET-VAR(WS-PT-IDX) TO RPT-PT-NET-VAR
              MOVE WS-PT-ABS-VAR(WS-PT-IDX) TO RPT-PT-ABS-VAR
              WRITE CYCRPT-RECORD FROM RPT-LINE-PLANT
           END-PERFORM.

       950-WRITE-SUMMARY.
           WRITE CYCRPT-RECORD FROM RPT-LINE-0.
           WRITE CYCRPT-RECORD FROM RPT-LINE-4.
           MOVE 'COUNTS READ.................. ' TO RPT-SUM-LABEL.
           MOVE WS-CNT-READ-CNT TO RPT-SUM-CNT.
           WRITE CYCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'COUNTS POSTED................ ' TO RPT-SUM-LABEL.
           MOVE WS-CNT-POSTED-CNT TO RPT-SUM-CNT.
           WRITE CYCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HELD FOR SUPERVISOR RECOUNT.. ' TO RPT-SUM-LABEL.
           MOVE WS-CNT-RECOUNT-CNT TO RPT-SUM-CNT.
           WRITE CYCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'COUNTS REJECTED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-CNT-REJECT-CNT TO RPT-SUM-CNT.
           WRITE CYCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADJUSTMENTS STOPPED AT ZERO.. ' TO RPT-SUM-LABEL.
           MOVE WS-CNT-FLOOR-CNT TO RPT-SUM-CNT.
           WRITE CYCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TAGS STILL OPEN.............. ' TO RPT-SUM-LABEL.
           MOVE WS-OPEN-TAG-CNT TO RPT-SUM-CNT.
           WRITE CYCRPT-RECORD FROM RPT-LINE-5.
           WRITE CYCRPT-RECORD FROM RPT-LINE-4.

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
