       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SPNDCUBE.
      * **************************************************
      * SPNDCUBE IS THE MONTHLY SPEND-CUBE EXTRACT FOR THE FINANCE
      * DATA WAREHOUSE - ONE FLAT FILE THE WAREHOUSE LOADS INSTEAD
      * OF ANOTHER ONE-OFF PROGRAM AGAINST PAYHIST, INVREG AND
      * OPENPO FOR EVERY SPEND QUESTION.  IT JOINS TWO KINDS OF
      * SPEND FOR THE EXTRACT MONTH:
      *   PAID - NET PAID ON PAYHIST WITH A PAYMENT DATE IN THE
      *          MONTH, LESS VOIDS AND REVERSALS.  A PAYMENT IS
      *          SPREAD OVER ITS INVOICE'S REGISTER ROWS IN
      *          PROPORTION TO THEIR AMOUNTS, SO EACH PART GETS ITS
      *          OWN SHARE; WITH NO REGISTER ROW IT GOES TO THE
      *          FIRST OPEN-PO ROW OF ITS PO.
      *   RNI  - RECEIVED-NOT-INVOICED AS IT STANDS AT THE RUN: THE
      *          RECEIVED QUANTITY NO REGISTER ROW HAS BILLED, AT THE
      *          PO PRICE - THE SAME FIGURE GLEXT ACCRUES.
      * LOCAL AMOUNTS ARE IN THE ORDER'S CURRENCY AND ARE BROUGHT TO
      * USD THROUGH TREASURY'S EFFECTIVE-DATED RATES (PAID AT THE
      * PAYMENT DATE, RNI AT MONTH END) WITH THE COMPILED CURRRATE
      * ROW AS THE FALLBACK - THE SAME LOOKUP FXGAIN USES.
      * ROWS ARE SUMMED TO ONE PER SPEND TYPE, SUPPLIER, SUPPLIER
      * MASTER OWNERSHIP CLASSIFICATION, PART-CATEGORY, PLANT,
      * BUYER, BUYER'S DEPARTMENT AND CURRENCY, EACH CARRYING THE
      * MONTH.  THE FILE IS COMMA-DELIMITED THE SAME WAY AS RPTPGM'S
      * UT-C-RPTDEL EXTRACT AND ENDS WITH A CONTROL-TOTAL TRAILER
      * ('TRL', MONTH, ROWS WRITTEN, PAID USD, RNI USD, TOTAL USD)
      * THE WAREHOUSE LOAD BALANCES TO.  THE EXTRACT MONTH IS THE
      * ONE BEFORE THE RUN DATE UNLESS A 'MONTH=YYYYMM' CARD SAYS
      * OTHERWISE.  SPEND BOOKED TO A CODE SUPMAINT HAS SINCE RETIRED
      * BY MERGING IT INTO ANOTHER IS CUBED UNDER THE SURVIVING CODE
      * AND ITS CLASSIFICATION.
      * UT-C-CUBECTL = CONTROL CARD, 'MONTH=YYYYMM' (OPTIONAL)
      * UT-C-PAYHIST = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-INVREG  = INVOICE REGISTER MAINTAINED BY INVMATCH
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      *                (PART-CATEGORY, PLANT AND BUYER BY PART)
      * UT-C-SUPPMAST= SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-BUYERMST= BUYER MASTER (CODE, NAME, DEPT, LIMIT)
      * UT-C-CURRATES= TREASURY'S EFFECTIVE-DATED RATE DATASET
      * UT-C-SPNDDEL = SPEND-CUBE EXTRACT FOR THE WAREHOUSE LOAD
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUBECTL-FILE ASSIGN TO UT-C-CUBECTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CUBECTL-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT INVREG-FILE ASSIGN TO UT-C-INVREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVREG-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT BUYER-FILE ASSIGN TO UT-C-BUYERMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BUYER-ST.
           SELECT CURRATES-FILE ASSIGN TO UT-C-CURRATES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CURRATES-ST.
           SELECT DELIMITED-FILE ASSIGN TO UT-C-SPNDDEL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DEL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD CUBECTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CUBECTL-RECORD      PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD INVREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVREG-RECORD       PIC X(80).
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
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD BUYER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 BUYER-RECORD        PIC X(80).
       FD CURRATES-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CURRATES-RECORD     PIC X(80).
       FD DELIMITED-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.
       01 DELIMITED-RECORD    PIC X(250).
       WORKING-STORAGE SECTION.
       77 WS-PAY-CNT              PIC 9(08) VALUE ZERO.
       77 WS-PAY-MONTH-CNT        PIC 9(08) VALUE ZERO.
       77 WS-NOREG-CNT            PIC 9(08) VALUE ZERO.
       77 WS-NOPO-CNT             PIC 9(08) VALUE ZERO.
       77 WS-RNI-ROW-CNT          PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * THE SUPPLIER CODE AS BOOKED, KEPT WHILE WS-DIM-SUPP FOLLOWS
      * A MERGE TO ITS SURVIVOR (THROUGH A FEW REMERGES)
       77 WS-MRG-BOOKED           PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.
       77 WS-PURO-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-PO         PIC 9(01) VALUE 5.

      * EXTRACT MONTH - THE MONTH BEFORE THE RUN DATE UNLESS A
      * 'MONTH=' CARD NAMES ONE
       77 WS-EXT-MONTH            PIC 9(06) VALUE ZERO.
       77 WS-MONTH-END            PIC 9(08) VALUE ZERO.
       77 WS-MONTH-INT            PIC 9(09) VALUE ZERO.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       01 WS-MONTH-WORK.
           05 WS-MW-YYYY          PIC 9(04) VALUE ZERO.
           05 WS-MW-MM            PIC 9(02) VALUE ZERO.
           05 WS-MW-DD            PIC 9(02) VALUE ZERO.
       01 WS-MONTH-WORK-N REDEFINES WS-MONTH-WORK PIC 9(08).

      * AMOUNTS FOR THE ROW BEING CUBED
       77 WS-PAY-AMT              PIC S9(11)V99 VALUE ZERO.
       77 WS-ALLOC-AMT            PIC S9(11)V99 VALUE ZERO.
       77 WS-ALLOC-LEFT           PIC S9(11)V99 VALUE ZERO.
       77 WS-AMT-LOCAL            PIC S9(11)V99 VALUE ZERO.
       77 WS-AMT-USD              PIC S9(11)V99 VALUE ZERO.
       77 WS-INV-SUM-AMT          PIC 9(11)V99 VALUE ZERO.
       77 WS-INV-ROWS             PIC 9(05) VALUE ZERO.
       77 WS-INV-DONE             PIC 9(05) VALUE ZERO.
       77 WS-INV-QTY-FOR-PO       PIC S9(09) VALUE ZERO.
       77 WS-RNI-QTY              PIC S9(09) VALUE ZERO.
       77 WS-PAID-USD-TOT         PIC S9(13)V99 VALUE ZERO.
       77 WS-RNI-USD-TOT          PIC S9(13)V99 VALUE ZERO.
       77 WS-ALL-USD-TOT          PIC S9(13)V99 VALUE ZERO.
       77 WS-LKP-PO               PIC X(06) VALUE SPACES.
       77 WS-LKP-PART             PIC X(23) VALUE SPACES.
       77 WS-PAY-CURR             PIC X(03) VALUE SPACES.

      * ONE CUBE CELL'S DIMENSIONS - BUILT FOR EACH AMOUNT, THEN
      * MATCHED AGAINST THE CUBE TABLE AS ONE KEY
       01 WS-DIM-KEY.
           05 WS-DIM-TYPE         PIC X(04) VALUE SPACES.
           05 WS-DIM-SUPP         PIC X(10) VALUE SPACES.
           05 WS-DIM-CLASS        PIC X(02) VALUE SPACES.
           05 WS-DIM-CAT          PIC X(02) VALUE SPACES.
           05 WS-DIM-PLANT        PIC X(03) VALUE SPACES.
           05 WS-DIM-BUYER        PIC X(03) VALUE SPACES.
           05 WS-DIM-DEPT         PIC X(06) VALUE SPACES.
           05 WS-DIM-CURR         PIC X(03) VALUE SPACES.

      * THE CUBE - ONE ROW PER DISTINCT SET OF DIMENSIONS
       77 WS-CB-MAX               PIC 9(5) VALUE 20000.
       77 WS-CB-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CB-IDX               PIC 9(5) VALUE ZERO.
       77 WS-CB-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-CB-TBL.
           05 WS-CB-ROW OCCURS 20000 TIMES.
               10 WS-CB-KEY       PIC X(33).
               10 WS-CB-LOCAL     PIC S9(13)V99.
               10 WS-CB-USD       PIC S9(13)V99.
               10 WS-CB-TXNS      PIC 9(07).
       01 WS-CB-OUT.
           05 WS-CB-OUT-TYPE      PIC X(04).
           05 WS-CB-OUT-SUPP      PIC X(10).
           05 WS-CB-OUT-CLASS     PIC X(02).
           05 WS-CB-OUT-CAT       PIC X(02).
           05 WS-CB-OUT-PLANT     PIC X(03).
           05 WS-CB-OUT-BUYER     PIC X(03).
           05 WS-CB-OUT-DEPT      PIC X(06).
           05 WS-CB-OUT-CURR      PIC X(03).

      * OPEN-PO ROWS - PO, PART, BUYER, PLANT, CURRENCY AND WHAT HAS
      * BEEN RECEIVED AGAINST IT
       77 WS-OR-MAX               PIC 9(5) VALUE 10000.
       77 WS-OR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-OR-IDX               PIC 9(5) VALUE ZERO.
       77 WS-OR-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-OR-SAVE-IDX          PIC 9(5) VALUE ZERO.
       01 WS-OR-TBL.
           05 WS-OR-ROW OCCURS 10000 TIMES.
               10 WS-OR-PO        PIC X(06).
               10 WS-OR-PART      PIC X(23).
               10 WS-OR-SUPP      PIC X(10).
               10 WS-OR-BUYER     PIC X(03).
               10 WS-OR-PLANT     PIC X(03).
               10 WS-OR-CURR      PIC X(03).
               10 WS-OR-RCV-QTY   PIC 9(07).
               10 WS-OR-PRICE     PIC 9(07)V99.
               10 WS-OR-STATUS    PIC X(01).
                   88 OR-CANCELLED VALUE 'X'.

      * INVOICE-REGISTER TABLE - SAME ROWS GLEXT HOLDS
       77 WS-IR-MAX               PIC 9(5) VALUE 20000.
       77 WS-IR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-IR-IDX               PIC 9(5) VALUE ZERO.
       01 WS-IR-TBL.
           05 WS-IR-ROW OCCURS 20000 TIMES.
               10 WS-IR-ROW-SUPP  PIC X(10).
               10 WS-IR-ROW-INV   PIC X(10).
               10 WS-IR-ROW-PO    PIC X(06).
               10 WS-IR-ROW-PART  PIC X(23).
               10 WS-IR-ROW-QTY   PIC 9(07).
               10 WS-IR-ROW-AMT   PIC 9(9)V99.

      * PART-CATEGORY, PLANT AND BUYER PER PART OFF THE GENERATION -
      * THE FIRST SOURCE SEEN FOR A PART STANDS
       77 WS-PT-MAX               PIC 9(5) VALUE 5000.
       77 WS-PT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PT-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 5000 TIMES.
               10 WS-PT-PART      PIC X(23).
               10 WS-PT-CAT       PIC X(02).
               10 WS-PT-PLANT     PIC X(03).
               10 WS-PT-BUYER     PIC X(03).

      * BUYER MASTER TABLE - SAME ROW LAYOUT PRTSUPP LOADS
       77 WS-BUYER-MAX            PIC 9(5) VALUE 500.
       77 WS-BUYER-CNT            PIC 9(5) VALUE ZERO.
       77 WS-BUYER-IDX            PIC 9(5) VALUE ZERO.
       01 WS-BUYER-TBL.
           05 WS-BUYER-ROW OCCURS 500 TIMES.
               10 WS-BUYER-CODE    PIC X(03).
               10 WS-BUYER-NAME    PIC X(20).
               10 WS-BUYER-DEPT    PIC X(06).
               10 WS-BUYER-LIMIT   PIC 9(9)V99.
               10 FILLER           PIC X(40).
       01 WS-BUYER-DETAIL         PIC X(80) VALUE SPACES.

      * EFFECTIVE-DATED RATES, COMPILED TABLE AS FALLBACK
           COPY CURRRATE.
       77 WS-EDR-MAX              PIC 9(03) VALUE 500.
       77 WS-EDR-CNT              PIC 9(03) VALUE ZERO.
       77 WS-EDR-IDX              PIC 9(03) VALUE ZERO.
       77 WS-EDR-BEST-EFF         PIC 9(08) VALUE ZERO.
       77 WS-EDR-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EDR-RATE-FOUND      VALUE 'Y'.
       77 WS-LKP-CURR             PIC X(03) VALUE SPACES.
       77 WS-RATE-DATE            PIC 9(08) VALUE ZERO.
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

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-DATE-X REDEFINES WS-PH-PAY-DATE.
               10 WS-PH-PAY-YYYYMM PIC 9(06).
               10 FILLER           PIC X(02).
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * ONE INVOICE-REGISTER RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-IR-DETAIL.
           05 WS-IR-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-IR-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-IR-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-IR-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-IR-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-IR-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-IR-CLEAR-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

      * ONE SUPPLIER MASTER RECORD - SAME LAYOUT SUPMAINT MAINTAINS
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 WS-SM-TYPE          PIC X(01) VALUE SPACES.
           05 WS-SM-RATING        PIC X(01) VALUE SPACES.
           05 WS-SM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-SM-ACT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SM-NET-DAYS      PIC 9(03) VALUE ZERO.
           05 WS-SM-DISC-PCT      PIC 9(02)V99 VALUE ZERO.
           05 WS-SM-DISC-DAYS     PIC 9(03) VALUE ZERO.
           05 WS-SM-TAX-ID        PIC X(09) VALUE SPACES.
           05 WS-SM-FLAG-1099     PIC X(01) VALUE SPACES.
           05 WS-SM-OWN-CLASS     PIC X(02) VALUE SPACES.
           05 WS-SM-ERS-FLAG      PIC X(01) VALUE SPACES.
           05 WS-SM-EDI-FLAG      PIC X(01) VALUE SPACES.
           05 WS-SM-WARR-DAYS     PIC 9(04) VALUE ZERO.
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-RETIRED      VALUE 'M'.
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * DELIMITED EXTRACT LINE AND ITS EDITED AMOUNTS
       01 WS01-DELIM-LINE           PIC X(250) VALUE SPACES.
       01 WS-DEL-LOCAL              PIC -(13)9.99.
       01 WS-DEL-USD                PIC -(13)9.99.
       01 WS-DEL-TXNS               PIC Z(6)9.
       01 WS-DEL-ROWS               PIC Z(7)9.
       01 WS-DEL-PAID-TOT           PIC -(13)9.99.
       01 WS-DEL-RNI-TOT            PIC -(13)9.99.
       01 WS-DEL-ALL-TOT            PIC -(13)9.99.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SPNDCUBE'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 CUBECTL-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CUBECTL       VALUE 'Y'.
           05 CUBECTL-ST                PIC X(02).
               88 CUBECTL-OK            VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 INVREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-INVREG        VALUE 'Y'.
           05 INVREG-ST                 PIC X(02).
               88 INVREG-OK             VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 SUPPMAST-OPEN-SW          PIC X(01) VALUE 'N'.
               88 SUPPMAST-IS-OPEN      VALUE 'Y'.
           05 BUYER-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-BUYERS        VALUE 'Y'.
           05 BUYER-ST                  PIC X(02).
               88 BUYER-OK              VALUE '00'.
           05 CURRATES-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-CURRATES      VALUE 'Y'.
           05 CURRATES-ST               PIC X(02).
               88 CURRATES-OK           VALUE '00'.
           05 DEL-ST                    PIC X(02).
               88 DEL-ST-OK             VALUE '00'.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-PAYHIST.
           PERFORM 400-CUBE-ONE-PAYMENT UNTIL NO-MORE-PAYHIST.
           PERFORM 500-CUBE-RNI
                   VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-CNT.
           PERFORM 600-WRITE-CUBE
                   VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-CNT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           PERFORM 110-SET-EXTRACT-MONTH.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-OPENPO.
           PERFORM 220-LOAD-INVREG.
           PERFORM 230-LOAD-GPARTSUP.
           PERFORM 240-LOAD-BUYERS.
           PERFORM 250-LOAD-RATES.

       110-SET-EXTRACT-MONTH.
      *> same card style as GLEXT's GLCTL - no card extracts the
      *> month before the run date
           OPEN INPUT CUBECTL-FILE.
           IF CUBECTL-OK
              PERFORM 115-READ-ONE-CARD UNTIL NO-MORE-CUBECTL
              CLOSE CUBECTL-FILE
           END-IF.
           IF WS-EXT-MONTH = ZERO
              MOVE WS01-CURR-YYYY TO WS-MW-YYYY
              MOVE WS01-CURR-MM   TO WS-MW-MM
              IF WS-MW-MM = 1
                 MOVE 12 TO WS-MW-MM
                 SUBTRACT 1 FROM WS-MW-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MW-MM
              END-IF
              COMPUTE WS-EXT-MONTH = WS-MW-YYYY * 100 + WS-MW-MM
           END-IF.
      *> month end is the day before the first of the next month
           COMPUTE WS-MW-YYYY = WS-EXT-MONTH / 100.
           COMPUTE WS-MW-MM = WS-EXT-MONTH - (WS-MW-YYYY * 100).
           IF WS-MW-MM = 12
              MOVE 1 TO WS-MW-MM
              ADD 1 TO WS-MW-YYYY
           ELSE
              ADD 1 TO WS-MW-MM
           END-IF.
           MOVE 1 TO WS-MW-DD.
           COMPUTE WS-MONTH-INT =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-WORK-N) - 1.
           COMPUTE WS-MONTH-END =
              FUNCTION DATE-OF-INTEGER(WS-MONTH-INT).
           DISPLAY 'SPNDCUBE EXTRACT MONTH ' WS-EXT-MONTH
                   ' - RNI VALUED AT ' WS-MONTH-END.

       115-READ-ONE-CARD.
           READ CUBECTL-FILE INTO WS-CNTL-CARD
              AT END MOVE 'Y' TO CUBECTL-EOF
           END-READ.
           IF NOT NO-MORE-CUBECTL
              IF WS-CNTL-CARD(1:6) = 'MONTH=' AND
                 WS-CNTL-CARD(7:6) IS NUMERIC AND
                 WS-CNTL-CARD(11:2) >= '01' AND
                 WS-CNTL-CARD(11:2) <= '12'
                 MOVE WS-CNTL-CARD(7:6) TO WS-EXT-MONTH
              END-IF
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Input PAYHIST File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT INVREG-FILE
              IF NOT INVREG-OK
                 DISPLAY 'Input INVREG File Error'
                 GO TO 999-ERR-RTN.
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
           OPEN OUTPUT DELIMITED-FILE
              IF NOT DEL-ST-OK
                 DISPLAY 'Output DELIMITED-FILE is Error'
                 GO TO 999-ERR-RTN.
      *> the classification is read by key as each supplier comes
      *> up; a missing master leaves it blank
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              MOVE 'Y' TO SUPPMAST-OPEN-SW
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - CLASSIFICATION LEFT BLANK'
           END-IF.

       210-LOAD-OPENPO.
           PERFORM 215-LOAD-ONE-OPENPO UNTIL NO-MORE-OPENPO.
           CLOSE OPENPO-FILE.

       215-LOAD-ONE-OPENPO.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO
              IF WS-OR-CNT < WS-OR-MAX
                 ADD +1 TO WS-OR-CNT
                 MOVE WS-OP-PO-NUMBER     TO WS-OR-PO(WS-OR-CNT)
                 MOVE WS-OP-PART-NUMBER   TO WS-OR-PART(WS-OR-CNT)
                 MOVE WS-OP-SUPPLIER-CODE TO WS-OR-SUPP(WS-OR-CNT)
                 MOVE WS-OP-BUYER-CODE    TO WS-OR-BUYER(WS-OR-CNT)
                 MOVE WS-OP-PLANT-CODE    TO WS-OR-PLANT(WS-OR-CNT)
                 MOVE FUNCTION UPPER-CASE(WS-OP-CURRENCY)
                                          TO WS-OR-CURR(WS-OR-CNT)
                 IF WS-OR-CURR(WS-OR-CNT) = SPACES
                    MOVE 'USD' TO WS-OR-CURR(WS-OR-CNT)
                 END-IF
                 MOVE WS-OP-RECEIVED-QTY  TO WS-OR-RCV-QTY(WS-OR-CNT)
                 MOVE WS-OP-UNIT-PRICE    TO WS-OR-PRICE(WS-OR-CNT)
                 MOVE WS-OP-STATUS        TO WS-OR-STATUS(WS-OR-CNT)
              ELSE
                 DISPLAY 'SPNDCUBE: OPEN-PO TABLE FULL AT '
                         WS-OP-PO-NUMBER
              END-IF
           END-IF.

       220-LOAD-INVREG.
           PERFORM 225-LOAD-ONE-REGISTER UNTIL NO-MORE-INVREG.
           CLOSE INVREG-FILE.

       225-LOAD-ONE-REGISTER.
           READ INVREG-FILE INTO WS-IR-DETAIL
              AT END MOVE 'Y' TO INVREG-EOF
           END-READ.
           IF NOT NO-MORE-INVREG AND WS-IR-CNT < WS-IR-MAX
              ADD +1 TO WS-IR-CNT
              MOVE WS-IR-SUPP-CODE   TO WS-IR-ROW-SUPP(WS-IR-CNT)
              MOVE WS-IR-INV-NUMBER  TO WS-IR-ROW-INV(WS-IR-CNT)
              MOVE WS-IR-PO-NUMBER   TO WS-IR-ROW-PO(WS-IR-CNT)
              MOVE WS-IR-PART-NUMBER TO WS-IR-ROW-PART(WS-IR-CNT)
              MOVE WS-IR-QUANTITY    TO WS-IR-ROW-QTY(WS-IR-CNT)
              MOVE WS-IR-AMOUNT      TO WS-IR-ROW-AMT(WS-IR-CNT)
           END-IF.

       230-LOAD-GPARTSUP.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 235-LOAD-ONE-PART UNTIL NO-MORE-PART-SUPP.
           CLOSE PART-SUPP-FILE.

       235-LOAD-ONE-PART.
           ADD +1 TO WS-GPS-CNT.
           MOVE IN-PART-NUMBER TO WS-LKP-PART.
           PERFORM 420-FIND-PART.
           IF WS-PT-FND-IDX = ZERO
              IF WS-PT-CNT < WS-PT-MAX
                 ADD +1 TO WS-PT-CNT
                 MOVE IN-PART-NUMBER   TO WS-PT-PART(WS-PT-CNT)
                 MOVE IN-PART-CATEGORY TO WS-PT-CAT(WS-PT-CNT)
                 MOVE IN-PLANT-CODE    TO WS-PT-PLANT(WS-PT-CNT)
                 MOVE SPACES           TO WS-PT-BUYER(WS-PT-CNT)
      *> the buyer rides on the order slots - the first one that
      *> names a buyer stands for the part
                 PERFORM VARYING WS-PURO-IDX FROM 1 BY 1
                         UNTIL WS-PURO-IDX >= WS-TABLE-MAX-PO
                    IF WS-PT-BUYER(WS-PT-CNT) = SPACES
                       MOVE IN-BUYER-CODE(WS-PURO-IDX)
                            TO WS-PT-BUYER(WS-PT-CNT)
                    END-IF
                 END-PERFORM
              ELSE
                 DISPLAY 'SPNDCUBE: PART TABLE FULL AT '
                         IN-PART-NUMBER
              END-IF
           END-IF.
           PERFORM 310-READ-GPARTSUP.

       240-LOAD-BUYERS.
      *> no buyer master leaves the department blank - the spend is
      *> still extracted
           OPEN INPUT BUYER-FILE.
           IF BUYER-OK
              PERFORM 245-LOAD-ONE-BUYER UNTIL NO-MORE-BUYERS
              CLOSE BUYER-FILE
           ELSE
              DISPLAY 'BUYERMST NOT FOUND - DEPARTMENT LEFT BLANK'
           END-IF.

       245-LOAD-ONE-BUYER.
           READ BUYER-FILE INTO WS-BUYER-DETAIL
              AT END MOVE 'Y' TO BUYER-EOF
           END-READ.
           IF NOT NO-MORE-BUYERS AND WS-BUYER-CNT < WS-BUYER-MAX
              ADD +1 TO WS-BUYER-CNT
              MOVE WS-BUYER-DETAIL TO WS-BUYER-ROW(WS-BUYER-CNT)
           END-IF.

       250-LOAD-RATES.
           OPEN INPUT CURRATES-FILE.
           IF CURRATES-OK
              PERFORM 255-LOAD-ONE-RATE UNTIL NO-MORE-CURRATES
              CLOSE CURRATES-FILE
           ELSE
              DISPLAY 'CURRATES NOT FOUND - COMPILED RATE TABLE '
                      'GOVERNS THIS RUN'
           END-IF.

       255-LOAD-ONE-RATE.
           READ CURRATES-FILE INTO WS-EDR-DETAIL
              AT END MOVE 'Y' TO CURRATES-EOF
           END-READ.
           IF NOT NO-MORE-CURRATES AND WS-EDR-CNT < WS-EDR-MAX
              ADD +1 TO WS-EDR-CNT
              MOVE WS-EDR-CURR-IN TO WS-EDR-CURR(WS-EDR-CNT)
              MOVE WS-EDR-EFF-IN  TO WS-EDR-EFF-DATE(WS-EDR-CNT)
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       300-READ-PAYHIST.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END
              MOVE 'Y' TO PAYHIST-EOF.

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

       400-CUBE-ONE-PAYMENT.
           ADD +1 TO WS-PAY-CNT.
           IF WS-PH-PAY-YYYYMM = WS-EXT-MONTH
              ADD +1 TO WS-PAY-MONTH-CNT
      *> a void or stop carries its payment's date, so it nets out
      *> inside the same month
              IF PH-IS-REVERSAL
                 COMPUTE WS-PAY-AMT = ZERO - WS-PH-NET-AMT
              ELSE
                 MOVE WS-PH-NET-AMT TO WS-PAY-AMT
              END-IF
      *> the order settles in one currency - its first open-PO row
      *> says which, no row means USD
              MOVE 'USD' TO WS-PAY-CURR
              MOVE WS-PH-PO-NUMBER TO WS-LKP-PO
              MOVE SPACES TO WS-LKP-PART
              PERFORM 410-FIND-OPENPO
              IF WS-OR-FND-IDX > ZERO
                 MOVE WS-OR-CURR(WS-OR-FND-IDX) TO WS-PAY-CURR
              END-IF
              MOVE WS-PAY-CURR TO WS-LKP-CURR
              MOVE WS-PH-PAY-DATE TO WS-RATE-DATE
              PERFORM 440-LOOKUP-RATE-AT-DATE
              MOVE ZERO TO WS-INV-SUM-AMT, WS-INV-ROWS
              PERFORM 405-SUM-INVOICE-ROWS
                      VARYING WS-IR-IDX FROM 1 BY 1
                      UNTIL WS-IR-IDX > WS-IR-CNT
              IF WS-INV-ROWS > ZERO
                 MOVE WS-PAY-AMT TO WS-ALLOC-LEFT
                 MOVE ZERO TO WS-INV-DONE
                 PERFORM 407-ALLOCATE-ONE-ROW
                         VARYING WS-IR-IDX FROM 1 BY 1
                         UNTIL WS-IR-IDX > WS-IR-CNT
              ELSE
      *> no register row - an ERS self-bill or an invoice older
      *> than the register - so the PO's first part carries it
                 ADD +1 TO WS-NOREG-CNT
                 IF WS-OR-FND-IDX > ZERO
                    MOVE WS-OR-PART(WS-OR-FND-IDX) TO WS-LKP-PART
                 ELSE
                    ADD +1 TO WS-NOPO-CNT
                 END-IF
                 MOVE WS-PAY-AMT TO WS-ALLOC-AMT
                 PERFORM 408-CUBE-PAID-SHARE
              END-IF
           END-IF.
           PERFORM 300-READ-PAYHIST.

       405-SUM-INVOICE-ROWS.
           IF WS-IR-ROW-SUPP(WS-IR-IDX) = WS-PH-SUPP-CODE AND
              WS-IR-ROW-INV(WS-IR-IDX)  = WS-PH-INV-NUMBER
              ADD +1 TO WS-INV-ROWS
              ADD WS-IR-ROW-AMT(WS-IR-IDX) TO WS-INV-SUM-AMT
           END-IF.

       407-ALLOCATE-ONE-ROW.
      *> each register row takes its share of the payment; the last
      *> one takes what is left so the rounding never loses a cent
           IF WS-IR-ROW-SUPP(WS-IR-IDX) = WS-PH-SUPP-CODE AND
              WS-IR-ROW-INV(WS-IR-IDX)  = WS-PH-INV-NUMBER
              ADD +1 TO WS-INV-DONE
              IF WS-INV-DONE = WS-INV-ROWS
                 MOVE WS-ALLOC-LEFT TO WS-ALLOC-AMT
              ELSE
                 IF WS-INV-SUM-AMT > ZERO
                    COMPUTE WS-ALLOC-AMT ROUNDED =
                       WS-PAY-AMT * WS-IR-ROW-AMT(WS-IR-IDX)
                       / WS-INV-SUM-AMT
                 ELSE
                    COMPUTE WS-ALLOC-AMT ROUNDED =
                       WS-PAY-AMT / WS-INV-ROWS
                 END-IF
              END-IF
              SUBTRACT WS-ALLOC-AMT FROM WS-ALLOC-LEFT
              MOVE WS-IR-ROW-PO(WS-IR-IDX)   TO WS-LKP-PO
              MOVE WS-IR-ROW-PART(WS-IR-IDX) TO WS-LKP-PART
              PERFORM 408-CUBE-PAID-SHARE
           END-IF.

       408-CUBE-PAID-SHARE.
           MOVE 'PAID'          TO WS-DIM-TYPE.
           MOVE WS-PH-SUPP-CODE TO WS-DIM-SUPP.
           MOVE WS-PAY-CURR     TO WS-DIM-CURR.
           PERFORM 450-SET-DIMENSIONS.
           MOVE WS-ALLOC-AMT TO WS-AMT-LOCAL.
           COMPUTE WS-AMT-USD ROUNDED = WS-ALLOC-AMT / WS-CURR-RATE.
           ADD WS-AMT-USD TO WS-PAID-USD-TOT.
           PERFORM 460-ADD-TO-CUBE.

       410-FIND-OPENPO.
      *> WS-LKP-PO with WS-LKP-PART, or the PO's first row when the
      *> part is blank
           MOVE ZERO TO WS-OR-FND-IDX.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                   UNTIL WS-OR-IDX > WS-OR-CNT OR WS-OR-FND-IDX > ZERO
              IF WS-OR-PO(WS-OR-IDX) = WS-LKP-PO AND
                 (WS-LKP-PART = SPACES OR
                  WS-OR-PART(WS-OR-IDX) = WS-LKP-PART)
                 MOVE WS-OR-IDX TO WS-OR-FND-IDX
              END-IF
           END-PERFORM.

       420-FIND-PART.
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FND-IDX > ZERO
              IF WS-PT-PART(WS-PT-IDX) = WS-LKP-PART
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.

       440-LOOKUP-RATE-AT-DATE.
      *> the rate for WS-LKP-CURR in force on WS-RATE-DATE - the
      *> newest effective date not after it, compiled row fallback
           MOVE 'N' TO WS-EDR-FOUND-SW.
           MOVE ZERO TO WS-EDR-BEST-EFF.
           MOVE 1.000 TO WS-CURR-RATE.
           PERFORM VARYING WS-EDR-IDX FROM 1 BY 1
                   UNTIL WS-EDR-IDX > WS-EDR-CNT
              IF WS-EDR-CURR(WS-EDR-IDX) = WS-LKP-CURR AND
                 WS-EDR-EFF-DATE(WS-EDR-IDX) <= WS-RATE-DATE AND
                 WS-EDR-EFF-DATE(WS-EDR-IDX) >= WS-EDR-BEST-EFF
                 MOVE 'Y' TO WS-EDR-FOUND-SW
                 MOVE WS-EDR-EFF-DATE(WS-EDR-IDX)
                      TO WS-EDR-BEST-EFF
                 MOVE WS-EDR-RATE(WS-EDR-IDX) TO WS-CURR-RATE
              END-IF
           END-PERFORM.
           IF NOT EDR-RATE-FOUND
              PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                      UNTIL CURR-RATE-IDX > CURR-RATE-MAX
                 IF CURR-RATE-CODE(CURR-RATE-IDX) = WS-LKP-CURR
                    MOVE CURR-RATE-VALUE(CURR-RATE-IDX)
                         TO WS-CURR-RATE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CURR-RATE = ZERO
              MOVE 1.000 TO WS-CURR-RATE
           END-IF.

       450-SET-DIMENSIONS.
      *> WS-DIM-TYPE, -SUPP and -CURR are already set; the rest come
      *> off the order row for WS-LKP-PO/WS-LKP-PART, the part on
      *> the generation, the buyer master and the supplier master.
      *> a part with no category on file is '**'
           MOVE SPACES TO WS-DIM-CLASS, WS-DIM-PLANT, WS-DIM-BUYER,
                          WS-DIM-DEPT.
           MOVE '**' TO WS-DIM-CAT.
           IF WS-LKP-PART NOT = SPACES
              PERFORM 410-FIND-OPENPO
              IF WS-OR-FND-IDX > ZERO
                 MOVE WS-OR-PLANT(WS-OR-FND-IDX) TO WS-DIM-PLANT
                 MOVE WS-OR-BUYER(WS-OR-FND-IDX) TO WS-DIM-BUYER
              END-IF
              PERFORM 420-FIND-PART
              IF WS-PT-FND-IDX > ZERO
                 IF WS-PT-CAT(WS-PT-FND-IDX) NOT = SPACES
                    MOVE WS-PT-CAT(WS-PT-FND-IDX) TO WS-DIM-CAT
                 END-IF
                 IF WS-DIM-PLANT = SPACES
                    MOVE WS-PT-PLANT(WS-PT-FND-IDX) TO WS-DIM-PLANT
                 END-IF
                 IF WS-DIM-BUYER = SPACES
                    MOVE WS-PT-BUYER(WS-PT-FND-IDX) TO WS-DIM-BUYER
                 END-IF
              END-IF
           END-IF.
           IF WS-DIM-BUYER NOT = SPACES
              PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
                      UNTIL WS-BUYER-IDX > WS-BUYER-CNT
                 IF WS-BUYER-CODE(WS-BUYER-IDX) = WS-DIM-BUYER
                    MOVE WS-BUYER-DEPT(WS-BUYER-IDX) TO WS-DIM-DEPT
                 END-IF
              END-PERFORM
           END-IF.
           IF SUPPMAST-IS-OPEN
              MOVE WS-DIM-SUPP TO WS-MRG-BOOKED
              MOVE ZERO TO WS-MRG-HOPS
              MOVE 'N' TO WS-MRG-DONE-SW
              PERFORM 455-READ-DIM-SUPPLIER
                 UNTIL MRG-DONE OR WS-MRG-HOPS > 5
              IF WS-DIM-SUPP NOT = WS-MRG-BOOKED
                 ADD +1 TO WS-FOLD-CNT
              END-IF
           END-IF.

       455-READ-DIM-SUPPLIER.
      *> a code retired by a merge hands its spend to the survivor -
      *> the cube row and its classification are the survivor's
           MOVE 'Y' TO WS-MRG-DONE-SW.
           MOVE WS-DIM-SUPP TO SUPPMAST-KEY.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              KEY IS SUPPMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WS-SM-OWN-CLASS TO WS-DIM-CLASS
                 IF SM-RETIRED AND WS-SM-MERGED-TO NOT = SPACES
                    MOVE WS-SM-MERGED-TO TO WS-DIM-SUPP
                    MOVE 'N' TO WS-MRG-DONE-SW
                    ADD +1 TO WS-MRG-HOPS
                 END-IF
           END-READ.

       460-ADD-TO-CUBE.
           MOVE ZERO TO WS-CB-FND-IDX.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-CNT OR WS-CB-FND-IDX > ZERO
              IF WS-CB-KEY(WS-CB-IDX) = WS-DIM-KEY
                 MOVE WS-CB-IDX TO WS-CB-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-CB-FND-IDX = ZERO
              IF WS-CB-CNT < WS-CB-MAX
                 ADD +1 TO WS-CB-CNT
                 MOVE WS-DIM-KEY TO WS-CB-KEY(WS-CB-CNT)
                 MOVE ZERO TO WS-CB-LOCAL(WS-CB-CNT)
                              WS-CB-USD(WS-CB-CNT)
                              WS-CB-TXNS(WS-CB-CNT)
                 MOVE WS-CB-CNT TO WS-CB-FND-IDX
              ELSE
                 DISPLAY 'SPNDCUBE: CUBE TABLE FULL AT ' WS-DIM-KEY
              END-IF
           END-IF.
           IF WS-CB-FND-IDX > ZERO
              ADD WS-AMT-LOCAL TO WS-CB-LOCAL(WS-CB-FND-IDX)
              ADD WS-AMT-USD   TO WS-CB-USD(WS-CB-FND-IDX)
              ADD +1           TO WS-CB-TXNS(WS-CB-FND-IDX)
           END-IF.

       500-CUBE-RNI.
      *> received-not-invoiced - the received quantity nobody has
      *> billed us for yet, at the PO price, same as GLEXT accrues
           IF WS-OR-RCV-QTY(WS-OR-IDX) > ZERO AND
              NOT OR-CANCELLED(WS-OR-IDX)
              MOVE ZERO TO WS-INV-QTY-FOR-PO
              PERFORM 505-SUM-INVOICED-QTY
                      VARYING WS-IR-IDX FROM 1 BY 1
                      UNTIL WS-IR-IDX > WS-IR-CNT
              COMPUTE WS-RNI-QTY =
                 WS-OR-RCV-QTY(WS-OR-IDX) - WS-INV-QTY-FOR-PO
              IF WS-RNI-QTY > ZERO
                 ADD +1 TO WS-RNI-ROW-CNT
                 MOVE WS-OR-IDX TO WS-OR-SAVE-IDX
                 MOVE 'RNI '                 TO WS-DIM-TYPE
                 MOVE WS-OR-SUPP(WS-OR-IDX)  TO WS-DIM-SUPP
                 MOVE WS-OR-CURR(WS-OR-IDX)  TO WS-DIM-CURR
                 MOVE WS-OR-PO(WS-OR-IDX)    TO WS-LKP-PO
                 MOVE WS-OR-PART(WS-OR-IDX)  TO WS-LKP-PART
                 COMPUTE WS-AMT-LOCAL ROUNDED =
                    WS-RNI-QTY * WS-OR-PRICE(WS-OR-IDX)
                 MOVE WS-OR-CURR(WS-OR-IDX) TO WS-LKP-CURR
                 MOVE WS-MONTH-END TO WS-RATE-DATE
                 PERFORM 440-LOOKUP-RATE-AT-DATE
                 COMPUTE WS-AMT-USD ROUNDED =
                    WS-AMT-LOCAL / WS-CURR-RATE
                 ADD WS-AMT-USD TO WS-RNI-USD-TOT
      *> the dimension lookup walks the open-PO table with its own
      *> subscript - the row being cubed is put back afterwards
                 PERFORM 450-SET-DIMENSIONS
                 MOVE WS-OR-SAVE-IDX TO WS-OR-IDX
                 PERFORM 460-ADD-TO-CUBE
              END-IF
           END-IF.

       505-SUM-INVOICED-QTY.
           IF WS-IR-ROW-PO(WS-IR-IDX) = WS-OR-PO(WS-OR-IDX) AND
              WS-IR-ROW-PART(WS-IR-IDX) = WS-OR-PART(WS-OR-IDX)
              ADD WS-IR-ROW-QTY(WS-IR-IDX) TO WS-INV-QTY-FOR-PO
           END-IF.

       600-WRITE-CUBE.
      *> one delimited row per cube cell, RPTDEL style
           MOVE WS-CB-KEY(WS-CB-IDX)   TO WS-CB-OUT.
           MOVE WS-CB-LOCAL(WS-CB-IDX) TO WS-DEL-LOCAL.
           MOVE WS-CB-USD(WS-CB-IDX)   TO WS-DEL-USD.
           MOVE WS-CB-TXNS(WS-CB-IDX)  TO WS-DEL-TXNS.
           MOVE SPACES TO WS01-DELIM-LINE.
           STRING
              FUNCTION TRIM(WS-CB-OUT-SUPP)      DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-CLASS)     DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-CAT)       DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-PLANT)     DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-BUYER)     DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-DEPT)      DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-CURR)      DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              WS-EXT-MONTH                        DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-CB-OUT-TYPE)      DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-LOCAL)        DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-USD)          DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-TXNS)         DELIMITED BY SIZE
           INTO WS01-DELIM-LINE
           END-STRING.
           WRITE DELIMITED-RECORD FROM WS01-DELIM-LINE.
           ADD +1 TO WS-DEL-CNT.

       900-WRAP-UP.
      *> control-total trailer - the load proves it got every row
      *> and every dollar
           COMPUTE WS-ALL-USD-TOT = WS-PAID-USD-TOT + WS-RNI-USD-TOT.
           MOVE WS-DEL-CNT      TO WS-DEL-ROWS.
           MOVE WS-PAID-USD-TOT TO WS-DEL-PAID-TOT.
           MOVE WS-RNI-USD-TOT  TO WS-DEL-RNI-TOT.
           MOVE WS-ALL-USD-TOT  TO WS-DEL-ALL-TOT.
           MOVE SPACES TO WS01-DELIM-LINE.
           STRING
              'TRL'                               DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              WS-EXT-MONTH                        DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-ROWS)         DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-PAID-TOT)     DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-RNI-TOT)      DELIMITED BY SIZE
              ','                                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-DEL-ALL-TOT)      DELIMITED BY SIZE
           INTO WS01-DELIM-LINE
           END-STRING.
           WRITE DELIMITED-RECORD FROM WS01-DELIM-LINE.
           DISPLAY 'SPNDCUBE PAYMENTS READ ........ ' WS-PAY-CNT.
           DISPLAY 'SPNDCUBE PAYMENTS IN MONTH .... ' WS-PAY-MONTH-CNT.
           DISPLAY 'SPNDCUBE PAID WITH NO REGISTER  ' WS-NOREG-CNT.
           DISPLAY 'SPNDCUBE PAID WITH NO OPEN PO . ' WS-NOPO-CNT.
           DISPLAY 'SPNDCUBE RNI ORDER ROWS ....... ' WS-RNI-ROW-CNT.
           DISPLAY 'SPNDCUBE CARRIED TO SURVIVOR .. ' WS-FOLD-CNT.
           DISPLAY 'SPNDCUBE CUBE ROWS WRITTEN .... ' WS-DEL-CNT.
           IF SUPPMAST-IS-OPEN
              CLOSE SUPPMAST-FILE
           END-IF.
           CLOSE PAYHIST-FILE, DELIMITED-FILE.

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
