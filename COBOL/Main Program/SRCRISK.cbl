       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SRCRISK.
      * **************************************************
      * SRCRISK IS THE SOURCING-RISK REPORT FOR THE ANNUAL SOURCING
      * STRATEGY REVIEW - WHICH PARTS HANG ON ONE SUPPLIER AND HOW
      * MUCH OF OUR SPEND HANGS ON EACH SUPPLIER.  IT PRINTS:
      *   - EVERY SINGLE-SOURCED PART (NO ALTERNATE SOURCE RECORD ON
      *     THE LATEST GPARTSUP GENERATION) WITH ITS SPEND OVER THE
      *     LAST TWELVE MONTHS, ITS LEAD TIME, AND WHETHER THE ONE
      *     SUPPLIER IS FOREIGN (AN ADDRESS OUTSIDE THE US), ON
      *     QUALITY PROBATION (AN OPEN SCAR ON SCARTRK'S MASTER OR
      *     THE LOWEST QUALITY RATING ON THE SUPPLIER MASTER) OR
      *     HOLDING AN EXPIRED REQUIRED CERTIFICATION ON CERTMNT'S
      *     FILE
      *   - THE SUPPLIERS RANKED BY THEIR SHARE OF TOTAL SPEND
      *   - EACH SUPPLIER'S SHARE OF EACH PART CATEGORY'S SPEND
      * SPEND IS THE NET PAID ON PAYHIST IN THE LAST TWELVE MONTHS,
      * LESS VOIDS AND REVERSALS.  A PAYMENT REACHES A PART THROUGH
      * ITS PO NUMBER ON GPARTSUP; ONE WHOSE PO IS NOT ON THE
      * GENERATION STILL COUNTS TO THE SUPPLIER, UNDER CATEGORY '**'.
      * INTER-PLANT TRANSFER RECORDS ARE NOT SOURCES AND ARE SKIPPED.
      * A PAYMENT TO A CODE SUPMAINT HAS SINCE RETIRED BY MERGING IT
      * INTO ANOTHER COUNTS TO THE SURVIVING CODE'S SHARE - ONE
      * COMPANY, ONE LINE IN THE RANKING.
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-PAYHIST = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-SUPPMAST= SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-SCARMST = SCAR MASTER MAINTAINED BY SCARTRK
      * UT-C-CERTMST = CERTIFICATION FILE MAINTAINED BY CERTMNT
      * UT-C-SRCRPT  = SOURCING-RISK REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT SCARMST-FILE ASSIGN TO UT-C-SCARMST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SCARMST-KEY
           FILE STATUS  IS SCARMST-ST.
           SELECT CERTMST-FILE ASSIGN TO UT-C-CERTMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CERTMST-ST.
           SELECT SRCRPT-FILE ASSIGN TO UT-C-SRCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SRCRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD SCARMST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 SCARMST-RECORD.
           05 SCARMST-KEY         PIC X(08).
           05 FILLER              PIC X(192).
       FD CERTMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CERTMST-RECORD      PIC X(80).
       FD SRCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 SRCRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-HIST-CNT             PIC 9(08) VALUE ZERO.
       77 WS-HIT-CNT              PIC 9(08) VALUE ZERO.
       77 WS-UNTRACED-CNT         PIC 9(08) VALUE ZERO.
       77 WS-SINGLE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-RANK                 PIC 9(05) VALUE ZERO.
       77 WS-SPAD-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-ADDR       PIC 9(01) VALUE 4.
       77 WS-PURO-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-PO         PIC 9(01) VALUE 5.
       77 WS-TODAY-INT            PIC 9(09) VALUE ZERO.
       77 WS-SPEND-FROM           PIC 9(08) VALUE ZERO.
       77 WS-PAY-AMT              PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-SPEND          PIC S9(13)V99 VALUE ZERO.
       77 WS-SINGLE-SPEND         PIC S9(13)V99 VALUE ZERO.
       77 WS-CUM-SPEND            PIC S9(13)V99 VALUE ZERO.
       77 WS-SHARE-PCT            PIC 9(03)V99 VALUE ZERO.
       77 WS-CUM-PCT              PIC 9(03)V99 VALUE ZERO.
       77 WS-LKP-CAT              PIC X(02) VALUE SPACES.
       77 WS-PREV-CAT             PIC X(02) VALUE HIGH-VALUES.
       77 WS-SORT-I               PIC 9(5) VALUE ZERO.
       77 WS-SORT-J               PIC 9(5) VALUE ZERO.
       77 WS-SWAP-SW              PIC X(01) VALUE 'N'.
           88 SWAP-NEEDED         VALUE 'Y'.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * RETIRED SUPPLIER CODES AND THE SURVIVOR EACH WAS MERGED INTO,
      * OFF THE SUPPLIER MASTER - A PAYMENT'S SPEND COUNTS UNDER
      * WS-PAY-SUPP, ITS OWN CODE OR THE SURVIVOR'S
       77 WS-MG-MAX               PIC 9(5) VALUE 2000.
       77 WS-MG-CNT               PIC 9(5) VALUE ZERO.
       77 WS-MG-IDX               PIC 9(5) VALUE ZERO.
       01 WS-MG-TBL.
           05 WS-MG-ROW OCCURS 2000 TIMES.
               10 WS-MG-RETIRED   PIC X(10).
               10 WS-MG-SURVIVOR  PIC X(10).
       77 WS-PAY-SUPP             PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.

      * ONE ROW PER PART ON THE GENERATION - THE FIRST SOURCE SEEN
      * AND WHETHER A SECOND ONE TURNED UP
       77 WS-PT-MAX               PIC 9(5) VALUE 5000.
       77 WS-PT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PT-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 5000 TIMES.
               10 WS-PT-PART      PIC X(23).
               10 WS-PT-NAME      PIC X(14).
               10 WS-PT-CAT       PIC X(02).
               10 WS-PT-LEAD      PIC 9(03).
               10 WS-PT-SUPP      PIC X(10).
               10 WS-PT-MULTI     PIC X(01).
                   88 PT-MULTI-SOURCED VALUE 'Y'.
               10 WS-PT-SPEND     PIC S9(11)V99.

      * PO NUMBER TO PART, OFF THE GENERATION'S ORDER SLOTS - HOW A
      * PAYMENT FINDS ITS PART
       77 WS-PM-MAX               PIC 9(5) VALUE 20000.
       77 WS-PM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PM-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PM-TBL.
           05 WS-PM-ROW OCCURS 20000 TIMES.
               10 WS-PM-PO        PIC X(06).
               10 WS-PM-SUPP      PIC X(10).
               10 WS-PM-PT-IDX    PIC 9(05).

      * ONE ROW PER SUPPLIER - RISK FLAGS AND TWELVE-MONTH SPEND
       77 WS-SP-MAX               PIC 9(5) VALUE 5000.
       77 WS-SP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SP-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-SP-LKP-SUPP          PIC X(10) VALUE SPACES.
       01 WS-SP-TBL.
           05 WS-SP-ROW OCCURS 5000 TIMES.
               10 WS-SP-SUPP      PIC X(10).
               10 WS-SP-NAME      PIC X(15).
               10 WS-SP-FOREIGN   PIC X(01).
               10 WS-SP-PROBATION PIC X(01).
               10 WS-SP-CERT-EXP  PIC X(01).
               10 WS-SP-SPEND     PIC S9(11)V99.
       01 WS-SP-SWAP              PIC X(42).

      * SPEND PER PART CATEGORY, AND PER SUPPLIER WITHIN IT
       77 WS-CT-MAX               PIC 9(5) VALUE 500.
       77 WS-CT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-CT-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-CT-TBL.
           05 WS-CT-ROW OCCURS 500 TIMES.
               10 WS-CT-CAT       PIC X(02).
               10 WS-CT-SPEND     PIC S9(13)V99.
       77 WS-SC-MAX               PIC 9(5) VALUE 10000.
       77 WS-SC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SC-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SC-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SC-TBL.
           05 WS-SC-ROW OCCURS 10000 TIMES.
               10 WS-SC-CAT       PIC X(02).
               10 WS-SC-SUPP      PIC X(10).
               10 WS-SC-SPEND     PIC S9(11)V99.
       01 WS-SC-SWAP              PIC X(25).

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * ONE SUPPLIER MASTER RECORD - SAME LAYOUT SUPMAINT MAINTAINS
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 WS-SM-TYPE          PIC X(01) VALUE SPACES.
           05 WS-SM-RATING        PIC X(01) VALUE SPACES.
               88 SM-LOWEST-QUALITY VALUE '1'.
           05 FILLER              PIC X(37) VALUE SPACES.
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-RETIRED      VALUE 'M'.
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE SCAR - SAME LAYOUT SCARTRK MAINTAINS
           COPY SCARMST.

      * ONE CERTIFICATION ROW - SAME LAYOUT CERTMNT MAINTAINS
       01 WS-CERT-DETAIL.
           05 WS-CERT-SUPP-IN      PIC X(10) VALUE SPACES.
           05 WS-CERT-TYPE-IN      PIC X(04) VALUE SPACES.
           05 WS-CERT-NUM-IN       PIC X(15) VALUE SPACES.
           05 WS-CERT-EXP-IN       PIC 9(08) VALUE ZERO.
           05 WS-CERT-REQ-IN       PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(42) VALUE SPACES.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SRCRISK'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 SCARMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SCARMST       VALUE 'Y'.
           05 SCARMST-ST                PIC X(02).
               88 SCARMST-OK            VALUE '00'.
           05 CERTMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CERTMST       VALUE 'Y'.
           05 CERTMST-ST                PIC X(02).
               88 CERTMST-OK            VALUE '00'.
           05 SRCRPT-ST                 PIC X(02).
               88 SRCRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 RPT-LINE-TITLE.
             10 RPT-TITLE      PIC X(44) VALUE SPACES.
             10 FILLER         PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE   PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(16) VALUE '  SPEND SINCE: '.
             10 RPT-SPEND-FROM PIC 9(08) VALUE ZERO.
             10 FILLER         PIC X(44) VALUE SPACES.

      * SINGLE-SOURCED PARTS
       01 RPT-LINE-SS-HDR.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE 'Part Name'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Cat'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Supplier Name'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '     12-Mth Spend'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Lead Wks'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Foreign'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'Probation'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Cert Exp'.
             10 FILLER    PIC X(05) VALUE SPACES.
       01 RPT-LINE-SS.
             10 RPT-SS-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SS-NAME     PIC X(14) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SS-CAT      PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SS-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SS-SUPP-NAME PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SS-SPEND    PIC ---,---,---,--9.99.
             10 FILLER          PIC X(06) VALUE SPACES.
             10 RPT-SS-LEAD     PIC ZZ9.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-SS-FOREIGN  PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(09) VALUE SPACES.
             10 RPT-SS-PROB     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(09) VALUE SPACES.
             10 RPT-SS-CERT     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE SPACES.

      * SUPPLIER SPEND CONCENTRATION
       01 RPT-LINE-SP-HDR.
             10 FILLER    PIC X(05) VALUE 'Rank'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Supplier Name'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '     12-Mth Spend'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Share %'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Cum %'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Foreign'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'Probation'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Cert Exp'.
             10 FILLER    PIC X(30) VALUE SPACES.
       01 RPT-LINE-SP.
             10 RPT-SP-RANK     PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SP-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SP-NAME     PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SP-SPEND    PIC ---,---,---,--9.99.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-SP-SHARE    PIC ZZ9.99.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-SP-CUM      PIC ZZ9.99.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-SP-FOREIGN  PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(09) VALUE SPACES.
             10 RPT-SP-PROB     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(09) VALUE SPACES.
             10 RPT-SP-CERT     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(34) VALUE SPACES.

      * SUPPLIER SHARE OF EACH PART CATEGORY
       01 RPT-LINE-CT-HDR.
             10 FILLER    PIC X(08) VALUE 'Category'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '     12-Mth Spend'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(16) VALUE 'Share of Categ %'.
             10 FILLER    PIC X(74) VALUE SPACES.
       01 RPT-LINE-CT.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-CT-CAT      PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-CT-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CT-SPEND    PIC ---,---,---,--9.99.
             10 FILLER          PIC X(12) VALUE SPACES.
             10 RPT-CT-SHARE    PIC ZZ9.99.
             10 FILLER          PIC X(74) VALUE SPACES.
       01 RPT-LINE-CT-TOT.
             10 FILLER          PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(10) VALUE 'CATEGORY  '.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CTT-SPEND   PIC ---,---,---,--9.99.
             10 FILLER          PIC X(92) VALUE SPACES.
       01 RPT-LINE-AMT.
             10 RPT-AMT-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-AMT-VAL     PIC ---,---,---,--9.99.
             10 FILLER          PIC X(84) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 210-LOAD-GPARTSUP.
           PERFORM 220-FLAG-SUPPMAST.
           PERFORM 230-FLAG-SCARS.
           PERFORM 240-FLAG-CERTS.
           PERFORM 250-ACCUM-PAYHIST.
           PERFORM 600-PRINT-SINGLE-SOURCE.
           PERFORM 650-PRINT-CONCENTRATION.
           PERFORM 680-PRINT-CATEGORY-SHARE.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
      *> annual spend is the twelve months up to the run date
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           COMPUTE WS-SPEND-FROM =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 364).
           MOVE WS-SPEND-FROM TO RPT-SPEND-FROM.
           OPEN OUTPUT SRCRPT-FILE
              IF NOT SRCRPT-OK
                 DISPLAY 'Output SRCRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-GPARTSUP.
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 400-LOAD-ONE-SOURCE UNTIL NO-MORE-PART-SUPP.
           CLOSE PART-SUPP-FILE.

       220-FLAG-SUPPMAST.
      *> the lowest quality rating is probation; a missing master
      *> leaves the rating side of the flag off, and every payment
      *> under the code it was booked to
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 225-ONE-SUPPMAST UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - PROBATION AND MERGES '
                      'SKIPPED'
           END-IF.

       225-ONE-SUPPMAST.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-LOWEST-QUALITY
              MOVE WS-SM-CODE TO WS-SP-LKP-SUPP
              PERFORM 420-FIND-SUPPLIER
              IF WS-SP-FND-IDX > ZERO
                 MOVE 'Y' TO WS-SP-PROBATION(WS-SP-FND-IDX)
              END-IF
           END-IF.
           IF NOT NO-MORE-SUPPMAST AND SM-RETIRED AND
              WS-SM-MERGED-TO NOT = SPACES AND WS-MG-CNT < WS-MG-MAX
              ADD +1 TO WS-MG-CNT
              MOVE WS-SM-CODE      TO WS-MG-RETIRED(WS-MG-CNT)
              MOVE WS-SM-MERGED-TO TO WS-MG-SURVIVOR(WS-MG-CNT)
           END-IF.

       230-FLAG-SCARS.
      *> a supplier with a SCAR still open is on probation until its
      *> corrective action is verified
           OPEN INPUT SCARMST-FILE.
           IF SCARMST-OK
              PERFORM 235-ONE-SCAR UNTIL NO-MORE-SCARMST
              CLOSE SCARMST-FILE
           ELSE
              DISPLAY 'SCARMST NOT FOUND - SCAR PROBATION SKIPPED'
           END-IF.

       235-ONE-SCAR.
           READ SCARMST-FILE INTO WS-SR-DETAIL
              AT END MOVE 'Y' TO SCARMST-EOF
           END-READ.
           IF NOT NO-MORE-SCARMST AND NOT SR-CLOSED
              MOVE WS-SR-SUPP-CODE TO WS-SP-LKP-SUPP
              PERFORM 420-FIND-SUPPLIER
              IF WS-SP-FND-IDX > ZERO
                 MOVE 'Y' TO WS-SP-PROBATION(WS-SP-FND-IDX)
              END-IF
           END-IF.

       240-FLAG-CERTS.
      *> a required cert past its expiry date, the same test PRTSUPP
      *> warns on
           OPEN INPUT CERTMST-FILE.
           IF CERTMST-OK
              PERFORM 245-ONE-CERT UNTIL NO-MORE-CERTMST
              CLOSE CERTMST-FILE
           ELSE
              DISPLAY 'CERTMST NOT FOUND - CERTIFICATION CHECK '
                      'SKIPPED'
           END-IF.

       245-ONE-CERT.
           READ CERTMST-FILE INTO WS-CERT-DETAIL
              AT END MOVE 'Y' TO CERTMST-EOF
           END-READ.
           IF NOT NO-MORE-CERTMST AND WS-CERT-REQ-IN = 'Y' AND
              WS-CERT-EXP-IN < WS01-CURR-DATE-N
              MOVE WS-CERT-SUPP-IN TO WS-SP-LKP-SUPP
              PERFORM 420-FIND-SUPPLIER
              IF WS-SP-FND-IDX > ZERO
                 MOVE 'Y' TO WS-SP-CERT-EXP(WS-SP-FND-IDX)
              END-IF
           END-IF.

       250-ACCUM-PAYHIST.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 300-READ-PAYHIST
              PERFORM 500-ACCUM-ONE-PAYMENT UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           ELSE
              DISPLAY 'PAYHIST NOT FOUND - NO SPEND TO REPORT'
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

       400-LOAD-ONE-SOURCE.
           ADD +1 TO WS-GPS-CNT.
           IF NOT IN-TRANSFER-ORDER
              PERFORM 410-FIND-PART
              IF WS-PT-FND-IDX > ZERO
      *> an alternate-source record, or the part under a second
      *> supplier, means it is not single-sourced
                 IF (IN-ALT-SOURCE-SEQ NOT = SPACES AND
                     IN-ALT-SOURCE-SEQ NOT = '1') OR
                    IN-SUPPLIER-CODE NOT = WS-PT-SUPP(WS-PT-FND-IDX)
                    MOVE 'Y' TO WS-PT-MULTI(WS-PT-FND-IDX)
                 END-IF
              END-IF
              MOVE IN-SUPPLIER-CODE TO WS-SP-LKP-SUPP
              PERFORM 420-FIND-SUPPLIER
              IF WS-SP-FND-IDX > ZERO
                 IF WS-SP-NAME(WS-SP-FND-IDX) = SPACES
                    MOVE IN-SUPPLIER-NAME TO WS-SP-NAME(WS-SP-FND-IDX)
                 END-IF
                 PERFORM VARYING WS-SPAD-IDX FROM 1 BY 1
                         UNTIL WS-SPAD-IDX >= WS-TABLE-MAX-ADDR
                    IF IN-ADDRESS-1(WS-SPAD-IDX) NOT = SPACES AND
                       IN-ADDR-COUNTRY(WS-SPAD-IDX) NOT = SPACES AND
                       IN-ADDR-COUNTRY(WS-SPAD-IDX) NOT = 'US'
                       MOVE 'Y' TO WS-SP-FOREIGN(WS-SP-FND-IDX)
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM VARYING WS-PURO-IDX FROM 1 BY 1
                      UNTIL WS-PURO-IDX >= WS-TABLE-MAX-PO
                 IF IN-PO-NUMBER(WS-PURO-IDX) NOT = SPACES AND
                    WS-PT-FND-IDX > ZERO AND WS-PM-CNT < WS-PM-MAX
                    ADD +1 TO WS-PM-CNT
                    MOVE IN-PO-NUMBER(WS-PURO-IDX)
                         TO WS-PM-PO(WS-PM-CNT)
                    MOVE IN-SUPPLIER-CODE TO WS-PM-SUPP(WS-PM-CNT)
                    MOVE WS-PT-FND-IDX TO WS-PM-PT-IDX(WS-PM-CNT)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 310-READ-GPARTSUP.

       410-FIND-PART.
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FND-IDX > ZERO
              IF WS-PT-PART(WS-PT-IDX) = IN-PART-NUMBER
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-PT-FND-IDX = ZERO
              IF WS-PT-CNT < WS-PT-MAX
                 ADD +1 TO WS-PT-CNT
                 MOVE IN-PART-NUMBER      TO WS-PT-PART(WS-PT-CNT)
                 MOVE IN-PART-NAME        TO WS-PT-NAME(WS-PT-CNT)
                 MOVE IN-PART-CATEGORY    TO WS-PT-CAT(WS-PT-CNT)
                 MOVE IN-WEEKS-LEAD-TIME  TO WS-PT-LEAD(WS-PT-CNT)
                 MOVE IN-SUPPLIER-CODE    TO WS-PT-SUPP(WS-PT-CNT)
                 MOVE 'N'                 TO WS-PT-MULTI(WS-PT-CNT)
                 MOVE ZERO                TO WS-PT-SPEND(WS-PT-CNT)
      *> an alternate seen before its primary is still a second
      *> source once the primary turns up
                 IF IN-ALT-SOURCE-SEQ NOT = SPACES AND
                    IN-ALT-SOURCE-SEQ NOT = '1'
                    MOVE 'Y' TO WS-PT-MULTI(WS-PT-CNT)
                 END-IF
              ELSE
                 DISPLAY 'SRCRISK: PART TABLE FULL AT '
                         IN-PART-NUMBER
              END-IF
           ELSE
      *> the primary's own lead time and name stand for the part
              IF IN-ALT-SOURCE-SEQ = SPACES OR
                 IN-ALT-SOURCE-SEQ = '1'
                 MOVE IN-WEEKS-LEAD-TIME TO WS-PT-LEAD(WS-PT-FND-IDX)
              END-IF
           END-IF.

       420-FIND-SUPPLIER.
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
              MOVE SPACES TO WS-SP-NAME(WS-SP-CNT)
              MOVE 'N' TO WS-SP-FOREIGN(WS-SP-CNT)
                          WS-SP-PROBATION(WS-SP-CNT)
                          WS-SP-CERT-EXP(WS-SP-CNT)
              MOVE ZERO TO WS-SP-SPEND(WS-SP-CNT)
              MOVE WS-SP-CNT TO WS-SP-FND-IDX
           END-IF.

       500-ACCUM-ONE-PAYMENT.
           ADD +1 TO WS-HIST-CNT.
           IF WS-PH-PAY-DATE >= WS-SPEND-FROM AND
              WS-PH-PAY-DATE <= WS01-CURR-DATE-N
              ADD +1 TO WS-HIT-CNT
              IF PH-IS-REVERSAL
                 COMPUTE WS-PAY-AMT = ZERO - WS-PH-NET-AMT
              ELSE
                 MOVE WS-PH-NET-AMT TO WS-PAY-AMT
              END-IF
              ADD WS-PAY-AMT TO WS-TOTAL-SPEND
              PERFORM 505-RESOLVE-SURVIVOR
              MOVE WS-PAY-SUPP TO WS-SP-LKP-SUPP
              PERFORM 420-FIND-SUPPLIER
              IF WS-SP-FND-IDX > ZERO
                 ADD WS-PAY-AMT TO WS-SP-SPEND(WS-SP-FND-IDX)
              END-IF
      *> the PO carries the payment to its part and the part's
      *> category
              MOVE ZERO TO WS-PM-FND-IDX
              PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                      UNTIL WS-PM-IDX > WS-PM-CNT
                         OR WS-PM-FND-IDX > ZERO
                 IF WS-PM-PO(WS-PM-IDX)   = WS-PH-PO-NUMBER AND
                    WS-PM-SUPP(WS-PM-IDX) = WS-PH-SUPP-CODE
                    MOVE WS-PM-IDX TO WS-PM-FND-IDX
                 END-IF
              END-PERFORM
              IF WS-PM-FND-IDX > ZERO
                 MOVE WS-PM-PT-IDX(WS-PM-FND-IDX) TO WS-PT-IDX
                 ADD WS-PAY-AMT TO WS-PT-SPEND(WS-PT-IDX)
                 MOVE WS-PT-CAT(WS-PT-IDX) TO WS-LKP-CAT
              ELSE
                 ADD +1 TO WS-UNTRACED-CNT
                 MOVE '**' TO WS-LKP-CAT
              END-IF
              PERFORM 510-ADD-CATEGORY-SPEND
           END-IF.
           PERFORM 300-READ-PAYHIST.

       505-RESOLVE-SURVIVOR.
      *> the PO trace to a part stays on the code the order was
      *> placed under; the supplier's share moves to the survivor
           MOVE WS-PH-SUPP-CODE TO WS-PAY-SUPP.
           MOVE ZERO TO WS-MRG-HOPS.
           MOVE 'N' TO WS-MRG-DONE-SW.
           PERFORM 506-FOLLOW-ONE-MERGE
              UNTIL MRG-DONE OR WS-MRG-HOPS > 5.
           IF WS-MRG-HOPS > ZERO
              ADD +1 TO WS-FOLD-CNT
           END-IF.

       506-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-CNT
              IF WS-MG-RETIRED(WS-MG-IDX) = WS-PAY-SUPP
                 MOVE WS-MG-SURVIVOR(WS-MG-IDX) TO WS-PAY-SUPP
                 MOVE 'N' TO WS-MRG-DONE-SW
                 ADD +1 TO WS-MRG-HOPS
                 MOVE WS-MG-CNT TO WS-MG-IDX
              END-IF
           END-PERFORM.

       510-ADD-CATEGORY-SPEND.
           MOVE ZERO TO WS-CT-FND-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-CNT OR WS-CT-FND-IDX > ZERO
              IF WS-CT-CAT(WS-CT-IDX) = WS-LKP-CAT
                 MOVE WS-CT-IDX TO WS-CT-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-CT-FND-IDX = ZERO AND WS-CT-CNT < WS-CT-MAX
              ADD +1 TO WS-CT-CNT
              MOVE WS-LKP-CAT TO WS-CT-CAT(WS-CT-CNT)
              MOVE ZERO TO WS-CT-SPEND(WS-CT-CNT)
              MOVE WS-CT-CNT TO WS-CT-FND-IDX
           END-IF.
           IF WS-CT-FND-IDX > ZERO
              ADD WS-PAY-AMT TO WS-CT-SPEND(WS-CT-FND-IDX)
           END-IF.
           MOVE ZERO TO WS-SC-FND-IDX.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT OR WS-SC-FND-IDX > ZERO
              IF WS-SC-CAT(WS-SC-IDX)  = WS-LKP-CAT AND
                 WS-SC-SUPP(WS-SC-IDX) = WS-PAY-SUPP
                 MOVE WS-SC-IDX TO WS-SC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SC-FND-IDX = ZERO AND WS-SC-CNT < WS-SC-MAX
              ADD +1 TO WS-SC-CNT
              MOVE WS-LKP-CAT      TO WS-SC-CAT(WS-SC-CNT)
              MOVE WS-PAY-SUPP     TO WS-SC-SUPP(WS-SC-CNT)
              MOVE ZERO TO WS-SC-SPEND(WS-SC-CNT)
              MOVE WS-SC-CNT TO WS-SC-FND-IDX
           END-IF.
           IF WS-SC-FND-IDX > ZERO
              ADD WS-PAY-AMT TO WS-SC-SPEND(WS-SC-FND-IDX)
           END-IF.

       600-PRINT-SINGLE-SOURCE.
           MOVE 'SINGLE-SOURCED PARTS' TO RPT-TITLE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.
           WRITE SRCRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.
           WRITE SRCRPT-RECORD FROM RPT-LINE-SS-HDR.
           WRITE SRCRPT-RECORD FROM RPT-LINE-PAGE.
           PERFORM 610-PRINT-ONE-PART
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-4.
           MOVE 'SINGLE-SOURCED SPEND......... ' TO RPT-AMT-LABEL.
           MOVE WS-SINGLE-SPEND TO RPT-AMT-VAL.
           WRITE SRCRPT-RECORD FROM RPT-LINE-AMT.

       610-PRINT-ONE-PART.
           IF NOT PT-MULTI-SOURCED(WS-PT-IDX)
              ADD +1 TO WS-SINGLE-CNT
              ADD WS-PT-SPEND(WS-PT-IDX) TO WS-SINGLE-SPEND
              MOVE WS-PT-PART(WS-PT-IDX)  TO RPT-SS-PART
              MOVE WS-PT-NAME(WS-PT-IDX)  TO RPT-SS-NAME
              MOVE WS-PT-CAT(WS-PT-IDX)   TO RPT-SS-CAT
              MOVE WS-PT-SUPP(WS-PT-IDX)  TO RPT-SS-SUPP
              MOVE WS-PT-SPEND(WS-PT-IDX) TO RPT-SS-SPEND
              MOVE WS-PT-LEAD(WS-PT-IDX)  TO RPT-SS-LEAD
              MOVE WS-PT-SUPP(WS-PT-IDX)  TO WS-SP-LKP-SUPP
              PERFORM 420-FIND-SUPPLIER
              IF WS-SP-FND-IDX > ZERO
                 MOVE WS-SP-NAME(WS-SP-FND-IDX)    TO RPT-SS-SUPP-NAME
                 MOVE WS-SP-FOREIGN(WS-SP-FND-IDX) TO RPT-SS-FOREIGN
                 MOVE WS-SP-PROBATION(WS-SP-FND-IDX) TO RPT-SS-PROB
                 MOVE WS-SP-CERT-EXP(WS-SP-FND-IDX) TO RPT-SS-CERT
              END-IF
              WRITE SRCRPT-RECORD FROM RPT-LINE-SS
           END-IF.

       650-PRINT-CONCENTRATION.
      *> biggest spend to the top - same in-storage bubble sort
      *> QSCORE ranks its scorecard with
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-SP-CNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                      UNTIL WS-SORT-J > WS-SP-CNT - WS-SORT-I
                 IF WS-SP-SPEND(WS-SORT-J) <
                    WS-SP-SPEND(WS-SORT-J + 1)
                    MOVE WS-SP-ROW(WS-SORT-J) TO WS-SP-SWAP
                    MOVE WS-SP-ROW(WS-SORT-J + 1) TO
                         WS-SP-ROW(WS-SORT-J)
                    MOVE WS-SP-SWAP TO WS-SP-ROW(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 'SUPPLIER SPEND CONCENTRATION' TO RPT-TITLE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.
           WRITE SRCRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.
           WRITE SRCRPT-RECORD FROM RPT-LINE-SP-HDR.
           WRITE SRCRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE ZERO TO WS-RANK, WS-CUM-SPEND.
           PERFORM 660-PRINT-ONE-SUPPLIER
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TOTAL SPEND.................. ' TO RPT-AMT-LABEL.
           MOVE WS-TOTAL-SPEND TO RPT-AMT-VAL.
           WRITE SRCRPT-RECORD FROM RPT-LINE-AMT.

       660-PRINT-ONE-SUPPLIER.
      *> a supplier with nothing paid in the year has no share
           IF WS-SP-SPEND(WS-SP-IDX) NOT = ZERO
              ADD +1 TO WS-RANK
              ADD WS-SP-SPEND(WS-SP-IDX) TO WS-CUM-SPEND
              MOVE ZERO TO WS-SHARE-PCT, WS-CUM-PCT
              IF WS-TOTAL-SPEND > ZERO AND
                 WS-SP-SPEND(WS-SP-IDX) > ZERO
                 COMPUTE WS-SHARE-PCT ROUNDED =
                    WS-SP-SPEND(WS-SP-IDX) * 100 / WS-TOTAL-SPEND
              END-IF
              IF WS-TOTAL-SPEND > ZERO AND WS-CUM-SPEND > ZERO
                 COMPUTE WS-CUM-PCT ROUNDED =
                    WS-CUM-SPEND * 100 / WS-TOTAL-SPEND
              END-IF
              MOVE WS-RANK                    TO RPT-SP-RANK
              MOVE WS-SP-SUPP(WS-SP-IDX)      TO RPT-SP-SUPP
              MOVE WS-SP-NAME(WS-SP-IDX)      TO RPT-SP-NAME
              MOVE WS-SP-SPEND(WS-SP-IDX)     TO RPT-SP-SPEND
              MOVE WS-SHARE-PCT               TO RPT-SP-SHARE
              MOVE WS-CUM-PCT                 TO RPT-SP-CUM
              MOVE WS-SP-FOREIGN(WS-SP-IDX)   TO RPT-SP-FOREIGN
              MOVE WS-SP-PROBATION(WS-SP-IDX) TO RPT-SP-PROB
              MOVE WS-SP-CERT-EXP(WS-SP-IDX)  TO RPT-SP-CERT
              WRITE SRCRPT-RECORD FROM RPT-LINE-SP
           END-IF.

       680-PRINT-CATEGORY-SHARE.
      *> category order, biggest supplier first inside each one
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-SC-CNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                      UNTIL WS-SORT-J > WS-SC-CNT - WS-SORT-I
                 MOVE 'N' TO WS-SWAP-SW
                 IF WS-SC-CAT(WS-SORT-J) > WS-SC-CAT(WS-SORT-J + 1)
                    MOVE 'Y' TO WS-SWAP-SW
                 END-IF
                 IF WS-SC-CAT(WS-SORT-J) = WS-SC-CAT(WS-SORT-J + 1)
                    AND WS-SC-SPEND(WS-SORT-J) <
                        WS-SC-SPEND(WS-SORT-J + 1)
                    MOVE 'Y' TO WS-SWAP-SW
                 END-IF
                 IF SWAP-NEEDED
                    MOVE WS-SC-ROW(WS-SORT-J) TO WS-SC-SWAP
                    MOVE WS-SC-ROW(WS-SORT-J + 1) TO
                         WS-SC-ROW(WS-SORT-J)
                    MOVE WS-SC-SWAP TO WS-SC-ROW(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE 'SUPPLIER SHARE OF EACH PART CATEGORY' TO RPT-TITLE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.
           WRITE SRCRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.
           WRITE SRCRPT-RECORD FROM RPT-LINE-CT-HDR.
           WRITE SRCRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE HIGH-VALUES TO WS-PREV-CAT.
           PERFORM 690-PRINT-ONE-SHARE
                   VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT.
           IF WS-SC-CNT > ZERO
              PERFORM 695-PRINT-CATEGORY-TOTAL
           END-IF.

       690-PRINT-ONE-SHARE.
           IF WS-SC-CAT(WS-SC-IDX) NOT = WS-PREV-CAT
              IF WS-PREV-CAT NOT = HIGH-VALUES
                 PERFORM 695-PRINT-CATEGORY-TOTAL
              END-IF
              MOVE WS-SC-CAT(WS-SC-IDX) TO WS-PREV-CAT
              MOVE ZERO TO WS-CT-FND-IDX
              PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                      UNTIL WS-CT-IDX > WS-CT-CNT
                         OR WS-CT-FND-IDX > ZERO
                 IF WS-CT-CAT(WS-CT-IDX) = WS-PREV-CAT
                    MOVE WS-CT-IDX TO WS-CT-FND-IDX
                 END-IF
              END-PERFORM
           END-IF.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-CT-FND-IDX > ZERO
              IF WS-CT-SPEND(WS-CT-FND-IDX) > ZERO AND
                 WS-SC-SPEND(WS-SC-IDX) > ZERO
                 COMPUTE WS-SHARE-PCT ROUNDED =
                    WS-SC-SPEND(WS-SC-IDX) * 100 /
                    WS-CT-SPEND(WS-CT-FND-IDX)
              END-IF
           END-IF.
           MOVE WS-SC-CAT(WS-SC-IDX)   TO RPT-CT-CAT.
           MOVE WS-SC-SUPP(WS-SC-IDX)  TO RPT-CT-SUPP.
           MOVE WS-SC-SPEND(WS-SC-IDX) TO RPT-CT-SPEND.
           MOVE WS-SHARE-PCT           TO RPT-CT-SHARE.
           WRITE SRCRPT-RECORD FROM RPT-LINE-CT.

       695-PRINT-CATEGORY-TOTAL.
           IF WS-CT-FND-IDX > ZERO
              MOVE WS-CT-SPEND(WS-CT-FND-IDX) TO RPT-CTT-SPEND
              WRITE SRCRPT-RECORD FROM RPT-LINE-CT-TOT
           END-IF.
           WRITE SRCRPT-RECORD FROM RPT-LINE-0.

       900-WRAP-UP.
           WRITE SRCRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'GPARTSUP RECORDS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-GPS-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PARTS ON THE GENERATION...... ' TO RPT-SUM-LABEL.
           MOVE WS-PT-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PARTS SINGLE-SOURCED......... ' TO RPT-SUM-LABEL.
           MOVE WS-SINGLE-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENTS READ................ ' TO RPT-SUM-LABEL.
           MOVE WS-HIST-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENTS IN THE YEAR......... ' TO RPT-SUM-LABEL.
           MOVE WS-HIT-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENTS NOT TRACED TO A PART ' TO RPT-SUM-LABEL.
           MOVE WS-UNTRACED-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENTS CARRIED TO SURVIVOR. ' TO RPT-SUM-LABEL.
           MOVE WS-FOLD-CNT TO RPT-SUM-CNT.
           WRITE SRCRPT-RECORD FROM RPT-LINE-5.
           CLOSE SRCRPT-FILE.

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
