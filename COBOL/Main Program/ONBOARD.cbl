       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ONBOARD.
      * **************************************************
      * ONBOARD WALKS EVERY PROSPECTIVE SUPPLIER THROUGH THE
      * ONBOARDING CHECKLIST BEFORE THE FIRST ORDER CAN GO TO IT.
      * SUPMAINT PUTS A NEW SUPPLIER ON THE MASTER PENDING, AND
      * PRTSUPP REJECTS ANY ORDER TO A PENDING SUPPLIER (S092E).
      * EACH WEEKLY RUN IT:
      *   - APPLIES PROCUREMENT'S AND COMPLIANCE'S TRANSACTIONS - A
      *     PROSPECT OPENED WITH ITS BUYER AND THE CERTIFICATE TYPES
      *     QUALITY WANTS FROM IT, THE DENIED-PARTY SCREEN SIGNED
      *     OFF BY COMPLIANCE, OR A PROSPECT WITHDRAWN
      *   - OPENS A CHECKLIST ON ITS OWN FOR ANY PENDING SUPPLIER ON
      *     THE MASTER THAT HAS NONE, SO NOBODY WAITS UNSEEN
      *   - CHECKS EVERY OPEN CHECKLIST ITEM BY ITEM:
      *       TAX    - A 9-DIGIT TAX ID ON THE SUPPLIER MASTER AND
      *                THE 1099 FLAG DECIDED (Y OR N)
      *       BANK   - A SUPBANK ROW WHOSE PRENOTE WENT OUT AT LEAST
      *                WS-BANK-HOLD-DAYS AGO, THE SAME WINDOW PAYRUN
      *                HOLDS A CHANGED ACCOUNT TO CHECKS FOR
      *       CERT   - EACH CERTIFICATE TYPE NAMED ON THE CHECKLIST
      *                ON CERTMST AND IN DATE; WITH NONE NAMED, AT
      *                LEAST ONE CERTIFICATE ON FILE AND NO REQUIRED
      *                ONE EXPIRED
      *       SCREEN - COMPLIANCE'S SIGN-OFF, AND NO POSSIBLE OR
      *                CONFIRMED HIT ON THE DPSCREEN STATUS FILE.  A
      *                CONFIRMED HIT STOPS THE CHECKLIST FOR GOOD
      *   - WHEN THE LAST ITEM IS DONE, CLOSES THE CHECKLIST AND
      *     WRITES A SUPMAINT CHANGE TRANSACTION RELEASING THE
      *     SUPPLIER - THE JOB FEEDS IT TO SUPMAINT BEHIND THE DAY'S
      *     OWN SUPPLIER TRANSACTIONS.  THE RELEASE NAMES 'ONBOARD' AS
      *     ITS OPERATOR ON THE SUPPLIER CHANGE HISTORY
      *   - PRINTS THE PIPELINE FOR PROCUREMENT: EVERY PROSPECT STILL
      *     OPEN, DAYS SINCE IT OPENED, WHICH ITEMS ARE DONE AND THE
      *     ONE IT IS STUCK ON
      * UT-C-ONBMAST = ONBOARDING CHECKLIST (KEYED ON SUPPLIER,
      *                UPDATED IN PLACE)
      * UT-C-ONBTRAN = PROCUREMENT/COMPLIANCE TRANSACTIONS
      * UT-C-SUPPMAST= SUPPLIER MASTER (KEYED, READ ONLY)
      * UT-C-SUPBANK = SUPPLIER BANKING FILE
      * UT-C-CERTMST = CERTIFICATION FILE
      * UT-C-DPSTAT  = DENIED-PARTY SCREENING STATUS FILE
      * UT-C-ONBREL  = RELEASE TRANSACTIONS FOR SUPMAINT
      * UT-C-ONBRPT  = ACTIVITY + PIPELINE REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBMAST-FILE ASSIGN TO UT-C-ONBMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ONBMAST-KEY
           FILE STATUS  IS ONBMAST-ST.
           SELECT ONBTRAN-FILE ASSIGN TO UT-C-ONBTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ONBTRAN-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT SUPBANK-FILE ASSIGN TO UT-C-SUPBANK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPBANK-ST.
           SELECT CERTMST-FILE ASSIGN TO UT-C-CERTMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CERTMST-ST.
           SELECT DPSTAT-FILE ASSIGN TO UT-C-DPSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DPSTAT-ST.
           SELECT ONBREL-FILE ASSIGN TO UT-C-ONBREL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ONBREL-ST.
           SELECT ONBRPT-FILE ASSIGN TO UT-C-ONBRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ONBRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD ONBMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 ONBMAST-RECORD.
           05 ONBMAST-KEY         PIC X(10).
           05 FILLER              PIC X(110).
       FD ONBTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ONBTRAN-RECORD      PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD SUPBANK-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01 SUPBANK-RECORD      PIC X(140).
       FD CERTMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CERTMST-RECORD      PIC X(80).
       FD DPSTAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DPSTAT-RECORD       PIC X(80).
       FD ONBREL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ONBREL-RECORD       PIC X(80).
       FD ONBRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ONBRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-TRAN-REJ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-MAN-OPEN-CNT         PIC 9(08) VALUE ZERO.
       77 WS-AUTO-OPEN-CNT        PIC 9(08) VALUE ZERO.
       77 WS-SIGN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-WITHDRAW-CNT         PIC 9(08) VALUE ZERO.
       77 WS-COMPLETE-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RELEASE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-DENIED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PIPE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-STALL-CNT            PIC 9(08) VALUE ZERO.

      * ONBOARDING RULES - DAYS A PRENOTE NEEDS TO COME BACK FROM
      * THE BANK (SAME AS PAYRUN'S HOLD), AND DAYS IN THE PIPELINE
      * BEFORE A PROSPECT IS FLAGGED STALLED ON THE REPORT
       77 WS-BANK-HOLD-DAYS       PIC 9(03) VALUE 10.
       77 WS-STALL-DAYS           PIC 9(03) VALUE 30.

       77 WS-TODAY-INT            PIC 9(09) VALUE ZERO.
       77 WS-DAYS-OPEN            PIC 9(05) VALUE ZERO.
       77 WS-SIGN-DATE            PIC 9(08) VALUE ZERO.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.
       77 WS-OB-FOUND             PIC X(01) VALUE 'N'.
           88 OB-ON-FILE          VALUE 'Y'.
       77 WS-SM-FOUND             PIC X(01) VALUE 'N'.
           88 SM-FOUND            VALUE 'Y'.

      * ONE SWITCH PER CHECKLIST ITEM FOR THE PROSPECT ON HAND
       77 WS-TAX-SW               PIC X(01) VALUE 'N'.
           88 TAX-OK              VALUE 'Y'.
       77 WS-BANK-SW              PIC X(01) VALUE 'N'.
           88 BANK-OK             VALUE 'Y'.
       77 WS-CERT-SW              PIC X(01) VALUE 'N'.
           88 CERT-OK             VALUE 'Y'.
       77 WS-SCREEN-SW            PIC X(01) VALUE 'N'.
           88 SCREEN-OK           VALUE 'Y'.
       77 WS-DENY-SW              PIC X(01) VALUE 'N'.
           88 DENY-CONFIRMED      VALUE 'Y'.

           COPY ONBMAST.

      * THE ONE SUPPLIER MASTER RECORD ON HAND - SAME ROW LAYOUT
      * SUPMAINT MAINTAINS
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
               88 SM-PENDING      VALUE 'P'.
           05 FILLER              PIC X(15) VALUE SPACES.

      * ONE PROCUREMENT/COMPLIANCE TRANSACTION
      *   'O' OPEN A PROSPECT   - SUPPLIER, NAME, BUYER, UP TO THREE
      *                           CERTIFICATE TYPES QUALITY REQUIRES
      *   'S' SCREEN SIGNED OFF - SUPPLIER, DATE, COMPLIANCE OPERATOR
      *   'W' WITHDRAW          - SUPPLIER
      * A BLANK DATE IS THE RUN DATE
       01 WS-TRN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-OPEN        VALUE 'O'.
               88 TRN-SCREEN      VALUE 'S'.
               88 TRN-WITHDRAW    VALUE 'W'.
           05 WS-TRN-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-TRN-SUPP-NAME    PIC X(15) VALUE SPACES.
           05 WS-TRN-BUYER        PIC X(03) VALUE SPACES.
           05 WS-TRN-CERT-TYPES   PIC X(12) VALUE SPACES.
           05 WS-TRN-DATE         PIC X(08) VALUE SPACES.
           05 WS-TRN-DATE-N REDEFINES WS-TRN-DATE PIC 9(08).
           05 WS-TRN-OPER         PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(23) VALUE SPACES.

      * THE RELEASE - A SUPMAINT CHANGE TRANSACTION CARRYING ONLY
      * THE CODE AND ONBOARD-STATUS 'A', EVERY OTHER FIELD BLANK SO
      * THE MASTER VALUES STAND
       01 WS-REL-DETAIL.
           05 WS-REL-ACTION       PIC X(01) VALUE 'C'.
           05 WS-REL-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 WS-REL-ONB          PIC X(01) VALUE 'A'.
           05 WS-REL-OPERATOR     PIC X(08) VALUE 'ONBOARD'.
           05 FILLER              PIC X(06) VALUE SPACES.

      * BANKING ROWS - SUPPLIER AND PRENOTE DATE, SAME ROW LAYOUT
      * BANKMNT WRITES
       77 WS-BK-MAX               PIC 9(5) VALUE 5000.
       77 WS-BK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-BK-IDX               PIC 9(5) VALUE ZERO.
       01 WS-BK-DETAIL.
           05 WS-BK-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-BK-ROUTING       PIC X(09) VALUE SPACES.
           05 WS-BK-ACCOUNT       PIC X(17) VALUE SPACES.
           05 WS-BK-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-BK-CALLBACK-DATE PIC 9(08) VALUE ZERO.
           05 WS-BK-CHG-OPER      PIC X(08) VALUE SPACES.
           05 WS-BK-PRENOTE-DATE  PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(72) VALUE SPACES.
       01 WS-BK-TBL.
           05 WS-BK-ROW OCCURS 5000 TIMES.
               10 WS-BK-ROW-SUPP      PIC X(10).
               10 WS-BK-ROW-PRENOTE   PIC 9(08).

      * CERTIFICATES - SAME ROW LAYOUT CERTMNT KEEPS
       77 WS-CT-MAX               PIC 9(5) VALUE 5000.
       77 WS-CT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-CT-TYPE-IDX          PIC 9(5) VALUE ZERO.
       77 WS-CT-ON-FILE-CNT       PIC 9(5) VALUE ZERO.
       77 WS-CT-TYPE-FOUND        PIC X(01) VALUE 'N'.
           88 CT-TYPE-FOUND       VALUE 'Y'.
       01 WS-CT-DETAIL.
           05 WS-CT-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-CT-CERT-TYPE     PIC X(04) VALUE SPACES.
           05 WS-CT-CERT-NUMBER   PIC X(15) VALUE SPACES.
           05 WS-CT-EXPIRY-DATE   PIC 9(08) VALUE ZERO.
           05 WS-CT-REQUIRED      PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(42) VALUE SPACES.
       01 WS-CT-TBL.
           05 WS-CT-ROW OCCURS 5000 TIMES.
               10 WS-CT-ROW-SUPP  PIC X(10).
               10 WS-CT-ROW-TYPE  PIC X(04).
               10 WS-CT-ROW-EXP   PIC 9(08).
               10 WS-CT-ROW-REQ   PIC X(01).

      * DENIED-PARTY HITS STILL POSSIBLE OR CONFIRMED - CLEARED
      * HITS ARE NOT KEPT
       77 WS-DH-MAX               PIC 9(5) VALUE 2000.
       77 WS-DH-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DH-IDX               PIC 9(5) VALUE ZERO.
           COPY DPSTAT.
       01 WS-DH-TBL.
           05 WS-DH-ROW OCCURS 2000 TIMES.
               10 WS-DH-SUPP      PIC X(10).
               10 WS-DH-STATUS    PIC X(01).

      * SAME CEEDAYS DATE-VALIDATION BOILERPLATE SUPMAINT USES
       01 WS-PICSTR-IN.
          10 WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
          10 WS-PICSTR-LTH-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
          10 WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
          10 WS-DATE-IN-STR-CEE   PIC X(8).
       77 WS-DATE-OUT-CEE         PIC X(08) VALUE SPACES.
       01 WS-FC.
          10 FC-SEV               PIC S9(4) COMP.
          10 FC-MSG               PIC S9(4) COMP.
          10 FC-CTW               PIC X.
          10 FC-FAC               PIC X(3).
          10 FC-ISI               PIC S9(8) COMP.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'ONBOARD'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 ONBMAST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-ONBMAST       VALUE 'Y'.
           05 ONBMAST-ST                PIC X(02).
               88 ONBMAST-OK            VALUE '00'.
               88 ONBMAST-NO-FILE       VALUE '35'.
           05 ONBTRAN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-ONBTRAN       VALUE 'Y'.
           05 ONBTRAN-ST                PIC X(02).
               88 ONBTRAN-OK            VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 SUPBANK-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPBANK       VALUE 'Y'.
           05 SUPBANK-ST                PIC X(02).
               88 SUPBANK-OK            VALUE '00'.
           05 CERTMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CERTMST       VALUE 'Y'.
           05 CERTMST-ST                PIC X(02).
               88 CERTMST-OK            VALUE '00'.
           05 DPSTAT-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DPSTAT        VALUE 'Y'.
           05 DPSTAT-ST                 PIC X(02).
               88 DPSTAT-OK             VALUE '00'.
           05 ONBREL-ST                 PIC X(02).
               88 ONBREL-OK             VALUE '00'.
           05 ONBRPT-ST                 PIC X(02).
               88 ONBRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
           05 FILLER PIC X(132) VALUE ALL "-".
       01 RPT-LINE-TITLE.
             10 RPT-TITLE      PIC X(40) VALUE SPACES.
             10 FILLER         PIC X(04) VALUE SPACES.
             10 FILLER         PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE   PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(68) VALUE SPACES.
       01 RPT-LINE-ACT-HDR.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Name'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Action'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(35) VALUE SPACES.
       01 RPT-LINE-ACT.
             10 RPT-AC-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-NAME     PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-AC-ACTION   PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-AC-RESULT   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-MESSAGE  PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(37) VALUE SPACES.
       01 RPT-LINE-PL-HDR.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Name'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Byr'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Opened'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Tax'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Bank'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Cert'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Screen'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(30) VALUE 'Stuck On'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Flag'.
             10 FILLER    PIC X(16) VALUE SPACES.
       01 RPT-LINE-PL.
             10 RPT-PL-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-NAME     PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-BUYER    PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-OPENED   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-DAYS     PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-TAX      PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-BANK     PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-CERT     PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-SCREEN   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-STUCK    PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PL-FLAG     PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(16) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-ONBTRAN.
           PERFORM 500-OPEN-FROM-MASTER.
           PERFORM 600-CHECK-PIPELINE.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-BANK.
           PERFORM 220-LOAD-CERTS.
           PERFORM 230-LOAD-DP-HITS.
           MOVE 'ONBOARDING ACTIVITY' TO RPT-TITLE.
           WRITE ONBRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE ONBRPT-RECORD FROM RPT-LINE-0.
           WRITE ONBRPT-RECORD FROM RPT-LINE-ACT-HDR.
           WRITE ONBRPT-RECORD FROM RPT-LINE-PAGE.

       200-OPEN-FILES.
           OPEN INPUT ONBTRAN-FILE
              IF NOT ONBTRAN-OK
                 DISPLAY 'Input ONBTRAN File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ONBREL-FILE
              IF NOT ONBREL-OK
                 DISPLAY 'Output ONBREL File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ONBRPT-FILE
              IF NOT ONBRPT-OK
                 DISPLAY 'Output ONBRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the checklist opens for keyed update - a missing one is not
      *> an error, the very first run of this step creates it
           OPEN I-O ONBMAST-FILE.
           IF ONBMAST-NO-FILE
              DISPLAY 'ONBMAST NOT FOUND - STARTING A NEW '
                      'ONBOARDING CHECKLIST'
              OPEN OUTPUT ONBMAST-FILE
              CLOSE ONBMAST-FILE
              OPEN I-O ONBMAST-FILE
           END-IF.
           IF NOT ONBMAST-OK
              DISPLAY 'Open ONBMAST File Error ' ONBMAST-ST
              GO TO 999-ERR-RTN
           END-IF.

       210-LOAD-BANK.
      *> no banking file means no prenote has gone out for anyone -
      *> the bank item simply stays open
           OPEN INPUT SUPBANK-FILE.
           IF SUPBANK-OK
              PERFORM 215-LOAD-ONE-BANK-ROW UNTIL NO-MORE-SUPBANK
              CLOSE SUPBANK-FILE
           ELSE
              DISPLAY 'SUPBANK NOT FOUND - NO PRENOTES ON FILE'
           END-IF.

       215-LOAD-ONE-BANK-ROW.
           READ SUPBANK-FILE INTO WS-BK-DETAIL
              AT END MOVE 'Y' TO SUPBANK-EOF
           END-READ.
           IF NOT NO-MORE-SUPBANK AND WS-BK-CNT < WS-BK-MAX
              ADD +1 TO WS-BK-CNT
              MOVE WS-BK-SUPP-CODE    TO WS-BK-ROW-SUPP(WS-BK-CNT)
              IF WS-BK-PRENOTE-DATE IS NUMERIC
                 MOVE WS-BK-PRENOTE-DATE
                      TO WS-BK-ROW-PRENOTE(WS-BK-CNT)
              ELSE
                 MOVE ZERO TO WS-BK-ROW-PRENOTE(WS-BK-CNT)
              END-IF
           END-IF.

       220-LOAD-CERTS.
           OPEN INPUT CERTMST-FILE.
           IF CERTMST-OK
              PERFORM 225-LOAD-ONE-CERT UNTIL NO-MORE-CERTMST
              CLOSE CERTMST-FILE
           ELSE
              DISPLAY 'CERTMST NOT FOUND - NO CERTIFICATES ON FILE'
           END-IF.

       225-LOAD-ONE-CERT.
           READ CERTMST-FILE INTO WS-CT-DETAIL
              AT END MOVE 'Y' TO CERTMST-EOF
           END-READ.
           IF NOT NO-MORE-CERTMST AND WS-CT-CNT < WS-CT-MAX
              ADD +1 TO WS-CT-CNT
              MOVE WS-CT-SUPP-CODE   TO WS-CT-ROW-SUPP(WS-CT-CNT)
              MOVE WS-CT-CERT-TYPE   TO WS-CT-ROW-TYPE(WS-CT-CNT)
              MOVE WS-CT-EXPIRY-DATE TO WS-CT-ROW-EXP(WS-CT-CNT)
              MOVE WS-CT-REQUIRED    TO WS-CT-ROW-REQ(WS-CT-CNT)
           END-IF.

       230-LOAD-DP-HITS.
      *> without the screening status file nothing can be signed
      *> off as clear - the screen item stays open for everyone
           OPEN INPUT DPSTAT-FILE.
           IF DPSTAT-OK
              PERFORM 235-LOAD-ONE-HIT UNTIL NO-MORE-DPSTAT
              CLOSE DPSTAT-FILE
           ELSE
              DISPLAY 'DPSTAT NOT FOUND - DENIED-PARTY SCREEN ITEMS '
                      'HELD OPEN'
              MOVE 'Y' TO DPSTAT-EOF
           END-IF.

       235-LOAD-ONE-HIT.
           READ DPSTAT-FILE INTO WS-DP-DETAIL
              AT END MOVE 'Y' TO DPSTAT-EOF
           END-READ.
           IF NOT NO-MORE-DPSTAT AND (DP-POSSIBLE OR DP-CONFIRMED)
              IF WS-DH-CNT < WS-DH-MAX
                 ADD +1 TO WS-DH-CNT
                 MOVE WS-DP-SUPP-CODE TO WS-DH-SUPP(WS-DH-CNT)
                 MOVE WS-DP-STATUS    TO WS-DH-STATUS(WS-DH-CNT)
              END-IF
           END-IF.

       300-READ-TRAN.
           READ ONBTRAN-FILE INTO WS-TRN-DETAIL
              AT END
              MOVE 'Y' TO ONBTRAN-EOF.

       310-READ-CHECKLIST.
           MOVE 'N' TO WS-OB-FOUND.
           READ ONBMAST-FILE INTO WS-OB-DETAIL
              KEY IS ONBMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-OB-FOUND
           END-READ.

       320-READ-SUPPLIER.
           MOVE 'N' TO WS-SM-FOUND.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              KEY IS SUPPMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SM-FOUND
           END-READ.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-EDIT-TRAN THRU 410-EDIT-EXIT.
           IF TRAN-IN-ERROR
              ADD +1 TO WS-TRAN-REJ-CNT
              MOVE WS-TRN-SUPP-NAME TO RPT-AC-NAME
              MOVE 'REJECTED'       TO RPT-AC-RESULT
           ELSE
              EVALUATE TRUE
                 WHEN TRN-OPEN
                    PERFORM 450-OPEN-PROSPECT
                    ADD +1 TO WS-MAN-OPEN-CNT
                 WHEN TRN-SCREEN
                    MOVE WS-SIGN-DATE  TO WS-OB-SCREEN-SIGNED
                    MOVE WS-TRN-OPER   TO WS-OB-SCREEN-OPER
                    PERFORM 490-REWRITE-CHECKLIST
                    ADD +1 TO WS-SIGN-CNT
                    MOVE 'DENIED-PARTY SCREEN SIGNED OFF'
                         TO WS-TRAN-MSG
                 WHEN TRN-WITHDRAW
                    MOVE 'W' TO WS-OB-STATUS
                    MOVE WS01-CURR-DATE-N TO WS-OB-CLOSE-DATE
                    PERFORM 490-REWRITE-CHECKLIST
                    ADD +1 TO WS-WITHDRAW-CNT
                    MOVE 'PROSPECT WITHDRAWN - CHECKLIST CLOSED'
                         TO WS-TRAN-MSG
              END-EVALUATE
              MOVE WS-OB-SUPP-NAME TO RPT-AC-NAME
              MOVE 'ACCEPTED'      TO RPT-AC-RESULT
           END-IF.
           MOVE WS-TRN-SUPP-CODE TO RPT-AC-SUPP.
           MOVE WS-TRN-ACTION    TO RPT-AC-ACTION.
           MOVE WS-TRAN-MSG      TO RPT-AC-MESSAGE.
           WRITE ONBRPT-RECORD FROM RPT-LINE-ACT.
           PERFORM 300-READ-TRAN.

       410-EDIT-TRAN.
      *> first edit that fails carries the transaction's reject
      *> message, SUPMAINT style
           IF NOT (TRN-OPEN OR TRN-SCREEN OR TRN-WITHDRAW)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'ON01E ACTION must be O, S or W.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-SUPP-CODE = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'ON02E SUPPLIER-CODE can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           MOVE WS-TRN-SUPP-CODE TO ONBMAST-KEY.
           PERFORM 310-READ-CHECKLIST.
           IF TRN-OPEN
              IF WS-TRN-BUYER = SPACES
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'ON03E BUYER is required to open.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
      *> a withdrawn prospect can be opened again from the start
              IF OB-ON-FILE AND NOT OB-WITHDRAWN
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE SPACES TO WS-TRAN-MSG
                 STRING 'ON04E Supplier already has a checklist - '
                            DELIMITED BY SIZE
                        'status ' DELIMITED BY SIZE
                        WS-OB-STATUS DELIMITED BY SIZE
                        '.' DELIMITED BY SIZE
                        INTO WS-TRAN-MSG
                 END-STRING
                 GO TO 410-EDIT-EXIT
              END-IF
              MOVE WS-TRN-SUPP-CODE TO SUPPMAST-KEY
              PERFORM 320-READ-SUPPLIER
              IF SM-FOUND AND NOT SM-PENDING
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'ON05E Supplier is already active on the master.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              GO TO 410-EDIT-EXIT
           END-IF.
           IF NOT OB-ON-FILE OR NOT OB-OPEN
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'ON06E No open checklist for this supplier.'
                   TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF TRN-SCREEN
              IF WS-TRN-OPER = SPACES
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'ON07E OPERATOR is required to sign off.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              IF WS-TRN-DATE = SPACES
                 MOVE WS01-CURR-DATE-N TO WS-SIGN-DATE
              ELSE
                 MOVE WS-TRN-DATE TO WS-DATE-IN-STR-CEE
                 CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                      WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                      WS-FC
                 IF WS-TRN-DATE NOT NUMERIC OR FC-SEV NOT = ZERO OR
                    WS-TRN-DATE-N > WS01-CURR-DATE-N
                    MOVE 'Y' TO WS-TRAN-ERR-SW
                    MOVE 'ON08E Invalid Date in SCREEN-DATE.'
                         TO WS-TRAN-MSG
                    GO TO 410-EDIT-EXIT
                 END-IF
                 MOVE WS-TRN-DATE-N TO WS-SIGN-DATE
              END-IF
           END-IF.
       410-EDIT-EXIT.
           EXIT.

       450-OPEN-PROSPECT.
      *> a new checklist, or a withdrawn one started over - every
      *> item open, the name from the master when it is not keyed
           INITIALIZE WS-OB-DETAIL.
           MOVE WS-TRN-SUPP-CODE  TO WS-OB-SUPP-CODE.
           MOVE WS-TRN-SUPP-NAME  TO WS-OB-SUPP-NAME.
           IF WS-OB-SUPP-NAME = SPACES AND SM-FOUND
              MOVE WS-SM-NAME TO WS-OB-SUPP-NAME
           END-IF.
           MOVE WS-TRN-BUYER      TO WS-OB-BUYER.
           MOVE WS-TRN-CERT-TYPES TO WS-OB-CERT-TYPES.
           MOVE WS01-CURR-DATE-N  TO WS-OB-OPEN-DATE.
           MOVE 'O'               TO WS-OB-STATUS.
           MOVE WS-OB-SUPP-CODE   TO ONBMAST-KEY.
           IF OB-ON-FILE
              REWRITE ONBMAST-RECORD FROM WS-OB-DETAIL
                 INVALID KEY
                    DISPLAY 'ONBMAST REWRITE ERROR ' ONBMAST-ST
                            ' FOR ' WS-OB-SUPP-CODE
              END-REWRITE
              MOVE 'WITHDRAWN PROSPECT REOPENED - CHECKLIST RESET'
                   TO WS-TRAN-MSG
           ELSE
              WRITE ONBMAST-RECORD FROM WS-OB-DETAIL
                 INVALID KEY
                    DISPLAY 'ONBMAST WRITE ERROR ' ONBMAST-ST
                            ' FOR ' WS-OB-SUPP-CODE
              END-WRITE
              MOVE 'PROSPECT OPENED - CHECKLIST STARTED'
                   TO WS-TRAN-MSG
           END-IF.

       490-REWRITE-CHECKLIST.
           MOVE WS-OB-SUPP-CODE TO ONBMAST-KEY.
           REWRITE ONBMAST-RECORD FROM WS-OB-DETAIL
              INVALID KEY
                 DISPLAY 'ONBMAST REWRITE ERROR ' ONBMAST-ST
                         ' FOR ' WS-OB-SUPP-CODE
           END-REWRITE.

       500-OPEN-FROM-MASTER.
      *> a supplier SUPMAINT added pending, with no checklist yet,
      *> gets one opened here - procurement fills in the buyer and
      *> certificate types by withdrawing and reopening it
           MOVE LOW-VALUES TO SUPPMAST-KEY.
           START SUPPMAST-FILE KEY IS >= SUPPMAST-KEY
              INVALID KEY MOVE 'Y' TO SUPPMAST-EOF
           END-START.
           PERFORM 510-CHECK-ONE-SUPPLIER UNTIL NO-MORE-SUPPMAST.

       510-CHECK-ONE-SUPPLIER.
           READ SUPPMAST-FILE NEXT RECORD INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-PENDING
              MOVE WS-SM-CODE TO ONBMAST-KEY
              PERFORM 310-READ-CHECKLIST
              IF NOT OB-ON-FILE
                 INITIALIZE WS-OB-DETAIL
                 MOVE WS-SM-CODE       TO WS-OB-SUPP-CODE
                 MOVE WS-SM-NAME       TO WS-OB-SUPP-NAME
                 MOVE WS01-CURR-DATE-N TO WS-OB-OPEN-DATE
                 MOVE 'O'              TO WS-OB-STATUS
                 MOVE WS-OB-SUPP-CODE  TO ONBMAST-KEY
                 WRITE ONBMAST-RECORD FROM WS-OB-DETAIL
                    INVALID KEY
                       DISPLAY 'ONBMAST WRITE ERROR ' ONBMAST-ST
                               ' FOR ' WS-OB-SUPP-CODE
                 END-WRITE
                 ADD +1 TO WS-AUTO-OPEN-CNT
                 MOVE WS-OB-SUPP-CODE TO RPT-AC-SUPP
                 MOVE WS-OB-SUPP-NAME TO RPT-AC-NAME
                 MOVE 'O'             TO RPT-AC-ACTION
                 MOVE 'AUTO'          TO RPT-AC-RESULT
                 MOVE 'PENDING ON THE MASTER - CHECKLIST STARTED'
                      TO RPT-AC-MESSAGE
                 WRITE ONBRPT-RECORD FROM RPT-LINE-ACT
              END-IF
           END-IF.

       600-CHECK-PIPELINE.
      *> every open checklist is checked item by item, then listed
      *> with the first item it is still waiting on
           WRITE ONBRPT-RECORD FROM RPT-LINE-0.
           MOVE 'SUPPLIER ONBOARDING PIPELINE' TO RPT-TITLE.
           WRITE ONBRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE ONBRPT-RECORD FROM RPT-LINE-0.
           WRITE ONBRPT-RECORD FROM RPT-LINE-PL-HDR.
           WRITE ONBRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'N' TO ONBMAST-EOF.
           MOVE LOW-VALUES TO ONBMAST-KEY.
           START ONBMAST-FILE KEY IS >= ONBMAST-KEY
              INVALID KEY MOVE 'Y' TO ONBMAST-EOF
           END-START.
           PERFORM 610-CHECK-ONE-PROSPECT UNTIL NO-MORE-ONBMAST.

       610-CHECK-ONE-PROSPECT.
           READ ONBMAST-FILE NEXT RECORD INTO WS-OB-DETAIL
              AT END MOVE 'Y' TO ONBMAST-EOF
           END-READ.
           IF NOT NO-MORE-ONBMAST AND OB-OPEN
              MOVE WS-OB-SUPP-CODE TO SUPPMAST-KEY
              PERFORM 320-READ-SUPPLIER
              PERFORM 620-CHECK-TAX
              PERFORM 630-CHECK-BANK
              PERFORM 640-CHECK-CERTS
              PERFORM 650-CHECK-SCREEN
              PERFORM 660-DATE-ITEMS
              PERFORM 670-CLOSE-IF-DONE THRU 670-CLOSE-EXIT
              REWRITE ONBMAST-RECORD FROM WS-OB-DETAIL
                 INVALID KEY
                    DISPLAY 'ONBMAST REWRITE ERROR ' ONBMAST-ST
                            ' FOR ' WS-OB-SUPP-CODE
              END-REWRITE
              PERFORM 700-WRITE-PIPELINE-LINE
           END-IF.

       620-CHECK-TAX.
           MOVE 'N' TO WS-TAX-SW.
           IF SM-FOUND AND WS-SM-TAX-ID IS NUMERIC AND
              WS-SM-TAX-ID NOT = '000000000' AND
              (WS-SM-FLAG-1099 = 'Y' OR WS-SM-FLAG-1099 = 'N')
              MOVE 'Y' TO WS-TAX-SW
           END-IF.

       630-CHECK-BANK.
      *> the prenote has to have had the same time to come back that
      *> PAYRUN gives a changed account before paying it by ACH
           MOVE 'N' TO WS-BANK-SW.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT OR BANK-OK
              IF WS-BK-ROW-SUPP(WS-BK-IDX) = WS-OB-SUPP-CODE AND
                 WS-BK-ROW-PRENOTE(WS-BK-IDX) > ZERO
                 IF WS-TODAY-INT - FUNCTION INTEGER-OF-DATE
                    (WS-BK-ROW-PRENOTE(WS-BK-IDX)) >= WS-BANK-HOLD-DAYS
                    MOVE 'Y' TO WS-BANK-SW
                 END-IF
              END-IF
           END-PERFORM.

       640-CHECK-CERTS.
      *> with certificate types named, every one has to be on file
      *> and in date; with none named, something has to be on file
      *> and nothing the supplier is required to hold may be expired
           MOVE 'Y' TO WS-CERT-SW.
           MOVE ZERO TO WS-CT-ON-FILE-CNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-CNT
              IF WS-CT-ROW-SUPP(WS-CT-IDX) = WS-OB-SUPP-CODE
                 ADD +1 TO WS-CT-ON-FILE-CNT
                 IF WS-CT-ROW-REQ(WS-CT-IDX) = 'Y' AND
                    WS-CT-ROW-EXP(WS-CT-IDX) > ZERO AND
                    WS-CT-ROW-EXP(WS-CT-IDX) < WS01-CURR-DATE-N
                    MOVE 'N' TO WS-CERT-SW
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CT-ON-FILE-CNT = ZERO
              MOVE 'N' TO WS-CERT-SW
           END-IF.
           PERFORM 645-CHECK-ONE-CERT-TYPE
                   VARYING WS-CT-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-CT-TYPE-IDX > 3.

       645-CHECK-ONE-CERT-TYPE.
           IF WS-OB-CERT-TYPE(WS-CT-TYPE-IDX) NOT = SPACES
              MOVE 'N' TO WS-CT-TYPE-FOUND
              PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                      UNTIL WS-CT-IDX > WS-CT-CNT OR CT-TYPE-FOUND
                 IF WS-CT-ROW-SUPP(WS-CT-IDX) = WS-OB-SUPP-CODE AND
                    WS-CT-ROW-TYPE(WS-CT-IDX) =
                       WS-OB-CERT-TYPE(WS-CT-TYPE-IDX) AND
                    WS-CT-ROW-EXP(WS-CT-IDX) >= WS01-CURR-DATE-N
                    MOVE 'Y' TO WS-CT-TYPE-FOUND
                 END-IF
              END-PERFORM
              IF NOT CT-TYPE-FOUND
                 MOVE 'N' TO WS-CERT-SW
              END-IF
           END-IF.

       650-CHECK-SCREEN.
      *> compliance's sign-off only counts while no hit on the
      *> supplier is waiting for review or confirmed
           MOVE 'N' TO WS-DENY-SW.
           MOVE 'N' TO WS-SCREEN-SW.
           IF WS-OB-SCREEN-SIGNED > ZERO AND DPSTAT-OK
              MOVE 'Y' TO WS-SCREEN-SW
           END-IF.
           PERFORM VARYING WS-DH-IDX FROM 1 BY 1
                   UNTIL WS-DH-IDX > WS-DH-CNT
              IF WS-DH-SUPP(WS-DH-IDX) = WS-OB-SUPP-CODE
                 MOVE 'N' TO WS-SCREEN-SW
                 IF WS-DH-STATUS(WS-DH-IDX) = 'C'
                    MOVE 'Y' TO WS-DENY-SW
                 END-IF
              END-IF
           END-PERFORM.

       660-DATE-ITEMS.
      *> an item keeps the date it was first found done, and loses
      *> it again if it lapses before the checklist closes
           IF TAX-OK
              IF WS-OB-TAX-DONE = ZERO
                 MOVE WS01-CURR-DATE-N TO WS-OB-TAX-DONE
              END-IF
           ELSE
              MOVE ZERO TO WS-OB-TAX-DONE
           END-IF.
           IF BANK-OK
              IF WS-OB-BANK-DONE = ZERO
                 MOVE WS01-CURR-DATE-N TO WS-OB-BANK-DONE
              END-IF
           ELSE
              MOVE ZERO TO WS-OB-BANK-DONE
           END-IF.
           IF CERT-OK
              IF WS-OB-CERT-DONE = ZERO
                 MOVE WS01-CURR-DATE-N TO WS-OB-CERT-DONE
              END-IF
           ELSE
              MOVE ZERO TO WS-OB-CERT-DONE
           END-IF.
           IF SCREEN-OK
              IF WS-OB-SCREEN-DONE = ZERO
                 MOVE WS01-CURR-DATE-N TO WS-OB-SCREEN-DONE
              END-IF
           ELSE
              MOVE ZERO TO WS-OB-SCREEN-DONE
           END-IF.

       670-CLOSE-IF-DONE.
      *> a confirmed denied party never completes; a full checklist
      *> releases the supplier through SUPMAINT - one already active
      *> on the master needs no release
           IF DENY-CONFIRMED
              MOVE 'D' TO WS-OB-STATUS
              MOVE WS01-CURR-DATE-N TO WS-OB-CLOSE-DATE
              ADD +1 TO WS-DENIED-CNT
              GO TO 670-CLOSE-EXIT
           END-IF.
           IF TAX-OK AND BANK-OK AND CERT-OK AND SCREEN-OK
              MOVE 'C' TO WS-OB-STATUS
              MOVE WS01-CURR-DATE-N TO WS-OB-CLOSE-DATE
              ADD +1 TO WS-COMPLETE-CNT
              IF SM-FOUND AND SM-PENDING
                 MOVE WS-OB-SUPP-CODE TO WS-REL-SUPP-CODE
                 WRITE ONBREL-RECORD FROM WS-REL-DETAIL
                 ADD +1 TO WS-RELEASE-CNT
              END-IF
           END-IF.
       670-CLOSE-EXIT.
           EXIT.

       700-WRITE-PIPELINE-LINE.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -
              FUNCTION INTEGER-OF-DATE(WS-OB-OPEN-DATE).
           MOVE WS-OB-SUPP-CODE TO RPT-PL-SUPP.
           MOVE WS-OB-SUPP-NAME TO RPT-PL-NAME.
           MOVE WS-OB-BUYER     TO RPT-PL-BUYER.
           MOVE WS-OB-OPEN-DATE TO RPT-PL-OPENED.
           MOVE WS-DAYS-OPEN    TO RPT-PL-DAYS.
           MOVE '----' TO RPT-PL-TAX, RPT-PL-BANK, RPT-PL-CERT,
                          RPT-PL-SCREEN.
           IF TAX-OK
              MOVE 'DONE' TO RPT-PL-TAX
           END-IF.
           IF BANK-OK
              MOVE 'DONE' TO RPT-PL-BANK
           END-IF.
           IF CERT-OK
              MOVE 'DONE' TO RPT-PL-CERT
           END-IF.
           IF SCREEN-OK
              MOVE 'DONE' TO RPT-PL-SCREEN
           END-IF.
           MOVE SPACES TO RPT-PL-FLAG.
           EVALUATE TRUE
              WHEN OB-DENIED
                 MOVE 'CONFIRMED DENIED PARTY - STOP' TO RPT-PL-STUCK
              WHEN OB-COMPLETE
                 MOVE 'COMPLETE - RELEASED' TO RPT-PL-STUCK
              WHEN NOT TAX-OK
                 MOVE 'TAX ID / 1099 FLAG' TO RPT-PL-STUCK
              WHEN NOT BANK-OK
                 MOVE 'BANK PRENOTE' TO RPT-PL-STUCK
              WHEN NOT CERT-OK
                 MOVE 'CERTIFICATES' TO RPT-PL-STUCK
              WHEN OTHER
                 MOVE 'DENIED-PARTY SCREEN' TO RPT-PL-STUCK
           END-EVALUATE.
           IF OB-OPEN
              ADD +1 TO WS-PIPE-CNT
              IF WS-DAYS-OPEN > WS-STALL-DAYS
                 MOVE 'STALLED' TO RPT-PL-FLAG
                 ADD +1 TO WS-STALL-CNT
              END-IF
           END-IF.
           WRITE ONBRPT-RECORD FROM RPT-LINE-PL.

       900-WRAP-UP.
           WRITE ONBRPT-RECORD FROM RPT-LINE-0.
           WRITE ONBRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-REJ-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PROSPECTS OPENED BY HAND..... ' TO RPT-SUM-LABEL.
           MOVE WS-MAN-OPEN-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PROSPECTS OPENED FROM MASTER. ' TO RPT-SUM-LABEL.
           MOVE WS-AUTO-OPEN-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SCREENS SIGNED OFF........... ' TO RPT-SUM-LABEL.
           MOVE WS-SIGN-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PROSPECTS WITHDRAWN.......... ' TO RPT-SUM-LABEL.
           MOVE WS-WITHDRAW-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHECKLISTS COMPLETED......... ' TO RPT-SUM-LABEL.
           MOVE WS-COMPLETE-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RELEASES WRITTEN FOR SUPMAINT ' TO RPT-SUM-LABEL.
           MOVE WS-RELEASE-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'STOPPED AS DENIED PARTIES.... ' TO RPT-SUM-LABEL.
           MOVE WS-DENIED-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PROSPECTS STILL IN PIPELINE.. ' TO RPT-SUM-LABEL.
           MOVE WS-PIPE-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PROSPECTS STALLED............ ' TO RPT-SUM-LABEL.
           MOVE WS-STALL-CNT TO RPT-SUM-CNT.
           WRITE ONBRPT-RECORD FROM RPT-LINE-5.
           WRITE ONBRPT-RECORD FROM RPT-LINE-4.
           CLOSE ONBTRAN-FILE, ONBMAST-FILE, SUPPMAST-FILE,
                 ONBREL-FILE, ONBRPT-FILE.

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
