       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BANKMNT.
      * **************************************************
      * BANKMNT IS THE BATCH MAINTENANCE STEP FOR THE SUPPLIER
      * BANKING FILE PAYRUN LOADS TO CHOOSE ACH OVER CHECK.  TREASURY
      * FEEDS ADD/CHANGE/DELETE TRANSACTIONS THROUGH HERE INSTEAD OF
      * HAND-EDITING THE FILE, SAME SHAPE AS SUPMAINT:
      *   - EVERY TRANSACTION NAMES THE OPERATOR KEYING IT, WHO MUST
      *     BE AN ACTIVE OPERATOR ON THE SECURITY MASTER
      *   - AN ADD OR CHANGE OF ROUTING/ACCOUNT MUST CARRY THE DATE
      *     TREASURY CALLED THE SUPPLIER BACK ON A NUMBER ALREADY ON
      *     FILE TO VERIFY IT - THE DEFENCE AGAINST THE "WE CHANGED
      *     BANKS" LETTER
      *   - EVERY CHANGE IS LOGGED BEFORE AND AFTER, WITH WHO, WHEN
      *     AND THE CALLBACK DATE, AND EVERY BANKING FIELD IT MOVES
      *     ALSO GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG FOR
      *     THE MONTHLY CHANGE REVIEW
      *   - EVERY NEW OR CHANGED ACCOUNT GETS A ZERO-DOLLAR PRENOTE
      *     ROW FOR THE BANK, AND THE ROW'S CHANGE DATE KEEPS PAYRUN
      *     PAYING THAT SUPPLIER BY CHECK UNTIL THE PRENOTE HAS HAD
      *     TIME TO COME BACK
      * A FOREIGN SUPPLIER IS SET UP FOR WIRES INSTEAD - ITS BANK'S
      * SWIFT/BIC, ITS IBAN (OR, WHERE ITS COUNTRY HAS NO IBAN, THE
      * LOCAL ACCOUNT NUMBER SUCH AS A MEXICAN CLABE) AND, WHEN THE
      * SUPPLIER WILL ONLY TAKE ITS OWN CURRENCY, THE CURRENCY TO PAY
      * IN.  A ROW WITH A SWIFT/BIC IS PAID BY WIRE ON PAYRUN, NEEDS
      * NO ROUTING NUMBER AND GETS NO PRENOTE - THE CALLBACK AND THE
      * SAME PAY-BY-CHECK HOLD ARE ITS CONTROL.  THE BIC IS EDITED
      * FOR SHAPE, AN IBAN FOR ITS MOD-97 CHECK DIGITS AND THE
      * CURRENCY AGAINST THE CURRRATE TABLE.
      * EACH TRANSACTION IS LISTED ACCEPTED/REJECTED ON THE EDIT
      * REPORT, AND THE BANKING FILE IS REWRITTEN AT WRAP-UP.
      * UT-C-BANKTRN = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-SUPBANK = SUPPLIER BANKING FILE (IN, REWRITTEN)
      * UT-C-SUPPMAST= SUPPLIER MASTER (KEYED, READ ONLY)
      * UT-C-OPERSEC = OPERATOR SECURITY MASTER
      * UT-C-BANKLOG = BEFORE/AFTER CHANGE LOG (EXTENDED EVERY RUN)
      * UT-C-PRENOTE = PRENOTE ROWS FOR THE BANK
      * UT-C-BANKMRPT= EDIT REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKTRN-FILE ASSIGN TO UT-C-BANKTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BANKTRN-ST.
           SELECT SUPBANK-FILE ASSIGN TO UT-C-SUPBANK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPBANK-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT OPERSEC-FILE ASSIGN TO UT-C-OPERSEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPERSEC-ST.
           SELECT BANKLOG-FILE ASSIGN TO UT-C-BANKLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BANKLOG-ST.
           SELECT PRENOTE-FILE ASSIGN TO UT-C-PRENOTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PRENOTE-ST.
           SELECT BANKMRPT-FILE ASSIGN TO UT-C-BANKMRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BANKMRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD BANKTRN-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 BANKTRN-RECORD      PIC X(120).
       FD SUPBANK-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01 SUPBANK-RECORD      PIC X(140).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD OPERSEC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 OPERSEC-RECORD      PIC X(80).
       FD BANKLOG-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01 BANKLOG-RECORD      PIC X(140).
       FD PRENOTE-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 PRENOTE-RECORD      PIC X(120).
       FD BANKMRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 BANKMRPT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.
       77 WS-PRENOTE-CNT          PIC 9(08) VALUE ZERO.

      * SUPPLIER BANKING TABLE - SAME ROW LAYOUT PAYRUN LOADS.
      * CHANGE DATE IS THE DAY THE ROUTING OR ACCOUNT LAST CHANGED,
      * WITH THE CALLBACK DATE, THE OPERATOR AND THE PRENOTE DATE
      * THAT WENT WITH THAT CHANGE.  SWIFT/BIC, IBAN AND PAY
      * CURRENCY ARE ONLY KEYED FOR A SUPPLIER PAID BY WIRE - A BLANK
      * PAY CURRENCY MEANS THE WIRE GOES IN US DOLLARS
       77 WS-BK-MAX               PIC 9(5) VALUE 5000.
       77 WS-BK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-BK-IDX               PIC 9(5) VALUE ZERO.
       77 WS-BK-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-BK-DETAIL.
           05 WS-BK-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-BK-ROUTING       PIC X(09) VALUE SPACES.
           05 WS-BK-ACCOUNT       PIC X(17) VALUE SPACES.
           05 WS-BK-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-BK-CALLBACK-DATE PIC 9(08) VALUE ZERO.
           05 WS-BK-CHG-OPER      PIC X(08) VALUE SPACES.
           05 WS-BK-PRENOTE-DATE  PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-BK-SWIFT         PIC X(11) VALUE SPACES.
           05 WS-BK-IBAN          PIC X(34) VALUE SPACES.
           05 WS-BK-PAY-CURR      PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.
       01 WS-BK-TBL.
           05 WS-BK-ROW OCCURS 5000 TIMES.
               10 WS-BK-ROW-SUPP      PIC X(10).
               10 WS-BK-ROW-ROUTING   PIC X(09).
               10 WS-BK-ROW-ACCOUNT   PIC X(17).
               10 WS-BK-ROW-CHG-DATE  PIC 9(08).
               10 WS-BK-ROW-CALLBACK  PIC 9(08).
               10 WS-BK-ROW-CHG-OPER  PIC X(08).
               10 WS-BK-ROW-PRENOTE   PIC 9(08).
               10 FILLER              PIC X(12).
               10 WS-BK-ROW-SWIFT     PIC X(11).
               10 WS-BK-ROW-IBAN      PIC X(34).
               10 WS-BK-ROW-PAY-CURR  PIC X(03).
               10 FILLER              PIC X(12).

      * ONE ADD/CHANGE/DELETE TRANSACTION.  ON A CHANGE, A BLANK
      * ROUTING, ACCOUNT, SWIFT/BIC, IBAN OR PAY CURRENCY MEANS
      * "LEAVE THE FILE VALUE ALONE"
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-DELETE      VALUE 'D'.
           05 WS-TRN-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-TRN-ROUTING      PIC X(09) VALUE SPACES.
           05 WS-TRN-ACCOUNT      PIC X(17) VALUE SPACES.
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 WS-TRN-CALLBACK     PIC X(08) VALUE SPACES.
           05 WS-TRN-CALLBACK-N REDEFINES WS-TRN-CALLBACK
                                  PIC 9(08).
           05 WS-TRN-SWIFT        PIC X(11) VALUE SPACES.
           05 WS-TRN-SWIFT-X REDEFINES WS-TRN-SWIFT.
               10 WS-TRN-SWIFT-BANK  PIC X(04).
               10 WS-TRN-SWIFT-CTRY  PIC X(02).
               10 WS-TRN-SWIFT-LOC   PIC X(02).
               10 WS-TRN-SWIFT-BRCH  PIC X(03).
           05 WS-TRN-IBAN         PIC X(34) VALUE SPACES.
           05 WS-TRN-PAY-CURR     PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE SPACES.

      * ROUTING-NUMBER CHECK DIGIT - WEIGHTS 3,7,1 REPEATED OVER
      * THE NINE DIGITS, THE WEIGHTED SUM MUST END IN ZERO
       01 WS-ABA-ROUTING          PIC X(09) VALUE SPACES.
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05 WS-ABA-D            PIC 9(01) OCCURS 9 TIMES.
       77 WS-ABA-SUM              PIC 9(04) VALUE ZERO.

      * IBAN CHECK - THE FIRST FOUR CHARACTERS MOVED TO THE END,
      * EVERY LETTER TAKEN AS ITS TWO-DIGIT VALUE (A=10 ... Z=35),
      * AND THE WHOLE NUMBER MOD 97 MUST COME TO 1.  THE REMAINDER
      * IS CARRIED ONE CHARACTER AT A TIME SO NO FIELD OVERFLOWS
       01 WS-IBAN-WORK            PIC X(34) VALUE SPACES.
       01 WS-IBAN-CHARS REDEFINES WS-IBAN-WORK.
           05 WS-IBAN-CH          PIC X(01) OCCURS 34 TIMES.
       01 WS-IBAN-ALPHABET        PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-IBAN-LETTERS REDEFINES WS-IBAN-ALPHABET.
           05 WS-IBAN-LETTER      PIC X(01) OCCURS 26 TIMES.
       77 WS-IBAN-LEN             PIC 9(02) VALUE ZERO.
       77 WS-IBAN-IDX             PIC 9(02) VALUE ZERO.
       77 WS-IBAN-LTR-IDX         PIC 9(02) VALUE ZERO.
       77 WS-IBAN-VALUE           PIC 9(02) VALUE ZERO.
       77 WS-IBAN-REM             PIC 9(05) VALUE ZERO.
       77 WS-SWIFT-SPACES         PIC 9(02) VALUE ZERO.
       77 WS-IBAN-BAD-SW          PIC X(01) VALUE 'N'.
           88 IBAN-IS-BAD         VALUE 'Y'.

      * PAY CURRENCY HAS TO BE ONE TREASURY CARRIES A RATE FOR
           COPY CURRRATE.

      * ONE CHANGE-LOG RECORD - A CHANGE WRITES A BEFORE IMAGE ('B')
      * AND AN AFTER IMAGE ('A'); AN ADD ONLY THE AFTER, A DELETE
      * ONLY THE BEFORE
       01 WS-LOG-DETAIL.
           05 WS-LOG-DATE         PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME         PIC 9(06) VALUE ZERO.
           05 WS-LOG-OPERATOR     PIC X(08) VALUE SPACES.
           05 WS-LOG-ACTION       PIC X(01) VALUE SPACES.
           05 WS-LOG-IMAGE        PIC X(01) VALUE SPACES.
               88 LOG-BEFORE      VALUE 'B'.
               88 LOG-AFTER       VALUE 'A'.
           05 WS-LOG-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-LOG-ROUTING      PIC X(09) VALUE SPACES.
           05 WS-LOG-ACCOUNT      PIC X(17) VALUE SPACES.
           05 WS-LOG-CALLBACK     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-LOG-SWIFT        PIC X(11) VALUE SPACES.
           05 WS-LOG-IBAN         PIC X(34) VALUE SPACES.
           05 WS-LOG-PAY-CURR     PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.
       01 WS-LOG-TIME-IN.
           05 WS-LOG-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

      * THE ROW AS FOUND AND AS LEFT BY THE TRANSACTION (SPACES
      * BEFORE AN ADD AND AFTER A DELETE), AND THE FIELD-LEVEL CHANGE
      * HISTORY HANDSHAKE WITH THE SHARED CHGLOG ROUTINE.  AN IBAN
      * IS LONGER THAN A HISTORY VALUE, SO IT IS COMPARED IN FULL AND
      * LOGGED ON ITS FIRST 25 CHARACTERS
       01 WS-BB-DETAIL.
           05 WS-BB-SUPP          PIC X(10) VALUE SPACES.
           05 WS-BB-ROUTING       PIC X(09) VALUE SPACES.
           05 WS-BB-ACCOUNT       PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(44) VALUE SPACES.
           05 WS-BB-SWIFT         PIC X(11) VALUE SPACES.
           05 WS-BB-IBAN          PIC X(34) VALUE SPACES.
           05 WS-BB-PAY-CURR      PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.
       01 WS-BA-DETAIL.
           05 WS-BA-SUPP          PIC X(10) VALUE SPACES.
           05 WS-BA-ROUTING       PIC X(09) VALUE SPACES.
           05 WS-BA-ACCOUNT       PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(44) VALUE SPACES.
           05 WS-BA-SWIFT         PIC X(11) VALUE SPACES.
           05 WS-BA-IBAN          PIC X(34) VALUE SPACES.
           05 WS-BA-PAY-CURR      PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.
       77 WS-CH-LONG-SW           PIC X(01) VALUE 'N'.
           88 CH-LONG-MOVED       VALUE 'Y'.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

      * ONE PRENOTE ROW - SAME DELIMITED ROW PAYRUN PUTS ON THE ACH
      * EXTRACT, AT ZERO DOLLARS AND WITH PRENOTE FOR THE REFERENCE
       77 WS01-PRENOTE-LINE       PIC X(120) VALUE SPACES.
       77 WS-WIRE-ROW-SW          PIC X(01) VALUE 'N'.
           88 WIRE-ROW            VALUE 'Y'.
       77 WS-WIRE-SET-CNT         PIC 9(08) VALUE ZERO.

      * OPERATOR SECURITY MASTER, LOADED ONCE AT STARTUP - SAME
      * TABLE SHAPE RJCTCORR SIGNS ON AGAINST
       77 WS-OSEC-MAX             PIC 9(03) VALUE 200.
       77 WS-OSEC-CNT             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-IDX             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-FND-IDX         PIC 9(03) VALUE ZERO.
       77 WS-OSEC-FOUND           PIC X(01) VALUE 'N'.
           88 OSEC-FOUND          VALUE 'Y'.
       01 WS-OSEC-DETAIL.
           05 WS-OSEC-ID          PIC X(08) VALUE SPACES.
           05 WS-OSEC-NAME        PIC X(20) VALUE SPACES.
           05 WS-OSEC-ROLE        PIC X(01) VALUE SPACES.
           05 WS-OSEC-ACTIVE      PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE SPACES.
       01 WS-OSEC-TBL.
           05 WS-OSEC-ROW OCCURS 200 TIMES.
               10 WS-OSEC-ROW-ID     PIC X(08).
               10 WS-OSEC-ROW-NAME   PIC X(20).
               10 WS-OSEC-ROW-ROLE   PIC X(01).
               10 WS-OSEC-ROW-ACTIVE PIC X(01).

      * EDIT RESULT FOR THE TRANSACTION ON HAND
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.
       77 WS-BK-FOUND             PIC X(01) VALUE 'N'.
           88 BK-FOUND            VALUE 'Y'.
       77 WS-SM-FOUND             PIC X(01) VALUE 'N'.
           88 SM-FOUND            VALUE 'Y'.
       77 WS-SM-OPEN-SW           PIC X(01) VALUE 'N'.
           88 SM-IS-OPEN          VALUE 'Y'.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'BANKMNT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 BANKTRN-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-BANKTRN     VALUE 'Y'.
           05 BANKTRN-ST              PIC X(02).
               88 BANKTRN-OK          VALUE '00'.
           05 SUPBANK-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPBANK     VALUE 'Y'.
           05 SUPBANK-ST              PIC X(02).
               88 SUPBANK-OK          VALUE '00'.
           05 SUPPMAST-ST             PIC X(02).
               88 SUPPMAST-OK         VALUE '00'.
           05 OPERSEC-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-OPERSEC     VALUE 'Y'.
           05 OPERSEC-ST              PIC X(02).
               88 OPERSEC-OK          VALUE '00'.
           05 BANKLOG-ST              PIC X(02).
               88 BANKLOG-OK          VALUE '00'.
           05 PRENOTE-ST              PIC X(02).
               88 PRENOTE-OK          VALUE '00'.
           05 BANKMRPT-ST             PIC X(02).
               88 BANKMRPT-OK         VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(34) VALUE
                'SUPPLIER BANKING MAINTENANCE      '.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(06) VALUE 'Action'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(13) VALUE 'Supplier Code'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Operator'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Callback'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result  '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(24) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION     PIC X(01) VALUE SPACES.
             10 FILLER         PIC X(08) VALUE SPACES.
             10 RPT-SUPP-CODE  PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(06) VALUE SPACES.
             10 RPT-OPERATOR   PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-CALLBACK   PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-RESULT     PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-MESSAGE    PIC X(50) VALUE SPACES.
             10 FILLER         PIC X(24) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(26) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-BANKTRN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-BANK-DETAILS.
           PERFORM 220-LOAD-OPERSEC.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-0.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-1.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT BANKTRN-FILE
              IF NOT BANKTRN-OK
                 DISPLAY 'Input BANKTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT BANKMRPT-FILE
              IF NOT BANKMRPT-OK
                 DISPLAY 'Output BANKMRPT File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PRENOTE-FILE
              IF NOT PRENOTE-OK
                 DISPLAY 'Output PRENOTE File Error'
                 GO TO 999-ERR-RTN.
      *> the change log is permanent - every run appends, and the
      *> very first run starts the file
           OPEN EXTEND BANKLOG-FILE.
           IF NOT BANKLOG-OK
              OPEN OUTPUT BANKLOG-FILE
              IF NOT BANKLOG-OK
                 DISPLAY 'Output BANKLOG File Error'
                 GO TO 999-ERR-RTN.
      *> the supplier master is only probed to keep bank details off
      *> suppliers procurement never set up - no master, no probe
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              MOVE 'Y' TO WS-SM-OPEN-SW
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - SUPPLIER CHECK SKIPPED'
           END-IF.

       210-LOAD-BANK-DETAILS.
      *> a missing file is not an error - the first run starts it
           MOVE ZERO TO WS-BK-CNT.
           OPEN INPUT SUPBANK-FILE.
           IF SUPBANK-OK
              PERFORM 215-LOAD-ONE-BANK-ROW UNTIL NO-MORE-SUPBANK
              CLOSE SUPBANK-FILE
           ELSE
              DISPLAY 'SUPBANK NOT FOUND - STARTING A NEW '
                      'SUPPLIER BANKING FILE'
           END-IF.

       215-LOAD-ONE-BANK-ROW.
           READ SUPBANK-FILE INTO WS-BK-DETAIL
              AT END MOVE 'Y' TO SUPBANK-EOF
           END-READ.
           IF NOT NO-MORE-SUPBANK AND WS-BK-CNT < WS-BK-MAX
              ADD +1 TO WS-BK-CNT
              MOVE WS-BK-DETAIL TO WS-BK-ROW(WS-BK-CNT)
           END-IF.

       220-LOAD-OPERSEC.
      *> without the security master nobody can be held to a change,
      *> which is the point
           OPEN INPUT OPERSEC-FILE.
           IF NOT OPERSEC-OK
              DISPLAY 'Input OPERSEC File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 225-LOAD-OSEC-ROW UNTIL NO-MORE-OPERSEC.
           CLOSE OPERSEC-FILE.

       225-LOAD-OSEC-ROW.
           READ OPERSEC-FILE INTO WS-OSEC-DETAIL
              AT END MOVE 'Y' TO OPERSEC-EOF
           END-READ.
           IF NOT NO-MORE-OPERSEC AND WS-OSEC-CNT < WS-OSEC-MAX
              ADD +1 TO WS-OSEC-CNT
              MOVE WS-OSEC-ID     TO WS-OSEC-ROW-ID(WS-OSEC-CNT)
              MOVE WS-OSEC-NAME   TO WS-OSEC-ROW-NAME(WS-OSEC-CNT)
              MOVE WS-OSEC-ROLE   TO WS-OSEC-ROW-ROLE(WS-OSEC-CNT)
              MOVE WS-OSEC-ACTIVE TO WS-OSEC-ROW-ACTIVE(WS-OSEC-CNT)
           END-IF.

       300-READ-TRAN.
           READ BANKTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO BANKTRN-EOF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-LOOKUP-BANK-ROW.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              MOVE SPACES TO WS-BB-DETAIL
              IF NOT TRN-ADD
                 MOVE WS-BK-ROW(WS-BK-FND-IDX) TO WS-BB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              IF NOT TRAN-IN-ERROR
                 PERFORM 475-LOG-BANK-CHANGES
              END-IF
           ELSE
              ADD +1 TO WS-REJ-CNT
           END-IF.
           PERFORM 500-WRITE-TRAN-LINE.
           PERFORM 300-READ-TRAN.

       410-LOOKUP-BANK-ROW.
      *> deleted rows are HIGH-VALUES until the rewrite drops them,
      *> so they never match a supplier code
           MOVE 'N' TO WS-BK-FOUND.
           MOVE ZERO TO WS-BK-FND-IDX.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT OR BK-FOUND
              IF WS-BK-ROW-SUPP(WS-BK-IDX) = WS-TRN-SUPP-CODE
                 MOVE 'Y' TO WS-BK-FOUND
                 MOVE WS-BK-IDX TO WS-BK-FND-IDX
              END-IF
           END-PERFORM.

       415-LOOKUP-OPERATOR.
           MOVE 'N' TO WS-OSEC-FOUND.
           MOVE ZERO TO WS-OSEC-FND-IDX.
           PERFORM VARYING WS-OSEC-IDX FROM 1 BY 1
                   UNTIL WS-OSEC-IDX > WS-OSEC-CNT
              IF WS-OSEC-ROW-ID(WS-OSEC-IDX) = WS-TRN-OPERATOR
                 MOVE 'Y' TO WS-OSEC-FOUND
                 MOVE WS-OSEC-IDX TO WS-OSEC-FND-IDX
              END-IF
           END-PERFORM.

       420-EDIT-TRAN.
      *> first edit that fails carries the transaction's reject
      *> message - same one-message-per-transaction rule SUPMAINT
      *> applies
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM01E ACTION must be A, C or D.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-SUPP-CODE = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM02E SUPPLIER-CODE can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 415-LOOKUP-OPERATOR.
           IF NOT OSEC-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM03E OPERATOR is not on the security master.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-OSEC-ROW-ACTIVE(WS-OSEC-FND-IDX) NOT = 'Y'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM04E OPERATOR is not active.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND BK-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM05E Supplier already has bank details on file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-CHANGE OR TRN-DELETE) AND NOT BK-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM06E Supplier has no bank details on file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-DELETE
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND SM-IS-OPEN
              MOVE 'N' TO WS-SM-FOUND
              MOVE WS-TRN-SUPP-CODE TO SUPPMAST-KEY
              READ SUPPMAST-FILE
                 KEY IS SUPPMAST-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-SM-FOUND
              END-READ
              IF NOT SM-FOUND
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'BM07E Supplier is not on the supplier master.'
                      TO WS-TRAN-MSG
                 GO TO 420-EDIT-EXIT
              END-IF
           END-IF.
      *> routing and account are required on an add; on a change a
      *> blank one is left alone, but one of them has to be keyed.
      *> a wire supplier is added on its SWIFT/BIC and IBAN instead
           IF TRN-ADD AND WS-TRN-SWIFT = SPACES AND
              (WS-TRN-ROUTING = SPACES OR WS-TRN-ACCOUNT = SPACES)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM08E ROUTING and ACCOUNT are required on an add.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-CHANGE AND
              WS-TRN-ROUTING = SPACES AND WS-TRN-ACCOUNT = SPACES AND
              WS-TRN-SWIFT = SPACES AND WS-TRN-IBAN = SPACES AND
              WS-TRN-PAY-CURR = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM09E Nothing to change - key ROUTING or ACCOUNT.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 427-EDIT-WIRE-DETAILS THRU 427-EDIT-EXIT.
           IF TRAN-IN-ERROR
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-ROUTING NOT = SPACES
              MOVE WS-TRN-ROUTING TO WS-ABA-ROUTING
              PERFORM 425-CHECK-ROUTING
              IF TRAN-IN-ERROR
                 GO TO 420-EDIT-EXIT
              END-IF
           END-IF.
      *> the callback is the whole control - no date, no change
           IF WS-TRN-CALLBACK = SPACES OR
              WS-TRN-CALLBACK = '00000000'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM11E CALLBACK-DATE is required.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           MOVE WS-TRN-CALLBACK TO WS-DATE-IN-STR-CEE.
           CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                WS-FC.
           IF FC-SEV NOT = ZERO
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM12E Invalid Date in CALLBACK-DATE.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-CALLBACK-N > WS01-CURR-DATE-N
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM13E CALLBACK-DATE can not be in the future.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       425-CHECK-ROUTING.
           IF WS-ABA-ROUTING NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM10E ROUTING has to be a 9-digit number.'
                   TO WS-TRAN-MSG
           ELSE
              COMPUTE WS-ABA-SUM =
                 3 * (WS-ABA-D(1) + WS-ABA-D(4) + WS-ABA-D(7)) +
                 7 * (WS-ABA-D(2) + WS-ABA-D(5) + WS-ABA-D(8)) +
                     (WS-ABA-D(3) + WS-ABA-D(6) + WS-ABA-D(9))
              IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZERO
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'BM10E ROUTING check digit is wrong.'
                      TO WS-TRAN-MSG
              END-IF
           END-IF.

       427-EDIT-WIRE-DETAILS.
      *> the row as it will stand after the transaction has to be
      *> payable by wire if it carries a BIC - a BIC needs an
      *> account to credit, and an IBAN means nothing without one
           IF WS-TRN-SWIFT NOT = SPACES AND WS-TRN-IBAN = SPACES AND
              (TRN-ADD OR WS-BK-ROW-IBAN(WS-BK-FND-IDX) = SPACES)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM15E SWIFT/BIC needs an IBAN or foreign account.'
                   TO WS-TRAN-MSG
              GO TO 427-EDIT-EXIT
           END-IF.
           IF (WS-TRN-IBAN NOT = SPACES OR
               WS-TRN-PAY-CURR NOT = SPACES) AND
              WS-TRN-SWIFT = SPACES AND
              (TRN-ADD OR WS-BK-ROW-SWIFT(WS-BK-FND-IDX) = SPACES)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'BM16E IBAN/CURRENCY need the bank SWIFT/BIC too.'
                   TO WS-TRAN-MSG
              GO TO 427-EDIT-EXIT
           END-IF.
      *> a BIC is 4 letters of bank, 2 of country, 2 of location and
      *> an optional 3-character branch - 8 or 11 long, never 9 or 10
           IF WS-TRN-SWIFT NOT = SPACES
              MOVE ZERO TO WS-SWIFT-SPACES
              INSPECT WS-TRN-SWIFT(1:8) TALLYING WS-SWIFT-SPACES
                 FOR ALL SPACE
              IF WS-TRN-SWIFT-BRCH NOT = SPACES
                 INSPECT WS-TRN-SWIFT-BRCH TALLYING WS-SWIFT-SPACES
                    FOR ALL SPACE
              END-IF
              IF WS-SWIFT-SPACES > ZERO OR
                 WS-TRN-SWIFT-BANK IS NOT ALPHABETIC-UPPER OR
                 WS-TRN-SWIFT-CTRY IS NOT ALPHABETIC-UPPER
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'BM17E SWIFT/BIC has to be 8 or 11 characters.'
                      TO WS-TRAN-MSG
                 GO TO 427-EDIT-EXIT
              END-IF
           END-IF.
      *> an IBAN starts with its country's two letters - anything
      *> else is a local account number and is taken as keyed
           IF WS-TRN-IBAN(1:2) IS ALPHABETIC-UPPER AND
              WS-TRN-IBAN(1:1) NOT = SPACE AND
              WS-TRN-IBAN(2:1) NOT = SPACE
              PERFORM 428-CHECK-IBAN
              IF IBAN-IS-BAD
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'BM18E IBAN check digits are wrong.'
                      TO WS-TRAN-MSG
                 GO TO 427-EDIT-EXIT
              END-IF
           END-IF.
           IF WS-TRN-PAY-CURR NOT = SPACES
              MOVE 'N' TO CURR-RATE-FOUND-SW
              PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                      UNTIL CURR-RATE-IDX > CURR-RATE-MAX
                 IF CURR-RATE-CODE(CURR-RATE-IDX) = WS-TRN-PAY-CURR
                    MOVE 'Y' TO CURR-RATE-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT CURR-RATE-IS-FOUND
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'BM19E PAY-CURRENCY is not on the rate table.'
                      TO WS-TRAN-MSG
                 GO TO 427-EDIT-EXIT
              END-IF
           END-IF.
       427-EDIT-EXIT.
           EXIT.

       428-CHECK-IBAN.
      *> rearrange, then fold each character into the running
      *> remainder - a digit shifts it one place, a letter two
           MOVE 'N' TO WS-IBAN-BAD-SW.
           MOVE SPACES TO WS-IBAN-WORK.
           MOVE ZERO TO WS-IBAN-LEN.
           INSPECT WS-TRN-IBAN TALLYING WS-IBAN-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IBAN-LEN < 15 OR
              WS-TRN-IBAN(3:2) IS NOT NUMERIC
              MOVE 'Y' TO WS-IBAN-BAD-SW
           ELSE
              MOVE WS-TRN-IBAN(5:WS-IBAN-LEN - 4) TO WS-IBAN-WORK
              MOVE WS-TRN-IBAN(1:4)
                   TO WS-IBAN-WORK(WS-IBAN-LEN - 3:4)
              MOVE ZERO TO WS-IBAN-REM
              PERFORM VARYING WS-IBAN-IDX FROM 1 BY 1
                      UNTIL WS-IBAN-IDX > WS-IBAN-LEN OR IBAN-IS-BAD
                 IF WS-IBAN-CH(WS-IBAN-IDX) IS NUMERIC
                    MOVE WS-IBAN-CH(WS-IBAN-IDX) TO WS-IBAN-VALUE
                    COMPUTE WS-IBAN-REM = FUNCTION MOD
                       (WS-IBAN-REM * 10 + WS-IBAN-VALUE, 97)
                 ELSE
                    MOVE ZERO TO WS-IBAN-VALUE
                    PERFORM VARYING WS-IBAN-LTR-IDX FROM 1 BY 1
                            UNTIL WS-IBAN-LTR-IDX > 26
                       IF WS-IBAN-LETTER(WS-IBAN-LTR-IDX) =
                          WS-IBAN-CH(WS-IBAN-IDX)
                          COMPUTE WS-IBAN-VALUE = WS-IBAN-LTR-IDX + 9
                       END-IF
                    END-PERFORM
                    IF WS-IBAN-VALUE = ZERO
                       MOVE 'Y' TO WS-IBAN-BAD-SW
                    ELSE
                       COMPUTE WS-IBAN-REM = FUNCTION MOD
                          (WS-IBAN-REM * 100 + WS-IBAN-VALUE, 97)
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-IBAN-REM NOT = 1
                 MOVE 'Y' TO WS-IBAN-BAD-SW
              END-IF
           END-IF.

       430-APPLY-ADD.
           IF WS-BK-CNT < WS-BK-MAX
              ADD +1 TO WS-BK-CNT
              MOVE WS-BK-CNT TO WS-BK-FND-IDX
              MOVE SPACES TO WS-BK-ROW(WS-BK-FND-IDX)
              MOVE WS-TRN-SUPP-CODE TO WS-BK-ROW-SUPP(WS-BK-FND-IDX)
              MOVE WS-TRN-ROUTING
                   TO WS-BK-ROW-ROUTING(WS-BK-FND-IDX)
              MOVE WS-TRN-ACCOUNT
                   TO WS-BK-ROW-ACCOUNT(WS-BK-FND-IDX)
              MOVE WS-TRN-SWIFT
                   TO WS-BK-ROW-SWIFT(WS-BK-FND-IDX)
              MOVE WS-TRN-IBAN
                   TO WS-BK-ROW-IBAN(WS-BK-FND-IDX)
              MOVE WS-TRN-PAY-CURR
                   TO WS-BK-ROW-PAY-CURR(WS-BK-FND-IDX)
              PERFORM 460-STAMP-CHANGE
              MOVE 'A' TO WS-LOG-IMAGE
              PERFORM 470-WRITE-LOG
              ADD +1 TO WS-ADD-CNT
              PERFORM 465-SEND-PRENOTE
              IF WIRE-ROW
                 MOVE 'Wire details added - paid by wire.'
                      TO WS-TRAN-MSG
              ELSE
                 MOVE 'Bank details added - prenote sent.'
                      TO WS-TRAN-MSG
              END-IF
           ELSE
              MOVE 'Y' TO WS-TRAN-ERR-SW
              ADD +1 TO WS-REJ-CNT
              MOVE 'BM14E SUPBANK table full - add not applied.'
                   TO WS-TRAN-MSG
           END-IF.

       440-APPLY-CHANGE.
           MOVE 'B' TO WS-LOG-IMAGE.
           PERFORM 470-WRITE-LOG.
           IF WS-TRN-ROUTING NOT = SPACES
              MOVE WS-TRN-ROUTING TO WS-BK-ROW-ROUTING(WS-BK-FND-IDX)
           END-IF.
           IF WS-TRN-ACCOUNT NOT = SPACES
              MOVE WS-TRN-ACCOUNT TO WS-BK-ROW-ACCOUNT(WS-BK-FND-IDX)
           END-IF.
           IF WS-TRN-SWIFT NOT = SPACES
              MOVE WS-TRN-SWIFT TO WS-BK-ROW-SWIFT(WS-BK-FND-IDX)
           END-IF.
           IF WS-TRN-IBAN NOT = SPACES
              MOVE WS-TRN-IBAN TO WS-BK-ROW-IBAN(WS-BK-FND-IDX)
           END-IF.
           IF WS-TRN-PAY-CURR NOT = SPACES
              MOVE WS-TRN-PAY-CURR
                   TO WS-BK-ROW-PAY-CURR(WS-BK-FND-IDX)
           END-IF.
           PERFORM 460-STAMP-CHANGE.
           MOVE 'A' TO WS-LOG-IMAGE.
           PERFORM 470-WRITE-LOG.
           ADD +1 TO WS-CHG-CNT.
           PERFORM 465-SEND-PRENOTE.
           IF WIRE-ROW
              MOVE 'Wire details changed - paid by wire.'
                   TO WS-TRAN-MSG
           ELSE
              MOVE 'Bank details changed - prenote sent.'
                   TO WS-TRAN-MSG
           END-IF.

       450-APPLY-DELETE.
      *> flag-and-drop - the row is left out of the rewrite
           MOVE 'B' TO WS-LOG-IMAGE.
           PERFORM 470-WRITE-LOG.
           MOVE HIGH-VALUES TO WS-BK-ROW(WS-BK-FND-IDX).
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Bank details deleted - supplier paid by check.'
                TO WS-TRAN-MSG.

       460-STAMP-CHANGE.
      *> today's date on the row starts PAYRUN's pay-by-check hold
           MOVE WS01-CURR-DATE-N TO WS-BK-ROW-CHG-DATE(WS-BK-FND-IDX).
           MOVE WS-TRN-CALLBACK-N
                TO WS-BK-ROW-CALLBACK(WS-BK-FND-IDX).
           MOVE WS-TRN-OPERATOR  TO WS-BK-ROW-CHG-OPER(WS-BK-FND-IDX).
           MOVE WS01-CURR-DATE-N TO WS-BK-ROW-PRENOTE(WS-BK-FND-IDX).

       465-SEND-PRENOTE.
      *> the bank prenotes ACH accounts only - a wire row has nothing
      *> to send, and the change date stamped above still holds the
      *> supplier to checks for the same window
           IF WS-BK-ROW-SWIFT(WS-BK-FND-IDX) NOT = SPACES
              MOVE 'Y' TO WS-WIRE-ROW-SW
              ADD +1 TO WS-WIRE-SET-CNT
           ELSE
              MOVE 'N' TO WS-WIRE-ROW-SW
              PERFORM 480-WRITE-PRENOTE
           END-IF.

       470-WRITE-LOG.
      *> WS-LOG-IMAGE says which image this is - the row at
      *> WS-BK-FND-IDX as it stands right now
           ACCEPT WS-LOG-TIME-IN FROM TIME.
           MOVE WS01-CURR-DATE-N TO WS-LOG-DATE.
           MOVE WS-LOG-HHMMSS    TO WS-LOG-TIME.
           MOVE WS-TRN-OPERATOR  TO WS-LOG-OPERATOR.
           MOVE WS-TRN-ACTION    TO WS-LOG-ACTION.
           MOVE WS-BK-ROW-SUPP(WS-BK-FND-IDX)    TO WS-LOG-SUPP-CODE.
           MOVE WS-BK-ROW-ROUTING(WS-BK-FND-IDX) TO WS-LOG-ROUTING.
           MOVE WS-BK-ROW-ACCOUNT(WS-BK-FND-IDX) TO WS-LOG-ACCOUNT.
           MOVE WS-BK-ROW-SWIFT(WS-BK-FND-IDX)   TO WS-LOG-SWIFT.
           MOVE WS-BK-ROW-IBAN(WS-BK-FND-IDX)    TO WS-LOG-IBAN.
           MOVE WS-BK-ROW-PAY-CURR(WS-BK-FND-IDX) TO WS-LOG-PAY-CURR.
           IF TRN-DELETE
              MOVE ZERO TO WS-LOG-CALLBACK
           ELSE
              MOVE WS-TRN-CALLBACK-N TO WS-LOG-CALLBACK
           END-IF.
           WRITE BANKLOG-RECORD FROM WS-LOG-DETAIL.

       475-LOG-BANK-CHANGES.
      *> the row as found against the row as it now stands - one
      *> history row per banking field moved
           MOVE SPACES TO WS-BA-DETAIL.
           IF NOT TRN-DELETE
              MOVE WS-BK-ROW(WS-BK-FND-IDX) TO WS-BA-DETAIL
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'SUPBANK'          TO WS-CH-MASTER.
           MOVE WS-TRN-SUPP-CODE   TO WS-CH-KEY.
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'BANKMNT'          TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'ROUTING'          TO WS-CH-FIELD.
           MOVE WS-BB-ROUTING      TO WS-CH-OLD.
           MOVE WS-BA-ROUTING      TO WS-CH-NEW.
           PERFORM 476-LOG-FIELD.
           MOVE 'ACCOUNT'          TO WS-CH-FIELD.
           MOVE WS-BB-ACCOUNT      TO WS-CH-OLD.
           MOVE WS-BA-ACCOUNT      TO WS-CH-NEW.
           PERFORM 476-LOG-FIELD.
           MOVE 'SWIFT'            TO WS-CH-FIELD.
           MOVE WS-BB-SWIFT        TO WS-CH-OLD.
           MOVE WS-BA-SWIFT        TO WS-CH-NEW.
           PERFORM 476-LOG-FIELD.
           IF WS-BB-IBAN NOT = WS-BA-IBAN
              MOVE 'Y' TO WS-CH-LONG-SW
           END-IF.
           MOVE 'IBAN'             TO WS-CH-FIELD.
           MOVE WS-BB-IBAN         TO WS-CH-OLD.
           MOVE WS-BA-IBAN         TO WS-CH-NEW.
           PERFORM 476-LOG-FIELD.
           MOVE 'N' TO WS-CH-LONG-SW.
           MOVE 'PAY-CURR'         TO WS-CH-FIELD.
           MOVE WS-BB-PAY-CURR     TO WS-CH-OLD.
           MOVE WS-BA-PAY-CURR     TO WS-CH-NEW.
           PERFORM 476-LOG-FIELD.

       476-LOG-FIELD.
      *> only a field that actually moved is worth a history row
           IF WS-CH-OLD NOT = WS-CH-NEW OR CH-LONG-MOVED
              MOVE 'LOG' TO WS-CL-ACTION
              CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                                  WS-CL-RETURN
              IF WS-CL-RETURN = ZERO
                 ADD +1 TO WS-CH-LOG-CNT
              END-IF
           END-IF.

       480-WRITE-PRENOTE.
      *> zero-dollar entry the bank sends through to the new account
      *> - a return means the account is not what the letter said
           MOVE SPACES TO WS01-PRENOTE-LINE.
           STRING FUNCTION TRIM(WS-TRN-SUPP-CODE) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-BK-ROW-ROUTING(WS-BK-FND-IDX)
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM
                     (WS-BK-ROW-ACCOUNT(WS-BK-FND-IDX))
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  '000000000.00'                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS01-CURR-DATE-N                DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  'PRENOTE'                       DELIMITED BY SIZE
                  INTO WS01-PRENOTE-LINE
           END-STRING.
           WRITE PRENOTE-RECORD FROM WS01-PRENOTE-LINE.
           ADD +1 TO WS-PRENOTE-CNT.

       500-WRITE-TRAN-LINE.
           MOVE WS-TRN-ACTION    TO RPT-ACTION.
           MOVE WS-TRN-SUPP-CODE TO RPT-SUPP-CODE.
           MOVE WS-TRN-OPERATOR  TO RPT-OPERATOR.
           MOVE WS-TRN-CALLBACK  TO RPT-CALLBACK.
           IF TRAN-IN-ERROR
              MOVE 'REJECTED' TO RPT-RESULT
           ELSE
              MOVE 'ACCEPTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRAN-MSG TO RPT-MESSAGE.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
           PERFORM 910-REWRITE-BANK-FILE.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE BANKTRN-FILE, BANKMRPT-FILE, PRENOTE-FILE,
                 BANKLOG-FILE.
           IF SM-IS-OPEN
              CLOSE SUPPMAST-FILE
           END-IF.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       910-REWRITE-BANK-FILE.
      *> rewrite the whole file from the table, dropping the deleted
      *> rows - same open-output-over-itself idiom the masters use
           OPEN OUTPUT SUPBANK-FILE.
           IF NOT SUPBANK-OK
              DISPLAY 'Output SUPBANK File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT
              IF WS-BK-ROW(WS-BK-IDX) NOT = HIGH-VALUES
                 MOVE WS-BK-ROW(WS-BK-IDX) TO WS-BK-DETAIL
                 WRITE SUPBANK-RECORD FROM WS-BK-DETAIL
              END-IF
           END-PERFORM.
           CLOSE SUPBANK-FILE.

       920-WRITE-SUMMARY.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-0.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDS APPLIED............. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DELETES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEL-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PRENOTES WRITTEN......... ' TO RPT-SUM-LABEL.
           MOVE WS-PRENOTE-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'WIRE SUPPLIERS SET UP.... ' TO RPT-SUM-LABEL.
           MOVE WS-WIRE-SET-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-5.
           WRITE BANKMRPT-RECORD FROM RPT-LINE-4.

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
