       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PPAPMNT.
      * **************************************************
      * PPAPMNT KEEPS THE PRODUCTION PART APPROVAL (PPAP) FILE - ONE
      * ROW PER PART AND SUPPLIER, SAYING WHETHER THAT SUPPLIER HAS
      * HAD THAT PART APPROVED FOR PRODUCTION.  CERTMNT ANSWERS FOR
      * THE SUPPLIER AS A WHOLE; THIS ANSWERS FOR THE PART.  EACH
      * RUN IT:
      *   - APPLIES QUALITY'S TRANSACTIONS - ADD A PAIR, CHANGE ITS
      *     LEVEL, STATUS, APPROVAL DATE OR APPROVED BLUEPRINT, OR
      *     DELETE IT.  AN INTERIM OR FULL APPROVAL MUST CITE THE
      *     BLUEPRINT REVISION THE PART MASTER HAS IN FORCE
      *   - LISTS EVERY PAIR STILL WAITING ON APPROVAL (PENDING OR
      *     INTERIM) WITH THE ORDER DATE OF ITS FIRST OPEN PO, SO
      *     QUALITY WORKS THE ONES HOLDING UP PRODUCTION FIRST
      * PRTSUPP REJECTS AN ORDER FOR A PAIR WITH NO APPROVAL OR A
      * PENDING ONE, AND WARNS ON AN INTERIM ONE.  ENGCHG PUTS A PAIR
      * BACK TO PENDING WHEN ITS PART MOVES TO A NEW BLUEPRINT.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-PPAPMST = PPAP MASTER (KEYED ON PART + SUPPLIER,
      *                UPDATED IN PLACE)
      * UT-C-PPAPTRN = QUALITY TRANSACTIONS
      * UT-C-PARTMAST= PART MASTER (READ ONLY) - BLUEPRINT IN FORCE
      * UT-C-OPENPO  = OPEN PO MASTER (READ ONLY) - FIRST OPEN ORDER
      * UT-C-PPAPRPT = ACTIVITY + WAITING-ON-APPROVAL REPORT IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAPMST-FILE ASSIGN TO UT-C-PPAPMST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PPAPMST-KEY
           FILE STATUS  IS PPAPMST-ST.
           SELECT PPAPTRN-FILE ASSIGN TO UT-C-PPAPTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PPAPTRN-ST.
           SELECT PARTMAST-FILE ASSIGN TO UT-C-PARTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PARTMAST-KEY-PART
           FILE STATUS  IS PARTMAST-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PPAPRPT-FILE ASSIGN TO UT-C-PPAPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PPAPRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PPAPMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PPAPMST-RECORD.
           05 PPAPMST-KEY.
               10 PPAPMST-KEY-PART PIC X(23).
               10 PPAPMST-KEY-SUPP PIC X(10).
           05 FILLER              PIC X(47).
       FD PPAPTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PPAPTRN-RECORD      PIC X(80).
       FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
           05 PARTMAST-KEY-PART   PIC X(23).
           05 FILLER              PIC X(57).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD PPAPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PPAPRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-TRAN-REJ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHANGE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-DELETE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PEND-CNT             PIC 9(08) VALUE ZERO.
       77 WS-INTERIM-CNT          PIC 9(08) VALUE ZERO.
       77 WS-WAIT-PO-CNT          PIC 9(08) VALUE ZERO.
       77 WS-OPENPO-CNT           PIC 9(08) VALUE ZERO.

       77 WS-TODAY-INT            PIC 9(09) VALUE ZERO.
       77 WS-APPR-DATE            PIC 9(08) VALUE ZERO.
       77 WS-DAYS-WAITING         PIC 9(05) VALUE ZERO.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.
       77 WS-PA-FOUND             PIC X(01) VALUE 'N'.
           88 PA-ON-MASTER        VALUE 'Y'.
       77 WS-PM-FOUND             PIC X(01) VALUE 'N'.
           88 PM-FOUND            VALUE 'Y'.
       77 WS-PM-OPEN-SW           PIC X(01) VALUE 'N'.
           88 PM-FILE-IS-OPEN     VALUE 'Y'.

      * ONE QUALITY TRANSACTION
      *   'A' ADD A PAIR     - PART, SUPPLIER, STATUS AND (WHEN
      *                        APPROVED) LEVEL, DATE AND BLUEPRINT
      *   'C' CHANGE A PAIR  - A BLANK LEVEL LEAVES THE MASTER ALONE
      *   'D' DELETE A PAIR  - PART, SUPPLIER
      * A BLANK APPROVAL DATE ON AN APPROVAL IS THE RUN DATE
       01 WS-TRN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-DELETE      VALUE 'D'.
           05 WS-TRN-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-TRN-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-TRN-LEVEL        PIC X(01) VALUE SPACES.
               88 TRN-LEVEL-VALID VALUE '1' THRU '5'.
           05 WS-TRN-APPR-DATE    PIC X(08) VALUE SPACES.
           05 WS-TRN-APPR-DATE-N REDEFINES WS-TRN-APPR-DATE
                                  PIC 9(08).
           05 WS-TRN-BLUEPRINT    PIC X(10) VALUE SPACES.
           05 WS-TRN-STATUS       PIC X(01) VALUE SPACES.
               88 TRN-PENDING     VALUE 'P'.
               88 TRN-INTERIM     VALUE 'I'.
               88 TRN-FULL        VALUE 'F'.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE SPACES.

           COPY PPAPMST.

      * THE PAIR AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       01 WS-PB-DETAIL.
           05 WS-PB-KEY           PIC X(33) VALUE SPACES.
           05 WS-PB-LEVEL         PIC X(01) VALUE SPACES.
           05 WS-PB-APPR-DATE     PIC 9(08) VALUE ZERO.
           05 WS-PB-BLUEPRINT     PIC X(10) VALUE SPACES.
           05 WS-PB-STATUS        PIC X(01) VALUE SPACES.
           05 WS-PB-STATUS-DATE   PIC 9(08) VALUE ZERO.
           05 WS-PB-PEND-REASON   PIC X(01) VALUE SPACES.
           05 WS-PB-NEW-BLUEPRINT PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

      * ONE PART MASTER ROW - SAME LAYOUT PRTSUPP KEEPS
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

           COPY OPENPO.

      * EVERY PAIR STILL WAITING ON APPROVAL, IN MASTER KEY ORDER,
      * WITH THE FIRST OPEN ORDER FOUND FOR IT ON THE OPEN PO MASTER
       77 WS-WT-MAX               PIC 9(5) VALUE 5000.
       77 WS-WT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-WT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-WT-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-WT-TBL.
           05 WS-WT-ROW OCCURS 5000 TIMES.
               10 WS-WT-PART      PIC X(23).
               10 WS-WT-SUPP      PIC X(10).
               10 WS-WT-STATUS    PIC X(01).
               10 WS-WT-LEVEL     PIC X(01).
               10 WS-WT-SINCE     PIC 9(08).
               10 WS-WT-APPR-BP   PIC X(10).
               10 WS-WT-NEW-BP    PIC X(10).
               10 WS-WT-FIRST-PO  PIC 9(08).
               10 WS-WT-PO-CNT    PIC 9(05).

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PPAPMNT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PPAPMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PPAPMST       VALUE 'Y'.
           05 PPAPMST-ST                PIC X(02).
               88 PPAPMST-OK            VALUE '00'.
               88 PPAPMST-NO-FILE       VALUE '35'.
           05 PPAPTRN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PPAPTRN       VALUE 'Y'.
           05 PPAPTRN-ST                PIC X(02).
               88 PPAPTRN-OK            VALUE '00'.
           05 PARTMAST-ST               PIC X(02).
               88 PARTMAST-OK           VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 PPAPRPT-ST                PIC X(02).
               88 PPAPRPT-OK            VALUE '00'.

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
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Action'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Status'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(19) VALUE SPACES.
       01 RPT-LINE-ACT.
             10 RPT-AC-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-AC-ACTION   PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-AC-STATUS   PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(07) VALUE SPACES.
             10 RPT-AC-RESULT   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-MESSAGE  PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(19) VALUE SPACES.
       01 RPT-LINE-WT-HDR.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Status'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Lvl'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Since'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Appr Rev'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Needs Rev'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '1st Open'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE '  POs'.
             10 FILLER    PIC X(23) VALUE SPACES.
       01 RPT-LINE-WT.
             10 RPT-WT-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-STATUS   PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-WT-LEVEL    PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-WT-SINCE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-DAYS     PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-APPR-BP  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-NEW-BP   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-FIRST-PO PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WT-PO-CNT   PIC ZZZZ9.
             10 FILLER          PIC X(23) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-PPAPTRN.
           PERFORM 600-LOAD-WAITING.
           PERFORM 650-SCAN-OPEN-ORDERS.
           PERFORM 700-WAITING-REPORT.
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
           MOVE 'PPAP APPROVAL ACTIVITY' TO RPT-TITLE.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-0.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-ACT-HDR.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-PAGE.

       200-OPEN-FILES.
           OPEN INPUT PPAPTRN-FILE
              IF NOT PPAPTRN-OK
                 DISPLAY 'Input PPAPTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PPAPRPT-FILE
              IF NOT PPAPRPT-OK
                 DISPLAY 'Output PPAPRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the PPAP master opens for keyed update - a missing master
      *> is not an error, the very first run of this step creates one
           OPEN I-O PPAPMST-FILE.
           IF PPAPMST-NO-FILE
              DISPLAY 'PPAPMST NOT FOUND - STARTING A NEW '
                      'PPAP MASTER'
              OPEN OUTPUT PPAPMST-FILE
              CLOSE PPAPMST-FILE
              OPEN I-O PPAPMST-FILE
           END-IF.
           IF NOT PPAPMST-OK
              DISPLAY 'Open PPAPMST File Error ' PPAPMST-ST
              GO TO 999-ERR-RTN
           END-IF.
      *> the part master only backs the blueprint edit - without it
      *> an approval is taken at the revision quality keyed
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT PARTMAST-FILE.
           IF PARTMAST-OK
              MOVE 'Y' TO WS-PM-OPEN-SW
           ELSE
              DISPLAY 'PARTMAST NOT FOUND - BLUEPRINT CHECK '
                      'SKIPPED'
           END-IF.

       300-READ-TRAN.
           READ PPAPTRN-FILE INTO WS-TRN-DETAIL
              AT END
              MOVE 'Y' TO PPAPTRN-EOF.

       310-READ-PAIR.
           MOVE 'N' TO WS-PA-FOUND.
           MOVE WS-TRN-PART-NUMBER TO PPAPMST-KEY-PART.
           MOVE WS-TRN-SUPP-CODE   TO PPAPMST-KEY-SUPP.
           READ PPAPMST-FILE INTO WS-PA-DETAIL
              KEY IS PPAPMST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-PA-FOUND
           END-READ.

       320-READ-PART.
           MOVE 'N' TO WS-PM-FOUND.
           IF PM-FILE-IS-OPEN
              MOVE WS-TRN-PART-NUMBER TO PARTMAST-KEY-PART
              READ PARTMAST-FILE INTO WS-PM-DETAIL
                 KEY IS PARTMAST-KEY-PART
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-PM-FOUND
              END-READ
           END-IF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-EDIT-TRAN THRU 410-EDIT-EXIT.
           IF TRAN-IN-ERROR
              ADD +1 TO WS-TRAN-REJ-CNT
              MOVE 'REJECTED' TO RPT-AC-RESULT
           ELSE
              MOVE SPACES TO WS-PB-DETAIL
              IF NOT TRN-ADD
                 MOVE WS-PA-DETAIL TO WS-PB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD
                    PERFORM 450-ADD-PAIR
                 WHEN TRN-CHANGE
                    PERFORM 460-CHANGE-PAIR
                 WHEN TRN-DELETE
                    PERFORM 470-DELETE-PAIR
              END-EVALUATE
              PERFORM 490-LOG-PAIR-CHANGES
              MOVE 'ACCEPTED' TO RPT-AC-RESULT
           END-IF.
           MOVE WS-TRN-PART-NUMBER TO RPT-AC-PART.
           MOVE WS-TRN-SUPP-CODE   TO RPT-AC-SUPP.
           MOVE WS-TRN-ACTION      TO RPT-AC-ACTION.
           MOVE WS-TRN-STATUS      TO RPT-AC-STATUS.
           MOVE WS-TRAN-MSG        TO RPT-AC-MESSAGE.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-ACT.
           PERFORM 300-READ-TRAN.

       410-EDIT-TRAN.
      *> first edit that fails carries the transaction's reject
      *> message, SUPMAINT style
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA01E ACTION must be A, C or D.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-PART-NUMBER = SPACES OR
              WS-TRN-SUPP-CODE = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA02E PART and SUPPLIER are required.'
                   TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           PERFORM 310-READ-PAIR.
           IF TRN-ADD AND PA-ON-MASTER
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA03E Pair is already on the PPAP file.'
                   TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF NOT TRN-ADD AND NOT PA-ON-MASTER
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA04E Pair is not on the PPAP file.'
                   TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF TRN-DELETE
              GO TO 410-EDIT-EXIT
           END-IF.
           IF NOT (TRN-PENDING OR TRN-INTERIM OR TRN-FULL)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA05E STATUS must be P, I or F.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
      *> a pending pair needs no level yet, but one keyed must be good
           IF WS-TRN-LEVEL NOT = SPACE AND NOT TRN-LEVEL-VALID
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA06E LEVEL must be 1 through 5.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF TRN-PENDING
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-LEVEL = SPACE AND
              (TRN-ADD OR NOT PA-LEVEL-VALID)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA06E LEVEL must be 1 through 5.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-BLUEPRINT = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PA07E BLUEPRINT is required to approve.'
                   TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-APPR-DATE = SPACES
              MOVE WS01-CURR-DATE-N TO WS-APPR-DATE
           ELSE
              MOVE WS-TRN-APPR-DATE TO WS-DATE-IN-STR-CEE
              CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                   WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                   WS-FC
              IF WS-TRN-APPR-DATE NOT NUMERIC OR FC-SEV NOT = ZERO OR
                 WS-TRN-APPR-DATE-N > WS01-CURR-DATE-N
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'PA08E Invalid Date in APPROVAL-DATE.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              MOVE WS-TRN-APPR-DATE-N TO WS-APPR-DATE
           END-IF.
      *> an approval of a drawing engineering has already moved past
      *> approves nothing - a master with no drawing yet says nothing
           PERFORM 320-READ-PART.
           IF PM-FOUND AND
              WS-PM-BLUEPRINT NOT = SPACES AND
              WS-TRN-BLUEPRINT NOT = WS-PM-BLUEPRINT
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE SPACES TO WS-TRAN-MSG
              STRING 'PA09E Stale blueprint - current is '
                         DELIMITED BY SIZE
                     WS-PM-BLUEPRINT DELIMITED BY SIZE
                     INTO WS-TRAN-MSG
              END-STRING
           END-IF.
       410-EDIT-EXIT.
           EXIT.

       450-ADD-PAIR.
           INITIALIZE WS-PA-DETAIL.
           MOVE WS-TRN-PART-NUMBER TO WS-PA-PART-NUMBER.
           MOVE WS-TRN-SUPP-CODE   TO WS-PA-SUPP-CODE.
           MOVE WS-TRN-LEVEL       TO WS-PA-LEVEL.
           MOVE WS-TRN-STATUS      TO WS-PA-STATUS.
           MOVE WS01-CURR-DATE-N   TO WS-PA-STATUS-DATE.
           IF PA-PENDING
              MOVE 'N' TO WS-PA-PEND-REASON
              MOVE 'PAIR ADDED - WAITING ON APPROVAL' TO WS-TRAN-MSG
           ELSE
              PERFORM 480-RECORD-APPROVAL
           END-IF.
           MOVE WS-PA-KEY TO PPAPMST-KEY.
           WRITE PPAPMST-RECORD FROM WS-PA-DETAIL
              INVALID KEY
                 DISPLAY 'PPAPMST WRITE ERROR ' PPAPMST-ST
                         ' FOR ' WS-PA-KEY
           END-WRITE.
           ADD +1 TO WS-ADD-CNT.

       460-CHANGE-PAIR.
      *> WS-PA-DETAIL holds the pair from the edit's keyed read
           IF WS-TRN-LEVEL NOT = SPACE
              MOVE WS-TRN-LEVEL TO WS-PA-LEVEL
           END-IF.
           IF WS-TRN-STATUS NOT = WS-PA-STATUS
              MOVE WS01-CURR-DATE-N TO WS-PA-STATUS-DATE
           END-IF.
           IF TRN-PENDING
              IF NOT PA-PENDING
                 MOVE 'N' TO WS-PA-PEND-REASON
              END-IF
              MOVE WS-TRN-STATUS TO WS-PA-STATUS
              MOVE 'PAIR SET BACK TO PENDING' TO WS-TRAN-MSG
           ELSE
              MOVE WS-TRN-STATUS TO WS-PA-STATUS
              PERFORM 480-RECORD-APPROVAL
           END-IF.
           MOVE WS-PA-KEY TO PPAPMST-KEY.
           REWRITE PPAPMST-RECORD FROM WS-PA-DETAIL
              INVALID KEY
                 DISPLAY 'PPAPMST REWRITE ERROR ' PPAPMST-ST
                         ' FOR ' WS-PA-KEY
           END-REWRITE.
           ADD +1 TO WS-CHANGE-CNT.

       470-DELETE-PAIR.
           MOVE WS-PA-KEY TO PPAPMST-KEY.
           DELETE PPAPMST-FILE RECORD
              INVALID KEY
                 DISPLAY 'PPAPMST DELETE ERROR ' PPAPMST-ST
                         ' FOR ' WS-PA-KEY
           END-DELETE.
           ADD +1 TO WS-DELETE-CNT.
           MOVE 'PAIR DELETED FROM THE PPAP FILE' TO WS-TRAN-MSG.

       480-RECORD-APPROVAL.
      *> an interim or full approval clears whatever it was pending on
           MOVE WS-APPR-DATE     TO WS-PA-APPR-DATE.
           MOVE WS-TRN-BLUEPRINT TO WS-PA-BLUEPRINT.
           MOVE SPACES TO WS-PA-PEND-REASON, WS-PA-NEW-BLUEPRINT.
           MOVE SPACES TO WS-TRAN-MSG.
           IF PA-FULL
              STRING 'FULL APPROVAL AT LEVEL ' DELIMITED BY SIZE
                     WS-PA-LEVEL DELIMITED BY SIZE
                     ' FOR REV ' DELIMITED BY SIZE
                     WS-PA-BLUEPRINT DELIMITED BY SIZE
                     INTO WS-TRAN-MSG
              END-STRING
           ELSE
              STRING 'INTERIM APPROVAL AT LEVEL ' DELIMITED BY SIZE
                     WS-PA-LEVEL DELIMITED BY SIZE
                     ' FOR REV ' DELIMITED BY SIZE
                     WS-PA-BLUEPRINT DELIMITED BY SIZE
                     INTO WS-TRAN-MSG
              END-STRING
           END-IF.

       490-LOG-PAIR-CHANGES.
      *> the pair as found (WS-PB-DETAIL) against the pair as it was
      *> written - one history row per field moved
           INITIALIZE WS-CH-DETAIL.
           MOVE 'PPAPMST'          TO WS-CH-MASTER.
           MOVE WS-TRN-PART-NUMBER TO WS-CH-KEY(1:23).
           MOVE WS-TRN-SUPP-CODE   TO WS-CH-KEY(25:10).
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'PPAPMNT'          TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'LEVEL'            TO WS-CH-FIELD.
           MOVE WS-PB-LEVEL        TO WS-CH-OLD.
           MOVE WS-PA-LEVEL        TO WS-CH-NEW.
           PERFORM 495-LOG-FIELD.
           MOVE 'STATUS'           TO WS-CH-FIELD.
           MOVE WS-PB-STATUS       TO WS-CH-OLD.
           MOVE WS-PA-STATUS       TO WS-CH-NEW.
           PERFORM 495-LOG-FIELD.
           MOVE 'APPR-DATE'        TO WS-CH-FIELD.
           MOVE WS-PB-APPR-DATE    TO WS-CH-OLD.
           MOVE WS-PA-APPR-DATE    TO WS-CH-NEW.
           PERFORM 495-LOG-FIELD.
           MOVE 'BLUEPRINT'        TO WS-CH-FIELD.
           MOVE WS-PB-BLUEPRINT    TO WS-CH-OLD.
           MOVE WS-PA-BLUEPRINT    TO WS-CH-NEW.
           PERFORM 495-LOG-FIELD.

       495-LOG-FIELD.
      *> an add has no old value and a delete no new one - only a
      *> field that actually moved is worth a history row
           IF TRN-ADD
              MOVE SPACES TO WS-CH-OLD
           END-IF.
           IF TRN-DELETE
              MOVE SPACES TO WS-CH-NEW
           END-IF.
           IF WS-CH-OLD NOT = WS-CH-NEW
              MOVE 'LOG' TO WS-CL-ACTION
              CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                                  WS-CL-RETURN
              IF WS-CL-RETURN = ZERO
                 ADD +1 TO WS-CH-LOG-CNT
              END-IF
           END-IF.

       600-LOAD-WAITING.
      *> every pair not yet fully approved, after today's changes
           MOVE 'N' TO PPAPMST-EOF.
           MOVE LOW-VALUES TO PPAPMST-KEY.
           START PPAPMST-FILE KEY IS >= PPAPMST-KEY
              INVALID KEY MOVE 'Y' TO PPAPMST-EOF
           END-START.
           PERFORM 610-LOAD-ONE-PAIR UNTIL NO-MORE-PPAPMST.

       610-LOAD-ONE-PAIR.
           READ PPAPMST-FILE NEXT RECORD INTO WS-PA-DETAIL
              AT END MOVE 'Y' TO PPAPMST-EOF
           END-READ.
           IF NOT NO-MORE-PPAPMST AND NOT PA-FULL
              IF WS-WT-CNT < WS-WT-MAX
                 ADD +1 TO WS-WT-CNT
                 MOVE WS-PA-PART-NUMBER TO WS-WT-PART(WS-WT-CNT)
                 MOVE WS-PA-SUPP-CODE   TO WS-WT-SUPP(WS-WT-CNT)
                 MOVE WS-PA-STATUS      TO WS-WT-STATUS(WS-WT-CNT)
                 MOVE WS-PA-LEVEL       TO WS-WT-LEVEL(WS-WT-CNT)
                 MOVE WS-PA-STATUS-DATE TO WS-WT-SINCE(WS-WT-CNT)
                 MOVE WS-PA-BLUEPRINT   TO WS-WT-APPR-BP(WS-WT-CNT)
                 MOVE WS-PA-NEW-BLUEPRINT
                                        TO WS-WT-NEW-BP(WS-WT-CNT)
                 MOVE ZERO TO WS-WT-FIRST-PO(WS-WT-CNT),
                              WS-WT-PO-CNT(WS-WT-CNT)
              ELSE
                 DISPLAY 'PPAPMNT: WAITING TABLE FULL AT '
                         WS-PA-KEY
              END-IF
           END-IF.

       650-SCAN-OPEN-ORDERS.
      *> the earliest order date among the pair's open and part-
      *> received orders - the one production is waiting on longest
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 330-READ-OPENPO.
           PERFORM 660-CHECK-ONE-ORDER UNTIL NO-MORE-OPENPO.
           CLOSE OPENPO-FILE.

       330-READ-OPENPO.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END
              MOVE 'Y' TO OPENPO-EOF.

       660-CHECK-ONE-ORDER.
           ADD +1 TO WS-OPENPO-CNT.
           IF OP-STAT-OPEN OR OP-STAT-PARTIAL
              PERFORM 670-FIND-WAITING-ROW
              IF WS-WT-FND-IDX > ZERO
                 ADD +1 TO WS-WT-PO-CNT(WS-WT-FND-IDX)
                 IF WS-WT-FIRST-PO(WS-WT-FND-IDX) = ZERO OR
                    WS-OP-ORDER-DATE < WS-WT-FIRST-PO(WS-WT-FND-IDX)
                    MOVE WS-OP-ORDER-DATE
                         TO WS-WT-FIRST-PO(WS-WT-FND-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 330-READ-OPENPO.

       670-FIND-WAITING-ROW.
           MOVE ZERO TO WS-WT-FND-IDX.
           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                   UNTIL WS-WT-IDX > WS-WT-CNT OR WS-WT-FND-IDX > ZERO
              IF WS-WT-PART(WS-WT-IDX) = WS-OP-PART-NUMBER AND
                 WS-WT-SUPP(WS-WT-IDX) = WS-OP-SUPPLIER-CODE
                 MOVE WS-WT-IDX TO WS-WT-FND-IDX
              END-IF
           END-PERFORM.

       700-WAITING-REPORT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-0.
           MOVE 'PAIRS WAITING ON APPROVAL' TO RPT-TITLE.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-0.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-WT-HDR.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-PAGE.
           PERFORM 710-LIST-ONE-PAIR
                   VARYING WS-WT-IDX FROM 1 BY 1
                   UNTIL WS-WT-IDX > WS-WT-CNT.

       710-LIST-ONE-PAIR.
           IF WS-WT-STATUS(WS-WT-IDX) = 'I'
              ADD +1 TO WS-INTERIM-CNT
              MOVE 'INTERIM' TO RPT-WT-STATUS
           ELSE
              ADD +1 TO WS-PEND-CNT
              MOVE 'PENDING' TO RPT-WT-STATUS
           END-IF.
           MOVE WS-WT-PART(WS-WT-IDX)    TO RPT-WT-PART.
           MOVE WS-WT-SUPP(WS-WT-IDX)    TO RPT-WT-SUPP.
           MOVE WS-WT-LEVEL(WS-WT-IDX)   TO RPT-WT-LEVEL.
           MOVE WS-WT-SINCE(WS-WT-IDX)   TO RPT-WT-SINCE.
           MOVE ZERO TO WS-DAYS-WAITING.
           IF WS-WT-SINCE(WS-WT-IDX) > ZERO
              COMPUTE WS-DAYS-WAITING = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(WS-WT-SINCE(WS-WT-IDX))
           END-IF.
           MOVE WS-DAYS-WAITING          TO RPT-WT-DAYS.
           MOVE WS-WT-APPR-BP(WS-WT-IDX) TO RPT-WT-APPR-BP.
           MOVE WS-WT-NEW-BP(WS-WT-IDX)  TO RPT-WT-NEW-BP.
           IF WS-WT-FIRST-PO(WS-WT-IDX) = ZERO
              MOVE 'NONE OPEN' TO RPT-WT-FIRST-PO
           ELSE
              ADD +1 TO WS-WAIT-PO-CNT
              MOVE WS-WT-FIRST-PO(WS-WT-IDX) TO RPT-WT-FIRST-PO
           END-IF.
           MOVE WS-WT-PO-CNT(WS-WT-IDX)  TO RPT-WT-PO-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-WT.

       900-WRAP-UP.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-0.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-REJ-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAIRS ADDED.................. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAIRS CHANGED................ ' TO RPT-SUM-LABEL.
           MOVE WS-CHANGE-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAIRS DELETED................ ' TO RPT-SUM-LABEL.
           MOVE WS-DELETE-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAIRS PENDING................ ' TO RPT-SUM-LABEL.
           MOVE WS-PEND-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAIRS ON INTERIM APPROVAL.... ' TO RPT-SUM-LABEL.
           MOVE WS-INTERIM-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'WAITING PAIRS WITH OPEN POS.. ' TO RPT-SUM-LABEL.
           MOVE WS-WAIT-PO-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED......... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-5.
           WRITE PPAPRPT-RECORD FROM RPT-LINE-4.
           CLOSE PPAPTRN-FILE, PPAPMST-FILE, PPAPRPT-FILE.
           IF PM-FILE-IS-OPEN
              CLOSE PARTMAST-FILE
           END-IF.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

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
