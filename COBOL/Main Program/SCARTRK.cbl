       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SCARTRK.
      * **************************************************
      * SCARTRK KEEPS THE SUPPLIER CORRECTIVE ACTION REQUESTS
      * (SCARS) - THE FOLLOW-UP THAT MAKES A SUPPLIER FIX THE CAUSE
      * OF A DEFECT INSTEAD OF SHIPPING IT AGAIN NEXT MONTH.  EACH
      * RUN IT:
      *   - APPLIES THE QUALITY ENGINEERS' TRANSACTIONS - A SCAR
      *     OPENED BY HAND, AND THE CONTAINMENT, ROOT CAUSE AND
      *     CORRECTIVE ACTION STEPS SIGNED OFF AS THE SUPPLIER
      *     ANSWERS.  EVERY SCAR GETS A DUE DATE FOR ALL THREE WHEN
      *     IT OPENS
      *   - APPENDS THE DAY'S INSPECTION RESULTS FROM INSPRCV TO THE
      *     INSPECTION HISTORY AND COUNTS THEM AGAINST THE SCARS
      *     WAITING ON VERIFICATION - A SCAR CLOSES ONLY AFTER THE
      *     SET NUMBER OF CLEAN RECEIPTS OF THE PART IN A ROW, A
      *     REJECTED RECEIPT STARTS THE COUNT AGAIN
      *   - OPENS A SCAR ON ITS OWN FOR A SUPPLIER AND PART WHOSE
      *     REJECTED RECEIPTS IN THE ROLLING PERIOD PASS THE
      *     THRESHOLD, WHEN NO SCAR IS ALREADY WORKING IT (REJECTS
      *     FROM BEFORE THE LAST SCAR ON THE PART DO NOT COUNT AGAIN)
      *   - LISTS EVERY SCAR PAST THE DUE DATE OF THE STEP IT IS ON
      * SUP360 SHOWS EACH SUPPLIER'S OPEN-SCAR COUNT OFF THE MASTER.
      * UT-C-SCARMST = SCAR MASTER (KEYED ON SCAR NUMBER, UPDATED
      *                IN PLACE)
      * UT-C-SCARTRN = QUALITY ENGINEER TRANSACTIONS
      * UT-C-INSPRES = INSPECTION RESULTS FROM INSPRCV
      * UT-C-INSPHST = INSPECTION HISTORY (EXTENDED EVERY RUN) - THE
      *                ROLLING PERIOD IS COUNTED FROM HERE
      * UT-C-SCARRPT = ACTIVITY + OVERDUE-SCAR REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCARMST-FILE ASSIGN TO UT-C-SCARMST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SCARMST-KEY
           FILE STATUS  IS SCARMST-ST.
           SELECT SCARTRN-FILE ASSIGN TO UT-C-SCARTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SCARTRN-ST.
           SELECT INSPRES-FILE ASSIGN TO UT-C-INSPRES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INSPRES-ST.
           SELECT INSPHST-FILE ASSIGN TO UT-C-INSPHST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INSPHST-ST.
           SELECT SCARRPT-FILE ASSIGN TO UT-C-SCARRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SCARRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD SCARMST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 SCARMST-RECORD.
           05 SCARMST-KEY         PIC X(08).
           05 FILLER              PIC X(192).
       FD SCARTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 SCARTRN-RECORD      PIC X(80).
       FD INSPRES-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INSPRES-RECORD      PIC X(80).
       FD INSPHST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INSPHST-RECORD      PIC X(80).
       FD SCARRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 SCARRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-TRAN-REJ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RES-CNT              PIC 9(08) VALUE ZERO.
       77 WS-HIST-CNT             PIC 9(08) VALUE ZERO.
       77 WS-MAN-OPEN-CNT         PIC 9(08) VALUE ZERO.
       77 WS-AUTO-OPEN-CNT        PIC 9(08) VALUE ZERO.
       77 WS-CLOSE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-ACTIVE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-OVERDUE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-NEXT-SCAR-NO         PIC 9(08) VALUE ZERO.

      * SCAR RULES - DAYS FROM OPENING TO EACH STEP'S DUE DATE, THE
      * ROLLING PERIOD AND REJECTED-RECEIPT THRESHOLD THAT OPEN ONE,
      * AND THE CLEAN RECEIPTS IN A ROW THAT CLOSE ONE
       77 WS-CONTAIN-DAYS         PIC 9(03) VALUE 3.
       77 WS-ROOT-DAYS            PIC 9(03) VALUE 30.
       77 WS-ACTION-DAYS          PIC 9(03) VALUE 60.
       77 WS-ROLL-DAYS            PIC 9(03) VALUE 90.
       77 WS-REJ-THRESHOLD        PIC 9(05) VALUE 3.
       77 WS-CLEAN-REQ            PIC 9(03) VALUE 5.

       77 WS-TODAY-INT            PIC 9(09) VALUE ZERO.
       77 WS-OPEN-INT             PIC 9(09) VALUE ZERO.
       77 WS-DUE-INT              PIC 9(09) VALUE ZERO.
       77 WS-ROLL-FROM            PIC 9(08) VALUE ZERO.
       77 WS-DONE-DATE            PIC 9(08) VALUE ZERO.
       77 WS-STEP-DUE             PIC 9(08) VALUE ZERO.
       77 WS-DAYS-OVER            PIC 9(05) VALUE ZERO.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.
       77 WS-SR-FOUND             PIC X(01) VALUE 'N'.
           88 SR-ON-MASTER        VALUE 'Y'.

      * EVERY SCAR ON THE MASTER - WHICH SUPPLIER AND PART ALREADY
      * HAS ONE WORKING, AND WHEN THE LATEST ONE ON A PART OPENED
       77 WS-AS-MAX               PIC 9(5) VALUE 5000.
       77 WS-AS-CNT               PIC 9(5) VALUE ZERO.
       77 WS-AS-IDX               PIC 9(5) VALUE ZERO.
       77 WS-AS-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-AS-LAST-OPEN         PIC 9(08) VALUE ZERO.
       77 WS-AS-LKP-SUPP          PIC X(10) VALUE SPACES.
       77 WS-AS-LKP-PART          PIC X(23) VALUE SPACES.
       01 WS-AS-TBL.
           05 WS-AS-ROW OCCURS 5000 TIMES.
               10 WS-AS-SCAR-NO   PIC 9(08).
               10 WS-AS-SUPP      PIC X(10).
               10 WS-AS-PART      PIC X(23).
               10 WS-AS-STATUS    PIC X(01).
               10 WS-AS-OPEN-DATE PIC 9(08).

      * REJECTED RECEIPTS IN THE ROLLING PERIOD PER SUPPLIER AND PART
       77 WS-RJ-MAX               PIC 9(5) VALUE 5000.
       77 WS-RJ-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RJ-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RJ-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-RJ-TBL.
           05 WS-RJ-ROW OCCURS 5000 TIMES.
               10 WS-RJ-SUPP      PIC X(10).
               10 WS-RJ-PART      PIC X(23).
               10 WS-RJ-LOTS      PIC 9(05).
               10 WS-RJ-QTY       PIC 9(09).

      * ONE QUALITY ENGINEER TRANSACTION
      *   'O' OPEN A SCAR BY HAND     - SUPPLIER, PART, ENGINEER,
      *                                 DEFECT
      *   'C' CONTAINMENT IN PLACE    - SCAR NUMBER, DATE DONE
      *   'R' ROOT CAUSE ACCEPTED     - SCAR NUMBER, DATE DONE
      *   'A' CORRECTIVE ACTION TAKEN - SCAR NUMBER, DATE DONE
      * A BLANK DATE DONE IS THE RUN DATE
       01 WS-TRN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-OPEN        VALUE 'O'.
               88 TRN-CONTAIN     VALUE 'C'.
               88 TRN-ROOT        VALUE 'R'.
               88 TRN-ACTION-DONE VALUE 'A'.
           05 WS-TRN-SCAR-NO      PIC X(08) VALUE SPACES.
           05 WS-TRN-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-TRN-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-TRN-ENGINEER     PIC X(03) VALUE SPACES.
           05 WS-TRN-DATE         PIC X(08) VALUE SPACES.
           05 WS-TRN-DATE-N REDEFINES WS-TRN-DATE PIC 9(08).
           05 WS-TRN-DEFECT-DESC  PIC X(27) VALUE SPACES.

           COPY SCARMST.

      * ONE INSPECTION RESULT - SAME LAYOUT INSPRCV WRITES, KEPT
      * UNCHANGED ON THE HISTORY
       01 WS-IQ-DETAIL.
           05 WS-IQ-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-IQ-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-IQ-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-IQ-INSP-QTY      PIC 9(07) VALUE ZERO.
           05 WS-IQ-REJ-QTY       PIC 9(07) VALUE ZERO.
           05 WS-IQ-DATE          PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.

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

       01 PROGRAM-SWITCHES.
           05 SCARMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SCARMST       VALUE 'Y'.
           05 SCARMST-ST                PIC X(02).
               88 SCARMST-OK            VALUE '00'.
               88 SCARMST-NO-FILE       VALUE '35'.
           05 SCARTRN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SCARTRN       VALUE 'Y'.
           05 SCARTRN-ST                PIC X(02).
               88 SCARTRN-OK            VALUE '00'.
           05 INSPRES-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INSPRES       VALUE 'Y'.
           05 INSPRES-ST                PIC X(02).
               88 INSPRES-OK            VALUE '00'.
           05 INSPHST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INSPHST       VALUE 'Y'.
           05 INSPHST-ST                PIC X(02).
               88 INSPHST-OK            VALUE '00'.
           05 SCARRPT-ST                PIC X(02).
               88 SCARRPT-OK            VALUE '00'.

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
             10 FILLER    PIC X(08) VALUE 'SCAR No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Action'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(17) VALUE SPACES.
       01 RPT-LINE-ACT.
             10 RPT-AC-SCAR-NO  PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-AC-ACTION   PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-AC-RESULT   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AC-MESSAGE  PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(19) VALUE SPACES.
       01 RPT-LINE-OVD-HDR.
             10 FILLER    PIC X(08) VALUE 'SCAR No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(17) VALUE 'Step Overdue'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Due'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Opened'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Eng'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(27) VALUE 'Defect'.
             10 FILLER    PIC X(05) VALUE SPACES.
       01 RPT-LINE-OVD.
             10 RPT-OV-SCAR-NO  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-STEP     PIC X(17) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-DUE      PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-DAYS     PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-OPENED   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-ENGINEER PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OV-DEFECT   PIC X(27) VALUE SPACES.
             10 FILLER          PIC X(05) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-SCARTRN.
           PERFORM 500-POST-RESULTS.
           PERFORM 550-SCAN-HISTORY.
           PERFORM 570-OPEN-ON-THRESHOLD
                   VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-CNT.
           PERFORM 700-OVERDUE-REPORT.
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
           COMPUTE WS-ROLL-FROM =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-ROLL-DAYS).
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-SCARS.
           MOVE 'SCAR ACTIVITY' TO RPT-TITLE.
           WRITE SCARRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE SCARRPT-RECORD FROM RPT-LINE-0.
           WRITE SCARRPT-RECORD FROM RPT-LINE-ACT-HDR.
           WRITE SCARRPT-RECORD FROM RPT-LINE-PAGE.

       200-OPEN-FILES.
           OPEN INPUT SCARTRN-FILE
              IF NOT SCARTRN-OK
                 DISPLAY 'Input SCARTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT SCARRPT-FILE
              IF NOT SCARRPT-OK
                 DISPLAY 'Output SCARRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the SCAR master opens for keyed update - a missing master
      *> is not an error, the very first run of this step creates one
           OPEN I-O SCARMST-FILE.
           IF SCARMST-NO-FILE
              DISPLAY 'SCARMST NOT FOUND - STARTING A NEW '
                      'SCAR MASTER'
              OPEN OUTPUT SCARMST-FILE
              CLOSE SCARMST-FILE
              OPEN I-O SCARMST-FILE
           END-IF.
           IF NOT SCARMST-OK
              DISPLAY 'Open SCARMST File Error ' SCARMST-ST
              GO TO 999-ERR-RTN
           END-IF.

       210-LOAD-SCARS.
      *> SCAR numbers continue from the highest on the master
           MOVE ZERO TO WS-NEXT-SCAR-NO.
           MOVE LOW-VALUES TO SCARMST-KEY.
           START SCARMST-FILE KEY IS >= SCARMST-KEY
              INVALID KEY MOVE 'Y' TO SCARMST-EOF
           END-START.
           PERFORM 215-LOAD-ONE-SCAR UNTIL NO-MORE-SCARMST.

       215-LOAD-ONE-SCAR.
           READ SCARMST-FILE NEXT RECORD INTO WS-SR-DETAIL
              AT END MOVE 'Y' TO SCARMST-EOF
           END-READ.
           IF NOT NO-MORE-SCARMST
              IF WS-SR-SCAR-NO > WS-NEXT-SCAR-NO
                 MOVE WS-SR-SCAR-NO TO WS-NEXT-SCAR-NO
              END-IF
              PERFORM 220-ADD-SCAR-ROW
           END-IF.

       220-ADD-SCAR-ROW.
           IF WS-AS-CNT < WS-AS-MAX
              ADD +1 TO WS-AS-CNT
              MOVE WS-SR-SCAR-NO     TO WS-AS-SCAR-NO(WS-AS-CNT)
              MOVE WS-SR-SUPP-CODE   TO WS-AS-SUPP(WS-AS-CNT)
              MOVE WS-SR-PART-NUMBER TO WS-AS-PART(WS-AS-CNT)
              MOVE WS-SR-STATUS      TO WS-AS-STATUS(WS-AS-CNT)
              MOVE WS-SR-OPEN-DATE   TO WS-AS-OPEN-DATE(WS-AS-CNT)
           ELSE
              DISPLAY 'SCARTRK: SCAR TABLE FULL AT SCAR '
                      WS-SR-SCAR-NO
           END-IF.

       230-FIND-ACTIVE-SCAR.
      *> the SCAR still working this supplier and part, if any, and
      *> the date the latest one on the part opened
           MOVE ZERO TO WS-AS-FND-IDX.
           MOVE ZERO TO WS-AS-LAST-OPEN.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-CNT
              IF WS-AS-SUPP(WS-AS-IDX) = WS-AS-LKP-SUPP AND
                 WS-AS-PART(WS-AS-IDX) = WS-AS-LKP-PART
                 IF WS-AS-OPEN-DATE(WS-AS-IDX) > WS-AS-LAST-OPEN
                    MOVE WS-AS-OPEN-DATE(WS-AS-IDX) TO WS-AS-LAST-OPEN
                 END-IF
                 IF WS-AS-STATUS(WS-AS-IDX) NOT = 'X'
                    MOVE WS-AS-IDX TO WS-AS-FND-IDX
                 END-IF
              END-IF
           END-PERFORM.

       240-FIND-SCAR-ROW.
           MOVE ZERO TO WS-AS-FND-IDX.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-CNT OR WS-AS-FND-IDX > ZERO
              IF WS-AS-SCAR-NO(WS-AS-IDX) = WS-SR-SCAR-NO
                 MOVE WS-AS-IDX TO WS-AS-FND-IDX
              END-IF
           END-PERFORM.

       300-READ-TRAN.
           READ SCARTRN-FILE INTO WS-TRN-DETAIL
              AT END
              MOVE 'Y' TO SCARTRN-EOF.

       310-READ-SCAR.
           MOVE 'N' TO WS-SR-FOUND.
           READ SCARMST-FILE INTO WS-SR-DETAIL
              KEY IS SCARMST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SR-FOUND
           END-READ.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-EDIT-TRAN THRU 410-EDIT-EXIT.
           IF TRAN-IN-ERROR
              ADD +1 TO WS-TRAN-REJ-CNT
              MOVE WS-TRN-SCAR-NO     TO RPT-AC-SCAR-NO
              MOVE WS-TRN-SUPP-CODE   TO RPT-AC-SUPP
              MOVE WS-TRN-PART-NUMBER TO RPT-AC-PART
              MOVE 'REJECTED'         TO RPT-AC-RESULT
           ELSE
              EVALUATE TRUE
                 WHEN TRN-OPEN
                    MOVE WS-TRN-SUPP-CODE   TO WS-AS-LKP-SUPP
                    MOVE WS-TRN-PART-NUMBER TO WS-AS-LKP-PART
                    MOVE 'M'                TO WS-SR-ORIGIN
                    MOVE WS-TRN-ENGINEER    TO WS-SR-ENGINEER
                    MOVE WS-TRN-DEFECT-DESC TO WS-SR-DEFECT-DESC
                    MOVE ZERO TO WS-SR-REJ-LOTS, WS-SR-REJ-QTY
                    PERFORM 480-OPEN-SCAR
                    ADD +1 TO WS-MAN-OPEN-CNT
                 WHEN OTHER
                    PERFORM 450-SIGN-OFF-STEP
              END-EVALUATE
              MOVE WS-SR-SCAR-NO     TO RPT-AC-SCAR-NO
              MOVE WS-SR-SUPP-CODE   TO RPT-AC-SUPP
              MOVE WS-SR-PART-NUMBER TO RPT-AC-PART
              MOVE 'ACCEPTED'        TO RPT-AC-RESULT
           END-IF.
           MOVE WS-TRN-ACTION TO RPT-AC-ACTION.
           MOVE WS-TRAN-MSG   TO RPT-AC-MESSAGE.
           WRITE SCARRPT-RECORD FROM RPT-LINE-ACT.
           PERFORM 300-READ-TRAN.

       410-EDIT-TRAN.
      *> first edit that fails carries the transaction's reject
      *> message, SUPMAINT style
           IF NOT (TRN-OPEN OR TRN-CONTAIN OR TRN-ROOT OR
                   TRN-ACTION-DONE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SC01E ACTION must be O, C, R or A.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF TRN-OPEN
              IF WS-TRN-SUPP-CODE = SPACES OR
                 WS-TRN-PART-NUMBER = SPACES
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'SC02E SUPPLIER and PART are required to open.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              IF WS-TRN-ENGINEER = SPACES
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'SC03E ENGINEER is required to open.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              MOVE WS-TRN-SUPP-CODE   TO WS-AS-LKP-SUPP
              MOVE WS-TRN-PART-NUMBER TO WS-AS-LKP-PART
              PERFORM 230-FIND-ACTIVE-SCAR
              IF WS-AS-FND-IDX > ZERO
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE SPACES TO WS-TRAN-MSG
                 STRING 'SC04E SCAR ' DELIMITED BY SIZE
                        WS-AS-SCAR-NO(WS-AS-FND-IDX) DELIMITED BY SIZE
                        ' is already open on this part.'
                            DELIMITED BY SIZE
                        INTO WS-TRAN-MSG
                 END-STRING
              END-IF
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-SCAR-NO NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SC05E SCAR-NUMBER is not on file.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           MOVE WS-TRN-SCAR-NO TO SCARMST-KEY.
           PERFORM 310-READ-SCAR.
           IF NOT SR-ON-MASTER
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SC05E SCAR-NUMBER is not on file.' TO WS-TRAN-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
      *> the steps are signed off in order, each one once
           IF (TRN-CONTAIN AND NOT SR-CONTAIN-DUE) OR
              (TRN-ROOT AND NOT SR-ROOT-DUE) OR
              (TRN-ACTION-DONE AND NOT SR-ACTION-DUE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE SPACES TO WS-TRAN-MSG
              STRING 'SC06E SCAR is not at this step - status '
                         DELIMITED BY SIZE
                     WS-SR-STATUS DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     INTO WS-TRAN-MSG
              END-STRING
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-TRN-DATE = SPACES
              MOVE WS01-CURR-DATE-N TO WS-DONE-DATE
           ELSE
              MOVE WS-TRN-DATE TO WS-DATE-IN-STR-CEE
              CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                   WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                   WS-FC
              IF WS-TRN-DATE NOT NUMERIC OR FC-SEV NOT = ZERO OR
                 WS-TRN-DATE-N > WS01-CURR-DATE-N OR
                 WS-TRN-DATE-N < WS-SR-OPEN-DATE
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'SC07E Invalid Date in DATE-DONE.'
                      TO WS-TRAN-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              MOVE WS-TRN-DATE-N TO WS-DONE-DATE
           END-IF.
       410-EDIT-EXIT.
           EXIT.

       450-SIGN-OFF-STEP.
      *> WS-SR-DETAIL holds the SCAR from the edit's keyed read
           EVALUATE TRUE
              WHEN TRN-CONTAIN
                 MOVE WS-DONE-DATE TO WS-SR-CONTAIN-DONE
                 MOVE 'R' TO WS-SR-STATUS
                 MOVE 'CONTAINMENT SIGNED OFF - ROOT CAUSE DUE NEXT'
                      TO WS-TRAN-MSG
              WHEN TRN-ROOT
                 MOVE WS-DONE-DATE TO WS-SR-ROOT-DONE
                 MOVE 'A' TO WS-SR-STATUS
                 MOVE 'ROOT CAUSE SIGNED OFF - CORRECTIVE ACTION NEXT'
                      TO WS-TRAN-MSG
              WHEN TRN-ACTION-DONE
                 MOVE WS-DONE-DATE TO WS-SR-ACTION-DONE
                 MOVE 'V' TO WS-SR-STATUS
                 MOVE ZERO TO WS-SR-CLEAN-CNT
                 MOVE 'CORRECTIVE ACTION SIGNED OFF - VERIFYING'
                      TO WS-TRAN-MSG
           END-EVALUATE.
           PERFORM 490-REWRITE-SCAR.

       480-OPEN-SCAR.
      *> caller sets the supplier/part lookup keys, origin, engineer,
      *> defect and reject figures - the due dates all run from today
           ADD +1 TO WS-NEXT-SCAR-NO.
           MOVE WS-NEXT-SCAR-NO    TO WS-SR-SCAR-NO.
           MOVE WS-AS-LKP-SUPP     TO WS-SR-SUPP-CODE.
           MOVE WS-AS-LKP-PART     TO WS-SR-PART-NUMBER.
           MOVE WS01-CURR-DATE-N   TO WS-SR-OPEN-DATE.
           MOVE WS-TODAY-INT       TO WS-OPEN-INT.
           COMPUTE WS-DUE-INT = WS-OPEN-INT + WS-CONTAIN-DAYS.
           COMPUTE WS-SR-CONTAIN-DUE =
              FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           COMPUTE WS-DUE-INT = WS-OPEN-INT + WS-ROOT-DAYS.
           COMPUTE WS-SR-ROOT-DUE =
              FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           COMPUTE WS-DUE-INT = WS-OPEN-INT + WS-ACTION-DAYS.
           COMPUTE WS-SR-ACTION-DUE =
              FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE ZERO TO WS-SR-CONTAIN-DONE, WS-SR-ROOT-DONE,
                        WS-SR-ACTION-DONE, WS-SR-CLEAN-CNT,
                        WS-SR-CLOSE-DATE.
           MOVE WS-CLEAN-REQ       TO WS-SR-CLEAN-REQ.
           MOVE 'C'                TO WS-SR-STATUS.
           MOVE WS-SR-SCAR-NO      TO SCARMST-KEY.
           WRITE SCARMST-RECORD FROM WS-SR-DETAIL
              INVALID KEY
                 DISPLAY 'SCARMST WRITE ERROR ' SCARMST-ST
                         ' SCAR ' WS-SR-SCAR-NO
           END-WRITE.
           PERFORM 220-ADD-SCAR-ROW.
           MOVE SPACES TO WS-TRAN-MSG.
           STRING 'SCAR OPENED - CONTAINMENT DUE ' DELIMITED BY SIZE
                  WS-SR-CONTAIN-DUE DELIMITED BY SIZE
                  INTO WS-TRAN-MSG
           END-STRING.

       490-REWRITE-SCAR.
           MOVE WS-SR-SCAR-NO TO SCARMST-KEY.
           REWRITE SCARMST-RECORD FROM WS-SR-DETAIL
              INVALID KEY
                 DISPLAY 'SCARMST REWRITE ERROR ' SCARMST-ST
                         ' SCAR ' WS-SR-SCAR-NO
           END-REWRITE.
           PERFORM 240-FIND-SCAR-ROW.
           IF WS-AS-FND-IDX > ZERO
              MOVE WS-SR-STATUS TO WS-AS-STATUS(WS-AS-FND-IDX)
           END-IF.

       500-POST-RESULTS.
      *> the day's results go onto the history first, then count
      *> toward any SCAR on the part that is waiting on verification
           OPEN INPUT INSPRES-FILE
              IF NOT INSPRES-OK
                 DISPLAY 'Input INSPRES File Error'
                 GO TO 999-ERR-RTN.
           OPEN EXTEND INSPHST-FILE.
           IF NOT INSPHST-OK
              OPEN OUTPUT INSPHST-FILE
              IF NOT INSPHST-OK
                 DISPLAY 'Output INSPHST File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 320-READ-RESULT.
           PERFORM 510-POST-ONE-RESULT UNTIL NO-MORE-INSPRES.
           CLOSE INSPRES-FILE, INSPHST-FILE.

       320-READ-RESULT.
           READ INSPRES-FILE INTO WS-IQ-DETAIL
              AT END
              MOVE 'Y' TO INSPRES-EOF.

       510-POST-ONE-RESULT.
           ADD +1 TO WS-RES-CNT.
           WRITE INSPHST-RECORD FROM WS-IQ-DETAIL.
           MOVE WS-IQ-SUPP-CODE   TO WS-AS-LKP-SUPP.
           MOVE WS-IQ-PART-NUMBER TO WS-AS-LKP-PART.
           PERFORM 230-FIND-ACTIVE-SCAR.
           IF WS-AS-FND-IDX > ZERO
              IF WS-AS-STATUS(WS-AS-FND-IDX) = 'V'
                 PERFORM 520-VERIFY-RECEIPT
              END-IF
           END-IF.
           PERFORM 320-READ-RESULT.

       520-VERIFY-RECEIPT.
           MOVE WS-AS-SCAR-NO(WS-AS-FND-IDX) TO WS-SR-SCAR-NO.
           MOVE WS-SR-SCAR-NO TO SCARMST-KEY.
           PERFORM 310-READ-SCAR.
           IF SR-ON-MASTER
              IF WS-IQ-REJ-QTY > ZERO
                 MOVE ZERO TO WS-SR-CLEAN-CNT
                 MOVE 'REJECTED RECEIPT - CLEAN COUNT STARTS AGAIN'
                      TO WS-TRAN-MSG
              ELSE
                 ADD +1 TO WS-SR-CLEAN-CNT
                 MOVE SPACES TO WS-TRAN-MSG
              END-IF
              IF WS-SR-CLEAN-CNT >= WS-SR-CLEAN-REQ
                 MOVE 'X' TO WS-SR-STATUS
                 MOVE WS01-CURR-DATE-N TO WS-SR-CLOSE-DATE
                 ADD +1 TO WS-CLOSE-CNT
                 MOVE 'CLEAN RECEIPTS REACHED - SCAR CLOSED'
                      TO WS-TRAN-MSG
              END-IF
              PERFORM 490-REWRITE-SCAR
              IF WS-TRAN-MSG NOT = SPACES
                 MOVE WS-SR-SCAR-NO     TO RPT-AC-SCAR-NO
                 MOVE WS-SR-SUPP-CODE   TO RPT-AC-SUPP
                 MOVE WS-SR-PART-NUMBER TO RPT-AC-PART
                 MOVE 'V'               TO RPT-AC-ACTION
                 MOVE 'RECEIPT'         TO RPT-AC-RESULT
                 MOVE WS-TRAN-MSG       TO RPT-AC-MESSAGE
                 WRITE SCARRPT-RECORD FROM RPT-LINE-ACT
              END-IF
           END-IF.

       550-SCAN-HISTORY.
      *> rejected receipts in the rolling period per supplier and
      *> part - a reject from before the latest SCAR on the part
      *> opened has already been answered for
           OPEN INPUT INSPHST-FILE
              IF NOT INSPHST-OK
                 DISPLAY 'Input INSPHST File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 330-READ-HISTORY.
           PERFORM 560-COUNT-ONE-REJECT UNTIL NO-MORE-INSPHST.
           CLOSE INSPHST-FILE.

       330-READ-HISTORY.
           READ INSPHST-FILE INTO WS-IQ-DETAIL
              AT END
              MOVE 'Y' TO INSPHST-EOF.

       560-COUNT-ONE-REJECT.
           ADD +1 TO WS-HIST-CNT.
           IF WS-IQ-REJ-QTY > ZERO AND WS-IQ-DATE >= WS-ROLL-FROM
              MOVE WS-IQ-SUPP-CODE   TO WS-AS-LKP-SUPP
              MOVE WS-IQ-PART-NUMBER TO WS-AS-LKP-PART
              PERFORM 230-FIND-ACTIVE-SCAR
              IF WS-IQ-DATE > WS-AS-LAST-OPEN
                 PERFORM 565-FIND-REJECT-ROW
                 IF WS-RJ-FND-IDX > ZERO
                    ADD +1 TO WS-RJ-LOTS(WS-RJ-FND-IDX)
                    ADD WS-IQ-REJ-QTY TO WS-RJ-QTY(WS-RJ-FND-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 330-READ-HISTORY.

       565-FIND-REJECT-ROW.
           MOVE ZERO TO WS-RJ-FND-IDX.
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-CNT OR WS-RJ-FND-IDX > ZERO
              IF WS-RJ-SUPP(WS-RJ-IDX) = WS-IQ-SUPP-CODE AND
                 WS-RJ-PART(WS-RJ-IDX) = WS-IQ-PART-NUMBER
                 MOVE WS-RJ-IDX TO WS-RJ-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-RJ-FND-IDX = ZERO AND WS-RJ-CNT < WS-RJ-MAX
              ADD +1 TO WS-RJ-CNT
              MOVE WS-IQ-SUPP-CODE   TO WS-RJ-SUPP(WS-RJ-CNT)
              MOVE WS-IQ-PART-NUMBER TO WS-RJ-PART(WS-RJ-CNT)
              MOVE ZERO TO WS-RJ-LOTS(WS-RJ-CNT), WS-RJ-QTY(WS-RJ-CNT)
              MOVE WS-RJ-CNT TO WS-RJ-FND-IDX
           END-IF.

       570-OPEN-ON-THRESHOLD.
           IF WS-RJ-LOTS(WS-RJ-IDX) >= WS-REJ-THRESHOLD
              MOVE WS-RJ-SUPP(WS-RJ-IDX) TO WS-AS-LKP-SUPP
              MOVE WS-RJ-PART(WS-RJ-IDX) TO WS-AS-LKP-PART
              PERFORM 230-FIND-ACTIVE-SCAR
              IF WS-AS-FND-IDX = ZERO
                 MOVE 'A'   TO WS-SR-ORIGIN
                 MOVE 'SYS' TO WS-SR-ENGINEER
                 MOVE 'REJECT THRESHOLD PASSED' TO WS-SR-DEFECT-DESC
                 MOVE WS-RJ-LOTS(WS-RJ-IDX) TO WS-SR-REJ-LOTS
                 MOVE WS-RJ-QTY(WS-RJ-IDX)  TO WS-SR-REJ-QTY
                 PERFORM 480-OPEN-SCAR
                 ADD +1 TO WS-AUTO-OPEN-CNT
                 MOVE WS-SR-SCAR-NO     TO RPT-AC-SCAR-NO
                 MOVE WS-SR-SUPP-CODE   TO RPT-AC-SUPP
                 MOVE WS-SR-PART-NUMBER TO RPT-AC-PART
                 MOVE 'O'               TO RPT-AC-ACTION
                 MOVE 'AUTO'            TO RPT-AC-RESULT
                 MOVE WS-TRAN-MSG       TO RPT-AC-MESSAGE
                 WRITE SCARRPT-RECORD FROM RPT-LINE-ACT
              END-IF
           END-IF.

       700-OVERDUE-REPORT.
      *> a SCAR is overdue when the step it is waiting on is past
      *> its due date - one on verification has no date to miss
           WRITE SCARRPT-RECORD FROM RPT-LINE-0.
           MOVE 'OVERDUE SCARS' TO RPT-TITLE.
           WRITE SCARRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE SCARRPT-RECORD FROM RPT-LINE-0.
           WRITE SCARRPT-RECORD FROM RPT-LINE-OVD-HDR.
           WRITE SCARRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'N' TO SCARMST-EOF.
           MOVE LOW-VALUES TO SCARMST-KEY.
           START SCARMST-FILE KEY IS >= SCARMST-KEY
              INVALID KEY MOVE 'Y' TO SCARMST-EOF
           END-START.
           PERFORM 710-CHECK-ONE-SCAR UNTIL NO-MORE-SCARMST.

       710-CHECK-ONE-SCAR.
           READ SCARMST-FILE NEXT RECORD INTO WS-SR-DETAIL
              AT END MOVE 'Y' TO SCARMST-EOF
           END-READ.
           IF NOT NO-MORE-SCARMST AND NOT SR-CLOSED
              ADD +1 TO WS-ACTIVE-CNT
              MOVE ZERO TO WS-STEP-DUE
              EVALUATE TRUE
                 WHEN SR-CONTAIN-DUE
                    MOVE WS-SR-CONTAIN-DUE TO WS-STEP-DUE
                    MOVE 'CONTAINMENT' TO RPT-OV-STEP
                 WHEN SR-ROOT-DUE
                    MOVE WS-SR-ROOT-DUE TO WS-STEP-DUE
                    MOVE 'ROOT CAUSE' TO RPT-OV-STEP
                 WHEN SR-ACTION-DUE
                    MOVE WS-SR-ACTION-DUE TO WS-STEP-DUE
                    MOVE 'CORRECTIVE ACTION' TO RPT-OV-STEP
              END-EVALUATE
              IF WS-STEP-DUE > ZERO AND
                 WS-STEP-DUE < WS01-CURR-DATE-N
                 ADD +1 TO WS-OVERDUE-CNT
                 COMPUTE WS-DAYS-OVER = WS-TODAY-INT -
                    FUNCTION INTEGER-OF-DATE(WS-STEP-DUE)
                 MOVE WS-SR-SCAR-NO     TO RPT-OV-SCAR-NO
                 MOVE WS-SR-SUPP-CODE   TO RPT-OV-SUPP
                 MOVE WS-SR-PART-NUMBER TO RPT-OV-PART
                 MOVE WS-STEP-DUE       TO RPT-OV-DUE
                 MOVE WS-DAYS-OVER      TO RPT-OV-DAYS
                 MOVE WS-SR-OPEN-DATE   TO RPT-OV-OPENED
                 MOVE WS-SR-ENGINEER    TO RPT-OV-ENGINEER
                 MOVE WS-SR-DEFECT-DESC TO RPT-OV-DEFECT
                 WRITE SCARRPT-RECORD FROM RPT-LINE-OVD
              END-IF
           END-IF.

       900-WRAP-UP.
           WRITE SCARRPT-RECORD FROM RPT-LINE-0.
           WRITE SCARRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-REJ-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SCARS OPENED BY HAND......... ' TO RPT-SUM-LABEL.
           MOVE WS-MAN-OPEN-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SCARS OPENED ON THRESHOLD.... ' TO RPT-SUM-LABEL.
           MOVE WS-AUTO-OPEN-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INSPECTION RESULTS READ...... ' TO RPT-SUM-LABEL.
           MOVE WS-RES-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SCARS CLOSED................. ' TO RPT-SUM-LABEL.
           MOVE WS-CLOSE-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SCARS STILL OPEN............. ' TO RPT-SUM-LABEL.
           MOVE WS-ACTIVE-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SCARS OVERDUE................ ' TO RPT-SUM-LABEL.
           MOVE WS-OVERDUE-CNT TO RPT-SUM-CNT.
           WRITE SCARRPT-RECORD FROM RPT-LINE-5.
           WRITE SCARRPT-RECORD FROM RPT-LINE-4.
           CLOSE SCARTRN-FILE, SCARMST-FILE, SCARRPT-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
