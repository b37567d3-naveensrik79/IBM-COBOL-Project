       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHGREVW.
      * **************************************************
      * CHGREVW IS THE MONTHLY SENSITIVE-FIELD CHANGE REVIEW FOR THE
      * CONTROL OWNERS.  EVERY MAINTENANCE PROGRAM (SUPMAINT,
      * MODLMNT, CERTMNT, QUOTMNT, BLANKPO, BANKMNT, FISCMNT, ROPMNT,
      * CARRMNT, PPAPMNT, PARTXMNT, FWDMNT, AND ENGCHG FOR THE PART
      * MASTER) APPENDS A ROW TO THE SHARED CHANGE HISTORY FOR EACH
      * FIELD IT MOVES - MASTER, KEY, FIELD, OLD AND NEW VALUE,
      * OPERATOR, DATE AND TIME.  FOR THE
      * MONTH UNDER REVIEW CHGREVW LISTS EVERY CHANGE TO A SENSITIVE
      * FIELD (SUPPLIER TERMS, RATING, STATUS, TAX ID, 1099 FLAG,
      * BLANKET QUANTITIES AND THE LIKE) MADE BY ANYONE OTHER THAN
      * THE USUAL MAINTAINER OF THAT MASTER - THE CHGRULE COPYBOOK
      * NAMES BOTH.  A CHANGE WITH NO OPERATOR ON IT IS NEVER THE
      * USUAL MAINTAINER'S.  TAX IDS AND BANK ROUTING, ACCOUNT AND
      * IBAN NUMBERS PRINT MASKED THROUGH MASKID.
      * THE MONTH IS THE CALENDAR MONTH BEFORE THE RUN DATE, OR THE
      * ONE A 'MONTH=YYYYMM' CARD NAMES.  ANY CHANGE LISTED ENDS
      * RETURN CODE 4.
      * UT-C-CRVCTL  = CONTROL CARD, 'MONTH=YYYYMM'
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * UT-C-CRVRPT  = REVIEW REPORT LANDING IN JES
      * UT-C-MASKVLT = MASKED-VALUE VAULT (APPENDED BY MASKID)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRVCTL-FILE ASSIGN TO UT-C-CRVCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CRVCTL-ST.
           SELECT CHGHIST-FILE ASSIGN TO UT-C-CHGHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CHGHIST-ST.
           SELECT CRVRPT-FILE ASSIGN TO UT-C-CRVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CRVRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD CRVCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CRVCTL-RECORD       PIC X(80).
       FD CHGHIST-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01 CHGHIST-RECORD      PIC X(160).
       FD CRVRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 CRVRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-HIST-CNT             PIC 9(08) VALUE ZERO.
       77 WS-MONTH-CNT            PIC 9(08) VALUE ZERO.
       77 WS-SENS-CNT             PIC 9(08) VALUE ZERO.
       77 WS-USUAL-CNT            PIC 9(08) VALUE ZERO.
       77 WS-LISTED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-SENS-IDX             PIC 9(02) VALUE ZERO.
       77 WS-MAINT-IDX            PIC 9(02) VALUE ZERO.
       77 WS-SENS-SW              PIC X(01) VALUE 'N'.
           88 FIELD-IS-SENSITIVE  VALUE 'Y'.
       77 WS-USUAL-SW             PIC X(01) VALUE 'N'.
           88 BY-USUAL-MAINTAINER VALUE 'Y'.

      * REVIEW MONTH - THE ONE BEFORE THE RUN DATE'S UNLESS A
      * 'MONTH=' CARD SAYS OTHERWISE
       01 WS-RV-MONTH.
           05 WS-RV-YYYY          PIC 9(04) VALUE ZERO.
           05 WS-RV-MM            PIC 9(02) VALUE ZERO.
       01 WS-RV-MONTH-X REDEFINES WS-RV-MONTH PIC X(06).
       01 WS-RV-MONTH-N REDEFINES WS-RV-MONTH PIC 9(06).
       77 WS-MON-START            PIC 9(08) VALUE ZERO.
       77 WS-MON-END              PIC 9(08) VALUE ZERO.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      * SENSITIVE FIELDS AND USUAL MAINTAINERS
           COPY CHGRULE.

      * ONE CHANGE-HISTORY ROW
           COPY CHGHIST.

      * MASKING HANDSHAKE WITH THE SHARED MASKID ROUTINE
       77 WS-MK-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MK-PROGRAM           PIC X(08) VALUE 'CHGREVW'.
       77 WS-MK-KEY               PIC X(10) VALUE SPACES.
       77 WS-MK-KIND              PIC X(01) VALUE SPACES.
       77 WS-MK-VALUE             PIC X(17) VALUE SPACES.
       77 WS-MK-MASKED            PIC X(17) VALUE SPACES.
       77 WS-MK-RETURN            PIC 9(02) VALUE ZERO.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

       01 PROGRAM-SWITCHES.
           05 CRVCTL-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-CRVCTL        VALUE 'Y'.
           05 CRVCTL-ST                 PIC X(02).
               88 CRVCTL-OK             VALUE '00'.
           05 CHGHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CHGHIST       VALUE 'Y'.
           05 CHGHIST-ST                PIC X(02).
               88 CHGHIST-OK            VALUE '00'.
           05 CRVRPT-ST                 PIC X(02).
               88 CRVRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'MASTER CHANGE REVIEW - SENSITIVE    '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE '   MONTH: '.
             10 RPT-RV-MONTH PIC X(06) VALUE SPACES.
             10 FILLER       PIC X(60) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(08) VALUE 'Date    '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Time  '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Master  '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(34) VALUE 'Key'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Field'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(01) VALUE 'A'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(17) VALUE 'Old Value'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(17) VALUE 'New Value'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Operator'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Program'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-CH-DATE     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-TIME     PIC 9(06) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-MASTER   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-KEY      PIC X(34) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-FIELD    PIC X(12) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-ACTION   PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-OLD      PIC X(17) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-NEW      PIC X(17) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-OPER     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CH-PROGRAM  PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-CLEAN.
             10 FILLER          PIC X(60) VALUE
                'NO SENSITIVE CHANGES OUTSIDE THE USUAL MAINTAINERS'.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-HISTORY.
           PERFORM 400-REVIEW-ONE-CHANGE UNTIL NO-MORE-CHGHIST.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 110-READ-CONTROL-CARDS.
           PERFORM 150-SET-MONTH.
           PERFORM 200-OPEN-FILES.
           MOVE WS-RV-MONTH-X TO RPT-RV-MONTH.
           WRITE CRVRPT-RECORD FROM RPT-LINE-0.
           WRITE CRVRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE CRVRPT-RECORD FROM RPT-LINE-1.
           WRITE CRVRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARDS.
      *> no card file reviews the month before the run date's
           OPEN INPUT CRVCTL-FILE.
           IF CRVCTL-OK
              PERFORM 115-READ-ONE-CARD UNTIL NO-MORE-CRVCTL
              CLOSE CRVCTL-FILE
           END-IF.

       115-READ-ONE-CARD.
           READ CRVCTL-FILE INTO WS-CNTL-CARD
              AT END MOVE 'Y' TO CRVCTL-EOF
           END-READ.
           IF NOT NO-MORE-CRVCTL
              IF WS-CNTL-CARD(1:6) = 'MONTH=' AND
                 WS-CNTL-CARD(7:6) IS NUMERIC
                 MOVE WS-CNTL-CARD(7:6) TO WS-RV-MONTH-X
              END-IF
           END-IF.

       150-SET-MONTH.
      *> the review runs early in the month for the one just ended -
      *> January's run looks back at December of the year before
           IF WS-RV-MONTH-N = ZERO
              IF WS01-CURR-MM = 1
                 COMPUTE WS-RV-YYYY = WS01-CURR-YYYY - 1
                 MOVE 12 TO WS-RV-MM
              ELSE
                 MOVE WS01-CURR-YYYY TO WS-RV-YYYY
                 COMPUTE WS-RV-MM = WS01-CURR-MM - 1
              END-IF
           END-IF.
           COMPUTE WS-MON-START = WS-RV-MONTH-N * 100 + 1.
           COMPUTE WS-MON-END   = WS-RV-MONTH-N * 100 + 31.

       200-OPEN-FILES.
           OPEN INPUT CHGHIST-FILE
              IF NOT CHGHIST-OK
                 DISPLAY 'Input CHGHIST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT CRVRPT-FILE
              IF NOT CRVRPT-OK
                 DISPLAY 'Output CRVRPT File Error'
                 GO TO 999-ERR-RTN.

       300-READ-HISTORY.
           READ CHGHIST-FILE INTO WS-CH-DETAIL
              AT END
              MOVE 'Y' TO CHGHIST-EOF.

       400-REVIEW-ONE-CHANGE.
           ADD +1 TO WS-HIST-CNT.
           IF WS-CH-DATE NOT < WS-MON-START AND
              WS-CH-DATE NOT > WS-MON-END
              ADD +1 TO WS-MONTH-CNT
              PERFORM 410-CHECK-SENSITIVE
              IF FIELD-IS-SENSITIVE
                 ADD +1 TO WS-SENS-CNT
                 PERFORM 420-CHECK-MAINTAINER
                 IF BY-USUAL-MAINTAINER
                    ADD +1 TO WS-USUAL-CNT
                 ELSE
                    PERFORM 500-LIST-CHANGE
                 END-IF
              END-IF
           END-IF.
           PERFORM 300-READ-HISTORY.

       410-CHECK-SENSITIVE.
           MOVE 'N' TO WS-SENS-SW.
           PERFORM VARYING WS-SENS-IDX FROM 1 BY 1
                   UNTIL WS-SENS-IDX > WS-SENS-MAX
              IF WS-SENS-MASTER(WS-SENS-IDX) = WS-CH-MASTER AND
                 WS-SENS-FIELD(WS-SENS-IDX) = WS-CH-FIELD
                 MOVE 'Y' TO WS-SENS-SW
              END-IF
           END-PERFORM.

       420-CHECK-MAINTAINER.
      *> 'UNKNOWN' is on no master's list, so an unsigned change
      *> always goes to the review
           MOVE 'N' TO WS-USUAL-SW.
           PERFORM VARYING WS-MAINT-IDX FROM 1 BY 1
                   UNTIL WS-MAINT-IDX > WS-MAINT-MAX
              IF WS-MAINT-MASTER(WS-MAINT-IDX) = WS-CH-MASTER AND
                 WS-MAINT-OPER(WS-MAINT-IDX) = WS-CH-OPERATOR
                 MOVE 'Y' TO WS-USUAL-SW
              END-IF
           END-PERFORM.

       500-LIST-CHANGE.
           ADD +1 TO WS-LISTED-CNT.
           MOVE WS-CH-DATE     TO RPT-CH-DATE.
           MOVE WS-CH-TIME     TO RPT-CH-TIME.
           MOVE WS-CH-MASTER   TO RPT-CH-MASTER.
           MOVE WS-CH-KEY      TO RPT-CH-KEY.
           MOVE WS-CH-FIELD    TO RPT-CH-FIELD.
           MOVE WS-CH-ACTION   TO RPT-CH-ACTION.
           MOVE WS-CH-OLD      TO RPT-CH-OLD.
           MOVE WS-CH-NEW      TO RPT-CH-NEW.
           MOVE WS-CH-OPERATOR TO RPT-CH-OPER.
           MOVE WS-CH-PROGRAM  TO RPT-CH-PROGRAM.
      *> a tax ID or a bank routing, account or IBAN number never
      *> goes to the report in full - both sides of the change print
      *> masked, the vault keeps them for RPRINT.  the report column
      *> holds seventeen, so that is all of an IBAN that is masked
           MOVE SPACES TO WS-MK-KIND.
           EVALUATE TRUE
              WHEN WS-CH-MASTER = 'SUPPMAST' AND
                   WS-CH-FIELD = 'TAX-ID'
                 MOVE 'T' TO WS-MK-KIND
              WHEN WS-CH-MASTER = 'SUPBANK' AND
                   WS-CH-FIELD = 'ROUTING'
                 MOVE 'R' TO WS-MK-KIND
              WHEN WS-CH-MASTER = 'SUPBANK' AND
                   (WS-CH-FIELD = 'ACCOUNT' OR WS-CH-FIELD = 'IBAN')
                 MOVE 'A' TO WS-MK-KIND
           END-EVALUATE.
           IF WS-MK-KIND NOT = SPACES
              MOVE 'MSK'            TO WS-MK-ACTION
              MOVE WS-CH-KEY(1:10)  TO WS-MK-KEY
              MOVE WS-CH-OLD(1:17)  TO WS-MK-VALUE
              CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                                  WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                                  WS-MK-MASKED, WS-MK-RETURN
              MOVE WS-MK-MASKED     TO RPT-CH-OLD
              MOVE WS-CH-NEW(1:17)  TO WS-MK-VALUE
              CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                                  WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                                  WS-MK-MASKED, WS-MK-RETURN
              MOVE WS-MK-MASKED     TO RPT-CH-NEW
           END-IF.
           WRITE CRVRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
           IF WS-LISTED-CNT = ZERO
              WRITE CRVRPT-RECORD FROM RPT-LINE-CLEAN
           END-IF.
           WRITE CRVRPT-RECORD FROM RPT-LINE-0.
           WRITE CRVRPT-RECORD FROM RPT-LINE-4.
           MOVE 'HISTORY ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-HIST-CNT TO RPT-SUM-CNT.
           WRITE CRVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGES IN THE MONTH......... ' TO RPT-SUM-LABEL.
           MOVE WS-MONTH-CNT TO RPT-SUM-CNT.
           WRITE CRVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SENSITIVE-FIELD CHANGES...... ' TO RPT-SUM-LABEL.
           MOVE WS-SENS-CNT TO RPT-SUM-CNT.
           WRITE CRVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'BY THE USUAL MAINTAINER...... ' TO RPT-SUM-LABEL.
           MOVE WS-USUAL-CNT TO RPT-SUM-CNT.
           WRITE CRVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LISTED FOR REVIEW............ ' TO RPT-SUM-LABEL.
           MOVE WS-LISTED-CNT TO RPT-SUM-CNT.
           WRITE CRVRPT-RECORD FROM RPT-LINE-5.
           WRITE CRVRPT-RECORD FROM RPT-LINE-4.
           CLOSE CHGHIST-FILE, CRVRPT-FILE.
           MOVE 'END' TO WS-MK-ACTION.
           CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                               WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                               WS-MK-MASKED, WS-MK-RETURN.
      *> set after the last CALL - a called routine leaves its own
      *> return code behind
           IF WS-LISTED-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
