      * PROGRAM AND RUN DATE; THE INDEX IS CONSULTED FIRST SO A
      * REQUEST FOR A REPORT THAT WAS NEVER ARCHIVED SAYS SO
      * INSTEAD OF PRINTING NOTHING QUIETLY.
      * TAX IDS AND BANK NUMBERS ARE ARCHIVED AS THEY PRINTED -
      * MASKED TO THE LAST FOUR.  AN OPERATOR WHOSE SECURITY MASTER
      * ROW CARRIES ROLE 'S' (ACTIVE) MAY ASK FOR AN UNMASKED
      * REPRINT; THE FULL VALUES ARE PUT BACK FROM THE VAULT MASKID
      * KEPT FOR THAT RUN, ONLY ON LINES CARRYING THE SAME SUPPLIER.
      * EVERY UNMASK REQUEST, GRANTED OR REFUSED, IS LOGGED.  A
      * REFUSED ONE STILL REPRINTS, MASKED, WITH RETURN CODE 4.
      * UT-C-RPRCARD  = CONTROL CARDS: 'PROGRAM=xxxxxxxx' AND
      *                 'DATE=yyyymmdd', ONE PER RECORD; FOR AN
      *                 UNMASKED REPRINT ALSO 'UNMASK=Y' AND
      *                 'OPERATOR=xxxxxxxx'
      * UT-C-RPTINDEX = ARCHIVE INDEX WRITTEN BY RPTARCH
      * UT-C-RPTARCH  = SHARED REPORT ARCHIVE
      * UT-C-RPRINT   = THE REPRINTED REPORT LANDING IN JES
      * UT-C-OPERSEC  = OPERATOR SECURITY MASTER (UNMASK ONLY)
      * UT-C-MASKVLT  = MASKED-VALUE VAULT (UNMASK ONLY)
      * UT-C-UNMLOG   = UNMASK REQUEST LOG (EXTENDED EVERY REQUEST)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT RPRINT-FILE ASSIGN TO UT-C-RPRINT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RPRINT-ST.
           SELECT OPERSEC-FILE ASSIGN TO UT-C-OPERSEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPERSEC-ST.
           SELECT MASKVLT-FILE ASSIGN TO UT-C-MASKVLT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS MASKVLT-ST.
           SELECT UNMLOG-FILE ASSIGN TO UT-C-UNMLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS UNMLOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RPRCARD-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 RPRINT-RECORD       PIC X(132).
       FD OPERSEC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 OPERSEC-RECORD      PIC X(80).
       FD MASKVLT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 MASKVLT-RECORD      PIC X(80).
       FD UNMLOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 UNMLOG-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-WANT-PROGRAM         PIC X(08) VALUE SPACES.
       77 WS-WANT-DATE            PIC 9(08) VALUE ZERO.
       77 WS-IX-PAGES             PIC 9(05) VALUE ZERO.
       77 WS-REPRINT-CNT          PIC 9(08) VALUE ZERO.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       77 WS-WANT-OPERATOR        PIC X(08) VALUE SPACES.
       77 WS-UNMASK-SW            PIC X(01) VALUE 'N'.
           88 UNMASK-ASKED        VALUE 'Y'.
       77 WS-GRANTED-SW           PIC X(01) VALUE 'N'.
           88 UNMASK-GRANTED      VALUE 'Y'.
       77 WS-UNMASK-RESULT        PIC X(10) VALUE SPACES.
       77 WS-UNMASK-CNT           PIC 9(08) VALUE ZERO.
       77 WS-HIT-CNT              PIC 9(04) VALUE ZERO.
       01 WS-LINE-BEFORE          PIC X(132) VALUE SPACES.
       01 WS01-CURR-DATE          PIC 9(08) VALUE ZERO.

      * OPERATOR SECURITY MASTER, LOADED ONLY FOR AN UNMASK
      * REQUEST - SAME TABLE SHAPE BANKMNT SIGNS ON AGAINST.  ROLE
      * 'S' IS THE ONE SECURITY GIVES FOR UNMASKED REPRINTS
       77 WS-OSEC-MAX             PIC 9(03) VALUE 200.
       77 WS-OSEC-CNT             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-IDX             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-FND-IDX         PIC 9(03) VALUE ZERO.
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

      * VAULT ROWS FOR THE PROGRAM AND RUN DATE BEING REPRINTED,
      * WITH THE SIGNIFICANT LENGTHS OF THE SUPPLIER AND THE MASKED
      * VALUE WORKED OUT ONCE AT LOAD
           COPY MASKVLT.
       77 WS-VT-MAX               PIC 9(05) VALUE 5000.
       77 WS-VT-CNT               PIC 9(05) VALUE ZERO.
       77 WS-VT-IDX               PIC 9(05) VALUE ZERO.
       77 WS-VT-POS               PIC 9(02) VALUE ZERO.
       01 WS-VT-TBL.
           05 WS-VT-ROW OCCURS 5000 TIMES.
               10 WS-VT-ROW-KEY       PIC X(10).
               10 WS-VT-ROW-KEY-LEN   PIC 9(02).
               10 WS-VT-ROW-MASKED    PIC X(17).
               10 WS-VT-ROW-FULL      PIC X(17).
               10 WS-VT-ROW-VAL-LEN   PIC 9(02).

      * ONE UNMASK-LOG RECORD PER REQUEST
       01 WS-UL-DETAIL.
           05 WS-UL-DATE          PIC 9(08) VALUE ZERO.
           05 WS-UL-TIME          PIC 9(06) VALUE ZERO.
           05 WS-UL-OPERATOR      PIC X(08) VALUE SPACES.
           05 WS-UL-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-UL-RUN-DATE      PIC 9(08) VALUE ZERO.
           05 WS-UL-RESULT        PIC X(10) VALUE SPACES.
           05 WS-UL-LINES         PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(24) VALUE SPACES.
       01 WS-UL-TIME-IN.
           05 WS-UL-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      * FIRST LINE OF AN UNMASKED REPRINT, SO THE COPY CARRIES ITS
      * OWN WARNING WHEREVER IT ENDS UP
       01 RPT-LINE-UNMASK.
             10 FILLER          PIC X(48) VALUE
                '*** UNMASKED REPRINT - RESTRICTED - RELEASED TO '.
             10 RPT-UNM-OPER    PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE ' ***'.
             10 FILLER          PIC X(72) VALUE SPACES.

      * ONE ARCHIVED LINE - SAME LAYOUT RPTARCH WRITES
       01 WS-ARC-DETAIL.
               88 RPTARCH-OK            VALUE '00'.
           05 RPRINT-ST                 PIC X(02).
               88 RPRINT-OK             VALUE '00'.
           05 OPERSEC-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-OPERSEC       VALUE 'Y'.
           05 OPERSEC-ST                PIC X(02).
               88 OPERSEC-OK            VALUE '00'.
           05 MASKVLT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-MASKVLT       VALUE 'Y'.
           05 MASKVLT-ST                PIC X(02).
               88 MASKVLT-OK            VALUE '00'.
           05 UNMLOG-ST                 PIC X(02).
               88 UNMLOG-OK             VALUE '00'.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 210-CHECK-INDEX THRU 210-CHECK-EXIT.
           IF UNMASK-ASKED
              PERFORM 220-CHECK-UNMASK THRU 220-CHECK-EXIT
           END-IF.
           IF REPORT-INDEXED
              PERFORM 300-SCAN-ARCHIVE
           ELSE
                      WS-WANT-PROGRAM ' ON ' WS-WANT-DATE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF UNMASK-ASKED
              PERFORM 800-LOG-UNMASK
           END-IF.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           PERFORM 110-READ-CONTROL-CARDS.
           IF WS-WANT-PROGRAM = SPACES OR WS-WANT-DATE = ZERO
              DISPLAY 'RPRINT: PROGRAM= AND DATE= CARDS ARE BOTH '
                    IF WS-CNTL-CARD(6:8) IS NUMERIC
                       MOVE WS-CNTL-CARD(6:8) TO WS-WANT-DATE
                    END-IF
                 WHEN WS-CNTL-CARD(1:9) = 'OPERATOR='
                    MOVE WS-CNTL-CARD(10:8) TO WS-WANT-OPERATOR
                 WHEN WS-CNTL-CARD(1:7) = 'UNMASK='
                    IF WS-CNTL-CARD(8:1) = 'Y'
                       MOVE 'Y' TO WS-UNMASK-SW
                    END-IF
                 WHEN WS-CNTL-CARD = SPACES
                    CONTINUE
                 WHEN OTHER
              END-IF
           END-IF.

       220-CHECK-UNMASK.
      *> the operator has to be on the security master, active and
      *> holding role 'S' - anything less reprints masked
           MOVE 'DENIED' TO WS-UNMASK-RESULT.
           IF WS-WANT-OPERATOR = SPACES
              DISPLAY 'RPRINT: UNMASK REFUSED - NO OPERATOR= CARD'
              GO TO 220-CHECK-FAIL
           END-IF.
           OPEN INPUT OPERSEC-FILE.
           IF NOT OPERSEC-OK
              DISPLAY 'Input OPERSEC File Error - UNMASK REFUSED'
              GO TO 220-CHECK-FAIL
           END-IF.
           PERFORM 225-LOAD-OSEC-ROW UNTIL NO-MORE-OPERSEC.
           CLOSE OPERSEC-FILE.
           MOVE ZERO TO WS-OSEC-FND-IDX.
           PERFORM VARYING WS-OSEC-IDX FROM 1 BY 1
                   UNTIL WS-OSEC-IDX > WS-OSEC-CNT
              IF WS-OSEC-ROW-ID(WS-OSEC-IDX) = WS-WANT-OPERATOR
                 MOVE WS-OSEC-IDX TO WS-OSEC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-OSEC-FND-IDX = ZERO
              DISPLAY 'RPRINT: UNMASK REFUSED - ' WS-WANT-OPERATOR
                      ' IS NOT ON THE SECURITY MASTER'
              GO TO 220-CHECK-FAIL
           END-IF.
           IF WS-OSEC-ROW-ACTIVE(WS-OSEC-FND-IDX) NOT = 'Y' OR
              WS-OSEC-ROW-ROLE(WS-OSEC-FND-IDX) NOT = 'S'
              DISPLAY 'RPRINT: UNMASK REFUSED - ' WS-WANT-OPERATOR
                      ' DOES NOT HOLD AN ACTIVE UNMASK ROLE'
              GO TO 220-CHECK-FAIL
           END-IF.
      *> cleared - the full values come from the vault rows MASKID
      *> wrote for this program and run date
           OPEN INPUT MASKVLT-FILE.
           IF NOT MASKVLT-OK
              DISPLAY 'Input MASKVLT File Error - REPRINTED MASKED'
              MOVE 'NO VAULT' TO WS-UNMASK-RESULT
              GO TO 220-CHECK-FAIL
           END-IF.
           PERFORM 230-LOAD-VAULT-ROW UNTIL NO-MORE-MASKVLT.
           CLOSE MASKVLT-FILE.
           MOVE 'Y' TO WS-GRANTED-SW.
           MOVE 'GRANTED' TO WS-UNMASK-RESULT.
           GO TO 220-CHECK-EXIT.
       220-CHECK-FAIL.
           MOVE 4 TO RETURN-CODE.
       220-CHECK-EXIT.
           EXIT.

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

       230-LOAD-VAULT-ROW.
           READ MASKVLT-FILE INTO WS-MV-DETAIL
              AT END MOVE 'Y' TO MASKVLT-EOF
           END-READ.
           IF NOT NO-MORE-MASKVLT AND
              WS-MV-PROGRAM = WS-WANT-PROGRAM AND
              WS-MV-RUN-DATE = WS-WANT-DATE AND
              WS-MV-KEY NOT = SPACES AND
              WS-MV-MASKED NOT = SPACES AND
              WS-VT-CNT < WS-VT-MAX
              ADD +1 TO WS-VT-CNT
              MOVE WS-MV-KEY    TO WS-VT-ROW-KEY(WS-VT-CNT)
              MOVE WS-MV-MASKED TO WS-VT-ROW-MASKED(WS-VT-CNT)
              MOVE WS-MV-FULL   TO WS-VT-ROW-FULL(WS-VT-CNT)
              MOVE ZERO TO WS-VT-ROW-KEY-LEN(WS-VT-CNT)
              PERFORM VARYING WS-VT-POS FROM 10 BY -1
                      UNTIL WS-VT-POS < 1 OR
                            WS-VT-ROW-KEY-LEN(WS-VT-CNT) > ZERO
                 IF WS-MV-KEY(WS-VT-POS:1) NOT = SPACE
                    MOVE WS-VT-POS TO WS-VT-ROW-KEY-LEN(WS-VT-CNT)
                 END-IF
              END-PERFORM
              MOVE ZERO TO WS-VT-ROW-VAL-LEN(WS-VT-CNT)
              PERFORM VARYING WS-VT-POS FROM 17 BY -1
                      UNTIL WS-VT-POS < 1 OR
                            WS-VT-ROW-VAL-LEN(WS-VT-CNT) > ZERO
                 IF WS-MV-MASKED(WS-VT-POS:1) NOT = SPACE
                    MOVE WS-VT-POS TO WS-VT-ROW-VAL-LEN(WS-VT-CNT)
                 END-IF
              END-PERFORM
           END-IF.

       300-SCAN-ARCHIVE.
           OPEN INPUT RPTARCH-FILE
              IF NOT RPTARCH-OK
                 DISPLAY 'Input RPTARCH File Error'
                 GO TO 999-ERR-RTN.
           IF UNMASK-GRANTED
              MOVE WS-WANT-OPERATOR TO RPT-UNM-OPER
              WRITE RPRINT-RECORD FROM RPT-LINE-UNMASK
           END-IF.
           PERFORM 310-REPRINT-ONE-LINE UNTIL NO-MORE-ARCHIVE.
           CLOSE RPTARCH-FILE.
      *> the reprint should cover every line the index promised -
              IF WS-ARC-PROGRAM = WS-WANT-PROGRAM AND
                 WS-ARC-RUN-DATE = WS-WANT-DATE
                 ADD +1 TO WS-REPRINT-CNT
                 IF UNMASK-GRANTED
                    PERFORM 320-UNMASK-ONE-LINE
                 END-IF
                 WRITE RPRINT-RECORD FROM WS-ARC-LINE
              END-IF
           END-IF.

       320-UNMASK-ONE-LINE.
      *> a vault value goes back only on a line that carries its
      *> supplier, so two suppliers sharing the same last four
      *> digits cannot swap numbers
           MOVE WS-ARC-LINE TO WS-LINE-BEFORE.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-CNT
              MOVE ZERO TO WS-HIT-CNT
              INSPECT WS-ARC-LINE TALLYING WS-HIT-CNT FOR ALL
                 WS-VT-ROW-KEY(WS-VT-IDX)
                    (1:WS-VT-ROW-KEY-LEN(WS-VT-IDX))
              IF WS-HIT-CNT > ZERO
                 INSPECT WS-ARC-LINE REPLACING ALL
                    WS-VT-ROW-MASKED(WS-VT-IDX)
                       (1:WS-VT-ROW-VAL-LEN(WS-VT-IDX))
                    BY WS-VT-ROW-FULL(WS-VT-IDX)
                       (1:WS-VT-ROW-VAL-LEN(WS-VT-IDX))
              END-IF
           END-PERFORM.
           IF WS-ARC-LINE NOT = WS-LINE-BEFORE
              ADD +1 TO WS-UNMASK-CNT
           END-IF.

       800-LOG-UNMASK.
      *> refused requests are logged too - security wants to see
      *> who tried
           OPEN EXTEND UNMLOG-FILE.
           IF NOT UNMLOG-OK
              OPEN OUTPUT UNMLOG-FILE
           END-IF.
           IF NOT UNMLOG-OK
              DISPLAY 'Output UNMLOG File Error'
              GO TO 999-ERR-RTN
           END-IF.
           ACCEPT WS-UL-TIME-IN FROM TIME.
           MOVE WS01-CURR-DATE   TO WS-UL-DATE.
           MOVE WS-UL-HHMMSS     TO WS-UL-TIME.
           MOVE WS-WANT-OPERATOR TO WS-UL-OPERATOR.
           MOVE WS-WANT-PROGRAM  TO WS-UL-PROGRAM.
           MOVE WS-WANT-DATE     TO WS-UL-RUN-DATE.
           IF NOT REPORT-INDEXED AND UNMASK-GRANTED
              MOVE 'NOT ON ARC' TO WS-UNMASK-RESULT
           END-IF.
           MOVE WS-UNMASK-RESULT TO WS-UL-RESULT.
           MOVE WS-UNMASK-CNT    TO WS-UL-LINES.
           WRITE UNMLOG-RECORD FROM WS-UL-DETAIL.
           CLOSE UNMLOG-FILE.

       900-WRAP-UP.
           CLOSE RPRINT-FILE.
           DISPLAY 'RPRINT LINES REPRINTED....... ' WS-REPRINT-CNT.
           DISPLAY 'RPRINT PAGES PER THE INDEX... ' WS-IX-PAGES.
           IF UNMASK-ASKED
              DISPLAY 'RPRINT UNMASK REQUEST........ ' WS-UNMASK-RESULT
              DISPLAY 'RPRINT LINES UNMASKED........ ' WS-UNMASK-CNT
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
