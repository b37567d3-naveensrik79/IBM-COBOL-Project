       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FISCMNT.
      * **************************************************
      * FISCMNT IS THE BATCH MAINTENANCE STEP FOR THE FISCAL
      * CALENDAR THE SHARED FISCPER ROUTINE READS.  ACCOUNTING FEEDS
      * ADD/OPEN/CLOSE TRANSACTIONS THROUGH HERE, SAME SHAPE AS
      * BANKMNT:
      *   - 'A' ADDS A PERIOD (YYYYPP) WITH ITS START AND END DATES,
      *     OPEN.  IT MAY NOT OVERLAP A PERIOD ALREADY ON FILE
      *   - 'C' CLOSES A PERIOD - FROM THEN ON INVMATCH, PAYRUN,
      *     RECVPO AND INSPRCV ROLL ANYTHING DATED IN IT INTO THE
      *     FIRST OPEN PERIOD AFTER IT, AND GLEXT REFUSES TO
      *     EXTRACT FOR IT WITHOUT A REOPEN CARD
      *   - 'O' REOPENS A CLOSED PERIOD
      *   - EVERY TRANSACTION NAMES THE OPERATOR KEYING IT, WHO MUST
      *     BE AN ACTIVE OPERATOR ON THE SECURITY MASTER
      *   - EVERY APPLIED TRANSACTION WRITES AN AUDIT RECORD - WHO,
      *     WHEN, WHICH PERIOD AND THE STATUS BEFORE AND AFTER
      *   - EVERY FIELD AN APPLIED TRANSACTION MOVES ALSO GOES ON THE
      *     SHARED CHANGE HISTORY THROUGH CHGLOG, SO THE MONTHLY
      *     CHANGE REVIEW SEES PERIOD OPENS AND CLOSES WITH EVERY
      *     OTHER MASTER CHANGE
      * EACH TRANSACTION IS LISTED ACCEPTED/REJECTED ON THE EDIT
      * REPORT, AND THE CALENDAR IS REWRITTEN AT WRAP-UP.
      * UT-C-FISCTRN = ADD/OPEN/CLOSE TRANSACTION FILE
      * UT-C-FISCCAL = FISCAL CALENDAR (IN, REWRITTEN)
      * UT-C-OPERSEC = OPERATOR SECURITY MASTER
      * UT-C-FISCAUD = OPEN/CLOSE AUDIT FILE (EXTENDED EVERY RUN)
      * UT-C-FISCRPT = EDIT REPORT LANDING IN JES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCTRN-FILE ASSIGN TO UT-C-FISCTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FISCTRN-ST.
           SELECT FISCCAL-FILE ASSIGN TO UT-C-FISCCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FISCCAL-ST.
           SELECT OPERSEC-FILE ASSIGN TO UT-C-OPERSEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPERSEC-ST.
           SELECT FISCAUD-FILE ASSIGN TO UT-C-FISCAUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FISCAUD-ST.
           SELECT FISCRPT-FILE ASSIGN TO UT-C-FISCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FISCRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD FISCTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FISCTRN-RECORD      PIC X(80).
       FD FISCCAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FISCCAL-RECORD      PIC X(80).
       FD OPERSEC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 OPERSEC-RECORD      PIC X(80).
       FD FISCAUD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FISCAUD-RECORD      PIC X(80).
       FD FISCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 FISCRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-OPEN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CLOSE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.

      * FISCAL-CALENDAR TABLE - SAME ROW LAYOUT FISCPER LOADS
       77 WS-FC-MAX               PIC 9(5) VALUE 600.
       77 WS-FC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-FC-IDX               PIC 9(5) VALUE ZERO.
       77 WS-FC-FND-IDX           PIC 9(5) VALUE ZERO.
           COPY FISCCAL.
       01 WS-FC-TBL.
           05 WS-FC-ROW OCCURS 600 TIMES.
               10 WS-FC-ROW-PERIOD    PIC X(06).
               10 WS-FC-ROW-START     PIC 9(08).
               10 WS-FC-ROW-END       PIC 9(08).
               10 WS-FC-ROW-STATUS    PIC X(01).
               10 WS-FC-ROW-CHG-DATE  PIC 9(08).
               10 WS-FC-ROW-CHG-OPER  PIC X(08).
               10 FILLER              PIC X(41).

      * ONE ADD/OPEN/CLOSE TRANSACTION.  START AND END DATES ARE
      * ONLY KEYED ON AN ADD
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-OPEN        VALUE 'O'.
               88 TRN-CLOSE       VALUE 'C'.
           05 WS-TRN-PERIOD       PIC X(06) VALUE SPACES.
           05 WS-TRN-PERIOD-R REDEFINES WS-TRN-PERIOD.
               10 WS-TRN-PER-YYYY PIC X(04).
               10 WS-TRN-PER-PP   PIC X(02).
           05 WS-TRN-START        PIC X(08) VALUE SPACES.
           05 WS-TRN-START-N REDEFINES WS-TRN-START
                                  PIC 9(08).
           05 WS-TRN-END          PIC X(08) VALUE SPACES.
           05 WS-TRN-END-N REDEFINES WS-TRN-END
                                  PIC 9(08).
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(49) VALUE SPACES.

      * ONE AUDIT RECORD PER APPLIED TRANSACTION - THE PERIOD'S
      * STATUS BEFORE AND AFTER ('.' BEFORE AN ADD)
       01 WS-AUD-DETAIL.
           05 WS-AUD-DATE         PIC 9(08) VALUE ZERO.
           05 WS-AUD-TIME         PIC 9(06) VALUE ZERO.
           05 WS-AUD-OPERATOR     PIC X(08) VALUE SPACES.
           05 WS-AUD-ACTION       PIC X(01) VALUE SPACES.
           05 WS-AUD-PERIOD       PIC X(06) VALUE SPACES.
           05 WS-AUD-OLD-STATUS   PIC X(01) VALUE SPACES.
           05 WS-AUD-NEW-STATUS   PIC X(01) VALUE SPACES.
           05 WS-AUD-START-DATE   PIC 9(08) VALUE ZERO.
           05 WS-AUD-END-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(33) VALUE SPACES.
       01 WS-AUD-TIME-IN.
           05 WS-AUD-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       01 WS-FB-DETAIL.
           05 WS-FB-PERIOD        PIC X(06) VALUE SPACES.
           05 WS-FB-START         PIC 9(08) VALUE ZERO.
           05 WS-FB-END           PIC 9(08) VALUE ZERO.
           05 WS-FB-STATUS        PIC X(01) VALUE SPACES.
           05 WS-FB-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-FB-CHG-OPER      PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(41) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

      * OPERATOR SECURITY MASTER, LOADED ONCE AT STARTUP - SAME
      * TABLE SHAPE BANKMNT SIGNS ON AGAINST
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
       77 WS-FC-FOUND             PIC X(01) VALUE 'N'.
           88 FC-FOUND            VALUE 'Y'.
       77 WS-OVERLAP-SW           PIC X(01) VALUE 'N'.
           88 PERIOD-OVERLAPS     VALUE 'Y'.

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
           05 FISCTRN-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-FISCTRN     VALUE 'Y'.
           05 FISCTRN-ST              PIC X(02).
               88 FISCTRN-OK          VALUE '00'.
           05 FISCCAL-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-FISCCAL     VALUE 'Y'.
           05 FISCCAL-ST              PIC X(02).
               88 FISCCAL-OK          VALUE '00'.
           05 OPERSEC-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-OPERSEC     VALUE 'Y'.
           05 OPERSEC-ST              PIC X(02).
               88 OPERSEC-OK          VALUE '00'.
           05 FISCAUD-ST              PIC X(02).
               88 FISCAUD-OK          VALUE '00'.
           05 FISCRPT-ST              PIC X(02).
               88 FISCRPT-OK          VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(34) VALUE
                'FISCAL CALENDAR MAINTENANCE       '.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(06) VALUE 'Action'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Period'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Start   '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'End     '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Operator'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result  '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(18) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION     PIC X(01) VALUE SPACES.
             10 FILLER         PIC X(08) VALUE SPACES.
             10 RPT-PERIOD     PIC X(06) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-START      PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-END        PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-OPERATOR   PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-RESULT     PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(03) VALUE SPACES.
             10 RPT-MESSAGE    PIC X(50) VALUE SPACES.
             10 FILLER         PIC X(18) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(26) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-FISCTRN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-CALENDAR.
           PERFORM 220-LOAD-OPERSEC.
           WRITE FISCRPT-RECORD FROM RPT-LINE-0.
           WRITE FISCRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE FISCRPT-RECORD FROM RPT-LINE-1.
           WRITE FISCRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT FISCTRN-FILE
              IF NOT FISCTRN-OK
                 DISPLAY 'Input FISCTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT FISCRPT-FILE
              IF NOT FISCRPT-OK
                 DISPLAY 'Output FISCRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the audit file is permanent - every run appends, and the
      *> very first run starts the file
           OPEN EXTEND FISCAUD-FILE.
           IF NOT FISCAUD-OK
              OPEN OUTPUT FISCAUD-FILE
              IF NOT FISCAUD-OK
                 DISPLAY 'Output FISCAUD File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-CALENDAR.
      *> a missing file is not an error - the first run starts it
           MOVE ZERO TO WS-FC-CNT.
           OPEN INPUT FISCCAL-FILE.
           IF FISCCAL-OK
              PERFORM 215-LOAD-ONE-PERIOD UNTIL NO-MORE-FISCCAL
              CLOSE FISCCAL-FILE
           ELSE
              DISPLAY 'FISCCAL NOT FOUND - STARTING A NEW '
                      'FISCAL CALENDAR'
           END-IF.

       215-LOAD-ONE-PERIOD.
           READ FISCCAL-FILE INTO WS-FC-DETAIL
              AT END MOVE 'Y' TO FISCCAL-EOF
           END-READ.
           IF NOT NO-MORE-FISCCAL AND WS-FC-CNT < WS-FC-MAX
              ADD +1 TO WS-FC-CNT
              MOVE WS-FC-DETAIL TO WS-FC-ROW(WS-FC-CNT)
           END-IF.

       220-LOAD-OPERSEC.
      *> without the security master nobody can be held to a close,
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
           READ FISCTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO FISCTRN-EOF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-LOOKUP-PERIOD.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-FC-ROW(WS-FC-FND-IDX) TO WS-FB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD   PERFORM 430-APPLY-ADD
                 WHEN TRN-OPEN  PERFORM 440-APPLY-OPEN
                 WHEN TRN-CLOSE PERFORM 450-APPLY-CLOSE
              END-EVALUATE
              IF NOT TRAN-IN-ERROR
                 PERFORM 470-LOG-PERIOD-CHANGES
              END-IF
           ELSE
              ADD +1 TO WS-REJ-CNT
           END-IF.
           PERFORM 500-WRITE-TRAN-LINE.
           PERFORM 300-READ-TRAN.

       410-LOOKUP-PERIOD.
           MOVE 'N' TO WS-FC-FOUND.
           MOVE ZERO TO WS-FC-FND-IDX.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT OR FC-FOUND
              IF WS-FC-ROW-PERIOD(WS-FC-IDX) = WS-TRN-PERIOD
                 MOVE 'Y' TO WS-FC-FOUND
                 MOVE WS-FC-IDX TO WS-FC-FND-IDX
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
      *> message - same one-message-per-transaction rule BANKMNT
      *> applies
           IF NOT (TRN-ADD OR TRN-OPEN OR TRN-CLOSE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP01E ACTION must be A, O or C.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-PER-YYYY NOT NUMERIC OR
              WS-TRN-PER-PP NOT NUMERIC OR
              WS-TRN-PER-PP = '00'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP02E PERIOD has to be YYYYPP.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 415-LOOKUP-OPERATOR.
           IF NOT OSEC-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP03E OPERATOR is not on the security master.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-OSEC-ROW-ACTIVE(WS-OSEC-FND-IDX) NOT = 'Y'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP04E OPERATOR is not active.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND FC-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP05E Period is already on the calendar.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-OPEN OR TRN-CLOSE) AND NOT FC-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP06E Period is not on the calendar.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-CLOSE AND WS-FC-ROW-STATUS(WS-FC-FND-IDX) = 'C'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP07E Period is already closed.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-OPEN AND WS-FC-ROW-STATUS(WS-FC-FND-IDX) = 'O'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP08E Period is already open.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF NOT TRN-ADD
              GO TO 420-EDIT-EXIT
           END-IF.
           MOVE WS-TRN-START TO WS-DATE-IN-STR-CEE.
           CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                WS-FC.
           IF FC-SEV NOT = ZERO
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP09E Invalid Date in START-DATE.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           MOVE WS-TRN-END TO WS-DATE-IN-STR-CEE.
           CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                WS-FC.
           IF FC-SEV NOT = ZERO
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP10E Invalid Date in END-DATE.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-END-N < WS-TRN-START-N
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP11E END-DATE can not be before START-DATE.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> a date may belong to one period only, or FISCPER could
      *> post it into either
           MOVE 'N' TO WS-OVERLAP-SW.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT
              IF WS-TRN-START-N <= WS-FC-ROW-END(WS-FC-IDX) AND
                 WS-TRN-END-N >= WS-FC-ROW-START(WS-FC-IDX)
                 MOVE 'Y' TO WS-OVERLAP-SW
              END-IF
           END-PERFORM.
           IF PERIOD-OVERLAPS
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FP12E Dates overlap a period already on file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       430-APPLY-ADD.
           IF WS-FC-CNT < WS-FC-MAX
              ADD +1 TO WS-FC-CNT
              MOVE WS-FC-CNT TO WS-FC-FND-IDX
              MOVE SPACES TO WS-FC-ROW(WS-FC-FND-IDX)
              MOVE WS-TRN-PERIOD  TO WS-FC-ROW-PERIOD(WS-FC-FND-IDX)
              MOVE WS-TRN-START-N TO WS-FC-ROW-START(WS-FC-FND-IDX)
              MOVE WS-TRN-END-N   TO WS-FC-ROW-END(WS-FC-FND-IDX)
              MOVE '.' TO WS-AUD-OLD-STATUS
              MOVE 'O' TO WS-FC-ROW-STATUS(WS-FC-FND-IDX)
              PERFORM 460-STAMP-CHANGE
              ADD +1 TO WS-ADD-CNT
              MOVE 'Period added - open for posting.' TO WS-TRAN-MSG
           ELSE
              MOVE 'Y' TO WS-TRAN-ERR-SW
              ADD +1 TO WS-REJ-CNT
              MOVE 'FP13E FISCCAL table full - add not applied.'
                   TO WS-TRAN-MSG
           END-IF.

       440-APPLY-OPEN.
           MOVE WS-FC-ROW-STATUS(WS-FC-FND-IDX) TO WS-AUD-OLD-STATUS.
           MOVE 'O' TO WS-FC-ROW-STATUS(WS-FC-FND-IDX).
           PERFORM 460-STAMP-CHANGE.
           ADD +1 TO WS-OPEN-CNT.
           MOVE 'Period reopened - postings accepted again.'
                TO WS-TRAN-MSG.

       450-APPLY-CLOSE.
           MOVE WS-FC-ROW-STATUS(WS-FC-FND-IDX) TO WS-AUD-OLD-STATUS.
           MOVE 'C' TO WS-FC-ROW-STATUS(WS-FC-FND-IDX).
           PERFORM 460-STAMP-CHANGE.
           ADD +1 TO WS-CLOSE-CNT.
           MOVE 'Period closed - postings roll forward.'
                TO WS-TRAN-MSG.

       460-STAMP-CHANGE.
      *> the row keeps the last change, the audit file keeps them
      *> all - the caller set WS-AUD-OLD-STATUS
           MOVE WS01-CURR-DATE-N TO WS-FC-ROW-CHG-DATE(WS-FC-FND-IDX).
           MOVE WS-TRN-OPERATOR  TO WS-FC-ROW-CHG-OPER(WS-FC-FND-IDX).
           ACCEPT WS-AUD-TIME-IN FROM TIME.
           MOVE WS01-CURR-DATE-N TO WS-AUD-DATE.
           MOVE WS-AUD-HHMMSS    TO WS-AUD-TIME.
           MOVE WS-TRN-OPERATOR  TO WS-AUD-OPERATOR.
           MOVE WS-TRN-ACTION    TO WS-AUD-ACTION.
           MOVE WS-TRN-PERIOD    TO WS-AUD-PERIOD.
           MOVE WS-FC-ROW-STATUS(WS-FC-FND-IDX) TO WS-AUD-NEW-STATUS.
           MOVE WS-FC-ROW-START(WS-FC-FND-IDX)  TO WS-AUD-START-DATE.
           MOVE WS-FC-ROW-END(WS-FC-FND-IDX)    TO WS-AUD-END-DATE.
           WRITE FISCAUD-RECORD FROM WS-AUD-DETAIL.

       470-LOG-PERIOD-CHANGES.
      *> the row as found (WS-FB-DETAIL) against the row as it now
      *> stands in the table - an add is logged as added, an open or
      *> a close as a change to the status
           INITIALIZE WS-CH-DETAIL.
           MOVE 'FISCCAL'          TO WS-CH-MASTER.
           MOVE WS-TRN-PERIOD      TO WS-CH-KEY.
           IF TRN-ADD
              MOVE 'A'             TO WS-CH-ACTION
           ELSE
              MOVE 'C'             TO WS-CH-ACTION
           END-IF.
           MOVE 'FISCMNT'          TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'START-DATE'       TO WS-CH-FIELD.
           MOVE WS-FB-START        TO WS-CH-OLD.
           MOVE WS-FC-ROW-START(WS-FC-FND-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'END-DATE'         TO WS-CH-FIELD.
           MOVE WS-FB-END          TO WS-CH-OLD.
           MOVE WS-FC-ROW-END(WS-FC-FND-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'STATUS'           TO WS-CH-FIELD.
           MOVE WS-FB-STATUS       TO WS-CH-OLD.
           MOVE WS-FC-ROW-STATUS(WS-FC-FND-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.

       475-LOG-FIELD.
      *> an add has no old value - only a field that actually moved
      *> is worth a history row
           IF CH-ADDED
              MOVE SPACES TO WS-CH-OLD
           END-IF.
           IF WS-CH-OLD NOT = WS-CH-NEW
              MOVE 'LOG' TO WS-CL-ACTION
              CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                                  WS-CL-RETURN
              IF WS-CL-RETURN = ZERO
                 ADD +1 TO WS-CH-LOG-CNT
              END-IF
           END-IF.

       500-WRITE-TRAN-LINE.
           MOVE WS-TRN-ACTION    TO RPT-ACTION.
           MOVE WS-TRN-PERIOD    TO RPT-PERIOD.
           MOVE WS-TRN-START     TO RPT-START.
           MOVE WS-TRN-END       TO RPT-END.
           MOVE WS-TRN-OPERATOR  TO RPT-OPERATOR.
           IF TRAN-IN-ERROR
              MOVE 'REJECTED' TO RPT-RESULT
           ELSE
              MOVE 'ACCEPTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRAN-MSG TO RPT-MESSAGE.
           WRITE FISCRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
           PERFORM 910-REWRITE-CALENDAR.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE FISCTRN-FILE, FISCRPT-FILE, FISCAUD-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       910-REWRITE-CALENDAR.
      *> rewrite the whole file from the table - same
      *> open-output-over-itself idiom the masters use
           OPEN OUTPUT FISCCAL-FILE.
           IF NOT FISCCAL-OK
              DISPLAY 'Output FISCCAL File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT
              MOVE WS-FC-ROW(WS-FC-IDX) TO WS-FC-DETAIL
              WRITE FISCCAL-RECORD FROM WS-FC-DETAIL
           END-PERFORM.
           CLOSE FISCCAL-FILE.

       920-WRITE-SUMMARY.
           WRITE FISCRPT-RECORD FROM RPT-LINE-0.
           WRITE FISCRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE FISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PERIODS ADDED............ ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE FISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PERIODS REOPENED......... ' TO RPT-SUM-LABEL.
           MOVE WS-OPEN-CNT TO RPT-SUM-CNT.
           WRITE FISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PERIODS CLOSED........... ' TO RPT-SUM-LABEL.
           MOVE WS-CLOSE-CNT TO RPT-SUM-CNT.
           WRITE FISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE FISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE FISCRPT-RECORD FROM RPT-LINE-5.
           WRITE FISCRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
