       IDENTIFICATION DIVISION.
      ****************************************************************
      **   THIS SUBPROGRAM IS THE SUITE-WIDE FISCAL-PERIOD CONTROL.
      **   THE POSTING PROGRAMS (INVMATCH, PAYRUN, RECVPO, INSPRCV,
      **   GLEXT, ICBILL, ICRECON) CALL IT INSTEAD OF STAMPING THEIR
      **   RECORDS WITH THE BARE RUN DATE.  IT READS THE FISCAL
      **   CALENDAR UT-C-FISCCAL (MAINTAINED BY FISCMNT) ONCE, ON THE
      **   FIRST CALL OF THE RUN, AND ANSWERS FROM STORAGE AFTER THAT.
      **   ACTION 'CHK' - LS-FP-DATE IN.  RETURNS THE DATE TO POST
      **     UNDER IN LS-FP-POST-DATE, AND THE PERIOD LS-FP-DATE FELL
      **     IN WITH ITS STATUS.  A DATE IN A CLOSED PERIOD ROLLS TO
      **     THE FIRST DAY OF THE FIRST OPEN PERIOD AFTER IT
      **   ACTION 'PER' - LS-FP-PERIOD IN.  RETURNS ITS START DATE IN
      **     LS-FP-DATE, ITS END DATE IN LS-FP-POST-DATE AND ITS
      **     STATUS
      **   RETURN: 00 OPEN - POST AS DATED
      **           04 DATE IN A CLOSED PERIOD - ROLLED FORWARD ('CHK')
      **              OR THE PERIOD ASKED FOR IS CLOSED ('PER')
      **           08 CLOSED AND NO OPEN PERIOD FOLLOWS - POSTED AS
      **              DATED, ACCOUNTING MUST OPEN ONE
      **           12 NO PERIOD ON THE CALENDAR COVERS THE DATE (OR
      **              IS THE PERIOD ASKED FOR) - POSTED AS DATED
      **           16 NO FISCAL CALENDAR - PERIOD CONTROL NOT APPLIED
      ****************************************************************
       PROGRAM-ID. FISCPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCCAL-FILE ASSIGN TO UT-C-FISCCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FISCCAL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD FISCCAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FISCCAL-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
      *> the calendar is loaded on the first call and kept - a
      *> posting program calls once per run, GLEXT a few times
       77 WS-FC-LOADED-SW         PIC X(01) VALUE 'N'.
           88 FC-LOADED           VALUE 'Y'.
       77 WS-FC-MISSING-SW        PIC X(01) VALUE 'N'.
           88 FC-MISSING          VALUE 'Y'.
       77 WS-FC-MAX               PIC 9(05) VALUE 600.
       77 WS-FC-CNT               PIC 9(05) VALUE ZERO.
       77 WS-FC-IDX               PIC 9(05) VALUE ZERO.
       77 WS-FC-FND-IDX           PIC 9(05) VALUE ZERO.
       77 WS-FC-NEXT-IDX          PIC 9(05) VALUE ZERO.

           COPY FISCCAL.
       01 WS-FC-TBL.
           05 WS-FC-ROW OCCURS 600 TIMES.
               10 WS-FC-ROW-PERIOD    PIC X(06).
               10 WS-FC-ROW-START     PIC 9(08).
               10 WS-FC-ROW-END       PIC 9(08).
               10 WS-FC-ROW-STATUS    PIC X(01).

       01 PROGRAM-SWITCHES.
           05 FISCCAL-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-FISCCAL     VALUE 'Y'.
           05 FISCCAL-ST              PIC X(02).
               88 FISCCAL-OK          VALUE '00'.

       LINKAGE SECTION.
       01 LS-FP-ACTION         PIC X(03).
           88 LS-FP-CHECK      VALUE 'CHK'.
           88 LS-FP-PERIOD-GET VALUE 'PER'.
       01 LS-FP-DATE           PIC 9(08).
       01 LS-FP-POST-DATE      PIC 9(08).
       01 LS-FP-PERIOD         PIC X(06).
       01 LS-FP-STATUS         PIC X(01).
       01 LS-FP-RETURN         PIC 9(02).

       PROCEDURE DIVISION USING LS-FP-ACTION,
                                LS-FP-DATE,
                                LS-FP-POST-DATE,
                                LS-FP-PERIOD,
                                LS-FP-STATUS,
                                LS-FP-RETURN.
           MOVE ZERO TO LS-FP-RETURN.
           IF NOT FC-LOADED
              PERFORM 200-LOAD-CALENDAR
           END-IF.
           IF FC-MISSING
              IF LS-FP-CHECK
                 MOVE LS-FP-DATE TO LS-FP-POST-DATE
                 MOVE SPACES     TO LS-FP-PERIOD
              END-IF
              MOVE SPACES TO LS-FP-STATUS
              MOVE 16 TO LS-FP-RETURN
              GOBACK
           END-IF.
           IF LS-FP-CHECK
              PERFORM 300-CHECK-DATE THRU 300-CHECK-EXIT
           ELSE
              PERFORM 400-GET-PERIOD
           END-IF.
           GOBACK.

       200-LOAD-CALENDAR.
      *> no calendar is the suite before accounting set one up -
      *> said once, and everything posts as dated
           MOVE 'Y' TO WS-FC-LOADED-SW.
           MOVE ZERO TO WS-FC-CNT.
           OPEN INPUT FISCCAL-FILE.
           IF NOT FISCCAL-OK
              MOVE 'Y' TO WS-FC-MISSING-SW
              DISPLAY 'FISCPER: FISCAL CALENDAR NOT FOUND - PERIOD '
                      'CONTROL NOT APPLIED'
           ELSE
              PERFORM 210-LOAD-ONE-PERIOD UNTIL NO-MORE-FISCCAL
              CLOSE FISCCAL-FILE
           END-IF.

       210-LOAD-ONE-PERIOD.
           READ FISCCAL-FILE INTO WS-FC-DETAIL
              AT END MOVE 'Y' TO FISCCAL-EOF
           END-READ.
           IF NOT NO-MORE-FISCCAL AND WS-FC-CNT < WS-FC-MAX
              ADD +1 TO WS-FC-CNT
              MOVE WS-FC-PERIOD     TO WS-FC-ROW-PERIOD(WS-FC-CNT)
              MOVE WS-FC-START-DATE TO WS-FC-ROW-START(WS-FC-CNT)
              MOVE WS-FC-END-DATE   TO WS-FC-ROW-END(WS-FC-CNT)
              MOVE WS-FC-STATUS     TO WS-FC-ROW-STATUS(WS-FC-CNT)
           END-IF.

       300-CHECK-DATE.
           MOVE LS-FP-DATE TO LS-FP-POST-DATE.
           MOVE SPACES     TO LS-FP-PERIOD.
           MOVE SPACES     TO LS-FP-STATUS.
           MOVE ZERO TO WS-FC-FND-IDX.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT OR WS-FC-FND-IDX > ZERO
              IF LS-FP-DATE >= WS-FC-ROW-START(WS-FC-IDX) AND
                 LS-FP-DATE <= WS-FC-ROW-END(WS-FC-IDX)
                 MOVE WS-FC-IDX TO WS-FC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-FC-FND-IDX = ZERO
              MOVE 12 TO LS-FP-RETURN
              GO TO 300-CHECK-EXIT
           END-IF.
           MOVE WS-FC-ROW-PERIOD(WS-FC-FND-IDX) TO LS-FP-PERIOD.
           MOVE WS-FC-ROW-STATUS(WS-FC-FND-IDX) TO LS-FP-STATUS.
           IF WS-FC-ROW-STATUS(WS-FC-FND-IDX) NOT = 'C'
              GO TO 300-CHECK-EXIT
           END-IF.
      *> closed - the first open period is the open one starting
      *> soonest after the closed one ends
           MOVE ZERO TO WS-FC-NEXT-IDX.
           PERFORM 310-FIND-NEXT-OPEN
                   VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT.
           IF WS-FC-NEXT-IDX = ZERO
              MOVE 8 TO LS-FP-RETURN
           ELSE
              MOVE WS-FC-ROW-START(WS-FC-NEXT-IDX) TO LS-FP-POST-DATE
              MOVE 4 TO LS-FP-RETURN
           END-IF.
       300-CHECK-EXIT.
           EXIT.

       310-FIND-NEXT-OPEN.
           IF WS-FC-ROW-STATUS(WS-FC-IDX) = 'O' AND
              WS-FC-ROW-START(WS-FC-IDX) >
                 WS-FC-ROW-END(WS-FC-FND-IDX)
              IF WS-FC-NEXT-IDX = ZERO
                 MOVE WS-FC-IDX TO WS-FC-NEXT-IDX
              ELSE
                 IF WS-FC-ROW-START(WS-FC-IDX) <
                    WS-FC-ROW-START(WS-FC-NEXT-IDX)
                    MOVE WS-FC-IDX TO WS-FC-NEXT-IDX
                 END-IF
              END-IF
           END-IF.

       400-GET-PERIOD.
           MOVE ZERO TO WS-FC-FND-IDX.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT OR WS-FC-FND-IDX > ZERO
              IF WS-FC-ROW-PERIOD(WS-FC-IDX) = LS-FP-PERIOD
                 MOVE WS-FC-IDX TO WS-FC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-FC-FND-IDX = ZERO
              MOVE ZERO   TO LS-FP-DATE, LS-FP-POST-DATE
              MOVE SPACES TO LS-FP-STATUS
              MOVE 12 TO LS-FP-RETURN
           ELSE
              MOVE WS-FC-ROW-START(WS-FC-FND-IDX)  TO LS-FP-DATE
              MOVE WS-FC-ROW-END(WS-FC-FND-IDX)    TO LS-FP-POST-DATE
              MOVE WS-FC-ROW-STATUS(WS-FC-FND-IDX) TO LS-FP-STATUS
              IF WS-FC-ROW-STATUS(WS-FC-FND-IDX) = 'C'
                 MOVE 4 TO LS-FP-RETURN
              END-IF
           END-IF.
