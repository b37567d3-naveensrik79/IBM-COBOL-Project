       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ROPMNT.
      * **************************************************
      * ROPMNT IS THE BATCH MAINTENANCE STEP FOR THE REORDER-POINT
      * MASTER - ONE ROW PER PART-NUMBER/PLANT-CODE CARRYING THE
      * REORDER POINT, REORDER QUANTITY AND SAFETY STOCK FOR A
      * FLOOR-STOCK PART THE MRP FEED NEVER PLANS.  THE NIGHTLY
      * ROPSUGG STEP READS THE MASTER AND SUGGESTS AN ORDER WHEN
      * ON-HAND PLUS OPEN-PO SUPPLY FALLS TO THE REORDER POINT.
      * MATERIALS PLANNING FEEDS ADD/CHANGE/DELETE TRANSACTIONS
      * THROUGH HERE - SAME EDIT/APPLY/LIST SHAPE AS MODLMNT, A
      * BLANK FIELD ON A CHANGE LEAVES THE MASTER VALUE ALONE, AND
      * THE MASTER IS REWRITTEN IN FULL AT WRAP-UP.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-ROPMAST = REORDER-POINT MASTER (IN, REWRITTEN)
      * UT-C-ROPTRN  = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-ROPRPT  = EDIT REPORT LANDING IN JES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROPMAST-FILE ASSIGN TO UT-C-ROPMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ROPMAST-ST.
           SELECT ROPTRN-FILE ASSIGN TO UT-C-ROPTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ROPTRN-ST.
           SELECT ROPRPT-FILE ASSIGN TO UT-C-ROPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ROPRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD ROPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ROPMAST-RECORD      PIC X(80).
       FD ROPTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ROPTRN-RECORD       PIC X(80).
       FD ROPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ROPRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.

      * REORDER-POINT MASTER TABLE - ONE ROW PER PART/PLANT
       77 WS-RP-MAX               PIC 9(5) VALUE 20000.
       77 WS-RP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RP-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-RP-FOUND             PIC X(01) VALUE 'N'.
           88 RP-FOUND            VALUE 'Y'.
           COPY ROPMAST.
       01 WS-RP-TBL.
           05 WS-RP-ROW OCCURS 20000 TIMES.
               10 WS-RP-ROW-PART      PIC X(23).
               10 WS-RP-ROW-PLANT     PIC X(03).
               10 WS-RP-ROW-ROP       PIC 9(09).
               10 WS-RP-ROW-ROQ       PIC 9(09).
               10 WS-RP-ROW-SS        PIC 9(09).
               10 WS-RP-ROW-CHG-DATE  PIC 9(08).
               10 FILLER              PIC X(19).

      * ONE ADD/CHANGE/DELETE TRANSACTION
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-DELETE      VALUE 'D'.
           05 WS-TRN-PART         PIC X(23) VALUE SPACES.
           05 WS-TRN-PLANT        PIC X(03) VALUE SPACES.
           05 WS-TRN-REORDER-PT   PIC X(09) VALUE SPACES.
           05 WS-TRN-REORDER-QTY  PIC X(09) VALUE SPACES.
           05 WS-TRN-SAFETY-STOCK PIC X(09) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.
      *> the values the row will carry once the transaction applies -
      *> a change only edits the fields it supplies against these
       77 WS-NEW-ROP              PIC 9(09) VALUE ZERO.
       77 WS-NEW-ROQ              PIC 9(09) VALUE ZERO.
       77 WS-NEW-SS               PIC 9(09) VALUE ZERO.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-RP-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-RB-DETAIL.
           05 WS-RB-PART          PIC X(23) VALUE SPACES.
           05 WS-RB-PLANT         PIC X(03) VALUE SPACES.
           05 WS-RB-ROP           PIC 9(09) VALUE ZERO.
           05 WS-RB-ROQ           PIC 9(09) VALUE ZERO.
           05 WS-RB-SS            PIC 9(09) VALUE ZERO.
           05 WS-RB-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

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
           05 ROPMAST-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-ROPMAST     VALUE 'Y'.
           05 ROPMAST-ST              PIC X(02).
               88 ROPMAST-OK          VALUE '00'.
           05 ROPTRN-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-ROPTRN      VALUE 'Y'.
           05 ROPTRN-ST               PIC X(02).
               88 ROPTRN-OK           VALUE '00'.
           05 ROPRPT-ST               PIC X(02).
               88 ROPRPT-OK           VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(34) VALUE
                'REORDER-POINT MASTER MAINTENANCE  '.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION     PIC X(01) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-PART       PIC X(23) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-PLANT      PIC X(03) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-RESULT     PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-MESSAGE    PIC X(50) VALUE SPACES.
             10 FILLER         PIC X(39) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(26) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-ROPTRN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-MASTER.
           WRITE ROPRPT-RECORD FROM RPT-LINE-0.
           WRITE ROPRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE ROPRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT ROPTRN-FILE
              IF NOT ROPTRN-OK
                 DISPLAY 'Input ROPTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ROPRPT-FILE
              IF NOT ROPRPT-OK
                 DISPLAY 'Output ROPRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-MASTER.
      *> a missing master is not an error - the very first run of
      *> this step is what creates one
           MOVE ZERO TO WS-RP-CNT.
           OPEN INPUT ROPMAST-FILE.
           IF ROPMAST-OK
              PERFORM 215-LOAD-MASTER-ROW UNTIL NO-MORE-ROPMAST
              CLOSE ROPMAST-FILE
           ELSE
              DISPLAY 'ROPMAST NOT FOUND - STARTING A NEW '
                      'REORDER-POINT MASTER'
           END-IF.

       215-LOAD-MASTER-ROW.
           READ ROPMAST-FILE INTO WS-RP-DETAIL
              AT END MOVE 'Y' TO ROPMAST-EOF
           END-READ.
           IF NOT NO-MORE-ROPMAST AND WS-RP-CNT < WS-RP-MAX
              ADD +1 TO WS-RP-CNT
              MOVE WS-RP-DETAIL TO WS-RP-ROW(WS-RP-CNT)
           END-IF.

       300-READ-TRAN.
           READ ROPTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO ROPTRN-EOF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-LOOKUP-ROW.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-RP-ROW(WS-RP-FND-IDX) TO WS-RB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 470-LOG-ROP-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRN-ACTION TO RPT-ACTION.
           MOVE WS-TRN-PART   TO RPT-PART.
           MOVE WS-TRN-PLANT  TO RPT-PLANT.
           MOVE WS-TRAN-MSG   TO RPT-MESSAGE.
           WRITE ROPRPT-RECORD FROM RPT-LINE-3.
           PERFORM 300-READ-TRAN.

       410-LOOKUP-ROW.
           MOVE 'N' TO WS-RP-FOUND.
           MOVE ZERO TO WS-RP-FND-IDX.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-CNT
              IF WS-RP-ROW-PART(WS-RP-IDX) = WS-TRN-PART AND
                 WS-RP-ROW-PLANT(WS-RP-IDX) = WS-TRN-PLANT
                 MOVE 'Y' TO WS-RP-FOUND
                 MOVE WS-RP-IDX TO WS-RP-FND-IDX
              END-IF
           END-PERFORM.

       420-EDIT-TRAN.
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP01E ACTION must be A, C or D.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-PART = SPACES OR WS-TRN-PLANT = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP02E PART and PLANT key can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND RP-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP03E Part/plant is already on the master.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-CHANGE OR TRN-DELETE) AND NOT RP-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP04E Part/plant is not on the master.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND WS-RP-CNT >= WS-RP-MAX
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP09E Reorder-point master table is full.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-DELETE
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR
               (TRN-CHANGE AND WS-TRN-REORDER-PT NOT = SPACES))
              AND WS-TRN-REORDER-PT NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP05E REORDER-POINT has to be numeric.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR
               (TRN-CHANGE AND WS-TRN-REORDER-QTY NOT = SPACES))
              AND WS-TRN-REORDER-QTY NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP06E REORDER-QTY has to be numeric.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR
               (TRN-CHANGE AND WS-TRN-SAFETY-STOCK NOT = SPACES))
              AND WS-TRN-SAFETY-STOCK NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP07E SAFETY-STOCK has to be numeric.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> measure the row as it will stand after the transaction - a
      *> change supplying only one field is still held to the rules
           IF TRN-CHANGE
              MOVE WS-RP-ROW-ROP(WS-RP-FND-IDX) TO WS-NEW-ROP
              MOVE WS-RP-ROW-ROQ(WS-RP-FND-IDX) TO WS-NEW-ROQ
              MOVE WS-RP-ROW-SS(WS-RP-FND-IDX)  TO WS-NEW-SS
           END-IF.
           IF WS-TRN-REORDER-PT NOT = SPACES
              MOVE WS-TRN-REORDER-PT TO WS-NEW-ROP
           END-IF.
           IF WS-TRN-REORDER-QTY NOT = SPACES
              MOVE WS-TRN-REORDER-QTY TO WS-NEW-ROQ
           END-IF.
           IF WS-TRN-SAFETY-STOCK NOT = SPACES
              MOVE WS-TRN-SAFETY-STOCK TO WS-NEW-SS
           END-IF.
           IF WS-NEW-ROQ = ZERO
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP08E REORDER-QTY has to be greater than zero.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> safety stock is the floor the reorder point protects - a
      *> reorder point under it would only order once already short
           IF WS-NEW-SS > WS-NEW-ROP
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'RP10E SAFETY-STOCK is above the REORDER-POINT.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       430-APPLY-ADD.
           ADD +1 TO WS-RP-CNT.
           MOVE SPACES TO WS-RP-ROW(WS-RP-CNT).
           MOVE WS-TRN-PART  TO WS-RP-ROW-PART(WS-RP-CNT).
           MOVE WS-TRN-PLANT TO WS-RP-ROW-PLANT(WS-RP-CNT).
           MOVE WS-NEW-ROP   TO WS-RP-ROW-ROP(WS-RP-CNT).
           MOVE WS-NEW-ROQ   TO WS-RP-ROW-ROQ(WS-RP-CNT).
           MOVE WS-NEW-SS    TO WS-RP-ROW-SS(WS-RP-CNT).
           MOVE WS01-CURR-DATE-N TO WS-RP-ROW-CHG-DATE(WS-RP-CNT).
           ADD +1 TO WS-ADD-CNT.
           MOVE 'Reorder point added to the master.' TO WS-TRAN-MSG.

       440-APPLY-CHANGE.
           MOVE WS-NEW-ROP TO WS-RP-ROW-ROP(WS-RP-FND-IDX).
           MOVE WS-NEW-ROQ TO WS-RP-ROW-ROQ(WS-RP-FND-IDX).
           MOVE WS-NEW-SS  TO WS-RP-ROW-SS(WS-RP-FND-IDX).
           MOVE WS01-CURR-DATE-N TO WS-RP-ROW-CHG-DATE(WS-RP-FND-IDX).
           ADD +1 TO WS-CHG-CNT.
           MOVE 'Reorder point changed on the master.' TO WS-TRAN-MSG.

       450-APPLY-DELETE.
      *> the row is flagged with HIGH-VALUES in the part and dropped
      *> when the master is rewritten - same idiom MODLMNT uses
           MOVE HIGH-VALUES TO WS-RP-ROW-PART(WS-RP-FND-IDX).
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Reorder point deleted from the master.'
                TO WS-TRAN-MSG.

       470-LOG-ROP-CHANGES.
      *> the row as found (WS-RB-DETAIL) against the row as it now
      *> stands in the table - one history row per field moved
           IF TRN-ADD
              MOVE WS-RP-CNT TO WS-RP-LOG-IDX
           ELSE
              MOVE WS-RP-FND-IDX TO WS-RP-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'ROPMAST'          TO WS-CH-MASTER.
           MOVE WS-TRN-PART        TO WS-CH-KEY(1:23).
           MOVE WS-TRN-PLANT       TO WS-CH-KEY(25:3).
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'ROPMNT'           TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'REORDER-PT'       TO WS-CH-FIELD.
           MOVE WS-RB-ROP          TO WS-CH-OLD.
           MOVE WS-RP-ROW-ROP(WS-RP-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'REORDER-QTY'      TO WS-CH-FIELD.
           MOVE WS-RB-ROQ          TO WS-CH-OLD.
           MOVE WS-RP-ROW-ROQ(WS-RP-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'SAFETY-STOCK'     TO WS-CH-FIELD.
           MOVE WS-RB-SS           TO WS-CH-OLD.
           MOVE WS-RP-ROW-SS(WS-RP-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.

       475-LOG-FIELD.
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

       900-WRAP-UP.
           PERFORM 910-REWRITE-MASTER.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE ROPTRN-FILE, ROPRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       910-REWRITE-MASTER.
           OPEN OUTPUT ROPMAST-FILE.
           IF ROPMAST-OK
              PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                      UNTIL WS-RP-IDX > WS-RP-CNT
                 IF WS-RP-ROW-PART(WS-RP-IDX) NOT = HIGH-VALUES
                    MOVE WS-RP-ROW(WS-RP-IDX) TO WS-RP-DETAIL
                    WRITE ROPMAST-RECORD FROM WS-RP-DETAIL
                 END-IF
              END-PERFORM
              CLOSE ROPMAST-FILE
           ELSE
              DISPLAY 'Output ROPMAST File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-WRITE-SUMMARY.
           WRITE ROPRPT-RECORD FROM RPT-LINE-0.
           WRITE ROPRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE ROPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDS APPLIED............. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE ROPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-CNT TO RPT-SUM-CNT.
           WRITE ROPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DELETES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEL-CNT TO RPT-SUM-CNT.
           WRITE ROPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE ROPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE ROPRPT-RECORD FROM RPT-LINE-5.
           WRITE ROPRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
