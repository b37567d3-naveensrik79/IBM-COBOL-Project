       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CARRMNT.
      * **************************************************
      * CARRMNT KEEPS THE CONTRACTED CARRIER RATE FILE THE FREIGHT
      * AUDIT PRICES EVERY CARRIER BILL AGAINST - ONE ROW PER
      * CARRIER, ORIGIN STATE, DESTINATION PLANT AND WEIGHT BREAK,
      * EITHER A HUNDREDWEIGHT RATE WITH A MINIMUM CHARGE OR A
      * FLAT RATE FOR THE WHOLE LANE.  TRAFFIC FEEDS ADD/CHANGE/
      * DELETE TRANSACTIONS THROUGH HERE - SAME EDIT/APPLY/LIST
      * SHAPE AS SUPMAINT - AND THE FILE IS REWRITTEN IN CARRIER/
      * LANE/BREAK ORDER SO FRTAUDIT FINDS THE LOWEST BREAK FIRST.
      * A BLANK WEIGHT BREAK ON THE TRANSACTION MEANS NO UPPER
      * LIMIT (9999999), WHICH IS WHAT EVERY FLAT ROW CARRIES.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-CARRATE = CARRIER RATE FILE (IN, REWRITTEN)
      * UT-C-CARRTRN = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-CARRRPT = EDIT REPORT IN JES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRATE-FILE ASSIGN TO UT-C-CARRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CARRATE-ST.
           SELECT CARRTRN-FILE ASSIGN TO UT-C-CARRTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CARRTRN-ST.
           SELECT CARRRPT-FILE ASSIGN TO UT-C-CARRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CARRRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD CARRATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CARRATE-RECORD      PIC X(80).
       FD CARRTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CARRTRN-RECORD      PIC X(80).
       FD CARRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 CARRRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.
       77 WS-RATE-OUT-CNT         PIC 9(08) VALUE ZERO.

      * CARRIER RATE TABLE - ONE ROW PER CARRIER/LANE/BREAK
       77 WS-RT-MAX               PIC 9(5) VALUE 5000.
       77 WS-RT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RT-IDX2              PIC 9(5) VALUE ZERO.
       77 WS-RT-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-RT-FOUND             PIC X(01) VALUE 'N'.
           88 RT-FOUND            VALUE 'Y'.
       01 WS-RT-TBL.
           05 WS-RT-ROW OCCURS 5000 TIMES.
               10 WS-RT-ROW-KEY      PIC X(16).
               10 WS-RT-ROW-TYPE     PIC X(01).
               10 WS-RT-ROW-RATE     PIC 9(07)V99.
               10 WS-RT-ROW-MIN      PIC 9(05)V99.
               10 WS-RT-ROW-EFF      PIC 9(08).
               10 FILLER             PIC X(39).
       01 WS-RT-SAVE.
           05 WS-RT-SAVE-KEY      PIC X(16) VALUE SPACES.
           05 FILLER              PIC X(64) VALUE SPACES.
       77 WS-NEW-TYPE             PIC X(01) VALUE SPACES.

           COPY CARRATE.

      * ONE ADD/CHANGE/DELETE TRANSACTION
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-DELETE      VALUE 'D'.
           05 WS-TRN-CARRIER      PIC X(04) VALUE SPACES.
           05 WS-TRN-ORIG-STATE   PIC X(02) VALUE SPACES.
           05 WS-TRN-DEST-PLANT   PIC X(03) VALUE SPACES.
           05 WS-TRN-WGT-BREAK    PIC X(07) VALUE SPACES.
           05 WS-TRN-RATE-TYPE    PIC X(01) VALUE SPACES.
           05 WS-TRN-RATE         PIC X(09) VALUE SPACES.
           05 WS-TRN-RATE-N REDEFINES WS-TRN-RATE
                                  PIC 9(07)V99.
           05 WS-TRN-MIN-CHARGE   PIC X(07) VALUE SPACES.
           05 WS-TRN-MIN-CHARGE-N REDEFINES WS-TRN-MIN-CHARGE
                                  PIC 9(05)V99.
           05 WS-TRN-EFF-DATE     PIC X(08) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE SPACES.
       01 WS-TRN-KEY.
           05 WS-TRN-KEY-CARRIER  PIC X(04) VALUE SPACES.
           05 WS-TRN-KEY-ORIG     PIC X(02) VALUE SPACES.
           05 WS-TRN-KEY-DEST     PIC X(03) VALUE SPACES.
           05 WS-TRN-KEY-BREAK    PIC 9(07) VALUE ZERO.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-RT-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-RB-DETAIL.
           05 WS-RB-KEY           PIC X(16) VALUE SPACES.
           05 WS-RB-TYPE          PIC X(01) VALUE SPACES.
           05 WS-RB-RATE          PIC 9(07)V99 VALUE ZERO.
           05 WS-RB-MIN           PIC 9(05)V99 VALUE ZERO.
           05 WS-RB-EFF           PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(39) VALUE SPACES.
       77 WS-CH-RATE-ED           PIC Z(6)9.99.
       77 WS-CH-MIN-ED            PIC Z(4)9.99.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

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
           05 CARRATE-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-CARRATE     VALUE 'Y'.
           05 CARRATE-ST              PIC X(02).
               88 CARRATE-OK          VALUE '00'.
           05 CARRTRN-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-CARRTRN     VALUE 'Y'.
           05 CARRTRN-ST              PIC X(02).
               88 CARRTRN-OK          VALUE '00'.
           05 CARRRPT-ST              PIC X(02).
               88 CARRRPT-OK          VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(34) VALUE
                'CONTRACTED CARRIER RATE MAINT     '.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION     PIC X(01) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-CARRIER    PIC X(04) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-ORIG       PIC X(02) VALUE SPACES.
             10 FILLER         PIC X(01) VALUE '>'.
             10 RPT-DEST       PIC X(03) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-BREAK      PIC X(07) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-RESULT     PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-MESSAGE    PIC X(50) VALUE SPACES.
             10 FILLER         PIC X(46) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(26) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-CARRTRN.
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
           WRITE CARRRPT-RECORD FROM RPT-LINE-0.
           WRITE CARRRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE CARRRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT CARRTRN-FILE
              IF NOT CARRTRN-OK
                 DISPLAY 'Input CARRTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT CARRRPT-FILE
              IF NOT CARRRPT-OK
                 DISPLAY 'Output CARRRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-MASTER.
      *> a missing file is not an error - the first run of this step
      *> is what loads the rate sheets traffic negotiated
           MOVE ZERO TO WS-RT-CNT.
           OPEN INPUT CARRATE-FILE.
           IF CARRATE-OK
              PERFORM 215-LOAD-MASTER-ROW UNTIL NO-MORE-CARRATE
              CLOSE CARRATE-FILE
           ELSE
              DISPLAY 'CARRATE NOT FOUND - STARTING A NEW '
                      'CARRIER RATE FILE'
           END-IF.

       215-LOAD-MASTER-ROW.
           READ CARRATE-FILE INTO WS-CR-DETAIL
              AT END MOVE 'Y' TO CARRATE-EOF
           END-READ.
           IF NOT NO-MORE-CARRATE AND WS-RT-CNT < WS-RT-MAX
              ADD +1 TO WS-RT-CNT
              MOVE WS-CR-DETAIL TO WS-RT-ROW(WS-RT-CNT)
           END-IF.

       300-READ-TRAN.
           READ CARRTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO CARRTRN-EOF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-RT-ROW(WS-RT-FND-IDX) TO WS-RB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 470-LOG-RATE-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRN-ACTION     TO RPT-ACTION.
           MOVE WS-TRN-CARRIER    TO RPT-CARRIER.
           MOVE WS-TRN-ORIG-STATE TO RPT-ORIG.
           MOVE WS-TRN-DEST-PLANT TO RPT-DEST.
           MOVE WS-TRN-WGT-BREAK  TO RPT-BREAK.
           MOVE WS-TRAN-MSG       TO RPT-MESSAGE.
           WRITE CARRRPT-RECORD FROM RPT-LINE-3.
           PERFORM 300-READ-TRAN.

       410-LOOKUP-RATE.
           MOVE 'N' TO WS-RT-FOUND.
           MOVE ZERO TO WS-RT-FND-IDX.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              IF WS-RT-ROW-KEY(WS-RT-IDX) = WS-TRN-KEY
                 MOVE 'Y' TO WS-RT-FOUND
                 MOVE WS-RT-IDX TO WS-RT-FND-IDX
              END-IF
           END-PERFORM.

       420-EDIT-TRAN.
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR01E ACTION must be A, C or D.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-CARRIER = SPACES OR
              WS-TRN-ORIG-STATE = SPACES OR
              WS-TRN-DEST-PLANT = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR02E CARRIER, ORIGIN and PLANT can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-WGT-BREAK NOT = SPACES AND
              WS-TRN-WGT-BREAK NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR03E WEIGHT-BREAK has to be whole pounds.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> a blank break is the open-ended top band - and the only
      *> break a flat-rate row can carry
           MOVE WS-TRN-CARRIER    TO WS-TRN-KEY-CARRIER.
           MOVE WS-TRN-ORIG-STATE TO WS-TRN-KEY-ORIG.
           MOVE WS-TRN-DEST-PLANT TO WS-TRN-KEY-DEST.
           IF WS-TRN-WGT-BREAK = SPACES
              MOVE 9999999 TO WS-TRN-KEY-BREAK
           ELSE
              MOVE WS-TRN-WGT-BREAK TO WS-TRN-KEY-BREAK
           END-IF.
           PERFORM 410-LOOKUP-RATE.
           IF TRN-ADD AND RT-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR04E Rate is already on the file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-CHANGE OR TRN-DELETE) AND NOT RT-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR05E Rate is not on the file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-DELETE
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND WS-RT-CNT >= WS-RT-MAX
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR09E Carrier rate table is full.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR WS-TRN-RATE-TYPE NOT = SPACES) AND
              WS-TRN-RATE-TYPE NOT = 'C' AND
              WS-TRN-RATE-TYPE NOT = 'F'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR06E RATE-TYPE has to be C (per cwt) or F.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> the type the row will carry once this change is applied
           MOVE WS-TRN-RATE-TYPE TO WS-NEW-TYPE.
           IF WS-NEW-TYPE = SPACES
              MOVE WS-RT-ROW-TYPE(WS-RT-FND-IDX) TO WS-NEW-TYPE
           END-IF.
           IF WS-NEW-TYPE = 'F' AND WS-TRN-KEY-BREAK NOT = 9999999
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR07E A flat rate can not carry a weight break.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR WS-TRN-RATE NOT = SPACES) AND
              (WS-TRN-RATE NOT NUMERIC OR WS-TRN-RATE-N = ZERO)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR08E RATE has to be numeric and above zero.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-MIN-CHARGE NOT = SPACES AND
              WS-TRN-MIN-CHARGE NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR10E MIN-CHARGE has to be numeric.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR WS-TRN-EFF-DATE NOT = SPACES) AND
              WS-TRN-EFF-DATE NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'CR11E EFFECTIVE-DATE has to be YYYYMMDD.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       430-APPLY-ADD.
           ADD +1 TO WS-RT-CNT.
           MOVE SPACES TO WS-RT-ROW(WS-RT-CNT).
           MOVE WS-TRN-KEY       TO WS-RT-ROW-KEY(WS-RT-CNT).
           MOVE WS-TRN-RATE-TYPE TO WS-RT-ROW-TYPE(WS-RT-CNT).
           MOVE WS-TRN-RATE-N    TO WS-RT-ROW-RATE(WS-RT-CNT).
           IF WS-TRN-MIN-CHARGE = SPACES
              MOVE ZERO TO WS-RT-ROW-MIN(WS-RT-CNT)
           ELSE
              MOVE WS-TRN-MIN-CHARGE-N TO WS-RT-ROW-MIN(WS-RT-CNT)
           END-IF.
           MOVE WS-TRN-EFF-DATE  TO WS-RT-ROW-EFF(WS-RT-CNT).
           ADD +1 TO WS-ADD-CNT.
           MOVE 'Carrier rate added to the file.' TO WS-TRAN-MSG.

       440-APPLY-CHANGE.
           IF WS-TRN-RATE-TYPE NOT = SPACES
              MOVE WS-TRN-RATE-TYPE TO
                   WS-RT-ROW-TYPE(WS-RT-FND-IDX)
           END-IF.
           IF WS-TRN-RATE NOT = SPACES
              MOVE WS-TRN-RATE-N TO WS-RT-ROW-RATE(WS-RT-FND-IDX)
           END-IF.
           IF WS-TRN-MIN-CHARGE NOT = SPACES
              MOVE WS-TRN-MIN-CHARGE-N TO
                   WS-RT-ROW-MIN(WS-RT-FND-IDX)
           END-IF.
           IF WS-TRN-EFF-DATE NOT = SPACES
              MOVE WS-TRN-EFF-DATE TO WS-RT-ROW-EFF(WS-RT-FND-IDX)
           END-IF.
           ADD +1 TO WS-CHG-CNT.
           MOVE 'Carrier rate changed on the file.' TO WS-TRAN-MSG.

       450-APPLY-DELETE.
      *> the row is flagged with HIGH-VALUES in the key and dropped
      *> at the rewrite - same idiom SUPMAINT uses
           MOVE HIGH-VALUES TO WS-RT-ROW-KEY(WS-RT-FND-IDX).
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Carrier rate deleted from the file.'
                TO WS-TRAN-MSG.

       470-LOG-RATE-CHANGES.
      *> the row as found (WS-RB-DETAIL) against the row as it now
      *> stands in the table - logged here, before the wrap-up sort
      *> moves the rows about.  the key is logged carrier, lane and
      *> break apart so the history reads the way traffic keys it
           IF TRN-ADD
              MOVE WS-RT-CNT TO WS-RT-LOG-IDX
           ELSE
              MOVE WS-RT-FND-IDX TO WS-RT-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'CARRATE'          TO WS-CH-MASTER.
           MOVE WS-TRN-KEY-CARRIER TO WS-CH-KEY(1:4).
           MOVE WS-TRN-KEY-ORIG    TO WS-CH-KEY(6:2).
           MOVE WS-TRN-KEY-DEST    TO WS-CH-KEY(9:3).
           MOVE WS-TRN-KEY-BREAK   TO WS-CH-KEY(13:7).
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'CARRMNT'          TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'RATE-TYPE'        TO WS-CH-FIELD.
           MOVE WS-RB-TYPE         TO WS-CH-OLD.
           MOVE WS-RT-ROW-TYPE(WS-RT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'RATE'             TO WS-CH-FIELD.
           MOVE WS-RB-RATE         TO WS-CH-RATE-ED.
           MOVE WS-CH-RATE-ED      TO WS-CH-OLD.
           MOVE WS-RT-ROW-RATE(WS-RT-LOG-IDX) TO WS-CH-RATE-ED.
           MOVE WS-CH-RATE-ED      TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'MIN-CHARGE'       TO WS-CH-FIELD.
           MOVE WS-RB-MIN          TO WS-CH-MIN-ED.
           MOVE WS-CH-MIN-ED       TO WS-CH-OLD.
           MOVE WS-RT-ROW-MIN(WS-RT-LOG-IDX) TO WS-CH-MIN-ED.
           MOVE WS-CH-MIN-ED       TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'EFF-DATE'         TO WS-CH-FIELD.
           MOVE WS-RB-EFF          TO WS-CH-OLD.
           MOVE WS-RT-ROW-EFF(WS-RT-LOG-IDX) TO WS-CH-NEW.
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
           PERFORM 905-SORT-RATES.
           PERFORM 910-REWRITE-MASTER.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE CARRTRN-FILE, CARRRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       905-SORT-RATES.
      *> carrier/lane/break order - the audit takes the first break
      *> a shipment's weight fits under, so the bands must ascend
           PERFORM VARYING WS-RT-IDX FROM 2 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              MOVE WS-RT-ROW(WS-RT-IDX) TO WS-RT-SAVE
              COMPUTE WS-RT-IDX2 = WS-RT-IDX - 1
              PERFORM UNTIL WS-RT-IDX2 < 1
                 OR WS-RT-ROW-KEY(WS-RT-IDX2) NOT > WS-RT-SAVE-KEY
                 MOVE WS-RT-ROW(WS-RT-IDX2) TO
                      WS-RT-ROW(WS-RT-IDX2 + 1)
                 SUBTRACT 1 FROM WS-RT-IDX2
              END-PERFORM
              MOVE WS-RT-SAVE TO WS-RT-ROW(WS-RT-IDX2 + 1)
           END-PERFORM.

       910-REWRITE-MASTER.
           OPEN OUTPUT CARRATE-FILE.
           IF CARRATE-OK
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                      UNTIL WS-RT-IDX > WS-RT-CNT
                 IF WS-RT-ROW-KEY(WS-RT-IDX) NOT = HIGH-VALUES
                    MOVE WS-RT-ROW(WS-RT-IDX) TO WS-CR-DETAIL
                    WRITE CARRATE-RECORD FROM WS-CR-DETAIL
                    ADD +1 TO WS-RATE-OUT-CNT
                 END-IF
              END-PERFORM
              CLOSE CARRATE-FILE
           ELSE
              DISPLAY 'Output CARRATE File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-WRITE-SUMMARY.
           WRITE CARRRPT-RECORD FROM RPT-LINE-0.
           WRITE CARRRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDS APPLIED............. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DELETES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEL-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RATES ON THE FILE........ ' TO RPT-SUM-LABEL.
           MOVE WS-RATE-OUT-CNT TO RPT-SUM-CNT.
           WRITE CARRRPT-RECORD FROM RPT-LINE-5.
           WRITE CARRRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
