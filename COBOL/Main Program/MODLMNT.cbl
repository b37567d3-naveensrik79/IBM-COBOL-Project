      * HERE - SAME EDIT/APPLY/LIST SHAPE AS SUPMAINT, MAKE CODES
      * VALIDATED AGAINST THE SHARED VEHMAKE TABLE, AND THE MASTER
      * REWRITTEN IN FULL AT WRAP-UP.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-MODLMST = VEHICLE MODEL MASTER (IN, REWRITTEN)
      * UT-C-MODLTRN = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-MODLRPT = EDIT REPORT LANDING IN JES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           05 WS-TRN-MODEL        PIC X(10) VALUE SPACES.
           05 WS-TRN-YEAR-FROM    PIC X(04) VALUE SPACES.
           05 WS-TRN-YEAR-TO      PIC X(04) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-MM-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-MB-DETAIL.
           05 WS-MB-MAKE          PIC X(03) VALUE SPACES.
           05 WS-MB-MODEL         PIC X(10) VALUE SPACES.
           05 WS-MB-FROM          PIC 9(04) VALUE ZERO.
           05 WS-MB-TO            PIC 9(04) VALUE ZERO.
           05 FILLER              PIC X(59) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

      * ONE MAKE TABLE SHARED WITH PARTS AND PRTSUPP - THE MAKE ON
      * EVERY TRANSACTION HAS TO BE A CODE THE SUITE KNOWS
           COPY VEHMAKE.
           PERFORM 410-LOOKUP-MODEL.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-MM-ROW(WS-MM-FND-IDX) TO WS-MB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 460-LOG-MODEL-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Model deleted from the master.' TO WS-TRAN-MSG.

       460-LOG-MODEL-CHANGES.
      *> the row as found (WS-MB-DETAIL) against the row as it now
      *> stands in the table - one history row per field moved
           IF TRN-ADD
              MOVE WS-MM-CNT TO WS-MM-LOG-IDX
           ELSE
              MOVE WS-MM-FND-IDX TO WS-MM-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'MODLMST'        TO WS-CH-MASTER.
           MOVE FUNCTION UPPER-CASE(WS-TRN-MAKE) TO WS-CH-KEY(1:3).
           MOVE FUNCTION UPPER-CASE(WS-TRN-MODEL) TO WS-CH-KEY(5:10).
           MOVE WS-TRN-ACTION    TO WS-CH-ACTION.
           MOVE 'MODLMNT'        TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'YEAR-FROM'      TO WS-CH-FIELD.
           MOVE WS-MB-FROM       TO WS-CH-OLD.
           MOVE WS-MM-ROW-FROM(WS-MM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'YEAR-TO'        TO WS-CH-FIELD.
           MOVE WS-MB-TO         TO WS-CH-OLD.
           MOVE WS-MM-ROW-TO(WS-MM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.

       470-LOG-FIELD.
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
           CLOSE MODLTRN-FILE, MODLRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       910-REWRITE-MASTER.
           OPEN OUTPUT MODLMST-FILE.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE MODLRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE MODLRPT-RECORD FROM RPT-LINE-5.
           WRITE MODLRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
