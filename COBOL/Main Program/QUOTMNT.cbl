      * FEEDS ADD/CHANGE/DELETE TRANSACTIONS THROUGH HERE - SAME
      * EDIT/APPLY/LIST SHAPE AS SUPMAINT, AND THE FILE IS
      * REWRITTEN IN FULL AT WRAP-UP.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-QUOTEMST = QUOTE FILE (IN, REWRITTEN AT WRAP-UP)
      * UT-C-QUOTTRN  = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-QUOTRPT  = EDIT REPORT LANDING IN JES
      * UT-C-CHGHIST  = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           05 WS-TRN-LEAD-WEEKS   PIC X(03) VALUE SPACES.
           05 WS-TRN-QUOTE-DATE   PIC X(08) VALUE SPACES.
           05 WS-TRN-EXPIRY-DATE  PIC X(08) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-QM-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-QB-DETAIL.
           05 WS-QB-PART          PIC X(23) VALUE SPACES.
           05 WS-QB-SUPP          PIC X(10) VALUE SPACES.
           05 WS-QB-PRICE         PIC 9(7)V99 VALUE ZERO.
           05 WS-QB-LEAD          PIC 9(03) VALUE ZERO.
           05 WS-QB-QDATE         PIC 9(08) VALUE ZERO.
           05 WS-QB-EXP           PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
       77 WS-CH-PRICE-ED          PIC Z(6)9.99.
           COPY CHGHIST.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           PERFORM 410-LOOKUP-QUOTE.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-QM-ROW(WS-QM-FND-IDX) TO WS-QB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 460-LOG-QUOTE-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Quote deleted from the file.' TO WS-TRAN-MSG.

       460-LOG-QUOTE-CHANGES.
      *> the row as found (WS-QB-DETAIL) against the row as it now
      *> stands in the table - one history row per field moved
           IF TRN-ADD
              MOVE WS-QM-CNT TO WS-QM-LOG-IDX
           ELSE
              MOVE WS-QM-FND-IDX TO WS-QM-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'QUOTEMST'         TO WS-CH-MASTER.
           MOVE WS-TRN-PART-NUMBER TO WS-CH-KEY(1:23).
           MOVE WS-TRN-SUPP-CODE   TO WS-CH-KEY(25:10).
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'QUOTMNT'          TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'QUOTE-PRICE'      TO WS-CH-FIELD.
           MOVE WS-QB-PRICE        TO WS-CH-PRICE-ED.
           MOVE WS-CH-PRICE-ED     TO WS-CH-OLD.
           MOVE WS-QM-ROW-PRICE(WS-QM-LOG-IDX) TO WS-CH-PRICE-ED.
           MOVE WS-CH-PRICE-ED     TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'LEAD-WEEKS'       TO WS-CH-FIELD.
           MOVE WS-QB-LEAD         TO WS-CH-OLD.
           MOVE WS-QM-ROW-LEAD(WS-QM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'QUOTE-DATE'       TO WS-CH-FIELD.
           MOVE WS-QB-QDATE        TO WS-CH-OLD.
           MOVE WS-QM-ROW-QDATE(WS-QM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'EXPIRY-DATE'      TO WS-CH-FIELD.
           MOVE WS-QB-EXP          TO WS-CH-OLD.
           MOVE WS-QM-ROW-EXP(WS-QM-LOG-IDX) TO WS-CH-NEW.
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
           PERFORM 910-REWRITE-QUOTE-FILE.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE QUOTTRN-FILE, QUOTRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       910-REWRITE-QUOTE-FILE.
           OPEN OUTPUT QUOTEMST-FILE.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE QUOTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE QUOTRPT-RECORD FROM RPT-LINE-5.
           WRITE QUOTRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
