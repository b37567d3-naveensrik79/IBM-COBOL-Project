      * THE BURN-DOWN REPORT AT WRAP-UP SHOWS COMMITTED, RELEASED
      * AND REMAINING QUANTITY PER BLANKET, AND THE MASTER IS
      * REWRITTEN IN FULL - SAME LOAD/REWRITE IDIOM SUPMAINT USES.
      * EVERY MAINTENANCE TRANSACTION CARRIES THE ID OF THE OPERATOR
      * WHO KEYED IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR
      * DELETE MOVES GOES ON THE SHARED CHANGE HISTORY THROUGH
      * CHGLOG - OLD VALUE, NEW VALUE, WHO AND WHEN.  NO OPERATOR IS
      * LOGGED 'UNKNOWN'.  RELEASES ARE NOT MAINTENANCE AND ARE NOT
      * LOGGED - THE BURN-DOWN ALREADY ACCOUNTS FOR THEM.
      * UT-C-BLNKMST = BLANKET-ORDER MASTER (IN, REWRITTEN)
      * UT-C-BLNKTRN = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-BLNKREL = RELEASE FEED (BLANKET, PO, QUANTITY, DATE)
      * UT-C-BLNKRPT = EDIT LISTING + BURN-DOWN REPORT IN JES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           05 WS-TRN-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-TRN-COMMIT-QTY   PIC X(09) VALUE SPACES.
           05 WS-TRN-EXPIRY-DATE  PIC X(08) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-BM-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-BB-DETAIL.
           05 WS-BB-NUM           PIC X(08) VALUE SPACES.
           05 WS-BB-SUPP          PIC X(10) VALUE SPACES.
           05 WS-BB-PART          PIC X(23) VALUE SPACES.
           05 WS-BB-CMT           PIC 9(09) VALUE ZERO.
           05 WS-BB-REL           PIC 9(09) VALUE ZERO.
           05 WS-BB-EXP           PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(13) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

      * ONE RELEASE TRANSACTION - A PO DRAWN AGAINST A BLANKET
       01 WS-REL-DETAIL.
           05 WS-REL-BLANKET      PIC X(08) VALUE SPACES.
           PERFORM 420-FIND-BLANKET.
           PERFORM 430-EDIT-TRAN THRU 430-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-BM-ROW(WS-BM-FND-IDX) TO WS-BB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 440-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 450-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 460-APPLY-DELETE
              END-EVALUATE
              PERFORM 470-LOG-BLANKET-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-TRAN-REJ-CNT
           MOVE HIGH-VALUES TO WS-BM-ROW-NUM(WS-BM-FND-IDX).
           MOVE 'Blanket deleted from the master.' TO WS-TRAN-MSG.

       470-LOG-BLANKET-CHANGES.
      *> the row as found (WS-BB-DETAIL) against the row as it now
      *> stands in the table - one history row per field moved
           IF TRN-ADD
              MOVE WS-BM-CNT TO WS-BM-LOG-IDX
           ELSE
              MOVE WS-BM-FND-IDX TO WS-BM-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'BLNKMST'          TO WS-CH-MASTER.
           MOVE WS-TRN-NUMBER      TO WS-CH-KEY.
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'BLANKPO'          TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'SUPP-CODE'        TO WS-CH-FIELD.
           MOVE WS-BB-SUPP         TO WS-CH-OLD.
           MOVE WS-BM-ROW-SUPP(WS-BM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'PART-NUMBER'      TO WS-CH-FIELD.
           MOVE WS-BB-PART         TO WS-CH-OLD.
           MOVE WS-BM-ROW-PART(WS-BM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'COMMIT-QTY'       TO WS-CH-FIELD.
           MOVE WS-BB-CMT          TO WS-CH-OLD.
           MOVE WS-BM-ROW-CMT(WS-BM-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'EXPIRY-DATE'      TO WS-CH-FIELD.
           MOVE WS-BB-EXP          TO WS-CH-OLD.
           MOVE WS-BM-ROW-EXP(WS-BM-LOG-IDX) TO WS-CH-NEW.
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

       500-PROCESS-RELEASE.
           ADD +1 TO WS-REL-CNT.
           PERFORM 420-FIND-BLANKET.
           PERFORM 910-REWRITE-MASTER.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE BLNKTRN-FILE, BLNKREL-FILE, BLNKRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       600-WRITE-BURNDOWN.
           WRITE BLNKRPT-RECORD FROM RPT-LINE-0.
           MOVE 'RELEASES REFUSED............. ' TO RPT-SUM-LABEL.
           MOVE WS-REL-REFUSED-CNT TO RPT-SUM-CNT.
           WRITE BLNKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED......... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE BLNKRPT-RECORD FROM RPT-LINE-5.
           WRITE BLNKRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
