      * 30-DAY ONES FLAGGED HARDER) PLUS THE ONES ALREADY LAPSED.
      * PRTSUPP LOADS THIS FILE AT STARTUP AND WARNS ON ORDERS TO A
      * SUPPLIER WHOSE REQUIRED CERT HAS EXPIRED.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-CERTMST = CERTIFICATION FILE (IN, REWRITTEN)
      * UT-C-CERTTRN = ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-CERTRPT = EDIT REPORT + EXPIRY LOOK-AHEAD IN JES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           05 WS-TRN-CERT-NUMBER  PIC X(15) VALUE SPACES.
           05 WS-TRN-EXPIRY-DATE  PIC X(08) VALUE SPACES.
           05 WS-TRN-REQUIRED     PIC X(01) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(33) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-CT-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-CB-DETAIL.
           05 WS-CB-SUPP          PIC X(10) VALUE SPACES.
           05 WS-CB-TYPE          PIC X(04) VALUE SPACES.
           05 WS-CB-NUM           PIC X(15) VALUE SPACES.
           05 WS-CB-EXP           PIC 9(08) VALUE ZERO.
           05 WS-CB-REQ           PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(42) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           PERFORM 410-LOOKUP-CERT.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-CT-ROW(WS-CT-FND-IDX) TO WS-CB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 460-LOG-CERT-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
           MOVE 'Certification deleted from the file.'
                TO WS-TRAN-MSG.

       460-LOG-CERT-CHANGES.
      *> the row as found (WS-CB-DETAIL) against the row as it now
      *> stands in the table - one history row per field moved
           IF TRN-ADD
              MOVE WS-CT-CNT TO WS-CT-LOG-IDX
           ELSE
              MOVE WS-CT-FND-IDX TO WS-CT-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'CERTMST'        TO WS-CH-MASTER.
           MOVE WS-TRN-SUPP-CODE TO WS-CH-KEY(1:10).
           MOVE WS-TRN-CERT-TYPE TO WS-CH-KEY(12:4).
           MOVE WS-TRN-ACTION    TO WS-CH-ACTION.
           MOVE 'CERTMNT'        TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'CERT-NUMBER'    TO WS-CH-FIELD.
           MOVE WS-CB-NUM        TO WS-CH-OLD.
           MOVE WS-CT-ROW-NUM(WS-CT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'EXPIRY-DATE'    TO WS-CH-FIELD.
           MOVE WS-CB-EXP        TO WS-CH-OLD.
           MOVE WS-CT-ROW-EXP(WS-CT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'REQUIRED'       TO WS-CH-FIELD.
           MOVE WS-CB-REQ        TO WS-CH-OLD.
           MOVE WS-CT-ROW-REQ(WS-CT-LOG-IDX) TO WS-CH-NEW.
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
           PERFORM 600-WRITE-LOOKAHEAD.
           PERFORM 910-REWRITE-MASTER.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE CERTTRN-FILE, CERTRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       600-WRITE-LOOKAHEAD.
      *> the 60/30-day look-ahead - a cert already lapsed shows a
           MOVE 'CERTS ALREADY LAPSED..... ' TO RPT-SUM-LABEL.
           MOVE WS-LAPSED-CNT TO RPT-SUM-CNT.
           WRITE CERTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE CERTRPT-RECORD FROM RPT-LINE-5.
           WRITE CERTRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
