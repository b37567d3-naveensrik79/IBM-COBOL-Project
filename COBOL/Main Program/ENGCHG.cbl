      * A PART NOT ON THE MASTER IS LISTED FOR ENGINEERING TO CHASE.
      * PRTSUPP REJECTS ANY ORDER CITING A DRAWING OTHER THAN THE
      * ONE THIS STEP PUT IN FORCE.
      * THE SAME FEED CARRIES QUALITY'S SHELF LIFE (IN DAYS) FOR
      * DATE-SENSITIVE MATERIAL - ADHESIVES, SEALANTS, RUBBER.  A
      * TRANSACTION MAY CARRY A BLUEPRINT, A SHELF LIFE OR BOTH; A
      * BLANK FIELD LEAVES THE MASTER VALUE ALONE AND A SHELF LIFE
      * OF ZERO TAKES THE PART OFF SHELF-LIFE CONTROL.  RECVPO DATES
      * EVERY LOT OF THE PART FROM IT.
      * A BLUEPRINT MOVE ALSO PUTS EVERY SUPPLIER'S PRODUCTION PART
      * APPROVAL (PPAP) ON THE PART BACK TO PENDING, UNLESS IT WAS
      * ALREADY APPROVED AT THE NEW REVISION - PRTSUPP STOPS TAKING
      * ORDERS FOR THE PAIR UNTIL QUALITY APPROVES IT AGAIN IN
      * PPAPMNT.
      * EVERY TRANSACTION CARRIES THE ID OF THE ENGINEER WHO KEYED
      * IT, AND EVERY PART MASTER FIELD AN APPLIED CHANGE MOVES GOES
      * ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE, NEW
      * VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-ENGCHG  = ENGINEERING CHANGE FEED (PART, NEW BLUEPRINT,
      *                EFFECTIVE DATE, SHELF LIFE DAYS)
      * UT-C-PARTMAST= PART MASTER (KEYED, UPDATED IN PLACE)
      * UT-C-PMJRNL  = BEFORE-IMAGE JOURNAL OF THE PART MASTER, CUT
      *                BEFORE THE MASTER OPENS FOR UPDATE - BACKOUT
      *                RESTORES FROM HERE, SAME AS A PRTSUPP LIVE RUN
      * UT-C-PPAPMST = PPAP MASTER (KEYED ON PART + SUPPLIER,
      *                UPDATED IN PLACE)
      * UT-C-ENGCRPT = APPLIED/HELD/ORPHAN LISTING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT PMJRNL-FILE ASSIGN TO UT-C-PMJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PMJRNL-ST.
      *> production part approvals PPAPMNT keeps - the pairs on a
      *> part whose drawing moves go back to pending
           SELECT PPAPMST-FILE ASSIGN TO UT-C-PPAPMST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PPAPMST-KEY
           FILE STATUS  IS PPAPMST-ST.
           SELECT ENGCRPT-FILE ASSIGN TO UT-C-ENGCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ENGCRPT-ST.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PMJRNL-RECORD       PIC X(80).
       FD PPAPMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PPAPMST-RECORD.
           05 PPAPMST-KEY.
               10 PPAPMST-KEY-PART PIC X(23).
               10 PPAPMST-KEY-SUPP PIC X(10).
           05 FILLER              PIC X(47).
       FD ENGCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-ORPHAN-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PM-FOUND             PIC X(01) VALUE 'N'.
           88 PM-FOUND            VALUE 'Y'.
       77 WS-PPAP-RESET-CNT       PIC 9(08) VALUE ZERO.
       77 WS-PPAP-OPEN-SW         PIC X(01) VALUE 'N'.
           88 PPAP-IS-OPEN        VALUE 'Y'.
       77 WS-BP-MOVED-SW          PIC X(01) VALUE 'N'.
           88 BLUEPRINT-MOVED     VALUE 'Y'.

      * JOURNAL HEADER - NAMES THE RUN THE BEFORE-IMAGE BELONGS TO,
      * SO BACKOUT CAN SAY EXACTLY WHICH RUN IT BACKED OUT
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * ONE PART MASTER ROW - SAME LAYOUT PRTSUPP KEEPS
       01 WS-PM-DETAIL.
           05 WS-PM-ORD-MULT    PIC X(05) VALUE SPACES.
           05 WS-PM-EXPORT-FLAG PIC X(01) VALUE SPACES.
           05 WS-PM-BLUEPRINT   PIC X(10) VALUE SPACES.
           05 WS-PM-SHELF-DAYS  PIC X(05) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE SPACES.

      * ONE ENGINEERING CHANGE TRANSACTION
       01 WS-EC-DETAIL.
           05 WS-EC-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-EC-BLUEPRINT     PIC X(10) VALUE SPACES.
           05 WS-EC-EFF-DATE      PIC 9(08) VALUE ZERO.
           05 WS-EC-SHELF-DAYS    PIC X(05) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-EC-OPERATOR      PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(26) VALUE SPACES.

      * THE PART MASTER ROW AS FOUND, BEFORE THE CHANGE TOUCHES IT,
      * AND THE FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED
      * CHGLOG ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       01 WS-PB-DETAIL.
           05 WS-PB-PART-NUMBER PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE SPACES.
           05 WS-PB-BLUEPRINT   PIC X(10) VALUE SPACES.
           05 WS-PB-SHELF-DAYS  PIC X(05) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

           COPY PPAPMST.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'ENGCHG'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 ENGCHG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-ENGCHG        VALUE 'Y'.
               88 PARTMAST-OK           VALUE '00'.
           05 PMJRNL-ST                 PIC X(02).
               88 PMJRNL-OK             VALUE '00'.
           05 PPAPMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PPAPMST       VALUE 'Y'.
           05 PPAPMST-ST                PIC X(02).
               88 PPAPMST-OK            VALUE '00'.
           05 ENGCRPT-ST                PIC X(02).
               88 ENGCRPT-OK            VALUE '00'.

      *> a refusal means another rewriter holds the part master
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'ENGCHG REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              IF NOT ENGCHG-OK
                 DISPLAY 'Input ENGCHG File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           PERFORM 205-JOURNAL-MASTER THRU 205-JOURNAL-EXIT.
      *> changes only move forward parts the master already carries -
      *> a missing master is a hard error here
              IF NOT ENGCRPT-OK
                 DISPLAY 'Output ENGCRPT File Error'
                 GO TO 999-ERR-RTN.
      *> no PPAP master yet means no approvals to put back
           OPEN I-O PPAPMST-FILE.
           IF PPAPMST-OK
              MOVE 'Y' TO WS-PPAP-OPEN-SW
           ELSE
              DISPLAY 'PPAPMST NOT FOUND - PPAP RESETS SKIPPED'
           END-IF.

       205-JOURNAL-MASTER.
      *> copy the master as found to the journal before a single
           MOVE WS-EC-BLUEPRINT   TO RPT-BLUEPRINT.
           MOVE WS-EC-EFF-DATE    TO RPT-EFF-DATE.
           MOVE 'N' TO WS-PM-FOUND.
           MOVE 'N' TO WS-BP-MOVED-SW.
           MOVE WS-EC-PART-NUMBER TO PARTMAST-KEY-PART.
           READ PARTMAST-FILE INTO WS-PM-DETAIL
              KEY IS PARTMAST-KEY-PART
                 MOVE 'ORPHAN    ' TO RPT-DISPOSITION
                 MOVE 'Part is not on the part master.'
                      TO RPT-REASON
              WHEN WS-EC-BLUEPRINT = SPACES AND
                   WS-EC-SHELF-DAYS = SPACES
                 ADD +1 TO WS-ORPHAN-CNT
                 MOVE 'REFUSED   ' TO RPT-DISPOSITION
                 MOVE 'New blueprint can not be empty.'
                      TO RPT-REASON
              WHEN WS-EC-SHELF-DAYS NOT = SPACES AND
                   WS-EC-SHELF-DAYS IS NOT NUMERIC
                 ADD +1 TO WS-ORPHAN-CNT
                 MOVE 'REFUSED   ' TO RPT-DISPOSITION
                 MOVE 'Shelf life must be a number of days.'
                      TO RPT-REASON
              WHEN WS-EC-EFF-DATE > WS01-CURR-DATE-N
                 ADD +1 TO WS-HELD-CNT
                 MOVE 'HELD      ' TO RPT-DISPOSITION
                      TO RPT-REASON
              WHEN OTHER
                 ADD +1 TO WS-APPLIED-CNT
                 MOVE WS-PM-DETAIL TO WS-PB-DETAIL
                 PERFORM 410-MOVE-CHANGE-FIELDS
                 MOVE WS-PM-DETAIL TO PARTMAST-RECORD
                 REWRITE PARTMAST-RECORD
                    INVALID KEY
                               PARTMAST-ST ' FOR '
                               WS-EC-PART-NUMBER
                 END-REWRITE
                 PERFORM 470-LOG-PART-CHANGES
                 MOVE 'APPLIED   ' TO RPT-DISPOSITION
           END-EVALUATE.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-3.
           MOVE SPACES TO RPT-REASON.
           IF BLUEPRINT-MOVED AND PPAP-IS-OPEN
              PERFORM 420-RESET-PPAP
           END-IF.
           PERFORM 300-READ-CHANGE.

       410-MOVE-CHANGE-FIELDS.
      *> a blank field leaves the master alone - a zero shelf life
      *> clears it back to spaces, no longer shelf-life controlled
           IF WS-EC-BLUEPRINT NOT = SPACES
              IF WS-EC-BLUEPRINT NOT = WS-PM-BLUEPRINT
                 MOVE 'Y' TO WS-BP-MOVED-SW
              END-IF
              MOVE WS-EC-BLUEPRINT TO WS-PM-BLUEPRINT
           END-IF.
           IF WS-EC-SHELF-DAYS NOT = SPACES
              IF WS-EC-SHELF-DAYS = ZERO
                 MOVE SPACES TO WS-PM-SHELF-DAYS
              ELSE
                 MOVE WS-EC-SHELF-DAYS TO WS-PM-SHELF-DAYS
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-EC-SHELF-DAYS = SPACES
                 MOVE 'Blueprint moved forward on the master.'
                      TO RPT-REASON
              WHEN WS-EC-BLUEPRINT = SPACES
                 STRING 'Shelf life now ' WS-EC-SHELF-DAYS
                        ' days on the master.' DELIMITED BY SIZE
                        INTO RPT-REASON
                 END-STRING
              WHEN OTHER
                 STRING 'Blueprint moved forward, shelf life now '
                        WS-EC-SHELF-DAYS ' days.' DELIMITED BY SIZE
                        INTO RPT-REASON
                 END-STRING
           END-EVALUATE.

       420-RESET-PPAP.
      *> the part's approvals read back together on the PPAP key -
      *> start at the part and stop when the part number changes
           MOVE WS-EC-PART-NUMBER TO PPAPMST-KEY-PART.
           MOVE LOW-VALUES        TO PPAPMST-KEY-SUPP.
           MOVE 'N' TO PPAPMST-EOF.
           START PPAPMST-FILE KEY IS >= PPAPMST-KEY
              INVALID KEY MOVE 'Y' TO PPAPMST-EOF
           END-START.
           PERFORM 425-RESET-ONE-PAIR UNTIL NO-MORE-PPAPMST.

       425-RESET-ONE-PAIR.
           READ PPAPMST-FILE NEXT RECORD INTO WS-PA-DETAIL
              AT END MOVE 'Y' TO PPAPMST-EOF
           END-READ.
           IF NOT NO-MORE-PPAPMST AND
              WS-PA-PART-NUMBER NOT = WS-EC-PART-NUMBER
              MOVE 'Y' TO PPAPMST-EOF
           END-IF.
           IF NOT NO-MORE-PPAPMST
              EVALUATE TRUE
      *> an approval already at the new revision stands
                 WHEN NOT PA-PENDING AND
                      WS-PA-BLUEPRINT NOT = WS-EC-BLUEPRINT
                    MOVE 'P' TO WS-PA-STATUS
                    MOVE WS01-CURR-DATE-N TO WS-PA-STATUS-DATE
                    MOVE 'B' TO WS-PA-PEND-REASON
                    MOVE WS-EC-BLUEPRINT TO WS-PA-NEW-BLUEPRINT
                    PERFORM 428-REWRITE-PAIR
                    ADD +1 TO WS-PPAP-RESET-CNT
                    MOVE 'PPAP RESET' TO RPT-DISPOSITION
                    STRING 'Supplier ' WS-PA-SUPP-CODE
                           ' approval back to pending.'
                           DELIMITED BY SIZE
                           INTO RPT-REASON
                    END-STRING
                    WRITE ENGCRPT-RECORD FROM RPT-LINE-3
                    MOVE SPACES TO RPT-REASON
      *> already waiting on an earlier move - now it waits on this one
                 WHEN PA-PENDING AND PA-NEW-REVISION
                    MOVE WS-EC-BLUEPRINT TO WS-PA-NEW-BLUEPRINT
                    PERFORM 428-REWRITE-PAIR
              END-EVALUATE
           END-IF.

       428-REWRITE-PAIR.
           REWRITE PPAPMST-RECORD FROM WS-PA-DETAIL
              INVALID KEY
                 DISPLAY 'PPAPMST REWRITE ERROR '
                         PPAPMST-ST ' FOR ' WS-PA-KEY
           END-REWRITE.

       470-LOG-PART-CHANGES.
      *> the master row as found (WS-PB-DETAIL) against the row as
      *> rewritten - an engineering change is always a change
           INITIALIZE WS-CH-DETAIL.
           MOVE 'PARTMAST'         TO WS-CH-MASTER.
           MOVE WS-EC-PART-NUMBER  TO WS-CH-KEY.
           MOVE 'C'                TO WS-CH-ACTION.
           MOVE 'ENGCHG'           TO WS-CH-PROGRAM.
           IF WS-EC-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-EC-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'BLUEPRINT'        TO WS-CH-FIELD.
           MOVE WS-PB-BLUEPRINT    TO WS-CH-OLD.
           MOVE WS-PM-BLUEPRINT    TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'SHELF-DAYS'       TO WS-CH-FIELD.
           MOVE WS-PB-SHELF-DAYS   TO WS-CH-OLD.
           MOVE WS-PM-SHELF-DAYS   TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.

       475-LOG-FIELD.
      *> only a field that actually moved is worth a history row
           IF WS-CH-OLD NOT = WS-CH-NEW
              MOVE 'LOG' TO WS-CL-ACTION
              CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                                  WS-CL-RETURN
              IF WS-CL-RETURN = ZERO
                 ADD +1 TO WS-CH-LOG-CNT
              END-IF
           END-IF.

       900-WRAP-UP.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-0.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-4.
           MOVE 'ORPHANS/REFUSED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-ORPHAN-CNT TO RPT-SUM-CNT.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PPAP APPROVALS RESET......... ' TO RPT-SUM-LABEL.
           MOVE WS-PPAP-RESET-CNT TO RPT-SUM-CNT.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED......... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-5.
           WRITE ENGCRPT-RECORD FROM RPT-LINE-4.
           CLOSE ENGCHG-FILE, PARTMAST-FILE, ENGCRPT-FILE.
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
           IF PPAP-IS-OPEN
              CLOSE PPAPMST-FILE
           END-IF.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.
           MOVE WS-CHG-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.

       990-VERIFY-MASTER.
      *> the master named in WS-MS-MASTER has to agree with the
      *> control signature its last updater left - one that does
      *> not was half-written or changed outside the suite
           MOVE 'VFY' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF MS-DISAGREES
              DISPLAY WS-MS-MASTER ' FAILED ITS CONTROL-TOTAL CHECK '
                      '- RUN STOPPED UNTIL THE MASTER IS RESTORED'
              GO TO 999-ERR-RTN
           END-IF.

       995-SIGN-MASTER.
      *> the master is closed - leave the control signature the
      *> next program to open it will check against
           MOVE 'SIG' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF WS-MS-RETURN NOT = ZERO
              DISPLAY WS-MS-MASTER ' NOT SIGNED - ITS NEXT OPEN WILL '
                      'FAIL THE CONTROL-TOTAL CHECK'
              MOVE 8 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
