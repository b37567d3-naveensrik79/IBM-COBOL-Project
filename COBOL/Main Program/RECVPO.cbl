      * 'H' AND COUNTS TOWARD NOTHING UNTIL THE INSPRCV STEP'S
      * ACCEPT TRANSACTION CLEARS IT, SO REJECTED MATERIAL STOPS
      * HAVING "ARRIVED" IN EVERY DOWNSTREAM NUMBER.
      * A RE-COMMITMENT ON THE COMMITMENT LEDGER IS DATED WITH THE
      * POSTING DATE THE SHARED FISCPER ROUTINE GIVES BACK, SO A RUN
      * IN A CLOSED FISCAL PERIOD POSTS INTO THE FIRST OPEN ONE.
      * A RECEIPT OF A PART WITH A SHELF LIFE ON THE PART MASTER
      * ALSO OPENS ITS LOT ON THE LOT MASTER, DATED WITH THE
      * MANUFACTURE DATE RECEIVING KEYS OFF THE LABEL AND AN EXPIRY
      * OF MANUFACTURE DATE PLUS SHELF LIFE.  A MISSING OR BAD
      * MANUFACTURE DATE AGES THE LOT FROM THE RECEIPT DATE AND SAYS
      * SO ON THE REPORT.  STOCKUPD AND SHLFLIFE WORK THE LOT FROM
      * THERE.
      * A NON-INVENTORY/SERVICES LINE NEVER CROSSES THE DOCK - THE
      * REQUESTER CONFIRMS IT ON THE RECEIVING FEED WITH TRANSACTION
      * TYPE 'S' AND THEIR ID IN THE KEYED-BY FIELD.  A CONFIRMATION
      * POSTS STRAIGHT TO THE RECEIVED QUANTITY WITH NO INSPECTION,
      * LOT OR STOCK, AND RELIEVES THE COST CENTER'S COMMITMENT.  A
      * DOCK RECEIPT AGAINST SUCH A LINE, OR A CONFIRMATION AGAINST
      * A PART LINE, IS REFUSED ON THE REPORT.
      * A SUPPLIER/PART THAT HAS EARNED SKIP-LOT - ENOUGH ACCEPTED
      * LOTS IN A ROW ON THE SKIP-LOT FILE INSPRCV KEEPS, AND A
      * DEFECT RATE OVER THE LAST TWO YEARS OF QSCORE'S QUALITY
      * HISTORY INSIDE THE LIMIT - POSTS STRAIGHT TO ACCEPTED THE
      * WAY INSPRCV'S ACCEPT DOES: THE ORDER, THE ACCEPTED-RECEIPTS
      * FEED AND THE COMMITMENT RELIEF.  EVERY NTH SUCH LOT STILL
      * GOES TO THE HOLD AS A CHECK LOT.  A SKIPPED RECEIPT RIDES
      * THE HOLD FILE IN STATUS 'S' SO INSPRCV'S REPORT SHOWS IT
      * AND WHY.
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-RECEIPTS = RECEIVING FEED (PO, PART, QTY, DATE, LOT,
      *                 MANUFACTURE DATE) AND REQUESTER CONFIRMATIONS
      * UT-C-OPENPO   = OPEN-PO MASTER (KEYED, UPDATED IN PLACE)
      * UT-C-PARTMAST = PART MASTER (KEYED, IN - SHELF LIFE)
      * UT-C-LOTMAST  = SHELF-LIFE LOT MASTER (KEYED, LOTS ADDED)
      * UT-C-QUALHIST = QUALITY HISTORY (IN - DEFECT PPM PER SUPPLIER)
      * UT-C-SKIPLOT  = SKIP-LOT STATUS PER SUPPLIER/PART (REWRITTEN)
      * UT-C-RECVRPT  = RECEIVING/EXPEDITING REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPOJRNL-ST.
      *> inspection hold - every matched receipt waits here in
      *> status 'H' until INSPRCV accepts or rejects it.  a skip-lot
      *> receipt is written in status 'S' - already posted, carried
      *> only so INSPRCV can report it
           SELECT INSPHLD-FILE ASSIGN TO UT-C-INSPHLD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INSPHLD-ST.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS LOTTRC-ST.
      *> the day's accepted-receipts feed the stock posting consumes.
      *> INSPRCV appends accepted material; RECVPO appends skip-lot
      *> receipts, which are accepted material too, and the type 'V'
      *> compensating row a reversal owes the stock balance
           SELECT RECACC-FILE ASSIGN TO UT-C-RECACC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RECACC-ST.
           SELECT CURRATES-FILE ASSIGN TO UT-C-CURRATES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CURRATES-ST.
      *> the part master says which parts carry a shelf life, and
      *> the lot master is where each such lot gets its expiry
           SELECT PARTMAST-FILE ASSIGN TO UT-C-PARTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PARTMAST-KEY-PART
           FILE STATUS  IS PARTMAST-ST.
           SELECT LOTMAST-FILE ASSIGN TO UT-C-LOTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LOTMAST-KEY
           FILE STATUS  IS LOTMAST-ST.
      *> QSCORE's quality history gives each supplier's defect rate,
      *> and the skip-lot file each supplier/part's run of accepts
           SELECT QUALHIST-FILE ASSIGN TO UT-C-QUALHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS QUALHIST-ST.
           SELECT SKIPLOT-FILE ASSIGN TO UT-C-SKIPLOT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SKIPLOT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PART-SUPP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CURRATES-RECORD     PIC X(80).
       FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
           05 PARTMAST-KEY-PART   PIC X(23).
           05 FILLER              PIC X(57).
       FD LOTMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 LOTMAST-RECORD.
           05 LOTMAST-KEY         PIC X(41).
           05 FILLER              PIC X(79).
       FD QUALHIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 QUALHIST-RECORD     PIC X(80).
       FD SKIPLOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 SKIPLOT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-RCPT-CNT             PIC 9(08) VALUE ZERO.
       77 WS-PO-REGISTERED-CNT    PIC 9(08) VALUE ZERO.
       77 WS-REVERSAL-CNT         PIC 9(08) VALUE ZERO.
       77 WS-REV-REFUSED-CNT      PIC 9(08) VALUE ZERO.
       77 WS-CONFIRM-CNT          PIC 9(08) VALUE ZERO.
       77 WS-CONF-REFUSED-CNT     PIC 9(08) VALUE ZERO.
       77 WS-OPEN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-PARTIAL-CNT          PIC 9(08) VALUE ZERO.
       77 WS-CLOSED-CNT           PIC 9(08) VALUE ZERO.
           05 WS-CMT-USD-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05 WS-CMT-DATE          PIC 9(08) VALUE ZERO.
           05 WS-CMT-PROGRAM       PIC X(08) VALUE SPACES.
      * A NON-INVENTORY LINE'S COST CENTER - BUDGRPT CHARGES THE ROW
      * THERE INSTEAD OF TO THE BUYER'S DEPARTMENT
           05 WS-CMT-COST-CENTER   PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE SPACES.
           COPY CURRRATE.
       77 WS-EDR-MAX              PIC 9(03) VALUE 500.
       77 WS-EDR-CNT              PIC 9(03) VALUE ZERO.
           05 WS-RCPT-LOT-NUMBER  PIC X(15) VALUE SPACES.
           05 WS-RCPT-TYPE        PIC X(01) VALUE SPACES.
               88 RCPT-IS-REVERSAL VALUE 'V'.
      *> 'S' - the requester confirming a services/expense line was
      *> delivered; KEYED-BY names the requester
               88 RCPT-IS-CONFIRMATION VALUE 'S'.
           05 WS-RCPT-KEYED-BY    PIC X(08) VALUE SPACES.
      *> manufacture date off the supplier's label - what a shelf-
      *> life lot's expiry is counted from
           05 WS-RCPT-MFG-DATE    PIC X(08) VALUE SPACES.
           05 WS-RCPT-MFG-DATE-N REDEFINES WS-RCPT-MFG-DATE
                                  PIC 9(08).
           05 FILLER              PIC X(04) VALUE SPACES.

      * ONE PART MASTER ROW - SAME LAYOUT PRTSUPP KEEPS.  ONLY THE
      * SHELF LIFE IS USED HERE
       01 WS-PM-DETAIL.
           05 WS-PM-PART-NUMBER PIC X(23) VALUE SPACES.
           05 WS-PM-FIRST-DATE  PIC 9(08) VALUE ZERO.
           05 WS-PM-LAST-DATE   PIC 9(08) VALUE ZERO.
           05 WS-PM-MIN-QTY     PIC X(07) VALUE SPACES.
           05 WS-PM-MAX-QTY     PIC X(07) VALUE SPACES.
           05 WS-PM-ORD-MULT    PIC X(05) VALUE SPACES.
           05 WS-PM-EXPORT-FLAG PIC X(01) VALUE SPACES.
           05 WS-PM-BLUEPRINT   PIC X(10) VALUE SPACES.
           05 WS-PM-SHELF-DAYS  PIC X(05) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE SPACES.
       77 WS-PARTMAST-OPEN-SW     PIC X(01) VALUE 'N'.
           88 PARTMAST-IS-OPEN    VALUE 'Y'.

      * ONE SHELF-LIFE LOT - STOCKUPD AND SHLFLIFE READ IT BACK
           COPY LOTMAST.
       77 WS-LOTMAST-OPEN-SW      PIC X(01) VALUE 'N'.
           88 LOTMAST-IS-OPEN     VALUE 'Y'.
       77 WS-SHELF-LOT-CNT        PIC 9(08) VALUE ZERO.
       77 WS-NO-MFG-CNT           PIC 9(08) VALUE ZERO.

      * SKIP-LOT RULE - A SUPPLIER/PART QUALIFIES WITH AT LEAST
      * WS-SKIP-MIN-ACCEPTS CONSECUTIVE ACCEPTED LOTS AND A SUPPLIER
      * DEFECT RATE NO WORSE THAN WS-SKIP-MAX-PPM OVER THE LAST
      * WS-SKIP-WINDOW-DAYS OF QUALITY HISTORY.  EVERY
      * WS-SKIP-CHECK-EVERY'TH QUALIFYING LOT IS HELD ANYWAY
       77 WS-SKIP-MIN-ACCEPTS     PIC 9(03) VALUE 10.
       77 WS-SKIP-MAX-PPM         PIC 9(04) VALUE 500.
       77 WS-SKIP-WINDOW-DAYS     PIC 9(04) VALUE 730.
       77 WS-SKIP-CHECK-EVERY     PIC 9(03) VALUE 5.
       77 WS-SKIP-DECISION        PIC X(01) VALUE 'F'.
           88 SKIP-FULL-INSPECT   VALUE 'F'.
           88 SKIP-LOT-POSTS      VALUE 'S'.
           88 SKIP-CHECK-LOT      VALUE 'C'.
       77 WS-SKIP-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CHECK-LOT-CNT        PIC 9(08) VALUE ZERO.
       77 WS-SKIP-WINDOW-START    PIC 9(08) VALUE ZERO.
       77 WS-SKIP-PPM             PIC 9(07) VALUE ZERO.
       77 WS-SKIP-CONSEC-DISP     PIC 9(03) VALUE ZERO.
       77 WS-SKIP-PPM-DISP        PIC 9(04) VALUE ZERO.

      * ONE QUALITY-HISTORY ROW - SAME LAYOUT QSCORE APPENDS
       01 WS-QH-DETAIL.
           05 WS-QH-RUN-DATE      PIC 9(08) VALUE ZERO.
           05 WS-QH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-QH-INSP-QTY      PIC 9(09) VALUE ZERO.
           05 WS-QH-REJ-QTY       PIC 9(09) VALUE ZERO.
           05 WS-QH-PPM           PIC 9(07) VALUE ZERO.
           05 WS-QH-RATING        PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(36) VALUE SPACES.

      * INSPECTED AND REJECTED QUANTITY PER SUPPLIER INSIDE THE
      * SKIP-LOT WINDOW - THE DEFECT PPM IS FIGURED FROM THESE
       77 WS-QP-MAX               PIC 9(5) VALUE 5000.
       77 WS-QP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-QP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-QP-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-QP-TBL.
           05 WS-QP-ROW OCCURS 5000 TIMES.
               10 WS-QP-SUPP      PIC X(10).
               10 WS-QP-INSP      PIC 9(11).
               10 WS-QP-REJ       PIC 9(11).

      * SKIP-LOT STATUS - THE WHOLE FILE, WORKED IN PLACE AND
      * REWRITTEN
           COPY SKIPLOT.
       77 WS-SKIPLOT-LOADED-SW    PIC X(01) VALUE 'N'.
           88 SKIPLOT-LOADED      VALUE 'Y'.
       77 WS-SK-MAX               PIC 9(5) VALUE 5000.
       77 WS-SK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SK-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SK-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SK-TBL.
           05 WS-SK-ROW OCCURS 5000 TIMES.
               10 WS-SK-SUPP           PIC X(10).
               10 WS-SK-PART           PIC X(23).
               10 WS-SK-CONSEC-ACC     PIC 9(05).
               10 WS-SK-SINCE-CHECK    PIC 9(03).
               10 WS-SK-LAST-ACC-DATE  PIC 9(08).
               10 WS-SK-LAST-REJ-DATE  PIC 9(08).
               10 WS-SK-SKIP-TOTAL     PIC 9(07).
               10 WS-SK-LAST-SKIP-DATE PIC 9(08).

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

      * ONE INSPECTION-HOLD RECORD - INSPRCV READS THIS LAYOUT BACK
       77 WS-INSPHLD-OPEN-SW      PIC X(01) VALUE 'N'.
           05 WS-IH-RCPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-IH-STATUS        PIC X(01) VALUE SPACES.
               88 IH-STAT-HELD    VALUE 'H'.
               88 IH-STAT-SKIPPED VALUE 'S'.
           05 WS-IH-PLANT-CODE    PIC X(03) VALUE SPACES.
      *> a skip-lot or check-lot receipt carries why it qualified -
      *> the consecutive accepts and the supplier's defect PPM
           05 WS-IH-SKIP-CONSEC   PIC 9(03) VALUE ZERO.
           05 WS-IH-SKIP-PPM      PIC 9(04) VALUE ZERO.

      * ONE LOT-TRACE RECORD - LOTTRACE READS THIS LAYOUT BACK
       77 WS-LOTTRC-OPEN-SW       PIC X(01) VALUE 'N'.
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.
      * FISCAL-PERIOD HANDSHAKE WITH THE SHARED FISCPER ROUTINE -
      * EVERY POSTING THIS RUN IS DATED WS-POST-DATE, THE RUN DATE
      * UNLESS ACCOUNTING HAS CLOSED ITS PERIOD
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.
           88 FP-ROLLED           VALUE 4.
       77 WS-POST-DATE            PIC 9(08) VALUE ZERO.
       77 WS-ROLLED-CNT           PIC 9(08) VALUE ZERO.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'RECVPO'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 INSPHLD-OK            VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 PARTMAST-ST               PIC X(02).
               88 PARTMAST-OK           VALUE '00'.
           05 LOTMAST-ST                PIC X(02).
               88 LOTMAST-OK            VALUE '00'.
               88 LOTMAST-NO-FILE       VALUE '35'.
           05 QUALHIST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-QUALHIST      VALUE 'Y'.
           05 QUALHIST-ST               PIC X(02).
               88 QUALHIST-OK           VALUE '00'.
           05 SKIPLOT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SKIPLOT       VALUE 'Y'.
           05 SKIPLOT-ST                PIC X(02).
               88 SKIPLOT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
             10 RPT-RCPT-QTY    PIC ZZZZZZ9.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-RESULT      PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-LOT-NOTE    PIC X(40) VALUE SPACES.
       01 RPT-LINE-PERIOD.
             10 RPT-PERIOD-MSG  PIC X(100) VALUE SPACES.
             10 FILLER          PIC X(32) VALUE SPACES.
       01 RPT-LINE-ROLL.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(13) VALUE 'PERIOD ROLL: '.
             10 RPT-ROLL-KEY    PIC X(45) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE ' POSTED '.
             10 RPT-ROLL-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(17) VALUE ' - CLOSED PERIOD '.
             10 RPT-ROLL-PERIOD PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(31) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
      *> rewriter holds our master
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'RECVPO REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 150-SET-POSTING-DATE.
           PERFORM 200-OPEN-FILES.
           WRITE RECVRPT-RECORD FROM RPT-LINE-0.
           WRITE RECVRPT-RECORD FROM RPT-LINE-BANNER.
           IF RPT-PERIOD-MSG NOT = SPACES
              WRITE RECVRPT-RECORD FROM RPT-LINE-PERIOD
           END-IF.
           WRITE RECVRPT-RECORD FROM RPT-LINE-1.
           WRITE RECVRPT-RECORD FROM RPT-LINE-2.

       150-SET-POSTING-DATE.
      *> one call per run - every posting below carries the answer.
      *> a run dated in a period accounting has closed posts into
      *> the first open one and lists each posting it rolled
           MOVE 'CHK' TO WS-FP-ACTION.
           MOVE WS01-CURR-DATE TO WS-FP-DATE.
           CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                WS-FP-POST-DATE, WS-FP-PERIOD,
                                WS-FP-STATUS, WS-FP-RETURN.
           MOVE WS-FP-POST-DATE TO WS-POST-DATE.
           MOVE SPACES TO RPT-PERIOD-MSG.
           EVALUATE WS-FP-RETURN
              WHEN 4
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - POSTINGS ROLLED TO '
                        WS-POST-DATE DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 8
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - NO LATER PERIOD IS OPEN, '
                        'POSTED AS DATED' DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 12
                 MOVE 'RUN DATE IS ON NO FISCAL PERIOD - POSTED AS '
                    & 'DATED' TO RPT-PERIOD-MSG
           END-EVALUATE.
           IF RPT-PERIOD-MSG NOT = SPACES
              DISPLAY 'RECVPO: ' RPT-PERIOD-MSG
           END-IF.

       160-LIST-ROLLED-POSTING.
      *> the caller set RPT-ROLL-KEY
           ADD +1 TO WS-ROLLED-CNT.
           MOVE WS-POST-DATE TO RPT-ROLL-DATE.
           MOVE WS-FP-PERIOD TO RPT-ROLL-PERIOD.
           WRITE RECVRPT-RECORD FROM RPT-LINE-ROLL.

       200-OPEN-FILES.
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
              IF NOT RECVRPT-OK
                 DISPLAY 'Output RECVRPT File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           PERFORM 205-JOURNAL-MASTER THRU 205-JOURNAL-EXIT.
      *> the master opens for keyed update - a missing master is not
      *> an error, the very first run of this step creates one
                      'NOT UPDATED'
           END-IF.
           PERFORM 210-READ-CURR-RATES.
      *> no part master means no part is known to carry a shelf
      *> life - receipts still apply, their lots just go undated
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT PARTMAST-FILE.
           IF PARTMAST-OK
              MOVE 'Y' TO WS-PARTMAST-OPEN-SW
           ELSE
              DISPLAY 'PARTMAST NOT FOUND - NO SHELF-LIFE LOTS '
                      'DATED THIS RUN'
           END-IF.
      *> a missing lot master is not an error - the very first
      *> shelf-life receipt starts one
           OPEN I-O LOTMAST-FILE.
           IF LOTMAST-NO-FILE
              DISPLAY 'LOTMAST NOT FOUND - STARTING A NEW '
                      'LOT MASTER'
              OPEN OUTPUT LOTMAST-FILE
              CLOSE LOTMAST-FILE
              OPEN I-O LOTMAST-FILE
           END-IF.
           IF LOTMAST-OK
              MOVE 'Y' TO WS-LOTMAST-OPEN-SW
           ELSE
              DISPLAY 'Open LOTMAST File Error ' LOTMAST-ST
                      ' - NO SHELF-LIFE LOTS DATED THIS RUN'
           END-IF.
           PERFORM 220-LOAD-QUAL-HISTORY.
           PERFORM 230-LOAD-SKIP-LOTS.

       205-JOURNAL-MASTER.
      *> copy the master as found to the journal before a single
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       220-LOAD-QUAL-HISTORY.
      *> each supplier's inspected and rejected quantity over the
      *> skip-lot window.  no history means no supplier has a defect
      *> rate to qualify on - every receipt goes to the hold
           COMPUTE WS-SKIP-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N)
               - WS-SKIP-WINDOW-DAYS).
           MOVE ZERO TO WS-QP-CNT.
           OPEN INPUT QUALHIST-FILE.
           IF QUALHIST-OK
              PERFORM 225-LOAD-ONE-QUAL-ROW UNTIL NO-MORE-QUALHIST
              CLOSE QUALHIST-FILE
           ELSE
              DISPLAY 'QUALHIST NOT FOUND - NO SKIP-LOT RECEIPTS '
                      'THIS RUN'
           END-IF.

       225-LOAD-ONE-QUAL-ROW.
           READ QUALHIST-FILE INTO WS-QH-DETAIL
              AT END MOVE 'Y' TO QUALHIST-EOF
           END-READ.
           IF NOT NO-MORE-QUALHIST AND
              WS-QH-RUN-DATE >= WS-SKIP-WINDOW-START
              PERFORM 227-FIND-QUAL-SUPPLIER
              IF WS-QP-FND-IDX = ZERO AND WS-QP-CNT < WS-QP-MAX
                 ADD +1 TO WS-QP-CNT
                 MOVE WS-QP-CNT       TO WS-QP-FND-IDX
                 MOVE WS-QH-SUPP-CODE TO WS-QP-SUPP(WS-QP-CNT)
                 MOVE ZERO            TO WS-QP-INSP(WS-QP-CNT)
                 MOVE ZERO            TO WS-QP-REJ(WS-QP-CNT)
              END-IF
              IF WS-QP-FND-IDX > ZERO
                 ADD WS-QH-INSP-QTY TO WS-QP-INSP(WS-QP-FND-IDX)
                 ADD WS-QH-REJ-QTY  TO WS-QP-REJ(WS-QP-FND-IDX)
              END-IF
           END-IF.

       227-FIND-QUAL-SUPPLIER.
      *> the caller set WS-QH-SUPP-CODE - zero back means not found
           MOVE ZERO TO WS-QP-FND-IDX.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-CNT OR WS-QP-FND-IDX > ZERO
              IF WS-QP-SUPP(WS-QP-IDX) = WS-QH-SUPP-CODE
                 MOVE WS-QP-IDX TO WS-QP-FND-IDX
              END-IF
           END-PERFORM.

       230-LOAD-SKIP-LOTS.
      *> no skip-lot file yet means no supplier/part has a run of
      *> accepts on record - INSPRCV starts the file with its first
      *> accept verdict
           MOVE ZERO TO WS-SK-CNT.
           OPEN INPUT SKIPLOT-FILE.
           IF SKIPLOT-OK
              MOVE 'Y' TO WS-SKIPLOT-LOADED-SW
              PERFORM 235-LOAD-ONE-SKIP-ROW UNTIL NO-MORE-SKIPLOT
              CLOSE SKIPLOT-FILE
           ELSE
              DISPLAY 'SKIPLOT NOT FOUND - EVERY RECEIPT TO '
                      'INSPECTION HOLD'
           END-IF.

       235-LOAD-ONE-SKIP-ROW.
           READ SKIPLOT-FILE INTO WS-SL-DETAIL
              AT END MOVE 'Y' TO SKIPLOT-EOF
           END-READ.
           IF NOT NO-MORE-SKIPLOT AND WS-SK-CNT < WS-SK-MAX
              ADD +1 TO WS-SK-CNT
              MOVE WS-SL-SUPP-CODE    TO WS-SK-SUPP(WS-SK-CNT)
              MOVE WS-SL-PART-NUMBER  TO WS-SK-PART(WS-SK-CNT)
              MOVE WS-SL-CONSEC-ACC   TO WS-SK-CONSEC-ACC(WS-SK-CNT)
              MOVE WS-SL-SINCE-CHECK  TO WS-SK-SINCE-CHECK(WS-SK-CNT)
              MOVE WS-SL-LAST-ACC-DATE TO
                   WS-SK-LAST-ACC-DATE(WS-SK-CNT)
              MOVE WS-SL-LAST-REJ-DATE TO
                   WS-SK-LAST-REJ-DATE(WS-SK-CNT)
              MOVE WS-SL-SKIP-TOTAL   TO WS-SK-SKIP-TOTAL(WS-SK-CNT)
              MOVE WS-SL-LAST-SKIP-DATE TO
                   WS-SK-LAST-SKIP-DATE(WS-SK-CNT)
           END-IF.

       300-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
                         WS-OP-CURRENCY
                    MOVE IN-PLANT-CODE              TO
                         WS-OP-PLANT-CODE
                    IF IN-NON-INVENTORY
                       MOVE 'N'                     TO
                            WS-OP-LINE-TYPE
                    END-IF
                    MOVE WS-OP-DETAIL TO OPENPO-RECORD
                    WRITE OPENPO-RECORD
                    IF NOT OPENPO-OK
           MOVE WS-RCPT-PO-NUMBER   TO RPT-PO-NUMBER.
           MOVE WS-RCPT-PART-NUMBER TO RPT-PART-NUMBER.
           MOVE WS-RCPT-QUANTITY    TO RPT-RCPT-QTY.
           MOVE SPACES              TO RPT-LOT-NOTE.
           IF OP-FOUND AND RCPT-IS-REVERSAL
      *> a signed reversal backs a prior POSTED receipt out - it
      *> bypasses the inspection hold because the units it corrects
              PERFORM 560-APPLY-REVERSAL
                      THRU 560-REVERSAL-EXIT
           ELSE
           IF OP-FOUND AND
              (RCPT-IS-CONFIRMATION OR OP-NON-INVENTORY)
      *> a services/expense line is received on the requester's
      *> word, never at the dock
              PERFORM 590-APPLY-CONFIRMATION
                      THRU 590-CONFIRM-EXIT
           ELSE
           IF OP-FOUND
              ADD +1 TO WS-RCPT-MATCH-CNT
              PERFORM 530-WRITE-LOT-TRACE
              PERFORM 535-DATE-SHELF-LOT THRU 535-DATE-EXIT
              PERFORM 600-DECIDE-SKIP-LOT THRU 600-DECIDE-EXIT
              IF SKIP-LOT-POSTS
                 PERFORM 610-POST-SKIP-LOT
              ELSE
      *> the receipt waits on the inspection hold - nothing posts to
      *> the order until INSPRCV's accept clears it, and the
      *> commitment relief moves with the posting
                 PERFORM 540-WRITE-INSPECTION-HOLD
                 IF SKIP-CHECK-LOT
                    ADD +1 TO WS-CHECK-LOT-CNT
                    MOVE 'CHECK LOT TO INSPECTION HOLD - SKIP-LOT'
                         TO RPT-RESULT
                 ELSE
                    MOVE 'RECEIVED TO INSPECTION HOLD' TO RPT-RESULT
                 END-IF
                 MOVE 'RCVD-TO-HOLD' TO WS-EV-EVENT
                 PERFORM 580-WRITE-PO-EVENT
              END-IF
           ELSE
              ADD +1 TO WS-RCPT-ORPHAN-CNT
              MOVE 'NO MATCHING OPEN PO - RECEIPT UNAPPLIED'
                   TO RPT-RESULT
           END-IF
           END-IF
           END-IF.
           WRITE RECVRPT-RECORD FROM RPT-LINE-3.
           PERFORM 310-READ-RECEIPT.
              END-EVALUATE
           END-IF.
           PERFORM 520-REWRITE-OPENPO-ROW.
      *> a services line never reached the stock balance
           IF NOT OP-NON-INVENTORY
              PERFORM 550-WRITE-REVERSAL-RECACC
           END-IF.
           PERFORM 570-RECOMMIT-REVERSAL.
           MOVE 'REVERSED' TO WS-EV-EVENT.
           PERFORM 580-WRITE-PO-EVENT.
              MOVE WS-RCPT-PO-NUMBER   TO WS-CMT-PO-NUMBER
              MOVE WS-RCPT-PART-NUMBER TO WS-CMT-PART-NUMBER
              MOVE WS-RELIEF-USD       TO WS-CMT-USD-AMOUNT
              MOVE WS-POST-DATE        TO WS-CMT-DATE
              MOVE 'RECVPO  '          TO WS-CMT-PROGRAM
              IF OP-NON-INVENTORY
                 MOVE WS-OP-NI-COST-CENTER TO WS-CMT-COST-CENTER
              END-IF
              WRITE COMMIT-RECORD FROM WS-CMT-DETAIL
              IF FP-ROLLED
                 MOVE SPACES TO RPT-ROLL-KEY
                 STRING 'RECOMMIT ' WS-RCPT-PO-NUMBER ' '
                        WS-RCPT-PART-NUMBER DELIMITED BY SIZE
                        INTO RPT-ROLL-KEY
                 END-STRING
                 PERFORM 160-LIST-ROLLED-POSTING
              END-IF
           END-IF.

       590-APPLY-CONFIRMATION.
      *> the requester's confirmation is the receipt for a services
      *> or expense line - it posts to the order at once, with no
      *> inspection hold, lot or stock row, and the confirmed value
      *> comes off the cost center's commitment the way INSPRCV's
      *> accept relieves a part line
           IF NOT OP-NON-INVENTORY
              ADD +1 TO WS-CONF-REFUSED-CNT
              MOVE 'REFUSED - PART LINE, DOCK RECEIVES'
                   TO RPT-RESULT
              GO TO 590-CONFIRM-EXIT
           END-IF.
           IF NOT RCPT-IS-CONFIRMATION
              ADD +1 TO WS-CONF-REFUSED-CNT
              MOVE 'REFUSED - SERVICE LINE NEEDS REQUESTER'
                   TO RPT-RESULT
              GO TO 590-CONFIRM-EXIT
           END-IF.
           IF WS-RCPT-KEYED-BY = SPACES
              ADD +1 TO WS-CONF-REFUSED-CNT
              MOVE 'CONFIRMATION REFUSED - NO REQUESTER ID'
                   TO RPT-RESULT
              GO TO 590-CONFIRM-EXIT
           END-IF.
           ADD +1 TO WS-CONFIRM-CNT.
           ADD +1 TO WS-RCPT-MATCH-CNT.
           ADD WS-RCPT-QUANTITY TO WS-OP-RECEIVED-QTY.
           MOVE WS-RCPT-DATE TO WS-OP-LAST-RCPT-DT.
           IF NOT OP-STAT-CANCELLED
              IF WS-OP-RECEIVED-QTY < WS-OP-ORDER-QTY
                 MOVE 'P' TO WS-OP-STATUS
              ELSE
                 MOVE 'C' TO WS-OP-STATUS
              END-IF
           END-IF.
           PERFORM 520-REWRITE-OPENPO-ROW.
           PERFORM 595-RELIEVE-COMMITMENT.
           MOVE 'CONFIRMED' TO WS-EV-EVENT.
           PERFORM 580-WRITE-PO-EVENT.
           MOVE SPACES TO RPT-RESULT.
           STRING 'CONFIRMED BY REQUESTER ' DELIMITED BY SIZE
                  WS-RCPT-KEYED-BY DELIMITED BY SIZE
                  INTO RPT-RESULT
           END-STRING.
       590-CONFIRM-EXIT.
           EXIT.

       595-RELIEVE-COMMITMENT.
      *> a confirmation or a skip-lot receipt relieves the commitment
      *> here, at the rate in force on the ORDER date, the same rate
      *> PRTSUPP booked the commitment at
           IF COMMIT-IS-OPEN
              PERFORM 575-LOOKUP-ORDER-RATE
              COMPUTE WS-RELIEF-USD ROUNDED =
                 WS-RCPT-QUANTITY * WS-OP-UNIT-PRICE / WS-CURR-RATE
              INITIALIZE WS-CMT-DETAIL
              MOVE 'R'                  TO WS-CMT-TYPE
              MOVE WS-OP-BUYER-CODE     TO WS-CMT-BUYER
              MOVE WS-RCPT-PO-NUMBER    TO WS-CMT-PO-NUMBER
              MOVE WS-RCPT-PART-NUMBER  TO WS-CMT-PART-NUMBER
              MOVE WS-RELIEF-USD        TO WS-CMT-USD-AMOUNT
              MOVE WS-POST-DATE         TO WS-CMT-DATE
              MOVE 'RECVPO  '           TO WS-CMT-PROGRAM
              MOVE WS-OP-NI-COST-CENTER TO WS-CMT-COST-CENTER
              WRITE COMMIT-RECORD FROM WS-CMT-DETAIL
              IF FP-ROLLED
                 MOVE SPACES TO RPT-ROLL-KEY
                 STRING 'RELIEF ' WS-RCPT-PO-NUMBER ' '
                        WS-RCPT-PART-NUMBER DELIMITED BY SIZE
                        INTO RPT-ROLL-KEY
                 END-STRING
                 PERFORM 160-LIST-ROLLED-POSTING
              END-IF
           END-IF.

       575-LOOKUP-ORDER-RATE.
              MOVE WS-RCPT-QUANTITY    TO WS-IH-QUANTITY
              MOVE WS-RCPT-LOT-NUMBER  TO WS-IH-LOT-NUMBER
              MOVE WS-RCPT-DATE        TO WS-IH-RCPT-DATE
              IF SKIP-LOT-POSTS
                 MOVE 'S'              TO WS-IH-STATUS
              ELSE
                 MOVE 'H'              TO WS-IH-STATUS
              END-IF
              MOVE WS-OP-PLANT-CODE    TO WS-IH-PLANT-CODE
              MOVE WS-SKIP-CONSEC-DISP TO WS-IH-SKIP-CONSEC
              MOVE WS-SKIP-PPM-DISP    TO WS-IH-SKIP-PPM
              WRITE INSPHLD-RECORD FROM WS-IH-DETAIL
           END-IF.

              WRITE LOTTRC-RECORD FROM WS-LT-DETAIL
           END-IF.

       535-DATE-SHELF-LOT.
      *> a part with a shelf life gets its lot opened on the lot
      *> master with an expiry.  the same lot received again keeps
      *> the dates it was first given - it is the same material
           IF NOT PARTMAST-IS-OPEN OR NOT LOTMAST-IS-OPEN
              GO TO 535-DATE-EXIT
           END-IF.
           MOVE WS-RCPT-PART-NUMBER TO PARTMAST-KEY-PART.
           READ PARTMAST-FILE INTO WS-PM-DETAIL
              KEY IS PARTMAST-KEY-PART
              INVALID KEY GO TO 535-DATE-EXIT
           END-READ.
           IF WS-PM-SHELF-DAYS IS NOT NUMERIC OR
              WS-PM-SHELF-DAYS = ZERO
              GO TO 535-DATE-EXIT
           END-IF.
           INITIALIZE WS-LM-DETAIL.
           MOVE WS-RCPT-PART-NUMBER TO WS-LM-PART-NUMBER.
           MOVE WS-OP-PLANT-CODE    TO WS-LM-PLANT-CODE.
           IF WS-RCPT-LOT-NUMBER = SPACES
              MOVE '*NO LOT*' TO WS-LM-LOT-NUMBER
           ELSE
              MOVE WS-RCPT-LOT-NUMBER TO WS-LM-LOT-NUMBER
           END-IF.
           MOVE WS-LM-KEY           TO LOTMAST-KEY.
           READ LOTMAST-FILE INTO WS-LM-DETAIL
              KEY IS LOTMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE SPACES TO RPT-LOT-NOTE
                 STRING 'LOT ON FILE - EXPIRES ' WS-LM-EXPIRY-DATE
                        DELIMITED BY SIZE INTO RPT-LOT-NOTE
                 END-STRING
                 GO TO 535-DATE-EXIT
           END-READ.
           ADD +1 TO WS-SHELF-LOT-CNT.
           MOVE WS-OP-SUPPLIER-CODE TO WS-LM-SUPP-CODE.
           MOVE WS-RCPT-PO-NUMBER   TO WS-LM-PO-NUMBER.
           MOVE WS-RCPT-DATE        TO WS-LM-RCPT-DATE.
           MOVE WS-PM-SHELF-DAYS    TO WS-LM-SHELF-DAYS.
           MOVE ZERO                TO WS-LM-ON-HAND.
           MOVE 'A'                 TO WS-LM-STATUS.
      *> the label date must be a real date no later than the
      *> receipt - anything else ages the lot from the receipt
           MOVE WS-RCPT-MFG-DATE TO WS-DATE-IN-STR-CEE.
           CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                WS-FC.
           IF WS-RCPT-MFG-DATE NOT NUMERIC OR FC-SEV NOT = ZERO OR
              WS-RCPT-MFG-DATE-N > WS-RCPT-DATE
              ADD +1 TO WS-NO-MFG-CNT
              MOVE WS-RCPT-DATE TO WS-LM-MFG-DATE
              MOVE 'R' TO WS-LM-MFG-SOURCE
           ELSE
              MOVE WS-RCPT-MFG-DATE-N TO WS-LM-MFG-DATE
           END-IF.
           COMPUTE WS-LM-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-LM-MFG-DATE)
               + WS-LM-SHELF-DAYS).
           MOVE WS-LM-DETAIL TO LOTMAST-RECORD.
           WRITE LOTMAST-RECORD
              INVALID KEY
                 DISPLAY 'LOTMAST WRITE ERROR ' LOTMAST-ST
                         ' FOR LOT ' WS-LM-LOT-NUMBER
           END-WRITE.
           MOVE SPACES TO RPT-LOT-NOTE.
           IF LM-AGED-FROM-RCPT
              STRING 'NO MFG DATE - EXPIRES ' WS-LM-EXPIRY-DATE
                     ' FROM RCPT' DELIMITED BY SIZE
                     INTO RPT-LOT-NOTE
              END-STRING
           ELSE
              STRING 'SHELF-LIFE LOT - EXPIRES ' WS-LM-EXPIRY-DATE
                     DELIMITED BY SIZE INTO RPT-LOT-NOTE
              END-STRING
           END-IF.
       535-DATE-EXIT.
           EXIT.

       600-DECIDE-SKIP-LOT.
      *> full inspection unless the supplier/part has earned skip-lot:
      *> a run of accepted lots on the skip-lot file and a supplier
      *> defect rate inside the limit over the window
           MOVE 'F' TO WS-SKIP-DECISION.
           MOVE ZERO TO WS-SKIP-CONSEC-DISP, WS-SKIP-PPM-DISP.
           MOVE ZERO TO WS-SK-FND-IDX.
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-SK-CNT OR WS-SK-FND-IDX > ZERO
              IF WS-SK-SUPP(WS-SK-IDX) = WS-OP-SUPPLIER-CODE AND
                 WS-SK-PART(WS-SK-IDX) = WS-RCPT-PART-NUMBER
                 MOVE WS-SK-IDX TO WS-SK-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SK-FND-IDX = ZERO
              GO TO 600-DECIDE-EXIT
           END-IF.
           IF WS-SK-CONSEC-ACC(WS-SK-FND-IDX) < WS-SKIP-MIN-ACCEPTS
              GO TO 600-DECIDE-EXIT
           END-IF.
      *> a supplier with nothing inspected inside the window has no
      *> defect rate to trust
           MOVE WS-OP-SUPPLIER-CODE TO WS-QH-SUPP-CODE.
           PERFORM 227-FIND-QUAL-SUPPLIER.
           IF WS-QP-FND-IDX = ZERO
              GO TO 600-DECIDE-EXIT
           END-IF.
           IF WS-QP-INSP(WS-QP-FND-IDX) = ZERO
              GO TO 600-DECIDE-EXIT
           END-IF.
           COMPUTE WS-SKIP-PPM ROUNDED =
              WS-QP-REJ(WS-QP-FND-IDX) * 1000000
              / WS-QP-INSP(WS-QP-FND-IDX).
           IF WS-SKIP-PPM > WS-SKIP-MAX-PPM
              GO TO 600-DECIDE-EXIT
           END-IF.
           IF WS-SK-CONSEC-ACC(WS-SK-FND-IDX) > 999
              MOVE 999 TO WS-SKIP-CONSEC-DISP
           ELSE
              MOVE WS-SK-CONSEC-ACC(WS-SK-FND-IDX)
                   TO WS-SKIP-CONSEC-DISP
           END-IF.
           MOVE WS-SKIP-PPM TO WS-SKIP-PPM-DISP.
      *> qualified - but every Nth qualifying lot still goes to the
      *> hold for a check inspection
           ADD +1 TO WS-SK-SINCE-CHECK(WS-SK-FND-IDX).
           IF WS-SK-SINCE-CHECK(WS-SK-FND-IDX) >= WS-SKIP-CHECK-EVERY
              MOVE ZERO TO WS-SK-SINCE-CHECK(WS-SK-FND-IDX)
              MOVE 'C' TO WS-SKIP-DECISION
           ELSE
              ADD +1 TO WS-SK-SKIP-TOTAL(WS-SK-FND-IDX)
              MOVE WS-RCPT-DATE TO WS-SK-LAST-SKIP-DATE(WS-SK-FND-IDX)
              MOVE 'S' TO WS-SKIP-DECISION
           END-IF.
       600-DECIDE-EXIT.
           EXIT.

       610-POST-SKIP-LOT.
      *> a skip-lot receipt posts the way INSPRCV's accept does - the
      *> order, the accepted-receipts feed and the commitment relief.
      *> it rides the hold file in status 'S' only so INSPRCV's
      *> report can list it and why
           ADD +1 TO WS-SKIP-CNT.
           ADD WS-RCPT-QUANTITY TO WS-OP-RECEIVED-QTY.
           MOVE WS-RCPT-DATE TO WS-OP-LAST-RCPT-DT.
           IF NOT OP-STAT-CANCELLED
              IF WS-OP-RECEIVED-QTY < WS-OP-ORDER-QTY
                 MOVE 'P' TO WS-OP-STATUS
              ELSE
                 MOVE 'C' TO WS-OP-STATUS
              END-IF
           END-IF.
           PERFORM 520-REWRITE-OPENPO-ROW.
           IF RECACC-IS-OPEN
              INITIALIZE WS-RA-DETAIL
              MOVE WS-RCPT-PO-NUMBER   TO WS-RA-PO-NUMBER
              MOVE WS-RCPT-PART-NUMBER TO WS-RA-PART-NUMBER
              MOVE WS-RCPT-QUANTITY    TO WS-RA-QUANTITY
              MOVE WS-RCPT-DATE        TO WS-RA-DATE
              MOVE WS-RCPT-LOT-NUMBER  TO WS-RA-LOT-NUMBER
              WRITE RECACC-RECORD FROM WS-RA-DETAIL
           END-IF.
           PERFORM 595-RELIEVE-COMMITMENT.
           PERFORM 540-WRITE-INSPECTION-HOLD.
           MOVE SPACES TO RPT-RESULT.
           STRING 'SKIP-LOT POSTED - ' WS-SKIP-CONSEC-DISP
                  ' ACCEPTS, PPM ' WS-SKIP-PPM-DISP
                  DELIMITED BY SIZE INTO RPT-RESULT
           END-STRING.
           MOVE 'SKIP-ACCEPT' TO WS-EV-EVENT.
           PERFORM 580-WRITE-PO-EVENT.

       900-WRAP-UP.
           PERFORM 910-TALLY-LIFECYCLE.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE PART-SUPP-FILE, RECEIPT-FILE, RECVRPT-FILE,
                 OPENPO-FILE.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
           IF COMMIT-IS-OPEN
              CLOSE COMMIT-FILE
           END-IF.
           IF RECACC-IS-OPEN
              CLOSE RECACC-FILE
           END-IF.
           IF PARTMAST-IS-OPEN
              CLOSE PARTMAST-FILE
           END-IF.
           IF LOTMAST-IS-OPEN
              CLOSE LOTMAST-FILE
           END-IF.
           IF SKIPLOT-LOADED
              PERFORM 930-REWRITE-SKIP-LOTS
           END-IF.
           COMPUTE WS-RC-RECS = WS-GPS-CNT + WS-RCPT-CNT.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.


       910-TALLY-LIFECYCLE.
           MOVE 'REVERSALS REFUSED............ ' TO RPT-SUM-LABEL.
           MOVE WS-REV-REFUSED-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SERVICE LINES CONFIRMED...... ' TO RPT-SUM-LABEL.
           MOVE WS-CONFIRM-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CONFIRMATIONS REFUSED........ ' TO RPT-SUM-LABEL.
           MOVE WS-CONF-REFUSED-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SHELF-LIFE LOTS DATED........ ' TO RPT-SUM-LABEL.
           MOVE WS-SHELF-LOT-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LOTS AGED FROM RECEIPT DATE.. ' TO RPT-SUM-LABEL.
           MOVE WS-NO-MFG-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SKIP-LOT RECEIPTS POSTED..... ' TO RPT-SUM-LABEL.
           MOVE WS-SKIP-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SKIP-LOT CHECK LOTS HELD..... ' TO RPT-SUM-LABEL.
           MOVE WS-CHECK-LOT-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'POSTINGS ROLLED FORWARD...... ' TO RPT-SUM-LABEL.
           MOVE WS-ROLLED-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'POS OPEN..................... ' TO RPT-SUM-LABEL.
           MOVE WS-OPEN-CNT TO RPT-SUM-CNT.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           WRITE RECVRPT-RECORD FROM RPT-LINE-5.
           WRITE RECVRPT-RECORD FROM RPT-LINE-4.

       930-REWRITE-SKIP-LOTS.
      *> the lots-since-check counts this run moved go back out -
      *> INSPRCV rewrites the file again with its verdicts
           OPEN OUTPUT SKIPLOT-FILE.
           IF NOT SKIPLOT-OK
              DISPLAY 'Output SKIPLOT File Error - CHECK-LOT COUNTS '
                      'NOT SAVED'
           ELSE
              PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                      UNTIL WS-SK-IDX > WS-SK-CNT
                 INITIALIZE WS-SL-DETAIL
                 MOVE WS-SK-SUPP(WS-SK-IDX)   TO WS-SL-SUPP-CODE
                 MOVE WS-SK-PART(WS-SK-IDX)   TO WS-SL-PART-NUMBER
                 MOVE WS-SK-CONSEC-ACC(WS-SK-IDX) TO WS-SL-CONSEC-ACC
                 MOVE WS-SK-SINCE-CHECK(WS-SK-IDX) TO
                      WS-SL-SINCE-CHECK
                 MOVE WS-SK-LAST-ACC-DATE(WS-SK-IDX) TO
                      WS-SL-LAST-ACC-DATE
                 MOVE WS-SK-LAST-REJ-DATE(WS-SK-IDX) TO
                      WS-SL-LAST-REJ-DATE
                 MOVE WS-SK-SKIP-TOTAL(WS-SK-IDX) TO WS-SL-SKIP-TOTAL
                 MOVE WS-SK-LAST-SKIP-DATE(WS-SK-IDX) TO
                      WS-SL-LAST-SKIP-DATE
                 WRITE SKIPLOT-RECORD FROM WS-SL-DETAIL
              END-PERFORM
              CLOSE SKIPLOT-FILE
           END-IF.

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
           GOBACK.
