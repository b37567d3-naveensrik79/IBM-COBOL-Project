      *   PPVAR   - PURCHASE-PRICE VARIANCE: CLEARED INVOICE AMOUNT
      *             LESS INVOICED QTY AT THE PO PRICE.
      *             DR/CR PPV 52100000 AGAINST AP CLEARING 21100000
      *   ITCRCV  - RECOVERABLE GST/HST: THE INPUT TAX CREDITS ON THE
      *             INVMATCH REGISTER POSTED INSIDE THE PERIOD,
      *             BROUGHT FROM CAD TO USD THROUGH CURRRATE.
      *             DR GST/HST RECOVERABLE 11550000 / CR AP CLEARING
      *             21100000
      * A NON-INVENTORY/SERVICES LINE NEVER TOUCHES INVENTORY - ITS
      * RECEIPT ACCRUAL DEBITS THE LINE'S OWN EXPENSE ACCOUNT IN
      * PLACE OF 14100000, ITS PRICE VARIANCE LANDS ON THAT SAME
      * ACCOUNT IN PLACE OF 52100000, AND EVERY ROW FOR THE LINE
      * NAMES THE COST CENTER IT IS CHARGED TO.
      * THE EXTRACT IS FOR ONE FISCAL PERIOD - THE ONE THE RUN DATE
      * FALLS IN, OR THE ONE A 'PERIOD=YYYYPP' CARD NAMES.  THE
      * SHARED FISCPER ROUTINE SAYS WHETHER ACCOUNTING HAS CLOSED
      * IT; A CLOSED PERIOD IS REFUSED (RETURN CODE 8, NOTHING
      * WRITTEN) UNLESS A 'REOPEN=YYYYPP' CARD NAMING IT IS ALSO
      * SUPPLIED.  JOURNAL ROWS ARE DATED INSIDE THE PERIOD.
      * UT-C-GLCTL   = CONTROL CARDS, 'PERIOD=YYYYPP' / 'REOPEN=YYYYPP'
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-INVREG  = INVOICE REGISTER MAINTAINED BY INVMATCH
      * UT-C-ITCREG  = INPUT TAX CREDIT REGISTER FROM INVMATCH
      * UT-C-GLEXT   = JOURNAL EXTRACT FOR THE GL LOAD
      * UT-C-GLRPT   = SECTION TOTALS REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT GLCTL-FILE ASSIGN TO UT-C-GLCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS GLCTL-ST.
           SELECT INVREG-FILE ASSIGN TO UT-C-INVREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVREG-ST.
           SELECT ITCREG-FILE ASSIGN TO UT-C-ITCREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ITCREG-ST.
           SELECT GLEXT-FILE ASSIGN TO UT-C-GLEXT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS GLEXT-ST.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD GLCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 GLCTL-RECORD        PIC X(80).
       FD INVREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVREG-RECORD       PIC X(80).
       FD ITCREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ITCREG-RECORD       PIC X(80).
       FD GLEXT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       77 WS-RCPT-ACCR-TOT        PIC S9(13)V99 VALUE ZERO.
       77 WS-RNI-ACCR-TOT         PIC S9(13)V99 VALUE ZERO.
       77 WS-PPV-TOT              PIC S9(13)V99 VALUE ZERO.
       77 WS-SVC-ACCR-TOT         PIC S9(13)V99 VALUE ZERO.
       77 WS-RCV-VALUE-USD        PIC S9(11)V99 VALUE ZERO.
       77 WS-RNI-QTY              PIC S9(09) VALUE ZERO.
       77 WS-RNI-VALUE-USD        PIC S9(11)V99 VALUE ZERO.
       77 WS-PO-PRICE-USD         PIC S9(9)V99 VALUE ZERO.
       77 WS-PPV-AMT              PIC S9(11)V99 VALUE ZERO.
       77 WS-INV-QTY-FOR-PO       PIC S9(09) VALUE ZERO.
       77 WS-IT-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-IT-POST-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ITC-TOT              PIC S9(13)V99 VALUE ZERO.
       77 WS-ITC-AMT-USD          PIC S9(9)V99 VALUE ZERO.
       77 WS-CAD-RATE             PIC 9(04)V999 VALUE 1.000.

      * EXTRACT PERIOD - THE RUN DATE'S UNLESS A 'PERIOD=' CARD
      * SAYS OTHERWISE.  A 'REOPEN=' CARD NAMING A CLOSED PERIOD IS
      * ACCOUNTING'S SAY-SO TO EXTRACT FOR IT ANYWAY
       77 WS-EXT-PERIOD           PIC X(06) VALUE SPACES.
       77 WS-REOPEN-PERIOD        PIC X(06) VALUE SPACES.
       77 WS-GL-POST-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
      * FIRST AND LAST DAY OF THE EXTRACT PERIOD - ONLY THE TAX
      * CREDITS POSTED BETWEEN THEM ARE JOURNALED
       77 WS-PER-START-DATE       PIC 9(08) VALUE ZERO.
       77 WS-PER-END-DATE         PIC 9(08) VALUE ZERO.

      * FISCAL-PERIOD HANDSHAKE WITH THE SHARED FISCPER ROUTINE
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.

      * INVOICE-REGISTER TABLE, KEYED PO + PART - INVOICED QUANTITY
      * AND AMOUNT PER ORDER FOR THE RNI AND PPV SECTIONS
           COPY OPENPO.
           COPY CURRRATE.

      * ONE INPUT TAX CREDIT REGISTER ROW - SAME LAYOUT INVMATCH
      * APPENDS
           COPY ITCREG.

      * ONE JOURNAL EXTRACT RECORD FOR THE GL LOAD
       01 WS-GL-DETAIL.
           05 WS-GL-ACCOUNT       PIC X(08) VALUE SPACES.
           05 WS-GL-DATE          PIC 9(08) VALUE ZERO.
           05 WS-GL-SOURCE        PIC X(08) VALUE SPACES.
           05 WS-GL-PO-NUMBER     PIC X(06) VALUE SPACES.
      * THE FOUR BYTES AFTER THE PO CARRY ICBILL'S ENTITY.  A NON-
      * INVENTORY LINE'S ROWS NAME THE COST CENTER IT IS CHARGED TO
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-GL-COST-CENTER   PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(25) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'GLEXT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 GLCTL-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-GLCTL         VALUE 'Y'.
           05 GLCTL-ST                  PIC X(02).
               88 GLCTL-OK              VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 NO-MORE-INVREG        VALUE 'Y'.
           05 INVREG-ST                 PIC X(02).
               88 INVREG-OK             VALUE '00'.
           05 ITCREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-ITCREG        VALUE 'Y'.
           05 ITCREG-ST                 PIC X(02).
               88 ITCREG-OK             VALUE '00'.
           05 GLEXT-ST                  PIC X(02).
               88 GLEXT-OK              VALUE '00'.
           05 GLRPT-ST                  PIC X(02).
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-PERIOD.
             10 FILLER          PIC X(16) VALUE 'FISCAL PERIOD:  '.
             10 RPT-EXT-PERIOD  PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PERIOD-NOTE PIC X(60) VALUE SPACES.
             10 FILLER          PIC X(48) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
           PERFORM 310-READ-OPENPO.
           PERFORM 500-JOURNAL-ONE-PO UNTIL NO-MORE-OPENPO.
           PERFORM 600-JOURNAL-PPV.
           PERFORM 650-JOURNAL-ITC.
           PERFORM 900-WRAP-UP.
           GOBACK.

           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS01-CURR-DATE-N TO WS-GL-POST-DATE.
           PERFORM 110-READ-CONTROL-CARDS.
           PERFORM 150-CHECK-PERIOD THRU 150-CHECK-EXIT.
           PERFORM 160-SET-PERIOD-BOUNDS.
           PERFORM 200-OPEN-FILES.
           WRITE GLRPT-RECORD FROM RPT-LINE-0.
           WRITE GLRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE GLRPT-RECORD FROM RPT-LINE-PERIOD.
           WRITE GLRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARDS.
      *> same card style as DISCLOST's DISCCTL, but more than one
      *> card - no file at all extracts the run date's period
           OPEN INPUT GLCTL-FILE.
           IF GLCTL-OK
              PERFORM 115-READ-ONE-CARD UNTIL NO-MORE-GLCTL
              CLOSE GLCTL-FILE
           END-IF.

       115-READ-ONE-CARD.
           READ GLCTL-FILE INTO WS-CNTL-CARD
              AT END MOVE 'Y' TO GLCTL-EOF
           END-READ.
           IF NOT NO-MORE-GLCTL
              IF WS-CNTL-CARD(1:7) = 'PERIOD=' AND
                 WS-CNTL-CARD(8:6) IS NUMERIC
                 MOVE WS-CNTL-CARD(8:6) TO WS-EXT-PERIOD
              END-IF
              IF WS-CNTL-CARD(1:7) = 'REOPEN=' AND
                 WS-CNTL-CARD(8:6) IS NUMERIC
                 MOVE WS-CNTL-CARD(8:6) TO WS-REOPEN-PERIOD
              END-IF
           END-IF.

       150-CHECK-PERIOD.
      *> nothing is opened until the period is cleared - a refused
      *> run leaves last month's extract where it was
           IF WS-EXT-PERIOD = SPACES
              MOVE 'CHK' TO WS-FP-ACTION
              MOVE WS01-CURR-DATE-N TO WS-FP-DATE
           ELSE
              MOVE 'PER' TO WS-FP-ACTION
              MOVE WS-EXT-PERIOD TO WS-FP-PERIOD
           END-IF.
           CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                WS-FP-POST-DATE, WS-FP-PERIOD,
                                WS-FP-STATUS, WS-FP-RETURN.
           IF WS-FP-RETURN = 16
              MOVE 'NO FISCAL CALENDAR - PERIOD NOT CONTROLLED'
                   TO RPT-PERIOD-NOTE
              GO TO 150-CHECK-EXIT
           END-IF.
           IF WS-FP-RETURN = 12
              DISPLAY 'GLEXT REFUSED - NO FISCAL PERIOD ON THE '
                      'CALENDAR FOR ' WS-EXT-PERIOD WS-FP-DATE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-FP-PERIOD TO WS-EXT-PERIOD.
           MOVE WS-EXT-PERIOD TO RPT-EXT-PERIOD.
           IF WS-FP-STATUS = 'C'
              IF WS-REOPEN-PERIOD NOT = WS-EXT-PERIOD
                 DISPLAY 'GLEXT REFUSED - FISCAL PERIOD '
                         WS-EXT-PERIOD ' IS CLOSED - SUPPLY A '
                         'REOPEN=' WS-EXT-PERIOD ' CARD'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'CLOSED - EXTRACTED UNDER A REOPEN CARD'
                   TO RPT-PERIOD-NOTE
           ELSE
              MOVE 'OPEN' TO RPT-PERIOD-NOTE
           END-IF.
      *> a 'PER' answer carries the period's start and end - a run
      *> outside the period dates its rows at the nearer end of it
           IF WS-FP-ACTION = 'PER'
              IF WS01-CURR-DATE-N > WS-FP-POST-DATE
                 MOVE WS-FP-POST-DATE TO WS-GL-POST-DATE
              END-IF
              IF WS01-CURR-DATE-N < WS-FP-DATE
                 MOVE WS-FP-DATE TO WS-GL-POST-DATE
              END-IF
           END-IF.
       150-CHECK-EXIT.
           EXIT.

       160-SET-PERIOD-BOUNDS.
      *> a 'PER' answer already holds the period's first and last
      *> day; a 'CHK' answer is asked again for them.  with no
      *> calendar at all the period is the run date's month
           IF WS-FP-RETURN = 16
              COMPUTE WS-PER-START-DATE =
                 WS01-CURR-YYYY * 10000 + WS01-CURR-MM * 100 + 1
              COMPUTE WS-PER-END-DATE =
                 WS01-CURR-YYYY * 10000 + WS01-CURR-MM * 100 + 31
           ELSE
              IF WS-FP-ACTION = 'CHK'
                 MOVE 'PER' TO WS-FP-ACTION
                 MOVE WS-EXT-PERIOD TO WS-FP-PERIOD
                 CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                      WS-FP-POST-DATE, WS-FP-PERIOD,
                                      WS-FP-STATUS, WS-FP-RETURN
              END-IF
              MOVE WS-FP-DATE      TO WS-PER-START-DATE
              MOVE WS-FP-POST-DATE TO WS-PER-END-DATE
           END-IF.

       200-OPEN-FILES.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
              AT END
              MOVE 'Y' TO OPENPO-EOF.

       320-READ-ITCREG.
           READ ITCREG-FILE INTO WS-IT-DETAIL
              AT END
              MOVE 'Y' TO ITCREG-EOF.

       400-LOAD-ONE-REGISTER.
           ADD +1 TO WS-IR-REC-CNT.
           IF WS-IR-CNT < WS-IR-MAX
                 / WS-CURR-RATE
      *> receipt accrual - the value received against this order
              ADD WS-RCV-VALUE-USD TO WS-RCPT-ACCR-TOT
      *> a services/expense line is expensed where it was ordered
      *> to, not put into inventory
              IF OP-NON-INVENTORY
                 ADD WS-RCV-VALUE-USD TO WS-SVC-ACCR-TOT
                 MOVE WS-OP-NI-GL-ACCOUNT TO WS-GL-ACCOUNT
              ELSE
                 MOVE '14100000' TO WS-GL-ACCOUNT
              END-IF
              MOVE 'DR' TO WS-GL-DR-CR
              MOVE WS-RCV-VALUE-USD TO WS-GL-AMOUNT
              MOVE 'RCPACCR ' TO WS-GL-SOURCE
                 IF WS-PPV-AMT NOT = ZERO
                    ADD WS-PPV-AMT TO WS-PPV-TOT
                    IF WS-PPV-AMT > ZERO
                       PERFORM 620-SET-VARIANCE-ACCOUNT
                       MOVE 'DR' TO WS-GL-DR-CR
                       MOVE WS-PPV-AMT TO WS-GL-AMOUNT
                       MOVE 'PPVAR   ' TO WS-GL-SOURCE
                       MOVE WS-PPV-AMT TO WS-GL-AMOUNT
                       MOVE 'PPVAR   ' TO WS-GL-SOURCE
                       PERFORM 700-WRITE-JOURNAL-ROW
                       PERFORM 620-SET-VARIANCE-ACCOUNT
                       MOVE 'CR' TO WS-GL-DR-CR
                       PERFORM 700-WRITE-JOURNAL-ROW
                    END-IF
           END-PERFORM.
           PERFORM 310-READ-OPENPO.

       620-SET-VARIANCE-ACCOUNT.
      *> a services line's variance is just more (or less) of the
      *> expense it was ordered to - only parts carry a PPV account
           IF OP-NON-INVENTORY
              MOVE WS-OP-NI-GL-ACCOUNT TO WS-GL-ACCOUNT
           ELSE
              MOVE '52100000' TO WS-GL-ACCOUNT
           END-IF.

       650-JOURNAL-ITC.
      *> recoverable GST/HST - every credit INVMATCH registered with
      *> a posting date inside the period comes off AP clearing and
      *> onto the receivable from the Canadian government.  no
      *> register yet means no Canadian invoice has cleared
           MOVE 1.000 TO WS-CAD-RATE.
           PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                   UNTIL CURR-RATE-IDX > CURR-RATE-MAX
              IF CURR-RATE-CODE(CURR-RATE-IDX) = 'CAD'
                 MOVE CURR-RATE-VALUE(CURR-RATE-IDX) TO WS-CAD-RATE
              END-IF
           END-PERFORM.
           OPEN INPUT ITCREG-FILE.
           IF ITCREG-OK
              PERFORM 320-READ-ITCREG
              PERFORM 660-ITC-ONE-ROW UNTIL NO-MORE-ITCREG
              CLOSE ITCREG-FILE
           ELSE
              DISPLAY 'ITCREG NOT FOUND - NO TAX CREDITS TO POST'
           END-IF.

       660-ITC-ONE-ROW.
           ADD +1 TO WS-IT-REC-CNT.
           IF WS-IT-POST-DATE NOT < WS-PER-START-DATE AND
              WS-IT-POST-DATE NOT > WS-PER-END-DATE AND
              WS-IT-TAX-AMT > ZERO
              ADD +1 TO WS-IT-POST-CNT
              COMPUTE WS-ITC-AMT-USD ROUNDED =
                 WS-IT-TAX-AMT / WS-CAD-RATE
              ADD WS-ITC-AMT-USD TO WS-ITC-TOT
              MOVE '11550000' TO WS-GL-ACCOUNT
              MOVE 'DR' TO WS-GL-DR-CR
              MOVE WS-ITC-AMT-USD TO WS-GL-AMOUNT
              MOVE 'ITCRCV  ' TO WS-GL-SOURCE
              PERFORM 710-WRITE-ITC-ROW
              MOVE '21100000' TO WS-GL-ACCOUNT
              MOVE 'CR' TO WS-GL-DR-CR
              PERFORM 710-WRITE-ITC-ROW
           END-IF.
           PERFORM 320-READ-ITCREG.

       700-WRITE-JOURNAL-ROW.
           ADD +1 TO WS-JRNL-CNT.
           MOVE WS-GL-POST-DATE  TO WS-GL-DATE.
           MOVE WS-OP-PO-NUMBER  TO WS-GL-PO-NUMBER.
           IF OP-NON-INVENTORY
              MOVE WS-OP-NI-COST-CENTER TO WS-GL-COST-CENTER
           ELSE
              MOVE SPACES TO WS-GL-COST-CENTER
           END-IF.
           WRITE GLEXT-RECORD FROM WS-GL-DETAIL.

       710-WRITE-ITC-ROW.
      *> a tax credit row carries the invoice's PO but never a cost
      *> center - the tax is not an expense of the line
           ADD +1 TO WS-JRNL-CNT.
           MOVE WS-GL-POST-DATE  TO WS-GL-DATE.
           MOVE WS-IT-PO-NUMBER  TO WS-GL-PO-NUMBER.
           MOVE SPACES           TO WS-GL-COST-CENTER.
           WRITE GLEXT-RECORD FROM WS-GL-DETAIL.

       900-WRAP-UP.
                RPT-TOT-LABEL.
           MOVE WS-RCPT-ACCR-TOT TO RPT-TOT-AMT.
           WRITE GLRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  OF WHICH EXPENSED (NON-INV).... ' TO
                RPT-TOT-LABEL.
           MOVE WS-SVC-ACCR-TOT TO RPT-TOT-AMT.
           WRITE GLRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'RECEIVED NOT INVOICED (USD)...... ' TO
                RPT-TOT-LABEL.
           MOVE WS-RNI-ACCR-TOT TO RPT-TOT-AMT.
                RPT-TOT-LABEL.
           MOVE WS-PPV-TOT TO RPT-TOT-AMT.
           WRITE GLRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'GST/HST RECOVERABLE (USD)........ ' TO
                RPT-TOT-LABEL.
           MOVE WS-ITC-TOT TO RPT-TOT-AMT.
           WRITE GLRPT-RECORD FROM RPT-LINE-TOT.
           WRITE GLRPT-RECORD FROM RPT-LINE-4.
           MOVE 'OPEN-PO ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-OP-REC-CNT TO RPT-SUM-CNT.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-IR-REC-CNT TO RPT-SUM-CNT.
           WRITE GLRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TAX CREDIT ROWS READ......... ' TO RPT-SUM-LABEL.
           MOVE WS-IT-REC-CNT TO RPT-SUM-CNT.
           WRITE GLRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TAX CREDITS POSTED........... ' TO RPT-SUM-LABEL.
           MOVE WS-IT-POST-CNT TO RPT-SUM-CNT.
           WRITE GLRPT-RECORD FROM RPT-LINE-5.
           MOVE 'JOURNAL ROWS WRITTEN......... ' TO RPT-SUM-LABEL.
           MOVE WS-JRNL-CNT TO RPT-SUM-CNT.
           WRITE GLRPT-RECORD FROM RPT-LINE-5.
           WRITE GLRPT-RECORD FROM RPT-LINE-4.
           CLOSE OPENPO-FILE, INVREG-FILE, GLEXT-FILE, GLRPT-FILE.

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

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
