      * AN INVOICE WITHIN TOLERANCE GOES TO THE CLEARED-FOR-PAYMENT
      * EXTRACT; A PRICE OR QUANTITY DISCREPANCY OVER TOLERANCE GOES
      * TO THE EXCEPTION LISTING AP WORKS.
      * A SUPPLIER ON EVALUATED RECEIPT SETTLEMENT IS BILLED BY
      * ERSBILL FROM ITS ACCEPTED RECEIPTS, SO A PAPER INVOICE THAT
      * STILL ARRIVES FROM ONE IS HELD AS A PROBABLE DUPLICATE
      * INSTEAD OF CLEARED - ONLY OUR OWN 'ERS' NUMBERS CLEAR.
      * THE CLEAR DATE ON THE INVOICE REGISTER IS THE POSTING DATE
      * THE SHARED FISCPER ROUTINE GIVES BACK - A RUN DATED IN A
      * FISCAL PERIOD ACCOUNTING HAS CLOSED POSTS INTO THE FIRST OPEN
      * ONE AND LISTS EVERY INVOICE IT ROLLED.
      * A CANADIAN SUPPLIER'S GST/HST RIDES ON THE INVOICE APART FROM
      * THE NET UNIT PRICE - THE MATCH IS ON THE NET PRICE, AND THE
      * TAX MUST AGREE WITH ITS PROVINCE'S RATE ON THE GSTRATE TABLE
      * OR THE LINE IS HELD.  EVERY CLEARED LINE CARRYING GST/HST IS
      * APPENDED TO THE INPUT TAX CREDIT REGISTER.
      * UT-C-INVOICE = SUPPLIER INVOICE FILE (WITH ERSBILL'S
      *                SELF-BILLED INVOICES CONCATENATED)
      * UT-C-SUPPMAST= SUPPLIER MASTER - THE ERS FLAG
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-INVCLR  = CLEARED-FOR-PAYMENT EXTRACT (GST/HST CARRIED
      *                SEPARATELY)
      * UT-C-INVEXC  = EXCEPTION LISTING LANDING IN JES
      * UT-C-INVTIME = INVOICE TIMELINE (EXTENDED) - ONE ROW PER
      *                CLEARED LINE WITH ITS INVOICE DATE, FOR THE
      *                DISCLOST DISCOUNT ANALYSIS
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * UT-C-ITCREG  = INPUT TAX CREDIT REGISTER (EXTENDED) - ONE ROW
      *                PER CLEARED LINE CARRYING GST/HST, FOR GLEXT
      *                AND THE ITCRPT QUARTERLY REPORT
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
      *> the supplier master, for the ERS flag - a self-billed
      *> supplier's own invoices are duplicates of ours
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT INVCLR-FILE ASSIGN TO UT-C-INVCLR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVCLR-ST.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
      *> invoice timeline - the register keeps no invoice date, so
      *> every clearance is also appended here for DISCLOST
           SELECT INVTIME-FILE ASSIGN TO UT-C-INVTIME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVTIME-ST.
      *> input tax credit register - the recoverable GST/HST on every
      *> cleared Canadian line, appended for GLEXT and ITCRPT
           SELECT ITCREG-FILE ASSIGN TO UT-C-ITCREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ITCREG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE
      *> record grew from 80 to 100 when Canadian GST/HST and its
      *> province were carried apart from the net price
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 INVOICE-RECORD      PIC X(100).
       FD PART-SUPP-FILE
      *> record grew from 480 to 524 when a part's purchase-order
      *> group went from 3 to 4 occurrences
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD INVCLR-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 INVCLR-RECORD       PIC X(100).
       FD INVEXC-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD INVTIME-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVTIME-RECORD      PIC X(80).
       FD ITCREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ITCREG-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-INV-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CLEARED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-PRICE-TOL-AMT        PIC S9(7)V99 VALUE ZERO.
       77 WS-INV-EXT-AMT          PIC S9(9)V99 VALUE ZERO.

      * GST/HST TOLERANCE - THE SUPPLIER ROUNDS ITS TAX ITS OWN WAY,
      * SO A FEW CENTS EITHER SIDE OF THE RATE TABLE STILL AGREES
       77 WS-GST-TOL-AMT          PIC S9(3)V99 VALUE 0.05.
       77 WS-GST-CALC-AMT         PIC S9(7)V99 VALUE ZERO.
       77 WS-GST-DIFF             PIC S9(7)V99 VALUE ZERO.
       77 WS-GST-SW               PIC X(01) VALUE 'N'.
           88 GST-DISAGREES       VALUE 'Y'.
       77 WS-GST-CLR-CNT          PIC 9(08) VALUE ZERO.
       77 WS-GST-EXC-CNT          PIC 9(08) VALUE ZERO.
           COPY GSTRATE.

      * VALIDATED-PO TABLE FROM GPARTSUP, KEYED PO + PART
       77 WS-VP-MAX               PIC 9(5) VALUE 20000.
       77 WS-VP-CNT               PIC 9(5) VALUE ZERO.
               10 WS-RQ-PART      PIC X(23).
               10 WS-RQ-RCV-QTY   PIC 9(07).

      * ERS SUPPLIERS OFF THE SUPPLIER MASTER - SAME ROW LAYOUT
      * SUPMAINT KEEPS, ONLY THE CODES FLAGGED 'Y' ARE TABLED
       77 WS-ES-MAX               PIC 9(5) VALUE 5000.
       77 WS-ES-CNT               PIC 9(5) VALUE ZERO.
       77 WS-ES-IDX               PIC 9(5) VALUE ZERO.
       77 WS-ES-FOUND             PIC X(01) VALUE 'N'.
           88 ES-FOUND            VALUE 'Y'.
       77 WS-ERS-DUP-CNT          PIC 9(08) VALUE ZERO.
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 WS-SM-TYPE          PIC X(01) VALUE SPACES.
           05 WS-SM-RATING        PIC X(01) VALUE SPACES.
           05 WS-SM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-SM-ACT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SM-NET-DAYS      PIC 9(03) VALUE ZERO.
           05 WS-SM-DISC-PCT      PIC 9(02)V99 VALUE ZERO.
           05 WS-SM-DISC-DAYS     PIC 9(03) VALUE ZERO.
           05 WS-SM-TAX-ID        PIC X(09) VALUE SPACES.
           05 WS-SM-FLAG-1099     PIC X(01) VALUE SPACES.
           05 WS-SM-OWN-CLASS     PIC X(02) VALUE SPACES.
           05 WS-SM-ERS-FLAG      PIC X(01) VALUE SPACES.
               88 SM-ERS-SUPPLIER VALUE 'Y'.
           05 FILLER              PIC X(21) VALUE SPACES.
       01 WS-ES-TBL.
           05 WS-ES-SUPP OCCURS 5000 TIMES PIC X(10).

      * INVOICE REGISTER - EVERY INVOICE THIS STEP HAS EVER CLEARED,
      * KEYED SUPPLIER CODE + INVOICE NUMBER.  ROWS ADDED THIS RUN
      * CARRY 'Y' IN THE NEW FLAG AND ARE APPENDED AT WRAP-UP
               88 HLD-STAT-OPEN       VALUE 'O'.
               88 HLD-STAT-RELEASED   VALUE 'R'.
           05 WS-HLD-REL-DATE     PIC 9(08) VALUE ZERO.
           05 WS-HLD-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-HLD-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE SPACES.

      * ONE PRICE-DISCREPANCY EXTRACT RECORD - THE OVER-BILLED
      * INVOICE LINE WITH BOTH PRICES, FOR THE DEBMEMO STEP
      *> invoice arrived untaxed - USETAX accrues use tax on the
      *> untaxed ones
           05 WS-INV-TAX-AMT      PIC 9(5)V99 VALUE ZERO.
      *> a Canadian supplier's GST/HST, never part of the unit price,
      *> and the province it was charged under
           05 WS-INV-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-INV-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE SPACES.

      * ONE CLEARED-FOR-PAYMENT EXTRACT RECORD
       01 WS-CLR-DETAIL.
           05 WS-CLR-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05 WS-CLR-INV-DATE     PIC 9(08) VALUE ZERO.
           05 WS-CLR-TAX-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-CLR-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-CLR-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE SPACES.


      * ONE INVOICE-TIMELINE ROW - SAME LAYOUT INVHOLD APPENDS
       77 WS-TL-OPEN-SW           PIC X(01) VALUE 'N'.
           88 TL-IS-OPEN          VALUE 'Y'.
           COPY INVTIME.

      * ONE INPUT TAX CREDIT REGISTER ROW - GLEXT AND ITCRPT READ IT
       77 WS-IT-OPEN-SW           PIC X(01) VALUE 'N'.
           88 IT-IS-OPEN          VALUE 'Y'.
           COPY ITCREG.

      * ONE PO EVENT RECORD - THE CANONICAL LAYOUT EVERY PROGRAM IN
      * THE SUITE APPENDS AND POTRAIL READS BACK
       77 WS-POEV-OPEN-SW         PIC X(01) VALUE 'N'.
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
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'INVMATCH'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 INVOICE-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 INVCLR-ST                 PIC X(02).
               88 INVCLR-OK             VALUE '00'.
           05 INVEXC-ST                 PIC X(02).
               88 PRCDISC-OK            VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 INVTIME-ST                PIC X(02).
               88 INVTIME-OK            VALUE '00'.
           05 ITCREG-ST                 PIC X(02).
               88 ITCREG-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-EXCEPTION   PIC X(44) VALUE SPACES.
             10 FILLER          PIC X(37) VALUE SPACES.
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
           PERFORM 400-LOAD-VALIDATED-POS UNTIL NO-MORE-PART-SUPP.
           PERFORM 210-LOAD-OPENPO.
           PERFORM 220-LOAD-INV-REGISTER.
           PERFORM 230-LOAD-ERS-SUPPLIERS.
           PERFORM 310-READ-INVOICE.
           PERFORM 500-MATCH-INVOICE THRU 500-MATCH-EXIT
                   UNTIL NO-MORE-INVOICES.
      *> rewriter holds our master
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'INVMATCH REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 150-SET-POSTING-DATE.
           PERFORM 200-OPEN-FILES.
           WRITE INVEXC-RECORD FROM RPT-LINE-0.
           WRITE INVEXC-RECORD FROM RPT-LINE-BANNER.
           IF RPT-PERIOD-MSG NOT = SPACES
              WRITE INVEXC-RECORD FROM RPT-LINE-PERIOD
           END-IF.
           WRITE INVEXC-RECORD FROM RPT-LINE-1.
           WRITE INVEXC-RECORD FROM RPT-LINE-2.

       150-SET-POSTING-DATE.
      *> one call per run - every posting below carries the answer.
      *> a run dated in a period accounting has closed posts into
      *> the first open one and lists each posting it rolled
           MOVE 'CHK' TO WS-FP-ACTION.
           MOVE WS01-CURR-DATE-N TO WS-FP-DATE.
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
              DISPLAY 'INVMATCH: ' RPT-PERIOD-MSG
           END-IF.

       160-LIST-ROLLED-POSTING.
      *> the caller set RPT-ROLL-KEY
           ADD +1 TO WS-ROLLED-CNT.
           MOVE WS-POST-DATE TO RPT-ROLL-DATE.
           MOVE WS-FP-PERIOD TO RPT-ROLL-PERIOD.
           WRITE INVEXC-RECORD FROM RPT-LINE-ROLL.

       200-OPEN-FILES.
           OPEN INPUT INVOICE-FILE
              IF NOT INVOICE-OK
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.
      *> the timeline is append-only too - losing it costs only the
      *> discount analysis, so it does not stop the match
           OPEN EXTEND INVTIME-FILE.
           IF NOT INVTIME-OK
              OPEN OUTPUT INVTIME-FILE
           END-IF.
           IF INVTIME-OK
              MOVE 'Y' TO WS-TL-OPEN-SW
           ELSE
              DISPLAY 'Output INVTIME File Error - INVOICE TIMELINE '
                      'NOT UPDATED'
           END-IF.
      *> the tax credit register is append-only as well - the first
      *> run starts it
           OPEN EXTEND ITCREG-FILE.
           IF NOT ITCREG-OK
              OPEN OUTPUT ITCREG-FILE
           END-IF.
           IF ITCREG-OK
              MOVE 'Y' TO WS-IT-OPEN-SW
           ELSE
              DISPLAY 'Output ITCREG File Error - INPUT TAX CREDITS '
                      'NOT REGISTERED'
           END-IF.

       210-LOAD-OPENPO.
      *> the received side of the three-way match - a missing master
      *> just means nothing has been received against anything yet
           MOVE ZERO TO WS-RQ-CNT.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 215-LOAD-OPENPO-ROW UNTIL NO-MORE-OPENPO
              MOVE 'N'               TO WS-IR-ROW-NEW(WS-IR-CNT)
           END-IF.

       230-LOAD-ERS-SUPPLIERS.
      *> no master means nobody is on ERS - every invoice takes the
      *> ordinary match
           MOVE ZERO TO WS-ES-CNT.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 235-LOAD-ERS-ROW UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - NO ERS SUPPLIERS'
           END-IF.

       235-LOAD-ERS-ROW.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-ERS-SUPPLIER AND
              WS-ES-CNT < WS-ES-MAX
              ADD +1 TO WS-ES-CNT
              MOVE WS-SM-CODE TO WS-ES-SUPP(WS-ES-CNT)
           END-IF.

       300-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
           READ INVOICE-FILE INTO WS-INV-DETAIL
              AT END
              MOVE 'Y' TO INVOICE-EOF.
      *> an invoice keyed before the GST/HST field existed carries
      *> spaces there - it is an untaxed line, not a data exception
           IF NOT NO-MORE-INVOICES AND WS-INV-GST-AMT NOT NUMERIC
              MOVE ZERO   TO WS-INV-GST-AMT
              MOVE SPACES TO WS-INV-GST-PROV
           END-IF.

       400-LOAD-VALIDATED-POS.
           ADD +1 TO WS-GPS-CNT.
              PERFORM 310-READ-INVOICE
              GO TO 500-MATCH-EXIT
           END-IF.
      *> an ERS supplier is paid from what we received - its own
      *> paper invoice for the same goods is held for AP to cancel,
      *> only the 'ERS'-numbered invoices ERSBILL raised go on
           PERFORM 507-CHECK-ERS-SUPPLIER.
           IF ES-FOUND AND
              NOT (WS-INV-NUMBER(1:3) = 'ERS' AND
                   WS-INV-NUMBER(4:7) IS NUMERIC)
              ADD +1 TO WS-ERS-DUP-CNT
              MOVE 'PROBABLE DUPLICATE - SUPPLIER IS ON ERS'
                   TO RPT-EXCEPTION
              MOVE 'IVERS' TO WS-EXC-REASON
              PERFORM 700-WRITE-EXCEPTION
              PERFORM 310-READ-INVOICE
              GO TO 500-MATCH-EXIT
           END-IF.
           PERFORM 510-LOOKUP-VALIDATED-PO.
           IF NOT VP-FOUND
              MOVE 'PO NOT ON VALIDATED ORDERS' TO RPT-EXCEPTION
              END-IF
           END-PERFORM.

       507-CHECK-ERS-SUPPLIER.
           MOVE 'N' TO WS-ES-FOUND.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-CNT OR ES-FOUND
              IF WS-ES-SUPP(WS-ES-IDX) = WS-INV-SUPP-CODE
                 MOVE 'Y' TO WS-ES-FOUND
              END-IF
           END-PERFORM.

       510-LOOKUP-VALIDATED-PO.
           MOVE 'N' TO WS-VP-FOUND.
           MOVE ZERO TO WS-VP-FND-IDX.
              PERFORM 700-WRITE-EXCEPTION
              GO TO 520-CHECK-EXIT
           END-IF.
      *> tax side - the net line matched, now the GST/HST charged on
      *> it has to be what its province's rate says
           IF WS-INV-GST-AMT > ZERO
              PERFORM 530-CHECK-GST
              IF GST-DISAGREES
                 ADD +1 TO WS-GST-EXC-CNT
                 MOVE 'IVGST' TO WS-EXC-REASON
                 PERFORM 700-WRITE-EXCEPTION
                 GO TO 520-CHECK-EXIT
              END-IF
           END-IF.
           PERFORM 600-WRITE-CLEARED.
       520-CHECK-EXIT.
           EXIT.

       530-CHECK-GST.
      *> the province has to be on the rate table, and the tax has to
      *> be the net extension at that rate within the tolerance
           MOVE 'N' TO WS-GST-SW.
           MOVE 'N' TO GST-RATE-FOUND-SW.
           MOVE ZERO TO GST-RATE-FND-IDX.
           PERFORM VARYING GST-RATE-IDX FROM 1 BY 1
                   UNTIL GST-RATE-IDX > GST-RATE-MAX
              IF GST-RATE-PROV(GST-RATE-IDX) = WS-INV-GST-PROV
                 MOVE 'Y' TO GST-RATE-FOUND-SW
                 MOVE GST-RATE-IDX TO GST-RATE-FND-IDX
              END-IF
           END-PERFORM.
           IF NOT GST-RATE-IS-FOUND
              MOVE 'Y' TO WS-GST-SW
              MOVE 'GST/HST PROVINCE NOT ON THE RATE TABLE'
                   TO RPT-EXCEPTION
           ELSE
              COMPUTE WS-GST-CALC-AMT ROUNDED =
                 WS-INV-QUANTITY * WS-INV-UNIT-PRICE *
                 GST-RATE-PCT(GST-RATE-FND-IDX) / 100
              COMPUTE WS-GST-DIFF =
                 WS-INV-GST-AMT - WS-GST-CALC-AMT
              IF WS-GST-DIFF < ZERO
                 COMPUTE WS-GST-DIFF = ZERO - WS-GST-DIFF
              END-IF
              IF WS-GST-DIFF > WS-GST-TOL-AMT
                 MOVE 'Y' TO WS-GST-SW
                 MOVE 'GST/HST DISAGREES WITH PROVINCE RATE'
                      TO RPT-EXCEPTION
              END-IF
           END-IF.

       600-WRITE-CLEARED.
           ADD +1 TO WS-CLEARED-CNT.
           COMPUTE WS-INV-EXT-AMT =
           ELSE
              MOVE ZERO            TO WS-CLR-TAX-AMT
           END-IF.
           MOVE WS-INV-GST-AMT     TO WS-CLR-GST-AMT.
           MOVE WS-INV-GST-PROV    TO WS-CLR-GST-PROV.
           WRITE INVCLR-RECORD FROM WS-CLR-DETAIL.
           IF WS-INV-GST-AMT > ZERO
              PERFORM 610-WRITE-TAX-CREDIT
           END-IF.
           IF TL-IS-OPEN
              MOVE SPACES             TO WS-TL-DETAIL
              MOVE 'C'                TO WS-TL-TYPE
              MOVE WS-INV-SUPP-CODE   TO WS-TL-SUPP-CODE
              MOVE WS-INV-NUMBER      TO WS-TL-INV-NUMBER
              MOVE WS-INV-PO-NUMBER   TO WS-TL-PO-NUMBER
              MOVE WS-INV-DATE        TO WS-TL-INV-DATE
              MOVE WS01-CURR-DATE-N   TO WS-TL-EVENT-DATE
              MOVE ZERO               TO WS-TL-REL-DATE
              WRITE INVTIME-RECORD FROM WS-TL-DETAIL
           END-IF.
           MOVE 'INV-CLEARED' TO WS-EV-EVENT.
           MOVE WS-INV-EXT-AMT TO WS-EV-AMOUNT.
           PERFORM 720-WRITE-PO-EVENT.
              MOVE WS-INV-PART-NUMBER TO WS-IR-ROW-PART(WS-IR-CNT)
              MOVE WS-INV-QUANTITY    TO WS-IR-ROW-QTY(WS-IR-CNT)
              MOVE WS-INV-EXT-AMT     TO WS-IR-ROW-AMT(WS-IR-CNT)
              MOVE WS-POST-DATE       TO WS-IR-ROW-DATE(WS-IR-CNT)
              MOVE 'Y'                TO WS-IR-ROW-NEW(WS-IR-CNT)
           END-IF.
           IF FP-ROLLED
              MOVE SPACES TO RPT-ROLL-KEY
              STRING 'INVOICE ' WS-INV-SUPP-CODE ' ' WS-INV-NUMBER
                     ' PO ' WS-INV-PO-NUMBER DELIMITED BY SIZE
                     INTO RPT-ROLL-KEY
              END-STRING
              PERFORM 160-LIST-ROLLED-POSTING
           END-IF.

       610-WRITE-TAX-CREDIT.
      *> 530 found the province on the table, so its rate and type
      *> are still at GST-RATE-FND-IDX
           ADD +1 TO WS-GST-CLR-CNT.
           IF IT-IS-OPEN
              MOVE SPACES             TO WS-IT-DETAIL
              MOVE WS-INV-SUPP-CODE   TO WS-IT-SUPP-CODE
              MOVE WS-INV-NUMBER      TO WS-IT-INV-NUMBER
              MOVE WS-INV-PO-NUMBER   TO WS-IT-PO-NUMBER
              MOVE WS-INV-GST-PROV    TO WS-IT-PROVINCE
              MOVE GST-RATE-TYPE(GST-RATE-FND-IDX) TO WS-IT-TAX-TYPE
              MOVE GST-RATE-PCT(GST-RATE-FND-IDX)  TO WS-IT-RATE
              MOVE WS-INV-EXT-AMT     TO WS-IT-NET-AMT
              MOVE WS-INV-GST-AMT     TO WS-IT-TAX-AMT
              MOVE WS-INV-DATE        TO WS-IT-INV-DATE
              MOVE WS-POST-DATE       TO WS-IT-POST-DATE
              WRITE ITCREG-RECORD FROM WS-IT-DETAIL
           END-IF.

       720-WRITE-PO-EVENT.
      *> one event record onto the shared trail - the caller set
           MOVE WS-INV-UNIT-PRICE  TO WS-HLD-UNIT-PRICE.
           MOVE WS-INV-DATE        TO WS-HLD-INV-DATE.
           MOVE WS-EXC-REASON      TO WS-HLD-REASON.
           MOVE WS-INV-GST-AMT     TO WS-HLD-GST-AMT.
           MOVE WS-INV-GST-PROV    TO WS-HLD-GST-PROV.
           MOVE WS01-CURR-DATE-N   TO WS-HLD-ENTRY-DATE.
           MOVE 'O'                TO WS-HLD-STATUS.
           WRITE INVHOLD-RECORD FROM WS-HLD-DETAIL.
           MOVE 'DUPLICATE INVOICES KICKED.... ' TO RPT-SUM-LABEL.
           MOVE WS-DUP-INV-CNT TO RPT-SUM-CNT.
           WRITE INVEXC-RECORD FROM RPT-LINE-5.
           MOVE 'ERS PAPER INVOICES HELD...... ' TO RPT-SUM-LABEL.
           MOVE WS-ERS-DUP-CNT TO RPT-SUM-CNT.
           WRITE INVEXC-RECORD FROM RPT-LINE-5.
           MOVE 'POSTINGS ROLLED FORWARD...... ' TO RPT-SUM-LABEL.
           MOVE WS-ROLLED-CNT TO RPT-SUM-CNT.
           WRITE INVEXC-RECORD FROM RPT-LINE-5.
           MOVE 'GST/HST LINES CLEARED........ ' TO RPT-SUM-LABEL.
           MOVE WS-GST-CLR-CNT TO RPT-SUM-CNT.
           WRITE INVEXC-RECORD FROM RPT-LINE-5.
           MOVE 'GST/HST EXCEPTIONS........... ' TO RPT-SUM-LABEL.
           MOVE WS-GST-EXC-CNT TO RPT-SUM-CNT.
           WRITE INVEXC-RECORD FROM RPT-LINE-5.
           WRITE INVEXC-RECORD FROM RPT-LINE-4.
           CLOSE INVOICE-FILE, PART-SUPP-FILE, INVCLR-FILE,
                 INVEXC-FILE, INVHOLD-FILE, PRCDISC-FILE.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.
           IF TL-IS-OPEN
              CLOSE INVTIME-FILE
           END-IF.
           IF IT-IS-OPEN
              CLOSE ITCREG-FILE
           END-IF.
           MOVE WS-INV-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.


       930-APPEND-INV-REGISTER.
              DISPLAY 'Output INVREG File Error'
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

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
