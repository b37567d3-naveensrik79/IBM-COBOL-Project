      * ARE LISTED AS HOLD.  EVERY LINE SHOWS THE DISCOUNT DOLLARS AT
      * STAKE AND THE DAYS LEFT BEFORE THEY ARE FORFEITED, SO EXPIRY
      * DATES STOP BEING INVISIBLE.
      * INVOICES PAYVOID REOPENED AFTER A VOID OR STOP-PAYMENT COME
      * IN ON THEIR OWN FILE: ONE MARKED FOR REISSUE IS SELECTED ON
      * THIS RUN WHATEVER THE HORIZON, AT THE DISCOUNT THE ORIGINAL
      * PAYMENT TOOK; ONE STILL HELD IS LISTED AND CARRIED FORWARD.
      * A SUPPLIER PAID A DEPOSIT UP FRONT ON A PO HAS WHAT IS LEFT
      * OF IT (UT-C-PREPAY) TAKEN OFF EVERY INVOICE SELECTED FOR THAT
      * PO - ONLY THE REMAINDER IS PAID, AND WHAT THE INVOICE DID NOT
      * USE CARRIES FORWARD TO THE NEXT ONE.  A REISSUE NETS THE
      * DEPOSIT ITS ORIGINAL PAYMENT TOOK.  DEPOSIT REQUESTS AP KEYS
      * ON UT-C-PREPREQ ARE SELECTED AS PAYMENTS OF THEIR OWN TYPE
      * ONCE DUE; THE REST STAY ON THE FILE.
      * A SUPPLIER WHOSE REMIT (TYPE '3') ADDRESS CHANGED ON THE
      * SUPPLIER ADDRESS DIRECTORY AND IS STILL PENDING AP'S
      * CONFIRMATION THROUGH ADDRDIR IS PAID NOTHING - ITS INVOICES,
      * REISSUES AND DEPOSITS ARE LISTED 'HOLD - REMIT UNVERIFIED'
      * AND COME BACK ON THE FIRST RUN AFTER THE CHANGE IS CONFIRMED.
      * A CANADIAN SUPPLIER'S GST/HST IS PAID WITH ITS INVOICE - THE
      * GROSS IS THE NET GOODS PLUS THE TAX - BUT THE PROMPT-PAYMENT
      * DISCOUNT IS WORKED ON THE GOODS ALONE.
      * UT-C-INVCLR   = CLEARED-FOR-PAYMENT EXTRACT FROM INVMATCH
      * UT-C-SUPPMAST = SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-PAYCNTL  = ONE-CARD CONTROL FILE, 'DAYS=nnn' - THE
      *                 SELECTION HORIZON IN DAYS (DEFAULT 7)
      * UT-C-PAYREOP  = REOPENED-INVOICE FILE FROM PAYVOID (IN,
      *                 REWRITTEN WITH THE ROWS STILL HELD)
      * UT-C-PAYSEL   = SELECTED-PAYMENTS EXTRACT FOR THE PAYMENT RUN
      * UT-C-PAYSRPT  = PAY/HOLD SELECTION LIST LANDING IN JES
      * UT-C-PREPREQ  = DEPOSIT REQUESTS KEYED BY AP (IN, REWRITTEN
      *                 WITH THE ROWS NOT YET DUE)
      * UT-C-PREPAY   = SUPPLIER PREPAYMENT REGISTER (READ, THEN
      *                 EXTENDED WITH THE DEPOSITS APPLIED)
      * UT-C-PAYHIST  = PAYMENT HISTORY - FOR THE VOIDED DEPOSITS
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * UT-C-SUPADIR  = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT PAYCNTL-FILE ASSIGN TO UT-C-PAYCNTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYCNTL-ST.
           SELECT PAYREOP-FILE ASSIGN TO UT-C-PAYREOP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYREOP-ST.
           SELECT PAYSEL-FILE ASSIGN TO UT-C-PAYSEL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYSEL-ST.
           SELECT PAYSRPT-FILE ASSIGN TO UT-C-PAYSRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYSRPT-ST.
           SELECT PREPREQ-FILE ASSIGN TO UT-C-PREPREQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PREPREQ-ST.
           SELECT PREPAY-FILE ASSIGN TO UT-C-PREPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PREPAY-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INVCLR-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 INVCLR-RECORD       PIC X(100).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYCNTL-RECORD      PIC X(80).
       FD PAYREOP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYREOP-RECORD      PIC X(80).
       FD PAYSEL-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PAYSRPT-RECORD      PIC X(132).
       FD PREPREQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PREPREQ-RECORD      PIC X(80).
       FD PREPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PREPAY-RECORD       PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       WORKING-STORAGE SECTION.
       77 WS-INV-CNT              PIC 9(08) VALUE ZERO.
       77 WS-PAY-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DISC-DOLLARS         PIC S9(7)V99 VALUE ZERO.
       77 WS-DISC-TAKEN           PIC S9(7)V99 VALUE ZERO.
       77 WS-NET-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       77 WS-REOP-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REISSUE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-REMIT-HOLD-CNT       PIC 9(08) VALUE ZERO.

      * REMIT ADDRESS OF THE SUPPLIER ON HAND - A PENDING CHANGE
      * HOLDS EVERY PAYMENT TO IT
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
       77 WS-RH-SW                PIC X(01) VALUE 'N'.
           88 REMIT-UNVERIFIED    VALUE 'Y'.
           COPY SUPADIR.

      * SELECTION HORIZON IN DAYS - OVERRIDDEN BY A 'DAYS=nnn'
      * CONTROL CARD WHEN ONE IS SUPPLIED
           05 WS-CLR-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-CLR-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05 WS-CLR-INV-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(07) VALUE SPACES.
      *> a Canadian supplier's GST/HST - paid with the invoice but
      *> never discounted, the discount is on the goods
           05 WS-CLR-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 FILLER              PIC X(18) VALUE SPACES.

      * REOPENED-INVOICE TABLE - THE HELD ROWS ARE WRITTEN BACK AT
      * WRAP-UP, THE REISSUED ONES DROP OFF
       77 WS-RO-MAX               PIC 9(5) VALUE 5000.
       77 WS-RO-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RO-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RO-LOADED-SW         PIC X(01) VALUE 'N'.
           88 RO-FILE-LOADED      VALUE 'Y'.
           COPY PAYREOP.
       01 WS-RO-TBL.
           05 WS-RO-ROW OCCURS 5000 TIMES PIC X(80).

      * OPEN DEPOSITS - ONE ROW PER 'D' ROW ON THE PREPAYMENT
      * REGISTER, WITH EVERY 'A' ROW DRAWN ON IT TAKEN OFF THE BALANCE
       77 WS-DP-MAX               PIC 9(5) VALUE 5000.
       77 WS-DP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-DEP-APPLIED          PIC S9(9)V99 VALUE ZERO.
       77 WS-DEP-TAKE             PIC S9(9)V99 VALUE ZERO.
       77 WS-DEP-APPL-CNT         PIC 9(08) VALUE ZERO.
       77 WS-DEP-SEL-CNT          PIC 9(08) VALUE ZERO.
       77 WS-DEP-HOLD-CNT         PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-DEP-APPL       PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-DEP-SEL        PIC S9(11)V99 VALUE ZERO.
       77 WS-PP-OPEN-SW           PIC X(01) VALUE 'N'.
           88 PP-IS-OPEN          VALUE 'Y'.
           COPY PREPAY.
       01 WS-DP-TBL.
           05 WS-DP-ROW OCCURS 5000 TIMES.
               10 WS-DP-SUPP      PIC X(10).
               10 WS-DP-PO        PIC X(06).
               10 WS-DP-REF       PIC X(10).
               10 WS-DP-PAY-REF   PIC 9(08).
               10 WS-DP-BAL       PIC 9(9)V99.

      * DEPOSIT ALREADY TAKEN OFF EACH INVOICE - DRAWN ON THE LATEST
      * DEPOSIT UNDER ITS REFERENCE ONCE THE WHOLE REGISTER IS READ,
      * AND NETTED AGAIN BY A REISSUE RATHER THAN DRAWN TWICE
       77 WS-DA-MAX               PIC 9(5) VALUE 5000.
       77 WS-DA-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DA-IDX               PIC 9(5) VALUE ZERO.
       01 WS-DA-TBL.
           05 WS-DA-ROW OCCURS 5000 TIMES.
               10 WS-DA-SUPP      PIC X(10).
               10 WS-DA-PO        PIC X(06).
               10 WS-DA-REF       PIC X(10).
               10 WS-DA-INV       PIC X(10).
               10 WS-DA-AMT       PIC 9(9)V99.

      * PAY-REFS VOIDED, STOPPED OR RETURNED ON THE PAYMENT HISTORY -
      * A DEPOSIT PAID UNDER ONE IS NOT HELD BY THE SUPPLIER
       77 WS-RV-MAX               PIC 9(5) VALUE 5000.
       77 WS-RV-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RV-IDX               PIC 9(5) VALUE ZERO.
       01 WS-RV-TBL.
           05 WS-RV-PAY-REF OCCURS 5000 TIMES PIC 9(08).

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * DEPOSIT-REQUEST TABLE - THE ROWS NOT YET DUE ARE WRITTEN
      * BACK AT WRAP-UP, THE SELECTED ONES DROP OFF
       77 WS-PQ-MAX               PIC 9(5) VALUE 2000.
       77 WS-PQ-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PQ-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PQ-DUE-INT           PIC 9(08) VALUE ZERO.
       77 WS-PQ-LOADED-SW         PIC X(01) VALUE 'N'.
           88 PQ-FILE-LOADED      VALUE 'Y'.
           COPY PREPREQ.
       01 WS-PQ-TBL.
           05 WS-PQ-ROW OCCURS 2000 TIMES PIC X(80).

      * ONE SELECTED-PAYMENT EXTRACT RECORD FOR THE PAYMENT RUN.
      * PAY TYPE 'D' IS A SUPPLIER DEPOSIT; PREPAY-AMT IS DEPOSIT
      * ALREADY TAKEN OUT OF NET-AMT
       01 WS-SEL-DETAIL.
           05 WS-SEL-INV-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-SEL-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-SEL-DISC-AMT     PIC 9(7)V99 VALUE ZERO.
           05 WS-SEL-NET-AMT      PIC 9(9)V99 VALUE ZERO.
           05 WS-SEL-DUE-DATE     PIC 9(08) VALUE ZERO.
           05 WS-SEL-PAY-BY-CHECK PIC X(01) VALUE SPACES.
               88 SEL-FORCE-CHECK VALUE 'Y'.
           05 WS-SEL-PAY-TYPE     PIC X(01) VALUE SPACES.
               88 SEL-DEPOSIT     VALUE 'D'.
           05 WS-SEL-PREPAY-AMT   PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PAYSEL'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 INVCLR-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-INVCLR        VALUE 'Y'.
               88 SUPPMAST-OK           VALUE '00'.
           05 PAYCNTL-ST                PIC X(02).
               88 PAYCNTL-OK            VALUE '00'.
           05 PAYREOP-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYREOP       VALUE 'Y'.
           05 PAYREOP-ST                PIC X(02).
               88 PAYREOP-OK            VALUE '00'.
           05 PAYSEL-ST                 PIC X(02).
               88 PAYSEL-OK             VALUE '00'.
           05 PAYSRPT-ST                PIC X(02).
               88 PAYSRPT-OK            VALUE '00'.
           05 PREPREQ-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PREPREQ       VALUE 'Y'.
           05 PREPREQ-ST                PIC X(02).
               88 PREPREQ-OK            VALUE '00'.
           05 PREPAY-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-PREPAY        VALUE 'Y'.
           05 PREPAY-ST                 PIC X(02).
               88 PREPAY-OK             VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
             10 FILLER    PIC X(08) VALUE 'Days Lft'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Action'.
             10 FILLER    PIC X(20) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '  Deposit Appl'.
             10 FILLER    PIC X(07) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-DAYS-LEFT   PIC -ZZZZ9.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-ACTION      PIC X(26) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-DEP-APPL    PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
             10 FILLER          PIC X(06) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-TOT-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-INVCLR.
           PERFORM 400-SELECT-ONE-INVOICE UNTIL NO-MORE-INVCLR.
           PERFORM 700-SELECT-REOPENED.
           PERFORM 750-SELECT-DEPOSITS.
           PERFORM 900-WRAP-UP.
           GOBACK.

           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-SUPPLIER-MASTER.
           PERFORM 220-LOAD-REOPENED.
           PERFORM 230-LOAD-REVERSED-PAYMENTS.
           PERFORM 240-LOAD-DEPOSITS.
           PERFORM 250-LOAD-DEPOSIT-REQUESTS.
           MOVE WS-HORIZON-DAYS TO RPT-HORIZON.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-0.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-BANNER.
              IF NOT PAYSRPT-OK
                 DISPLAY 'Output PAYSRPT File Error'
                 GO TO 999-ERR-RTN.
      *> no directory means no way to tell a changed remit address
      *> from a good one - nothing is paid blind
           OPEN INPUT SUPADIR-FILE
              IF NOT SUPADIR-OK
                 DISPLAY 'Input SUPADIR File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIER-MASTER.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 215-LOAD-MASTER-ROW UNTIL NO-MORE-SUPPMAST
              MOVE WS-SM-DETAIL TO WS-SM-ROW(WS-SM-CNT)
           END-IF.

       220-LOAD-REOPENED.
      *> no file just means nothing has been voided and reopened
           MOVE ZERO TO WS-RO-CNT.
           OPEN INPUT PAYREOP-FILE.
           IF PAYREOP-OK
              MOVE 'Y' TO WS-RO-LOADED-SW
              PERFORM 225-LOAD-ONE-REOPENED UNTIL NO-MORE-PAYREOP
              CLOSE PAYREOP-FILE
           ELSE
              DISPLAY 'PAYREOP NOT FOUND - NO REOPENED INVOICES'
           END-IF.

       225-LOAD-ONE-REOPENED.
           READ PAYREOP-FILE INTO WS-RO-DETAIL
              AT END MOVE 'Y' TO PAYREOP-EOF
           END-READ.
           IF NOT NO-MORE-PAYREOP AND WS-RO-CNT < WS-RO-MAX
              ADD +1 TO WS-RO-CNT
              MOVE WS-RO-DETAIL TO WS-RO-ROW(WS-RO-CNT)
           END-IF.

       230-LOAD-REVERSED-PAYMENTS.
      *> no history just means nothing has been paid, so nothing
      *> has been reversed either
           MOVE ZERO TO WS-RV-CNT.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 235-LOAD-ONE-REVERSAL UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           END-IF.

       235-LOAD-ONE-REVERSAL.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST AND PH-IS-REVERSAL AND
              WS-RV-CNT < WS-RV-MAX
              ADD +1 TO WS-RV-CNT
              MOVE WS-PH-PAY-REF TO WS-RV-PAY-REF(WS-RV-CNT)
           END-IF.

       240-LOAD-DEPOSITS.
      *> the register is read for the balances, then held open to
      *> take this run's applications.  a register that cannot be
      *> extended means no deposit is taken - better to pay in full
      *> than to net a deposit nobody recorded
           MOVE ZERO TO WS-DP-CNT, WS-DA-CNT.
           OPEN INPUT PREPAY-FILE.
           IF PREPAY-OK
              PERFORM 245-LOAD-ONE-REGISTER-ROW UNTIL NO-MORE-PREPAY
              CLOSE PREPAY-FILE
           END-IF.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-CNT
              PERFORM 248-DRAW-ON-DEPOSIT
           END-PERFORM.
           OPEN EXTEND PREPAY-FILE.
           IF NOT PREPAY-OK
              OPEN OUTPUT PREPAY-FILE
           END-IF.
           IF PREPAY-OK
              MOVE 'Y' TO WS-PP-OPEN-SW
           ELSE
              DISPLAY 'Output PREPAY File Error - NO DEPOSITS APPLIED '
                      'THIS RUN'
           END-IF.

       245-LOAD-ONE-REGISTER-ROW.
           READ PREPAY-FILE INTO WS-PP-DETAIL
              AT END MOVE 'Y' TO PREPAY-EOF
           END-READ.
           IF NOT NO-MORE-PREPAY
              IF PP-DEPOSIT AND WS-DP-CNT < WS-DP-MAX
                 ADD +1 TO WS-DP-CNT
                 MOVE WS-PP-SUPP-CODE TO WS-DP-SUPP(WS-DP-CNT)
                 MOVE WS-PP-PO-NUMBER TO WS-DP-PO(WS-DP-CNT)
                 MOVE WS-PP-DEP-REF   TO WS-DP-REF(WS-DP-CNT)
                 MOVE WS-PP-PAY-REF   TO WS-DP-PAY-REF(WS-DP-CNT)
                 MOVE WS-PP-AMOUNT    TO WS-DP-BAL(WS-DP-CNT)
                 PERFORM 247-CHECK-DEPOSIT-REVERSED
              END-IF
              IF PP-APPLIED AND WS-DA-CNT < WS-DA-MAX
                 ADD +1 TO WS-DA-CNT
                 MOVE WS-PP-SUPP-CODE  TO WS-DA-SUPP(WS-DA-CNT)
                 MOVE WS-PP-PO-NUMBER  TO WS-DA-PO(WS-DA-CNT)
                 MOVE WS-PP-DEP-REF    TO WS-DA-REF(WS-DA-CNT)
                 MOVE WS-PP-INV-NUMBER TO WS-DA-INV(WS-DA-CNT)
                 MOVE WS-PP-AMOUNT     TO WS-DA-AMT(WS-DA-CNT)
              END-IF
           END-IF.

       247-CHECK-DEPOSIT-REVERSED.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-CNT
              IF WS-RV-PAY-REF(WS-RV-IDX) = WS-PP-PAY-REF
                 MOVE ZERO TO WS-DP-BAL(WS-DP-CNT)
              END-IF
           END-PERFORM.

       248-DRAW-ON-DEPOSIT.
      *> the latest deposit under the reference - a deposit paid
      *> again after a void sits below the one that was voided and
      *> carries what had already been drawn on it
           PERFORM VARYING WS-DP-IDX FROM WS-DP-CNT BY -1
                   UNTIL WS-DP-IDX = ZERO OR
                   (WS-DP-SUPP(WS-DP-IDX) = WS-DA-SUPP(WS-DA-IDX) AND
                    WS-DP-PO(WS-DP-IDX) = WS-DA-PO(WS-DA-IDX) AND
                    WS-DP-REF(WS-DP-IDX) = WS-DA-REF(WS-DA-IDX))
              CONTINUE
           END-PERFORM.
           IF WS-DP-IDX > ZERO
              IF WS-DA-AMT(WS-DA-IDX) > WS-DP-BAL(WS-DP-IDX)
                 MOVE ZERO TO WS-DP-BAL(WS-DP-IDX)
              ELSE
                 SUBTRACT WS-DA-AMT(WS-DA-IDX)
                     FROM WS-DP-BAL(WS-DP-IDX)
              END-IF
           END-IF.

       250-LOAD-DEPOSIT-REQUESTS.
      *> no file just means AP has no deposit waiting to go out
           MOVE ZERO TO WS-PQ-CNT.
           OPEN INPUT PREPREQ-FILE.
           IF PREPREQ-OK
              MOVE 'Y' TO WS-PQ-LOADED-SW
              PERFORM 255-LOAD-ONE-REQUEST UNTIL NO-MORE-PREPREQ
              CLOSE PREPREQ-FILE
           END-IF.

       255-LOAD-ONE-REQUEST.
           READ PREPREQ-FILE INTO WS-PQ-DETAIL
              AT END MOVE 'Y' TO PREPREQ-EOF
           END-READ.
           IF NOT NO-MORE-PREPREQ AND WS-PQ-CNT < WS-PQ-MAX
              ADD +1 TO WS-PQ-CNT
              MOVE WS-PQ-DETAIL TO WS-PQ-ROW(WS-PQ-CNT)
           END-IF.

       300-READ-INVCLR.
           READ INVCLR-FILE INTO WS-CLR-DETAIL
              AT END
              MOVE 'Y' TO INVCLR-EOF.
           IF NOT NO-MORE-INVCLR AND WS-CLR-GST-AMT NOT NUMERIC
              MOVE ZERO TO WS-CLR-GST-AMT
           END-IF.

       400-SELECT-ONE-INVOICE.
           ADD +1 TO WS-INV-CNT.
           IF WS-DUE-INT <= WS-TODAY-INT + WS-HORIZON-DAYS OR
              (WS-EXP-INT > ZERO AND WS-EXP-INT >= WS-TODAY-INT AND
               WS-EXP-INT <= WS-TODAY-INT + WS-HORIZON-DAYS)
              PERFORM 415-CHECK-REMIT-ADDRESS
              IF REMIT-UNVERIFIED
                 PERFORM 420-HOLD-REMIT-UNVERIFIED
              ELSE
                 PERFORM 500-WRITE-SELECTED
              END-IF
           ELSE
              ADD +1 TO WS-HOLD-CNT
              IF WS-EXP-INT > ZERO AND WS-EXP-INT < WS-TODAY-INT
              MOVE ZERO TO WS-TRM-DISC-DAYS
           END-IF.

       415-CHECK-REMIT-ADDRESS.
      *> only a pending remit row holds - a supplier with no remit
      *> row at all is paid, its advice prints flagged for AP
           MOVE 'N' TO WS-SD-FOUND, WS-RH-SW.
           MOVE WS-CLR-SUPP-CODE TO WS-SD-SUPP-CODE.
           MOVE '3'              TO WS-SD-ADDR-TYPE.
           MOVE WS-SD-KEY        TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
           END-READ.
           IF SD-FOUND AND SD-PENDING
              MOVE 'Y' TO WS-RH-SW
           END-IF.

       420-HOLD-REMIT-UNVERIFIED.
           ADD +1 TO WS-HOLD-CNT.
           ADD +1 TO WS-REMIT-HOLD-CNT.
           MOVE 'HOLD - REMIT UNVERIFIED' TO RPT-ACTION.
           PERFORM 600-WRITE-LIST-LINE.

       500-WRITE-SELECTED.
           ADD +1 TO WS-PAY-CNT.
      *> the discount is only taken when payment still beats the
                 MOVE 'PAY - DISCOUNT FORFEITED' TO RPT-ACTION
              END-IF
           END-IF.
           COMPUTE WS-NET-AMOUNT = WS-CLR-AMOUNT + WS-CLR-GST-AMT
                                 - WS-DISC-TAKEN.
           MOVE ZERO TO WS-DEP-APPLIED.
           PERFORM 520-APPLY-DEPOSITS.
           SUBTRACT WS-DEP-APPLIED FROM WS-NET-AMOUNT.
           MOVE SPACES TO WS-SEL-DETAIL.
           MOVE WS-CLR-INV-NUMBER  TO WS-SEL-INV-NUMBER.
           MOVE WS-CLR-SUPP-CODE   TO WS-SEL-SUPP-CODE.
           MOVE WS-CLR-PO-NUMBER   TO WS-SEL-PO-NUMBER.
           MOVE WS-CLR-PART-NUMBER TO WS-SEL-PART-NUMBER.
           COMPUTE WS-SEL-GROSS-AMT = WS-CLR-AMOUNT + WS-CLR-GST-AMT.
           MOVE WS-DISC-TAKEN      TO WS-SEL-DISC-AMT.
           MOVE WS-NET-AMOUNT      TO WS-SEL-NET-AMT.
           MOVE WS-DUE-DATE        TO WS-SEL-DUE-DATE.
           MOVE WS-DEP-APPLIED     TO WS-SEL-PREPAY-AMT.
           WRITE PAYSEL-RECORD FROM WS-SEL-DETAIL.
           MOVE WS-DEP-APPLIED     TO RPT-DEP-APPL.
           PERFORM 600-WRITE-LIST-LINE.

       520-APPLY-DEPOSITS.
      *> oldest deposit on the PO first - each gives up what the
      *> invoice still needs, and whatever is left of it waits for
      *> the next invoice on the same PO
           IF PP-IS-OPEN
              PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                      UNTIL WS-DP-IDX > WS-DP-CNT
                         OR WS-DEP-APPLIED NOT < WS-NET-AMOUNT
                 IF WS-DP-SUPP(WS-DP-IDX) = WS-CLR-SUPP-CODE AND
                    WS-DP-PO(WS-DP-IDX) = WS-CLR-PO-NUMBER AND
                    WS-DP-BAL(WS-DP-IDX) > ZERO
                    PERFORM 525-TAKE-ONE-DEPOSIT
                 END-IF
              END-PERFORM
           END-IF.

       525-TAKE-ONE-DEPOSIT.
           COMPUTE WS-DEP-TAKE = WS-NET-AMOUNT - WS-DEP-APPLIED.
           IF WS-DEP-TAKE > WS-DP-BAL(WS-DP-IDX)
              MOVE WS-DP-BAL(WS-DP-IDX) TO WS-DEP-TAKE
           END-IF.
           SUBTRACT WS-DEP-TAKE FROM WS-DP-BAL(WS-DP-IDX).
           ADD WS-DEP-TAKE TO WS-DEP-APPLIED.
           ADD WS-DEP-TAKE TO WS-TOTAL-DEP-APPL.
           ADD +1 TO WS-DEP-APPL-CNT.
           MOVE SPACES TO WS-PP-DETAIL.
           MOVE WS-CLR-SUPP-CODE   TO WS-PP-SUPP-CODE.
           MOVE WS-CLR-PO-NUMBER   TO WS-PP-PO-NUMBER.
           MOVE WS-DP-REF(WS-DP-IDX) TO WS-PP-DEP-REF.
           MOVE 'A'                TO WS-PP-ENTRY.
           MOVE WS-CLR-INV-NUMBER  TO WS-PP-INV-NUMBER.
           MOVE WS-DEP-TAKE        TO WS-PP-AMOUNT.
           MOVE WS01-CURR-DATE-N   TO WS-PP-DATE.
           MOVE ZERO               TO WS-PP-PAY-REF.
           WRITE PREPAY-RECORD FROM WS-PP-DETAIL.

       600-WRITE-LIST-LINE.
           MOVE WS-CLR-INV-NUMBER TO RPT-INV-NUMBER.
           MOVE WS-CLR-SUPP-CODE  TO RPT-SUPP-CODE.
           MOVE WS-DAYS-TO-EXP    TO RPT-DAYS-LEFT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-3.
           MOVE SPACES TO RPT-ACTION.
           MOVE ZERO TO RPT-DEP-APPL.

       700-SELECT-REOPENED.
      *> a reissue skips the terms and the horizon - the invoice was
      *> already due and paid once, so it goes out on this run at
      *> the gross and discount of the payment that was reversed
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-CNT
              MOVE WS-RO-ROW(WS-RO-IDX) TO WS-RO-DETAIL
              ADD +1 TO WS-REOP-CNT
              MOVE SPACES            TO WS-CLR-DETAIL
              MOVE WS-RO-INV-NUMBER  TO WS-CLR-INV-NUMBER
              MOVE WS-RO-SUPP-CODE   TO WS-CLR-SUPP-CODE
              MOVE WS-RO-PO-NUMBER   TO WS-CLR-PO-NUMBER
              MOVE WS-RO-GROSS-AMT   TO WS-CLR-AMOUNT
              MOVE WS-RO-DISC-AMT    TO WS-DISC-DOLLARS
              MOVE ZERO              TO WS-EXP-DATE
              MOVE ZERO              TO WS-DAYS-TO-EXP
              IF RO-REISSUE
                 PERFORM 415-CHECK-REMIT-ADDRESS
                 IF REMIT-UNVERIFIED
                    MOVE WS-RO-VOID-DATE TO WS-DUE-DATE
                    PERFORM 420-HOLD-REMIT-UNVERIFIED
                 ELSE
                    PERFORM 710-WRITE-REISSUE
                    MOVE HIGH-VALUES TO WS-RO-ROW(WS-RO-IDX)
                 END-IF
              ELSE
                 ADD +1 TO WS-HOLD-CNT
                 MOVE WS-RO-VOID-DATE TO WS-DUE-DATE
                 MOVE 'HOLD - VOID NOT RELEASED' TO RPT-ACTION
                 PERFORM 600-WRITE-LIST-LINE
              END-IF
           END-PERFORM.

       710-WRITE-REISSUE.
           ADD +1 TO WS-PAY-CNT.
           ADD +1 TO WS-REISSUE-CNT.
           MOVE WS01-CURR-DATE-N TO WS-DUE-DATE.
           PERFORM 715-CHECK-REISSUE-DEPOSIT.
           COMPUTE WS-NET-AMOUNT = WS-RO-GROSS-AMT - WS-RO-DISC-AMT
                                 - WS-DEP-APPLIED.
           MOVE SPACES TO WS-SEL-DETAIL.
           MOVE WS-RO-INV-NUMBER   TO WS-SEL-INV-NUMBER.
           MOVE WS-RO-SUPP-CODE    TO WS-SEL-SUPP-CODE.
           MOVE WS-RO-PO-NUMBER    TO WS-SEL-PO-NUMBER.
           MOVE WS-RO-GROSS-AMT    TO WS-SEL-GROSS-AMT.
           MOVE WS-RO-DISC-AMT     TO WS-SEL-DISC-AMT.
           MOVE WS-NET-AMOUNT      TO WS-SEL-NET-AMT.
           MOVE WS-DUE-DATE        TO WS-SEL-DUE-DATE.
           MOVE WS-RO-PAY-BY-CHECK TO WS-SEL-PAY-BY-CHECK.
           MOVE WS-DEP-APPLIED     TO WS-SEL-PREPAY-AMT.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-CNT
              IF WS-RO-ORIG-PAY-REF > ZERO AND
                 WS-DP-PAY-REF(WS-DP-IDX) = WS-RO-ORIG-PAY-REF
                 MOVE 'D' TO WS-SEL-PAY-TYPE
              END-IF
           END-PERFORM.
           WRITE PAYSEL-RECORD FROM WS-SEL-DETAIL.
           MOVE WS-DEP-APPLIED     TO RPT-DEP-APPL.
           IF RO-FORCE-CHECK
              MOVE 'PAY - REISSUE BY CHECK' TO RPT-ACTION
           ELSE
              MOVE 'PAY - REISSUE AFTER VOID' TO RPT-ACTION
           END-IF.
           PERFORM 600-WRITE-LIST-LINE.

       715-CHECK-REISSUE-DEPOSIT.
      *> the deposit the original payment took off the invoice is
      *> taken off again - it was drawn once and is not drawn twice
           MOVE ZERO TO WS-DEP-APPLIED.
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-CNT
              IF WS-DA-SUPP(WS-DA-IDX) = WS-RO-SUPP-CODE AND
                 WS-DA-INV(WS-DA-IDX) = WS-RO-INV-NUMBER
                 ADD WS-DA-AMT(WS-DA-IDX) TO WS-DEP-APPLIED
              END-IF
           END-PERFORM.
           IF WS-DEP-APPLIED > WS-RO-GROSS-AMT - WS-RO-DISC-AMT
              COMPUTE WS-DEP-APPLIED = WS-RO-GROSS-AMT - WS-RO-DISC-AMT
           END-IF.

       750-SELECT-DEPOSITS.
      *> a deposit request goes out once its due date is inside the
      *> horizon - no due date means the next run.  it pays as a
      *> payment of its own, under the deposit reference
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-CNT
              MOVE WS-PQ-ROW(WS-PQ-IDX) TO WS-PQ-DETAIL
              MOVE ZERO TO WS-PQ-DUE-INT
              IF WS-PQ-DUE-DATE IS NUMERIC AND WS-PQ-DUE-DATE > ZERO
                 COMPUTE WS-PQ-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PQ-DUE-DATE)
              END-IF
              MOVE SPACES            TO WS-CLR-DETAIL
              MOVE WS-PQ-DEP-REF     TO WS-CLR-INV-NUMBER
              MOVE WS-PQ-SUPP-CODE   TO WS-CLR-SUPP-CODE
              MOVE WS-PQ-PO-NUMBER   TO WS-CLR-PO-NUMBER
              MOVE WS-PQ-AMOUNT      TO WS-CLR-AMOUNT
              MOVE ZERO              TO WS-EXP-DATE, WS-DISC-DOLLARS,
                                        WS-DAYS-TO-EXP
              IF WS-PQ-DUE-INT <= WS-TODAY-INT + WS-HORIZON-DAYS
                 PERFORM 415-CHECK-REMIT-ADDRESS
                 IF REMIT-UNVERIFIED
                    MOVE WS-PQ-DUE-DATE TO WS-DUE-DATE
                    PERFORM 420-HOLD-REMIT-UNVERIFIED
                 ELSE
                    PERFORM 760-WRITE-DEPOSIT
                    MOVE HIGH-VALUES TO WS-PQ-ROW(WS-PQ-IDX)
                 END-IF
              ELSE
                 ADD +1 TO WS-HOLD-CNT
                 ADD +1 TO WS-DEP-HOLD-CNT
                 MOVE WS-PQ-DUE-DATE TO WS-DUE-DATE
                 MOVE 'HOLD - DEPOSIT NOT DUE' TO RPT-ACTION
                 PERFORM 600-WRITE-LIST-LINE
              END-IF
           END-PERFORM.

       760-WRITE-DEPOSIT.
           ADD +1 TO WS-PAY-CNT.
           ADD +1 TO WS-DEP-SEL-CNT.
           ADD WS-PQ-AMOUNT TO WS-TOTAL-DEP-SEL.
           IF WS-PQ-DUE-INT = ZERO
              MOVE WS01-CURR-DATE-N TO WS-DUE-DATE
           ELSE
              MOVE WS-PQ-DUE-DATE TO WS-DUE-DATE
           END-IF.
           MOVE SPACES TO WS-SEL-DETAIL.
           MOVE WS-PQ-DEP-REF      TO WS-SEL-INV-NUMBER.
           MOVE WS-PQ-SUPP-CODE    TO WS-SEL-SUPP-CODE.
           MOVE WS-PQ-PO-NUMBER    TO WS-SEL-PO-NUMBER.
           MOVE WS-PQ-AMOUNT       TO WS-SEL-GROSS-AMT.
           MOVE ZERO               TO WS-SEL-DISC-AMT.
           MOVE WS-PQ-AMOUNT       TO WS-SEL-NET-AMT.
           MOVE WS-DUE-DATE        TO WS-SEL-DUE-DATE.
           MOVE 'D'                TO WS-SEL-PAY-TYPE.
           MOVE ZERO               TO WS-SEL-PREPAY-AMT.
           WRITE PAYSEL-RECORD FROM WS-SEL-DETAIL.
           MOVE 'PAY - SUPPLIER DEPOSIT' TO RPT-ACTION.
           PERFORM 600-WRITE-LIST-LINE.

       900-WRAP-UP.
           PERFORM 910-REWRITE-REOPENED.
           PERFORM 920-REWRITE-REQUESTS.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-0.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-4.
           MOVE 'CLEARED INVOICES READ........ ' TO RPT-SUM-LABEL.
           MOVE 'DISCOUNTS FORFEITED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DISC-LOST-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HELD - REMIT UNVERIFIED...... ' TO RPT-SUM-LABEL.
           MOVE WS-REMIT-HOLD-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REOPENED INVOICES READ....... ' TO RPT-SUM-LABEL.
           MOVE WS-REOP-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REISSUED AFTER VOID.......... ' TO RPT-SUM-LABEL.
           MOVE WS-REISSUE-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSITS SELECTED TO PAY..... ' TO RPT-SUM-LABEL.
           MOVE WS-DEP-SEL-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSITS NOT YET DUE......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEP-HOLD-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSIT APPLICATIONS......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEP-APPL-CNT TO RPT-SUM-CNT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSITS SELECTED (USD)...... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-DEP-SEL TO RPT-TOT-AMT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'DEPOSIT TAKEN OFF INVOICES... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-DEP-APPL TO RPT-TOT-AMT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-TOT.
           WRITE PAYSRPT-RECORD FROM RPT-LINE-4.
           CLOSE INVCLR-FILE, PAYSEL-FILE, PAYSRPT-FILE,
                 SUPADIR-FILE.
           IF PP-IS-OPEN
              CLOSE PREPAY-FILE
           END-IF.

       910-REWRITE-REOPENED.
      *> only the rows still held go back - a reissued row has been
      *> handed to the payment run and is flagged HIGH-VALUES
           IF RO-FILE-LOADED
              OPEN OUTPUT PAYREOP-FILE
              IF PAYREOP-OK
                 PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                         UNTIL WS-RO-IDX > WS-RO-CNT
                    IF WS-RO-ROW(WS-RO-IDX) NOT = HIGH-VALUES
                       WRITE PAYREOP-RECORD FROM WS-RO-ROW(WS-RO-IDX)
                    END-IF
                 END-PERFORM
                 CLOSE PAYREOP-FILE
              ELSE
                 DISPLAY 'Output PAYREOP File Error'
              END-IF
           END-IF.

       920-REWRITE-REQUESTS.
      *> only the requests not yet due go back - a selected one is
      *> with the payment run and is flagged HIGH-VALUES
           IF PQ-FILE-LOADED
              OPEN OUTPUT PREPREQ-FILE
              IF PREPREQ-OK
                 PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                         UNTIL WS-PQ-IDX > WS-PQ-CNT
                    IF WS-PQ-ROW(WS-PQ-IDX) NOT = HIGH-VALUES
                       WRITE PREPREQ-RECORD FROM WS-PQ-ROW(WS-PQ-IDX)
                    END-IF
                 END-PERFORM
                 CLOSE PREPREQ-FILE
              ELSE
                 DISPLAY 'Output PREPREQ File Error'
              END-IF
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
