       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAYVOID.
      * **************************************************
      * PAYVOID IS THE STEP AP USES TO TAKE BACK A PAYMENT PAYRUN HAS
      * ALREADY MADE - A LOST CHECK, A CHECK THE BANK IS TOLD TO STOP,
      * AN ACH OR WIRE SENT TO THE WRONG ACCOUNT.  EACH TRANSACTION
      * NAMES THE PAYMENT BY ITS PAY-REF:
      *   V = VOID THE PAYMENT (CHECK, ACH OR WIRE)
      *   S = STOP-PAYMENT ON A CHECK
      *   R = RELEASE AN INVOICE AN EARLIER VOID LEFT HELD, SO THE
      *       NEXT PAYSEL RUN REISSUES IT
      * A VOID OR STOP NEVER DELETES ANYTHING.  IT APPENDS A
      * REVERSING ROW TO THE PAYMENT HISTORY (SAME AMOUNTS, SAME
      * PAY-REF, SAME PAYMENT DATE, SAME WIRE CURRENCY AND RATE,
      * ENTRY TYPE 'V' OR 'S') SO EVERY
      * READER NETS THE PAYMENT OUT OF THE PERIOD IT WAS REPORTED
      * IN; PUTS EVERY DEBIT MEMO THE PAYMENT NETTED BACK TO OPEN ON
      * THE REGISTER; AND WRITES THE INVOICE TO THE REOPENED-INVOICE
      * FILE FOR PAYSEL - MARKED FOR REISSUE WHEN THE TRANSACTION
      * ASKS FOR ONE, HELD OTHERWISE.  A PAY-REF CARRIED BY MORE
      * THAN ONE PAYMENT (HISTORY WRITTEN BEFORE PAYRUN CARRIED ITS
      * REFERENCES ACROSS RUNS) NEEDS THE SUPPLIER AND INVOICE KEYED
      * AS WELL.
      * UT-C-PAYVTRN = VOID/STOP/RELEASE TRANSACTION FILE
      * UT-C-PAYHIST = PAYMENT HISTORY (READ, THEN EXTENDED)
      * UT-C-DBMREG  = DEBIT-MEMO REGISTER (IN, REWRITTEN)
      * UT-C-PAYREOP = REOPENED-INVOICE FILE FOR PAYSEL (IN,
      *                REWRITTEN)
      * UT-C-PAYVRPT = VOID REGISTER LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYVTRN-FILE ASSIGN TO UT-C-PAYVTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYVTRN-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           SELECT PAYREOP-FILE ASSIGN TO UT-C-PAYREOP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYREOP-ST.
           SELECT PAYVRPT-FILE ASSIGN TO UT-C-PAYVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYVRPT-ST.
      *> shared PO event-history file - every program that touches an
      *> order appends one event record here, and POTRAIL prints the
      *> order's whole life as one timeline
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PAYVTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYVTRN-RECORD      PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DBMREG-RECORD       PIC X(80).
       FD PAYREOP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYREOP-RECORD      PIC X(80).
       FD PAYVRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PAYVRPT-RECORD      PIC X(132).
       FD POEVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-VOID-CNT             PIC 9(08) VALUE ZERO.
       77 WS-STOP-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REISSUE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-HELD-CNT             PIC 9(08) VALUE ZERO.
       77 WS-RELEASE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.
       77 WS-MEMO-REOPEN-CNT      PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-REVERSED       PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-MEMO           PIC S9(11)V99 VALUE ZERO.

      * PAYMENT-HISTORY TABLE - ONE ROW PER PAYMENT, FLAGGED ONCE A
      * REVERSING ROW FOR IT IS ON THE HISTORY OR WRITTEN THIS RUN
       77 WS-PH-MAX               PIC 9(5) VALUE 20000.
       77 WS-PH-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PH-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PH-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-PH-MATCH-CNT         PIC 9(5) VALUE ZERO.
       01 WS-PHT-TBL.
           05 WS-PHT-ROW OCCURS 20000 TIMES.
               10 WS-PHT-SUPP     PIC X(10).
               10 WS-PHT-INV      PIC X(10).
               10 WS-PHT-PO       PIC X(06).
               10 WS-PHT-DATE     PIC 9(08).
               10 WS-PHT-GROSS    PIC 9(9)V99.
               10 WS-PHT-DISC     PIC 9(7)V99.
               10 WS-PHT-NET      PIC 9(9)V99.
               10 WS-PHT-REF      PIC 9(08).
               10 WS-PHT-METHOD   PIC X(01).
                   88 PHT-PAID-BY-ACH   VALUE 'A'.
                   88 PHT-PAID-BY-CHECK VALUE 'C'.
                   88 PHT-PAID-BY-WIRE  VALUE 'W'.
                   88 PHT-PAID-TO-BANK  VALUE 'A' 'W'.
               10 WS-PHT-REV-SW   PIC X(01).
                   88 PHT-REVERSED      VALUE 'Y'.
               10 WS-PHT-WIRE-CURR PIC X(03).
               10 WS-PHT-WIRE-AMT PIC 9(11)V99.
               10 WS-PHT-FX-RATE  PIC 9(04)V999.

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
               88 PH-IS-PAYMENT       VALUE ' '.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 WS-PH-WIRE-CURR     PIC X(03) VALUE SPACES.
           05 WS-PH-WIRE-AMT      PIC 9(11)V99 VALUE ZERO.
           05 WS-PH-FX-RATE       PIC 9(04)V999 VALUE ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.

      * DEBIT-MEMO REGISTER TABLE - SAME ROW LAYOUT DEBMEMO WRITES
       77 WS-DM-MAX               PIC 9(5) VALUE 5000.
       77 WS-DM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-MEMO-REOPENED        PIC S9(9)V99 VALUE ZERO.
       01 WS-DM-DETAIL.
           05 WS-DM-MEMO-NO       PIC 9(08) VALUE ZERO.
           05 WS-DM-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DM-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-DM-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-DM-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-DM-MEMO-DATE     PIC 9(08) VALUE ZERO.
           05 WS-DM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-DM-APPL-REF      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.
       01 WS-DM-TBL.
           05 WS-DM-ROW OCCURS 5000 TIMES.
               10 WS-DM-ROW-MEMO  PIC 9(08).
               10 WS-DM-ROW-SUPP  PIC X(10).
               10 WS-DM-ROW-PO    PIC X(06).
               10 WS-DM-ROW-PART  PIC X(23).
               10 WS-DM-ROW-AMT   PIC 9(9)V99.
               10 WS-DM-ROW-DATE  PIC 9(08).
               10 WS-DM-ROW-STAT  PIC X(01).
                   88 DM-ROW-OPEN    VALUE 'O'.
                   88 DM-ROW-APPLIED VALUE 'A'.
               10 WS-DM-ROW-APPL-REF PIC 9(08).

      * REOPENED-INVOICE TABLE - CARRIED ROWS PLUS THIS RUN'S VOIDS,
      * REWRITTEN IN FULL AT WRAP-UP
       77 WS-RO-MAX               PIC 9(5) VALUE 5000.
       77 WS-RO-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RO-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RO-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-RO-MATCH-CNT         PIC 9(5) VALUE ZERO.
           COPY PAYREOP.
       01 WS-RO-TBL.
           05 WS-RO-ROW OCCURS 5000 TIMES.
               10 WS-RO-ROW-INV       PIC X(10).
               10 WS-RO-ROW-SUPP      PIC X(10).
               10 WS-RO-ROW-PO        PIC X(06).
               10 WS-RO-ROW-GROSS     PIC 9(9)V99.
               10 WS-RO-ROW-DISC      PIC 9(7)V99.
               10 WS-RO-ROW-REF       PIC 9(08).
               10 WS-RO-ROW-PAY-DATE  PIC 9(08).
               10 WS-RO-ROW-VOID-DATE PIC 9(08).
               10 WS-RO-ROW-STAT      PIC X(01).
                   88 RO-ROW-REISSUE  VALUE 'R'.
                   88 RO-ROW-HELD     VALUE 'H'.
               10 WS-RO-ROW-BY-CHECK  PIC X(01).
               10 FILLER              PIC X(08).

      * ONE VOID/STOP/RELEASE TRANSACTION.  SUPPLIER AND INVOICE ARE
      * ONLY NEEDED WHEN THE PAY-REF ALONE DOES NOT PICK ONE PAYMENT
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-VOID        VALUE 'V'.
               88 TRN-STOP        VALUE 'S'.
               88 TRN-RELEASE     VALUE 'R'.
           05 WS-TRN-PAY-REF      PIC X(08) VALUE SPACES.
           05 WS-TRN-PAY-REF-N REDEFINES WS-TRN-PAY-REF
                                  PIC 9(08).
           05 WS-TRN-REISSUE      PIC X(01) VALUE SPACES.
               88 TRN-REISSUE     VALUE 'Y'.
               88 TRN-NO-REISSUE  VALUE 'N' ' '.
           05 WS-TRN-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-TRN-INV-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-TRN-REASON       PIC X(30) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(40) VALUE SPACES.

      * ONE PO EVENT RECORD - THE CANONICAL LAYOUT EVERY PROGRAM IN
      * THE SUITE APPENDS AND POTRAIL READS BACK
       77 WS-POEV-OPEN-SW         PIC X(01) VALUE 'N'.
           88 POEV-IS-OPEN        VALUE 'Y'.
       01 WS-EV-DETAIL.
           05 WS-EV-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-EV-DATE          PIC 9(08) VALUE ZERO.
           05 WS-EV-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-EV-EVENT         PIC X(12) VALUE SPACES.
           05 WS-EV-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

       01 PROGRAM-SWITCHES.
           05 PAYVTRN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYVTRN       VALUE 'Y'.
           05 PAYVTRN-ST                PIC X(02).
               88 PAYVTRN-OK            VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
               88 DBMREG-OK             VALUE '00'.
           05 PAYREOP-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYREOP       VALUE 'Y'.
           05 PAYREOP-ST                PIC X(02).
               88 PAYREOP-OK            VALUE '00'.
           05 PAYVRPT-ST                PIC X(02).
               88 PAYVRPT-OK            VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'PAYMENT VOID/STOP REGISTER          '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(03) VALUE 'Act'.
             10 FILLER    PIC X(08) VALUE 'Pay Ref '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Pay Date'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Net        '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Method'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Reis'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(40) VALUE 'Message'.
             10 FILLER    PIC X(07) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION      PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAY-REF     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-INV-NUMBER  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAY-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NET         PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-METHOD      PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-REISSUE     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-RESULT      PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-MESSAGE     PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(07) VALUE SPACES.
       01 RPT-LINE-3R.
             10 FILLER          PIC X(13) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE 'REASON: '.
             10 RPT-REASON      PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(81) VALUE SPACES.
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
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-PAYVTRN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-PAYMENTS.
           PERFORM 220-LOAD-DEBIT-MEMOS.
           PERFORM 230-LOAD-REOPENED.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-0.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-1.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT PAYVTRN-FILE
              IF NOT PAYVTRN-OK
                 DISPLAY 'Input PAYVTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PAYVRPT-FILE
              IF NOT PAYVRPT-OK
                 DISPLAY 'Output PAYVRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the event history is append-only and the very first run
      *> starts it
           OPEN EXTEND POEVENT-FILE.
           IF NOT POEVENT-OK
              OPEN OUTPUT POEVENT-FILE
           END-IF.
           IF POEVENT-OK
              MOVE 'Y' TO WS-POEV-OPEN-SW
           ELSE
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.

       210-LOAD-PAYMENTS.
      *> every payment goes into the table; a reversing row already
      *> on the history flags the payment it reverses, so the same
      *> payment can never be voided twice.  the history is then
      *> reopened for append - same count-then-EXTEND idiom DEBMEMO
      *> uses on its register
           MOVE ZERO TO WS-PH-CNT.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 215-LOAD-ONE-PAYMENT UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           ELSE
              DISPLAY 'PAYHIST NOT FOUND - NO PAYMENTS TO VOID'
           END-IF.
           OPEN EXTEND PAYHIST-FILE.
           IF NOT PAYHIST-OK
              OPEN OUTPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Output PAYHIST File Error'
                 GO TO 999-ERR-RTN.

       215-LOAD-ONE-PAYMENT.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST
              IF PH-IS-REVERSAL
                 PERFORM 217-FLAG-REVERSED-PAYMENT
              ELSE
                 IF WS-PH-CNT < WS-PH-MAX
                    ADD +1 TO WS-PH-CNT
                    MOVE WS-PH-SUPP-CODE  TO WS-PHT-SUPP(WS-PH-CNT)
                    MOVE WS-PH-INV-NUMBER TO WS-PHT-INV(WS-PH-CNT)
                    MOVE WS-PH-PO-NUMBER  TO WS-PHT-PO(WS-PH-CNT)
                    MOVE WS-PH-PAY-DATE   TO WS-PHT-DATE(WS-PH-CNT)
                    MOVE WS-PH-GROSS-AMT  TO WS-PHT-GROSS(WS-PH-CNT)
                    MOVE WS-PH-DISC-AMT   TO WS-PHT-DISC(WS-PH-CNT)
                    MOVE WS-PH-NET-AMT    TO WS-PHT-NET(WS-PH-CNT)
                    MOVE WS-PH-PAY-REF    TO WS-PHT-REF(WS-PH-CNT)
                    MOVE WS-PH-PAY-METHOD TO WS-PHT-METHOD(WS-PH-CNT)
                    MOVE WS-PH-WIRE-CURR
                         TO WS-PHT-WIRE-CURR(WS-PH-CNT)
                    MOVE WS-PH-WIRE-AMT   TO WS-PHT-WIRE-AMT(WS-PH-CNT)
                    MOVE WS-PH-FX-RATE    TO WS-PHT-FX-RATE(WS-PH-CNT)
                    MOVE 'N'              TO WS-PHT-REV-SW(WS-PH-CNT)
                 END-IF
              END-IF
           END-IF.

       217-FLAG-REVERSED-PAYMENT.
      *> the reversal carries the pay-ref, supplier and invoice of
      *> the payment it reverses - flag the first unflagged match
           MOVE ZERO TO WS-PH-FND-IDX.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT OR WS-PH-FND-IDX > ZERO
              IF WS-PHT-REF(WS-PH-IDX)  = WS-PH-PAY-REF    AND
                 WS-PHT-SUPP(WS-PH-IDX) = WS-PH-SUPP-CODE  AND
                 WS-PHT-INV(WS-PH-IDX)  = WS-PH-INV-NUMBER AND
                 NOT PHT-REVERSED(WS-PH-IDX)
                 MOVE 'Y' TO WS-PHT-REV-SW(WS-PH-IDX)
                 MOVE WS-PH-IDX TO WS-PH-FND-IDX
              END-IF
           END-PERFORM.

       220-LOAD-DEBIT-MEMOS.
      *> no register just means there is nothing to put back
           MOVE ZERO TO WS-DM-CNT.
           OPEN INPUT DBMREG-FILE.
           IF DBMREG-OK
              PERFORM 225-LOAD-ONE-MEMO UNTIL NO-MORE-DBMREG
              CLOSE DBMREG-FILE
           ELSE
              DISPLAY 'DBMREG NOT FOUND - NO DEBIT MEMOS TO REOPEN'
           END-IF.

       225-LOAD-ONE-MEMO.
           READ DBMREG-FILE INTO WS-DM-DETAIL
              AT END MOVE 'Y' TO DBMREG-EOF
           END-READ.
           IF NOT NO-MORE-DBMREG AND WS-DM-CNT < WS-DM-MAX
              ADD +1 TO WS-DM-CNT
              MOVE WS-DM-DETAIL TO WS-DM-ROW(WS-DM-CNT)
           END-IF.

       230-LOAD-REOPENED.
      *> a missing file is not an error - the first void starts it
           MOVE ZERO TO WS-RO-CNT.
           OPEN INPUT PAYREOP-FILE.
           IF PAYREOP-OK
              PERFORM 235-LOAD-ONE-REOPENED UNTIL NO-MORE-PAYREOP
              CLOSE PAYREOP-FILE
           ELSE
              DISPLAY 'PAYREOP NOT FOUND - STARTING A NEW '
                      'REOPENED-INVOICE FILE'
           END-IF.

       235-LOAD-ONE-REOPENED.
           READ PAYREOP-FILE INTO WS-RO-DETAIL
              AT END MOVE 'Y' TO PAYREOP-EOF
           END-READ.
           IF NOT NO-MORE-PAYREOP AND WS-RO-CNT < WS-RO-MAX
              ADD +1 TO WS-RO-CNT
              MOVE WS-RO-DETAIL TO WS-RO-ROW(WS-RO-CNT)
           END-IF.

       300-READ-TRAN.
           READ PAYVTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO PAYVTRN-EOF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           MOVE ZERO TO RPT-PAY-DATE.
           MOVE ZERO TO RPT-NET.
           MOVE SPACES TO RPT-METHOD.
           MOVE WS-TRN-SUPP-CODE  TO RPT-SUPP-CODE.
           MOVE WS-TRN-INV-NUMBER TO RPT-INV-NUMBER.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              EVALUATE TRUE
                 WHEN TRN-VOID    PERFORM 430-APPLY-REVERSAL
                 WHEN TRN-STOP    PERFORM 430-APPLY-REVERSAL
                 WHEN TRN-RELEASE PERFORM 440-APPLY-RELEASE
              END-EVALUATE
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRN-ACTION  TO RPT-ACTION.
           MOVE WS-TRN-PAY-REF TO RPT-PAY-REF.
           MOVE WS-TRN-REISSUE TO RPT-REISSUE.
           MOVE WS-TRAN-MSG    TO RPT-MESSAGE.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-3.
           IF WS-TRN-REASON NOT = SPACES
              MOVE WS-TRN-REASON TO RPT-REASON
              WRITE PAYVRPT-RECORD FROM RPT-LINE-3R
           END-IF.
           PERFORM 300-READ-TRAN.

       410-FIND-PAYMENT.
      *> an unreversed payment carrying the pay-ref, narrowed by the
      *> supplier and invoice when the transaction keys them
           MOVE ZERO TO WS-PH-MATCH-CNT.
           MOVE ZERO TO WS-PH-FND-IDX.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT
              IF WS-PHT-REF(WS-PH-IDX) = WS-TRN-PAY-REF-N AND
                 NOT PHT-REVERSED(WS-PH-IDX) AND
                 (WS-TRN-SUPP-CODE = SPACES OR
                  WS-TRN-SUPP-CODE = WS-PHT-SUPP(WS-PH-IDX)) AND
                 (WS-TRN-INV-NUMBER = SPACES OR
                  WS-TRN-INV-NUMBER = WS-PHT-INV(WS-PH-IDX))
                 ADD +1 TO WS-PH-MATCH-CNT
                 MOVE WS-PH-IDX TO WS-PH-FND-IDX
              END-IF
           END-PERFORM.

       415-FIND-HELD-INVOICE.
           MOVE ZERO TO WS-RO-MATCH-CNT.
           MOVE ZERO TO WS-RO-FND-IDX.
           PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > WS-RO-CNT
              IF WS-RO-ROW-REF(WS-RO-IDX) = WS-TRN-PAY-REF-N AND
                 RO-ROW-HELD(WS-RO-IDX) AND
                 (WS-TRN-SUPP-CODE = SPACES OR
                  WS-TRN-SUPP-CODE = WS-RO-ROW-SUPP(WS-RO-IDX)) AND
                 (WS-TRN-INV-NUMBER = SPACES OR
                  WS-TRN-INV-NUMBER = WS-RO-ROW-INV(WS-RO-IDX))
                 ADD +1 TO WS-RO-MATCH-CNT
                 MOVE WS-RO-IDX TO WS-RO-FND-IDX
              END-IF
           END-PERFORM.

       420-EDIT-TRAN.
           IF NOT (TRN-VOID OR TRN-STOP OR TRN-RELEASE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV01E ACTION must be V, S or R.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-PAY-REF NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV02E PAY-REF has to be numeric.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-RELEASE
              PERFORM 415-FIND-HELD-INVOICE
              IF WS-RO-MATCH-CNT = ZERO
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'PV08E No held reopened invoice for PAY-REF.'
                      TO WS-TRAN-MSG
                 GO TO 420-EDIT-EXIT
              END-IF
              IF WS-RO-MATCH-CNT > 1
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'PV05E PAY-REF ambiguous - key supp/invoice.'
                      TO WS-TRAN-MSG
                 GO TO 420-EDIT-EXIT
              END-IF
              MOVE WS-RO-ROW-SUPP(WS-RO-FND-IDX) TO RPT-SUPP-CODE
              MOVE WS-RO-ROW-INV(WS-RO-FND-IDX)  TO RPT-INV-NUMBER
              MOVE WS-RO-ROW-PAY-DATE(WS-RO-FND-IDX) TO RPT-PAY-DATE
              COMPUTE RPT-NET = WS-RO-ROW-GROSS(WS-RO-FND-IDX) -
                                WS-RO-ROW-DISC(WS-RO-FND-IDX)
              GO TO 420-EDIT-EXIT
           END-IF.
           IF NOT (TRN-REISSUE OR TRN-NO-REISSUE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV03E REISSUE flag must be Y or N.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 410-FIND-PAYMENT.
           IF WS-PH-MATCH-CNT = ZERO
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV04E No unvoided payment carries PAY-REF.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-PH-MATCH-CNT > 1
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV05E PAY-REF ambiguous - key supp/invoice.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           MOVE WS-PHT-SUPP(WS-PH-FND-IDX) TO RPT-SUPP-CODE.
           MOVE WS-PHT-INV(WS-PH-FND-IDX)  TO RPT-INV-NUMBER.
           MOVE WS-PHT-DATE(WS-PH-FND-IDX) TO RPT-PAY-DATE.
           MOVE WS-PHT-NET(WS-PH-FND-IDX)  TO RPT-NET.
           IF PHT-PAID-BY-ACH(WS-PH-FND-IDX)
              MOVE 'ACH  ' TO RPT-METHOD
           ELSE
              IF PHT-PAID-BY-WIRE(WS-PH-FND-IDX)
                 MOVE 'WIRE ' TO RPT-METHOD
              ELSE
                 MOVE 'CHECK' TO RPT-METHOD
              END-IF
           END-IF.
      *> the bank can only stop a paper check - an ACH or wire
      *> already settled is voided and recovered from the supplier
           IF TRN-STOP AND NOT PHT-PAID-BY-CHECK(WS-PH-FND-IDX)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV06E STOP is for checks only - void it.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-RO-CNT >= WS-RO-MAX
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PV09E Reopened-invoice table is full.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       430-APPLY-REVERSAL.
           PERFORM 450-WRITE-REVERSAL.
           PERFORM 460-REOPEN-DEBIT-MEMOS.
           PERFORM 470-REOPEN-INVOICE.
           PERFORM 480-WRITE-PO-EVENT.
           MOVE 'Y' TO WS-PHT-REV-SW(WS-PH-FND-IDX).
           ADD WS-PHT-NET(WS-PH-FND-IDX) TO WS-TOTAL-REVERSED.
           IF TRN-VOID
              ADD +1 TO WS-VOID-CNT
           ELSE
              ADD +1 TO WS-STOP-CNT
           END-IF.
           IF TRN-REISSUE
              ADD +1 TO WS-REISSUE-CNT
              MOVE 'Reversed - invoice reopened to reissue.'
                   TO WS-TRAN-MSG
           ELSE
              ADD +1 TO WS-HELD-CNT
              MOVE 'Reversed - invoice reopened and held.'
                   TO WS-TRAN-MSG
           END-IF.

       440-APPLY-RELEASE.
           MOVE 'R' TO WS-RO-ROW-STAT(WS-RO-FND-IDX).
           ADD +1 TO WS-RELEASE-CNT.
           MOVE 'Held invoice released to reissue.' TO WS-TRAN-MSG.

       450-WRITE-REVERSAL.
      *> the mirror image of the payment - same amounts, pay-ref and
      *> payment date, so each reader nets it out of the very period
      *> the payment was reported in.  the void date is carried on
      *> the reopened-invoice row and printed on this register
           INITIALIZE WS-PH-DETAIL.
           MOVE WS-PHT-SUPP(WS-PH-FND-IDX)   TO WS-PH-SUPP-CODE.
           MOVE WS-PHT-INV(WS-PH-FND-IDX)    TO WS-PH-INV-NUMBER.
           MOVE WS-PHT-PO(WS-PH-FND-IDX)     TO WS-PH-PO-NUMBER.
           MOVE WS-PHT-DATE(WS-PH-FND-IDX)   TO WS-PH-PAY-DATE.
           MOVE WS-PHT-GROSS(WS-PH-FND-IDX)  TO WS-PH-GROSS-AMT.
           MOVE WS-PHT-DISC(WS-PH-FND-IDX)   TO WS-PH-DISC-AMT.
           MOVE WS-PHT-NET(WS-PH-FND-IDX)    TO WS-PH-NET-AMT.
           MOVE WS-PHT-REF(WS-PH-FND-IDX)    TO WS-PH-PAY-REF.
           MOVE WS-PHT-METHOD(WS-PH-FND-IDX) TO WS-PH-PAY-METHOD.
           MOVE WS-PHT-WIRE-CURR(WS-PH-FND-IDX) TO WS-PH-WIRE-CURR.
           MOVE WS-PHT-WIRE-AMT(WS-PH-FND-IDX)  TO WS-PH-WIRE-AMT.
           MOVE WS-PHT-FX-RATE(WS-PH-FND-IDX)   TO WS-PH-FX-RATE.
           MOVE WS-TRN-ACTION                TO WS-PH-ENTRY-TYPE.
           WRITE PAYHIST-RECORD FROM WS-PH-DETAIL.

       460-REOPEN-DEBIT-MEMOS.
      *> every memo PAYRUN netted against this payment goes back to
      *> open, to be netted again against the reissue or the
      *> supplier's next payment.  memos applied before PAYRUN
      *> stamped the pay-ref carry no reference and stay applied
           MOVE ZERO TO WS-MEMO-REOPENED.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-CNT
              IF DM-ROW-APPLIED(WS-DM-IDX) AND
                 WS-DM-ROW-APPL-REF(WS-DM-IDX) IS NUMERIC AND
                 WS-DM-ROW-APPL-REF(WS-DM-IDX) =
                 WS-PHT-REF(WS-PH-FND-IDX) AND
                 WS-DM-ROW-SUPP(WS-DM-IDX) =
                 WS-PHT-SUPP(WS-PH-FND-IDX)
                 MOVE 'O' TO WS-DM-ROW-STAT(WS-DM-IDX)
                 MOVE ZERO TO WS-DM-ROW-APPL-REF(WS-DM-IDX)
                 ADD WS-DM-ROW-AMT(WS-DM-IDX) TO WS-MEMO-REOPENED
                 ADD +1 TO WS-MEMO-REOPEN-CNT
              END-IF
           END-PERFORM.
           ADD WS-MEMO-REOPENED TO WS-TOTAL-MEMO.

       470-REOPEN-INVOICE.
      *> the invoice goes back to PAYSEL at the gross and discount
      *> the original payment carried - the memos just reopened are
      *> netted again by PAYRUN, not here
           ADD +1 TO WS-RO-CNT.
           MOVE SPACES TO WS-RO-ROW(WS-RO-CNT).
           MOVE WS-PHT-INV(WS-PH-FND-IDX)   TO WS-RO-ROW-INV(WS-RO-CNT).
           MOVE WS-PHT-SUPP(WS-PH-FND-IDX)
                TO WS-RO-ROW-SUPP(WS-RO-CNT).
           MOVE WS-PHT-PO(WS-PH-FND-IDX)    TO WS-RO-ROW-PO(WS-RO-CNT).
           MOVE WS-PHT-GROSS(WS-PH-FND-IDX)
                TO WS-RO-ROW-GROSS(WS-RO-CNT).
           MOVE WS-PHT-DISC(WS-PH-FND-IDX)
                TO WS-RO-ROW-DISC(WS-RO-CNT).
           MOVE WS-PHT-REF(WS-PH-FND-IDX)   TO WS-RO-ROW-REF(WS-RO-CNT).
           MOVE WS-PHT-DATE(WS-PH-FND-IDX)
                TO WS-RO-ROW-PAY-DATE(WS-RO-CNT).
           MOVE WS01-CURR-DATE-N TO WS-RO-ROW-VOID-DATE(WS-RO-CNT).
           IF TRN-REISSUE
              MOVE 'R' TO WS-RO-ROW-STAT(WS-RO-CNT)
           ELSE
              MOVE 'H' TO WS-RO-ROW-STAT(WS-RO-CNT)
           END-IF.

       480-WRITE-PO-EVENT.
      *> one event record onto the shared trail per reversal
           IF POEV-IS-OPEN
              INITIALIZE WS-EV-DETAIL
              MOVE WS-PHT-PO(WS-PH-FND-IDX)  TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N          TO WS-EV-DATE
              MOVE 'PAYVOID '                TO WS-EV-PROGRAM
              IF TRN-VOID
                 MOVE 'PAY VOIDED'           TO WS-EV-EVENT
              ELSE
                 MOVE 'PAY STOPPED'          TO WS-EV-EVENT
              END-IF
              MOVE WS-PHT-NET(WS-PH-FND-IDX) TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       900-WRAP-UP.
           PERFORM 910-REWRITE-MEMO-REGISTER.
           PERFORM 920-REWRITE-REOPENED.
           PERFORM 930-WRITE-SUMMARY.
           CLOSE PAYVTRN-FILE, PAYHIST-FILE, PAYVRPT-FILE.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.

       910-REWRITE-MEMO-REGISTER.
      *> same open-output-over-itself idiom PAYRUN uses - only when
      *> a memo actually moved back to open
           IF WS-MEMO-REOPEN-CNT > ZERO
              OPEN OUTPUT DBMREG-FILE
              IF DBMREG-OK
                 PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                         UNTIL WS-DM-IDX > WS-DM-CNT
                    MOVE WS-DM-ROW(WS-DM-IDX) TO WS-DM-DETAIL
                    WRITE DBMREG-RECORD FROM WS-DM-DETAIL
                 END-PERFORM
                 CLOSE DBMREG-FILE
              ELSE
                 DISPLAY 'Output DBMREG File Error'
              END-IF
           END-IF.

       920-REWRITE-REOPENED.
           OPEN OUTPUT PAYREOP-FILE.
           IF PAYREOP-OK
              PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                      UNTIL WS-RO-IDX > WS-RO-CNT
                 MOVE WS-RO-ROW(WS-RO-IDX) TO WS-RO-DETAIL
                 WRITE PAYREOP-RECORD FROM WS-RO-DETAIL
              END-PERFORM
              CLOSE PAYREOP-FILE
           ELSE
              DISPLAY 'Output PAYREOP File Error'
              GO TO 999-ERR-RTN
           END-IF.

       930-WRITE-SUMMARY.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-0.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENTS VOIDED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-VOID-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHECKS STOPPED............... ' TO RPT-SUM-LABEL.
           MOVE WS-STOP-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REOPENED FOR REISSUE......... ' TO RPT-SUM-LABEL.
           MOVE WS-REISSUE-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REOPENED AND HELD............ ' TO RPT-SUM-LABEL.
           MOVE WS-HELD-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HELD INVOICES RELEASED....... ' TO RPT-SUM-LABEL.
           MOVE WS-RELEASE-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEBIT MEMOS REOPENED......... ' TO RPT-SUM-LABEL.
           MOVE WS-MEMO-REOPEN-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TOTAL NET REVERSED........... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-REVERSED TO RPT-TOT-AMT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'DEBIT MEMOS PUT BACK OPEN.... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-MEMO TO RPT-TOT-AMT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-TOT.
           WRITE PAYVRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
