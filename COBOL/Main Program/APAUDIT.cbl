       IDENTIFICATION DIVISION.
       PROGRAM-ID.     APAUDIT.
      * **************************************************
      * APAUDIT IS THE STANDALONE INTEGRITY AUDIT OF THE ACCOUNTS-
      * PAYABLE SUBLEDGER - WHAT OPAUDIT IS TO THE OPEN-PO MASTER.
      * THE PAYMENT HISTORY, THE INVOICE REGISTER, THE DEBIT-MEMO
      * REGISTER AND THE EXCEPTION HOLD FILE ARE CROSS-CHECKED FOR:
      *   1. TRACEABILITY - EVERY PAYMENT-HISTORY ROW MUST TRACE TO
      *      A CLEARED ROW ON THE INVOICE REGISTER, AND EVERY VOID,
      *      STOP OR BANK RETURN TO THE PAYMENT IT REVERSES
      *   2. DOUBLE PAYMENT - NO SUPPLIER/INVOICE MAY CARRY MORE
      *      THAN ONE PAYMENT STILL STANDING (A PAYMENT VOIDED AND
      *      REISSUED COUNTS ONCE)
      *   3. AMOUNTS - A STANDING PAYMENT'S GROSS MUST BE THE
      *      CLEARED AMOUNT, AND ITS NET THE CLEARED AMOUNT LESS ITS
      *      DISCOUNT AND THE DEBIT MEMOS NETTED AGAINST ITS PAY-REF
      *   4. HOLD AGAINST PAYMENT - NO INVOICE MAY BE BOTH OPEN ON
      *      THE EXCEPTION HOLD FILE AND PAID
      *   5. RELIEVED MEMOS - EVERY MEMO MARKED APPLIED MUST POINT AT
      *      A STANDING PAYMENT TO THE SAME SUPPLIER.  MEMOS APPLIED
      *      BEFORE PAYRUN STAMPED THE PAY-REF CARRY NONE AND ARE
      *      COUNTED, NOT TESTED
      * EXCEPTIONS PRINT UNDER THEIR CATEGORY; A RUN WITH NONE
      * PRINTS THE CLEAN BILL THE AUDITORS CAN FILE.
      * UT-C-PAYHIST  = PAYMENT HISTORY FROM PAYRUN/PAYVOID/BANKREC
      *                 (READ ONLY)
      * UT-C-INVREG   = CLEARED-INVOICE REGISTER FROM INVMATCH
      *                 (READ ONLY)
      * UT-C-DBMREG   = DEBIT-MEMO REGISTER FROM DEBMEMO/PAYRUN
      *                 (READ ONLY)
      * UT-C-INVHOLD  = EXCEPTION HOLD FILE FROM INVMATCH/INVHOLD
      *                 (READ ONLY)
      * UT-C-APAUDRPT = AUDIT REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT INVREG-FILE ASSIGN TO UT-C-INVREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVREG-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           SELECT INVHOLD-FILE ASSIGN TO UT-C-INVHOLD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVHOLD-ST.
           SELECT APAUDRPT-FILE ASSIGN TO UT-C-APAUDRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS APAUDRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD INVREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVREG-RECORD       PIC X(80).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DBMREG-RECORD       PIC X(80).
       FD INVHOLD-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 INVHOLD-RECORD      PIC X(120).
       FD APAUDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 APAUDRPT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-PH-READ-CNT          PIC 9(08) VALUE ZERO.
       77 WS-PAYMENT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-REVERSAL-CNT         PIC 9(08) VALUE ZERO.
       77 WS-IR-READ-CNT          PIC 9(08) VALUE ZERO.
       77 WS-DM-READ-CNT          PIC 9(08) VALUE ZERO.
       77 WS-DM-NOREF-CNT         PIC 9(08) VALUE ZERO.
       77 WS-HOLD-READ-CNT        PIC 9(08) VALUE ZERO.
       77 WS-UNTRACED-CNT         PIC 9(08) VALUE ZERO.
       77 WS-DUPPAY-CNT           PIC 9(08) VALUE ZERO.
       77 WS-AMTDIFF-CNT          PIC 9(08) VALUE ZERO.
       77 WS-HOLDPAID-CNT         PIC 9(08) VALUE ZERO.
       77 WS-BADMEMO-CNT          PIC 9(08) VALUE ZERO.
       77 WS-EXCEPT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-CAT-CNT              PIC 9(08) VALUE ZERO.
       77 WS-EXPECTED-AMT         PIC S9(11)V99 VALUE ZERO.

      * EVERY CLEARED INVOICE ON THE REGISTER, KEYED SUPPLIER CODE +
      * INVOICE NUMBER - SORTED INSERT, BINARY SEARCH, SAME IDIOM
      * OPAUDIT USES FOR ITS VALIDATED KEYS.  PAID-CNT IS HOW MANY
      * PAYMENTS STILL STAND AGAINST THE INVOICE
       77 WS-IR-MAX               PIC 9(5) VALUE 20000.
       77 WS-IR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-IR-IDX               PIC 9(5) VALUE ZERO.
       77 WS-IR-KEY               PIC X(20) VALUE SPACES.
       01 WS-IRT-TBL.
           05 WS-IRT-ROW OCCURS 20000 TIMES.
               10 WS-IRT-KEY      PIC X(20).
               10 WS-IRT-PO       PIC X(06).
               10 WS-IRT-AMT      PIC 9(9)V99.
               10 WS-IRT-PAID-CNT PIC 9(03).
       77 WS-BSRCH-LO             PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-HI             PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-MID            PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-FOUND          PIC X(01) VALUE 'N'.
           88 BSRCH-FOUND         VALUE 'Y'.
       77 WS-INS-IDX              PIC 9(5) VALUE ZERO.
       77 WS-INS-POINT            PIC 9(5) VALUE ZERO.

      * ONE INVOICE-REGISTER ROW - SAME LAYOUT INVMATCH APPENDS
       01 WS-IR-DETAIL.
           05 WS-IR-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-IR-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-IR-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-IR-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-IR-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-IR-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-IR-CLEAR-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * PAYMENT-HISTORY TABLE - EVERY ROW ON THE HISTORY IN FILE
      * ORDER.  A PAYMENT IS FLAGGED ONCE A REVERSING ROW FOR IT IS
      * FOUND (SAME IDIOM AS BANKREC), A REVERSAL ONCE IT FINDS ITS
      * PAYMENT.  MEMO IS THE DEBIT MEMOS NETTED AGAINST THE PAY-REF
       77 WS-PH-MAX               PIC 9(5) VALUE 20000.
       77 WS-PH-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PH-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PH-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PHT-TBL.
           05 WS-PHT-ROW OCCURS 20000 TIMES.
               10 WS-PHT-SUPP     PIC X(10).
               10 WS-PHT-INV      PIC X(10).
               10 WS-PHT-PO       PIC X(06).
               10 WS-PHT-GROSS    PIC 9(9)V99.
               10 WS-PHT-DISC     PIC 9(7)V99.
               10 WS-PHT-NET      PIC 9(9)V99.
               10 WS-PHT-REF      PIC 9(08).
               10 WS-PHT-TYPE     PIC X(01).
                   88 PHT-IS-PAYMENT    VALUE ' '.
               10 WS-PHT-MATCH-SW PIC X(01).
                   88 PHT-MATCHED       VALUE 'Y'.
               10 WS-PHT-MEMO     PIC 9(9)V99.

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
           05 FILLER              PIC X(25) VALUE SPACES.

      * DEBIT-MEMO REGISTER TABLE - SAME ROW LAYOUT DEBMEMO WRITES
       77 WS-DM-MAX               PIC 9(5) VALUE 5000.
       77 WS-DM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DM-IDX               PIC 9(5) VALUE ZERO.
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
               10 WS-DM-ROW-PH-IDX   PIC 9(05).

      * ONE HOLD RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-HLD-DETAIL.
           05 WS-HLD-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-HLD-INV-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-HLD-PO-NUMBER    PIC X(06) VALUE SPACES.
           05 WS-HLD-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-HLD-QUANTITY     PIC 9(07) VALUE ZERO.
           05 WS-HLD-UNIT-PRICE   PIC 9(7)V99 VALUE ZERO.
           05 WS-HLD-INV-DATE     PIC 9(08) VALUE ZERO.
           05 WS-HLD-REASON       PIC X(05) VALUE SPACES.
           05 WS-HLD-ENTRY-DATE   PIC 9(08) VALUE ZERO.
           05 WS-HLD-STATUS       PIC X(01) VALUE SPACES.
               88 HLD-STAT-OPEN       VALUE 'O'.
           05 WS-HLD-REL-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(25) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

       01 PROGRAM-SWITCHES.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 INVREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-INVREG        VALUE 'Y'.
           05 INVREG-ST                 PIC X(02).
               88 INVREG-OK             VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
               88 DBMREG-OK             VALUE '00'.
           05 INVHOLD-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INVHOLD       VALUE 'Y'.
           05 INVHOLD-ST                PIC X(02).
               88 INVHOLD-OK            VALUE '00'.
           05 APAUDRPT-ST               PIC X(02).
               88 APAUDRPT-OK           VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'AP SUBLEDGER INTEGRITY AUDIT        '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Inv/Memo  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Pay Ref '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '    Amount    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '  Expected    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Finding'.
             10 FILLER    PIC X(08) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-CAT.
             10 RPT-CAT-TITLE   PIC X(60) VALUE SPACES.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-NONE.
             10 FILLER          PIC X(12) VALUE '  NONE FOUND'.
             10 FILLER          PIC X(120) VALUE SPACES.
       01 RPT-LINE-3.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DOC-NUMBER  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAY-REF     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EXPECTED    PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-FINDING     PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-CLEAN.
             10 FILLER          PIC X(52) VALUE
                'CLEAN BILL - EVERY PAYMENT TRACES AND RECONCILES.'.
             10 FILLER          PIC X(80) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 210-LOAD-REGISTER.
           PERFORM 220-LOAD-PAY-HISTORY.
           PERFORM 230-LOAD-DEBIT-MEMOS.
           PERFORM 500-CHECK-TRACING.
           PERFORM 520-CHECK-DOUBLE-PAID.
           PERFORM 540-CHECK-AMOUNTS.
           PERFORM 560-CHECK-HOLDS.
           PERFORM 580-CHECK-MEMOS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-0.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-1.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Input PAYHIST File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT INVREG-FILE
              IF NOT INVREG-OK
                 DISPLAY 'Input INVREG File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT APAUDRPT-FILE
              IF NOT APAUDRPT-OK
                 DISPLAY 'Output APAUDRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-REGISTER.
           MOVE ZERO TO WS-IR-CNT.
           PERFORM 215-LOAD-ONE-REGISTER-ROW UNTIL NO-MORE-INVREG.
           CLOSE INVREG-FILE.

       215-LOAD-ONE-REGISTER-ROW.
      *> INVMATCH never clears the same supplier/invoice twice, so a
      *> repeated key is simply kept once
           READ INVREG-FILE INTO WS-IR-DETAIL
              AT END MOVE 'Y' TO INVREG-EOF
           END-READ.
           IF NOT NO-MORE-INVREG
              ADD +1 TO WS-IR-READ-CNT
              MOVE WS-IR-SUPP-CODE  TO WS-IR-KEY(1:10)
              MOVE WS-IR-INV-NUMBER TO WS-IR-KEY(11:10)
              PERFORM 430-SEARCH-REGISTER
              IF NOT BSRCH-FOUND AND WS-IR-CNT < WS-IR-MAX
                 PERFORM 440-INSERT-REGISTER
              END-IF
           END-IF.

       220-LOAD-PAY-HISTORY.
           MOVE ZERO TO WS-PH-CNT.
           PERFORM 225-LOAD-ONE-PAY-ROW UNTIL NO-MORE-PAYHIST.
           CLOSE PAYHIST-FILE.

       225-LOAD-ONE-PAY-ROW.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST AND WS-PH-CNT < WS-PH-MAX
              ADD +1 TO WS-PH-READ-CNT
              ADD +1 TO WS-PH-CNT
              MOVE WS-PH-SUPP-CODE  TO WS-PHT-SUPP(WS-PH-CNT)
              MOVE WS-PH-INV-NUMBER TO WS-PHT-INV(WS-PH-CNT)
              MOVE WS-PH-PO-NUMBER  TO WS-PHT-PO(WS-PH-CNT)
              MOVE WS-PH-GROSS-AMT  TO WS-PHT-GROSS(WS-PH-CNT)
              MOVE WS-PH-DISC-AMT   TO WS-PHT-DISC(WS-PH-CNT)
              MOVE WS-PH-NET-AMT    TO WS-PHT-NET(WS-PH-CNT)
              MOVE WS-PH-PAY-REF    TO WS-PHT-REF(WS-PH-CNT)
              MOVE WS-PH-ENTRY-TYPE TO WS-PHT-TYPE(WS-PH-CNT)
              MOVE 'N'              TO WS-PHT-MATCH-SW(WS-PH-CNT)
              MOVE ZERO             TO WS-PHT-MEMO(WS-PH-CNT)
              IF PH-IS-PAYMENT
                 ADD +1 TO WS-PAYMENT-CNT
              ELSE
                 ADD +1 TO WS-REVERSAL-CNT
                 PERFORM 227-MATCH-REVERSAL
              END-IF
           END-IF.

       227-MATCH-REVERSAL.
      *> a reversal repeats the pay-ref, supplier and invoice of the
      *> payment it reverses - the first standing one is flagged
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX >= WS-PH-CNT OR
                         PHT-MATCHED(WS-PH-CNT)
              IF PHT-IS-PAYMENT(WS-PH-IDX) AND
                 NOT PHT-MATCHED(WS-PH-IDX) AND
                 WS-PHT-REF(WS-PH-IDX)  = WS-PH-PAY-REF    AND
                 WS-PHT-SUPP(WS-PH-IDX) = WS-PH-SUPP-CODE  AND
                 WS-PHT-INV(WS-PH-IDX)  = WS-PH-INV-NUMBER
                 MOVE 'Y' TO WS-PHT-MATCH-SW(WS-PH-IDX)
                 MOVE 'Y' TO WS-PHT-MATCH-SW(WS-PH-CNT)
              END-IF
           END-PERFORM.

       230-LOAD-DEBIT-MEMOS.
      *> no register just means no memo was ever raised
           MOVE ZERO TO WS-DM-CNT.
           OPEN INPUT DBMREG-FILE.
           IF DBMREG-OK
              PERFORM 235-LOAD-ONE-MEMO UNTIL NO-MORE-DBMREG
              CLOSE DBMREG-FILE
           ELSE
              DISPLAY 'DBMREG NOT FOUND - MEMO CHECKS SKIPPED'
           END-IF.

       235-LOAD-ONE-MEMO.
      *> an applied memo is hooked to the payment its pay-ref names
      *> and its amount added to what that payment netted
           READ DBMREG-FILE INTO WS-DM-DETAIL
              AT END MOVE 'Y' TO DBMREG-EOF
           END-READ.
           IF NOT NO-MORE-DBMREG AND WS-DM-CNT < WS-DM-MAX
              ADD +1 TO WS-DM-READ-CNT
              ADD +1 TO WS-DM-CNT
              MOVE WS-DM-DETAIL TO WS-DM-ROW(WS-DM-CNT)
              MOVE ZERO TO WS-DM-ROW-PH-IDX(WS-DM-CNT)
              IF DM-ROW-APPLIED(WS-DM-CNT)
                 IF WS-DM-ROW-APPL-REF(WS-DM-CNT) IS NUMERIC AND
                    WS-DM-ROW-APPL-REF(WS-DM-CNT) > ZERO
                    PERFORM 237-FIND-MEMO-PAYMENT
                 ELSE
                    ADD +1 TO WS-DM-NOREF-CNT
                 END-IF
              END-IF
           END-IF.

       237-FIND-MEMO-PAYMENT.
           MOVE ZERO TO WS-PH-FND-IDX.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT OR WS-PH-FND-IDX > ZERO
              IF PHT-IS-PAYMENT(WS-PH-IDX) AND
                 WS-PHT-REF(WS-PH-IDX) = WS-DM-ROW-APPL-REF(WS-DM-CNT)
                 MOVE WS-PH-IDX TO WS-PH-FND-IDX
              END-IF
           END-PERFORM.
           MOVE WS-PH-FND-IDX TO WS-DM-ROW-PH-IDX(WS-DM-CNT).
           IF WS-PH-FND-IDX > ZERO
              ADD WS-DM-ROW-AMT(WS-DM-CNT) TO
                  WS-PHT-MEMO(WS-PH-FND-IDX)
           END-IF.

       430-SEARCH-REGISTER.
           MOVE 'N' TO WS-BSRCH-FOUND.
           MOVE ZERO TO WS-IR-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-IR-CNT TO WS-BSRCH-HI.
           PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR BSRCH-FOUND
              COMPUTE WS-BSRCH-MID =
                 (WS-BSRCH-LO + WS-BSRCH-HI) / 2
              EVALUATE TRUE
                 WHEN WS-IRT-KEY(WS-BSRCH-MID) = WS-IR-KEY
                    MOVE 'Y' TO WS-BSRCH-FOUND
                    MOVE WS-BSRCH-MID TO WS-IR-IDX
                 WHEN WS-IRT-KEY(WS-BSRCH-MID) < WS-IR-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                 WHEN OTHER
                    COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
              END-EVALUATE
           END-PERFORM.

       440-INSERT-REGISTER.
           MOVE WS-BSRCH-LO TO WS-INS-POINT.
           PERFORM VARYING WS-INS-IDX FROM WS-IR-CNT BY -1
                   UNTIL WS-INS-IDX < WS-INS-POINT
              MOVE WS-IRT-ROW(WS-INS-IDX) TO
                   WS-IRT-ROW(WS-INS-IDX + 1)
           END-PERFORM.
           MOVE WS-IR-KEY       TO WS-IRT-KEY(WS-INS-POINT).
           MOVE WS-IR-PO-NUMBER TO WS-IRT-PO(WS-INS-POINT).
           MOVE WS-IR-AMOUNT    TO WS-IRT-AMT(WS-INS-POINT).
           MOVE ZERO            TO WS-IRT-PAID-CNT(WS-INS-POINT).
           ADD +1 TO WS-IR-CNT.

       450-LOOKUP-PAY-ROW.
      *> register row for the history row at WS-PH-IDX
           MOVE WS-PHT-SUPP(WS-PH-IDX) TO WS-IR-KEY(1:10).
           MOVE WS-PHT-INV(WS-PH-IDX)  TO WS-IR-KEY(11:10).
           PERFORM 430-SEARCH-REGISTER.

       500-CHECK-TRACING.
      *> category 1 - every history row traces to a cleared invoice,
      *> every reversal to its payment.  standing payments are
      *> counted against their invoice on the way past
           MOVE 'UNTRACED PAYMENT-HISTORY ROWS' TO RPT-CAT-TITLE.
           PERFORM 800-START-CATEGORY.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT
              PERFORM 450-LOOKUP-PAY-ROW
              IF BSRCH-FOUND
                 IF PHT-IS-PAYMENT(WS-PH-IDX) AND
                    NOT PHT-MATCHED(WS-PH-IDX)
                    ADD +1 TO WS-IRT-PAID-CNT(WS-IR-IDX)
                 END-IF
              ELSE
                 ADD +1 TO WS-UNTRACED-CNT
                 MOVE 'NOT ON THE CLEARED-INVOICE REGISTER'
                      TO RPT-FINDING
                 MOVE ZERO TO WS-EXPECTED-AMT
                 PERFORM 810-WRITE-PAY-FINDING
              END-IF
              IF NOT PHT-IS-PAYMENT(WS-PH-IDX) AND
                 NOT PHT-MATCHED(WS-PH-IDX)
                 ADD +1 TO WS-UNTRACED-CNT
                 MOVE SPACES TO RPT-FINDING
                 STRING 'REVERSAL (' WS-PHT-TYPE(WS-PH-IDX)
                        ') MATCHES NO PAYMENT ON THE HISTORY'
                        DELIMITED BY SIZE INTO RPT-FINDING
                 END-STRING
                 MOVE ZERO TO WS-EXPECTED-AMT
                 PERFORM 810-WRITE-PAY-FINDING
              END-IF
           END-PERFORM.
           PERFORM 890-END-CATEGORY.

       520-CHECK-DOUBLE-PAID.
      *> category 2 - more than one standing payment on an invoice.
      *> every standing payment on it is listed
           MOVE 'INVOICES PAID MORE THAN ONCE' TO RPT-CAT-TITLE.
           PERFORM 800-START-CATEGORY.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT
              IF PHT-IS-PAYMENT(WS-PH-IDX) AND
                 NOT PHT-MATCHED(WS-PH-IDX)
                 PERFORM 450-LOOKUP-PAY-ROW
                 IF BSRCH-FOUND
                    IF WS-IRT-PAID-CNT(WS-IR-IDX) > 1
                       ADD +1 TO WS-DUPPAY-CNT
                       MOVE SPACES TO RPT-FINDING
                       STRING 'ONE OF ' WS-IRT-PAID-CNT(WS-IR-IDX)
                              ' STANDING PAYMENTS ON THE INVOICE'
                              DELIMITED BY SIZE INTO RPT-FINDING
                       END-STRING
                       MOVE WS-IRT-AMT(WS-IR-IDX) TO WS-EXPECTED-AMT
                       PERFORM 810-WRITE-PAY-FINDING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 890-END-CATEGORY.

       540-CHECK-AMOUNTS.
      *> category 3 - gross is the cleared amount, net is the
      *> cleared amount less discount and the memos netted
           MOVE 'PAID AMOUNT DISAGREES WITH CLEARED AMOUNT'
                TO RPT-CAT-TITLE.
           PERFORM 800-START-CATEGORY.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT
              IF PHT-IS-PAYMENT(WS-PH-IDX) AND
                 NOT PHT-MATCHED(WS-PH-IDX)
                 PERFORM 450-LOOKUP-PAY-ROW
                 IF BSRCH-FOUND
                    PERFORM 545-CHECK-ONE-AMOUNT
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 890-END-CATEGORY.

       545-CHECK-ONE-AMOUNT.
           IF WS-PHT-GROSS(WS-PH-IDX) NOT = WS-IRT-AMT(WS-IR-IDX)
              ADD +1 TO WS-AMTDIFF-CNT
              MOVE 'GROSS PAID IS NOT THE CLEARED AMOUNT'
                   TO RPT-FINDING
              MOVE WS-IRT-AMT(WS-IR-IDX) TO WS-EXPECTED-AMT
              MOVE WS-PHT-GROSS(WS-PH-IDX) TO RPT-AMOUNT
              PERFORM 815-WRITE-AMOUNT-FINDING
           ELSE
              COMPUTE WS-EXPECTED-AMT = WS-IRT-AMT(WS-IR-IDX) -
                 WS-PHT-DISC(WS-PH-IDX) - WS-PHT-MEMO(WS-PH-IDX)
              IF WS-PHT-NET(WS-PH-IDX) NOT = WS-EXPECTED-AMT
                 ADD +1 TO WS-AMTDIFF-CNT
                 MOVE 'NET PAID IS NOT CLEARED LESS DISCOUNT AND MEMOS'
                      TO RPT-FINDING
                 MOVE WS-PHT-NET(WS-PH-IDX) TO RPT-AMOUNT
                 PERFORM 815-WRITE-AMOUNT-FINDING
              END-IF
           END-IF.

       560-CHECK-HOLDS.
      *> category 4 - an invoice open on the hold file that a
      *> standing payment has already paid
           MOVE 'INVOICES ON OPEN HOLD AND PAID' TO RPT-CAT-TITLE.
           PERFORM 800-START-CATEGORY.
           OPEN INPUT INVHOLD-FILE.
           IF INVHOLD-OK
              PERFORM 565-CHECK-ONE-HOLD UNTIL NO-MORE-INVHOLD
              CLOSE INVHOLD-FILE
           ELSE
              DISPLAY 'INVHOLD NOT FOUND - NOTHING ON HOLD'
           END-IF.
           PERFORM 890-END-CATEGORY.

       565-CHECK-ONE-HOLD.
           READ INVHOLD-FILE INTO WS-HLD-DETAIL
              AT END MOVE 'Y' TO INVHOLD-EOF
           END-READ.
           IF NOT NO-MORE-INVHOLD
              ADD +1 TO WS-HOLD-READ-CNT
              IF HLD-STAT-OPEN
                 PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                         UNTIL WS-PH-IDX > WS-PH-CNT
                    IF PHT-IS-PAYMENT(WS-PH-IDX) AND
                       NOT PHT-MATCHED(WS-PH-IDX) AND
                       WS-PHT-SUPP(WS-PH-IDX) = WS-HLD-SUPP-CODE AND
                       WS-PHT-INV(WS-PH-IDX)  = WS-HLD-INV-NUMBER
                       ADD +1 TO WS-HOLDPAID-CNT
                       MOVE SPACES TO RPT-FINDING
                       STRING 'OPEN HOLD ' WS-HLD-REASON
                              ' SINCE ' WS-HLD-ENTRY-DATE
                              ' - YET PAID' DELIMITED BY SIZE
                              INTO RPT-FINDING
                       END-STRING
                       MOVE ZERO TO WS-EXPECTED-AMT
                       PERFORM 810-WRITE-PAY-FINDING
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       580-CHECK-MEMOS.
      *> category 5 - a memo marked applied must point at a standing
      *> payment to its own supplier
           MOVE 'RELIEVED DEBIT MEMOS WITH NO STANDING PAYMENT'
                TO RPT-CAT-TITLE.
           PERFORM 800-START-CATEGORY.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-CNT
              IF DM-ROW-APPLIED(WS-DM-IDX) AND
                 WS-DM-ROW-APPL-REF(WS-DM-IDX) IS NUMERIC AND
                 WS-DM-ROW-APPL-REF(WS-DM-IDX) > ZERO
                 MOVE SPACES TO RPT-FINDING
                 MOVE WS-DM-ROW-PH-IDX(WS-DM-IDX) TO WS-PH-IDX
                 EVALUATE TRUE
                    WHEN WS-PH-IDX = ZERO
                       MOVE 'PAY-REF IS ON NO PAYMENT' TO RPT-FINDING
                    WHEN PHT-MATCHED(WS-PH-IDX)
                       MOVE 'PAYMENT WAS REVERSED - MEMO NOT REOPENED'
                            TO RPT-FINDING
                    WHEN WS-PHT-SUPP(WS-PH-IDX) NOT =
                         WS-DM-ROW-SUPP(WS-DM-IDX)
                       STRING 'PAY-REF IS A PAYMENT TO SUPPLIER '
                              WS-PHT-SUPP(WS-PH-IDX)
                              DELIMITED BY SIZE INTO RPT-FINDING
                       END-STRING
                 END-EVALUATE
                 IF RPT-FINDING NOT = SPACES
                    ADD +1 TO WS-BADMEMO-CNT
                    PERFORM 820-WRITE-MEMO-FINDING
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 890-END-CATEGORY.

       800-START-CATEGORY.
      *> the caller set RPT-CAT-TITLE
           MOVE ZERO TO WS-CAT-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-0.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-CAT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-4.

       810-WRITE-PAY-FINDING.
      *> the caller set RPT-FINDING and WS-EXPECTED-AMT - the
      *> amount shown is what the history row paid, net
           MOVE WS-PHT-NET(WS-PH-IDX) TO RPT-AMOUNT.
           PERFORM 815-WRITE-AMOUNT-FINDING.

       815-WRITE-AMOUNT-FINDING.
           ADD +1 TO WS-EXCEPT-CNT.
           ADD +1 TO WS-CAT-CNT.
           MOVE WS-PHT-SUPP(WS-PH-IDX) TO RPT-SUPP-CODE.
           MOVE WS-PHT-INV(WS-PH-IDX)  TO RPT-DOC-NUMBER.
           MOVE WS-PHT-PO(WS-PH-IDX)   TO RPT-PO-NUMBER.
           MOVE WS-PHT-REF(WS-PH-IDX)  TO RPT-PAY-REF.
           MOVE WS-EXPECTED-AMT        TO RPT-EXPECTED.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-3.

       820-WRITE-MEMO-FINDING.
           ADD +1 TO WS-EXCEPT-CNT.
           ADD +1 TO WS-CAT-CNT.
           MOVE WS-DM-ROW-SUPP(WS-DM-IDX)     TO RPT-SUPP-CODE.
           MOVE WS-DM-ROW-MEMO(WS-DM-IDX)     TO RPT-DOC-NUMBER.
           MOVE WS-DM-ROW-PO(WS-DM-IDX)       TO RPT-PO-NUMBER.
           MOVE WS-DM-ROW-APPL-REF(WS-DM-IDX) TO RPT-PAY-REF.
           MOVE WS-DM-ROW-AMT(WS-DM-IDX)      TO RPT-AMOUNT.
           MOVE ZERO                          TO RPT-EXPECTED.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-3.

       890-END-CATEGORY.
           IF WS-CAT-CNT = ZERO
              WRITE APAUDRPT-RECORD FROM RPT-LINE-NONE
           END-IF.

       900-WRAP-UP.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-0.
           IF WS-EXCEPT-CNT = ZERO
              WRITE APAUDRPT-RECORD FROM RPT-LINE-CLEAN
           END-IF.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-4.
           MOVE 'PAYMENT-HISTORY ROWS READ.... ' TO RPT-SUM-LABEL.
           MOVE WS-PH-READ-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE '  PAYMENTS................... ' TO RPT-SUM-LABEL.
           MOVE WS-PAYMENT-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE '  VOIDS/STOPS/RETURNS........ ' TO RPT-SUM-LABEL.
           MOVE WS-REVERSAL-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-IR-READ-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEBIT MEMOS READ............. ' TO RPT-SUM-LABEL.
           MOVE WS-DM-READ-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE '  APPLIED WITH NO PAY-REF.... ' TO RPT-SUM-LABEL.
           MOVE WS-DM-NOREF-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HOLD RECORDS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-HOLD-READ-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'UNTRACED HISTORY ROWS........ ' TO RPT-SUM-LABEL.
           MOVE WS-UNTRACED-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DOUBLE-PAYMENT ROWS.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DUPPAY-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'AMOUNT DISAGREEMENTS......... ' TO RPT-SUM-LABEL.
           MOVE WS-AMTDIFF-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'OPEN HOLDS ALREADY PAID...... ' TO RPT-SUM-LABEL.
           MOVE WS-HOLDPAID-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RELIEVED MEMOS UNSUPPORTED... ' TO RPT-SUM-LABEL.
           MOVE WS-BADMEMO-CNT TO RPT-SUM-CNT.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-5.
           WRITE APAUDRPT-RECORD FROM RPT-LINE-4.
           CLOSE APAUDRPT-FILE.
           IF WS-EXCEPT-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
