       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PREPAGE.
      * **************************************************
      * PREPAGE AGES THE SUPPLIER DEPOSITS STILL OUTSTANDING.  A
      * DEPOSIT PAYRUN PAID SITS ON THE PREPAYMENT REGISTER UNTIL
      * PAYSEL HAS TAKEN ALL OF IT OFF INVOICES FOR THE SAME PO;
      * WHAT IS LEFT OF EACH ONE IS LISTED WITH ITS AGE IN DAYS
      * FROM THE DAY IT WAS PAID AND TOTALLED INTO 0-30, 31-60,
      * 61-90 AND OVER-90 DAY BUCKETS.  A DEPOSIT OLDER THAN
      * WS-STALE-DAYS THAT NO INVOICE HAS DRAWN ON AT ALL IS
      * FLAGGED - THE ORDER IT PAID FOR MAY NEVER HAVE BEEN
      * DELIVERED - AND ANY SUCH FLAG ENDS RETURN CODE 4.  A
      * DEPOSIT WHOSE PAY-REF WAS VOIDED, STOPPED OR RETURNED ON
      * THE PAYMENT HISTORY WAS NEVER HELD BY THE SUPPLIER AND IS
      * LEFT OFF.
      * UT-C-PREPAY  = SUPPLIER PREPAYMENT REGISTER (PAYRUN, PAYSEL)
      * UT-C-PAYHIST = PAYMENT HISTORY - FOR THE VOIDED DEPOSITS
      * UT-C-PREPRPT = DEPOSIT AGING REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREPAY-FILE ASSIGN TO UT-C-PREPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PREPAY-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT PREPRPT-FILE ASSIGN TO UT-C-PREPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PREPRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PREPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PREPAY-RECORD       PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD PREPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PREPRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-REG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-OPEN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CLOSED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-VOID-CNT             PIC 9(08) VALUE ZERO.
       77 WS-STALE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-STALE-DAYS           PIC 9(03) VALUE 90.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-AGE-DAYS             PIC 9(05) VALUE ZERO.
       77 WS-BAL                  PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-OPEN           PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-0-30           PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-31-60          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-61-90          PIC 9(11)V99 VALUE ZERO.
       77 WS-TOTAL-OVER-90        PIC 9(11)V99 VALUE ZERO.

      * ONE ROW PER DEPOSIT ON THE REGISTER - APPLIED IS EVERY 'A'
      * ROW DRAWN ON IT, POSTED ONCE THE WHOLE REGISTER IS READ SO A
      * DEPOSIT PAID AGAIN AFTER A VOID CARRIES THE EARLIER DRAWS
       77 WS-DP-MAX               PIC 9(5) VALUE 5000.
       77 WS-DP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DP-IDX               PIC 9(5) VALUE ZERO.
       01 WS-DP-TBL.
           05 WS-DP-ROW OCCURS 5000 TIMES.
               10 WS-DP-SUPP      PIC X(10).
               10 WS-DP-PO        PIC X(06).
               10 WS-DP-REF       PIC X(10).
               10 WS-DP-DATE      PIC 9(08).
               10 WS-DP-PAY-REF   PIC 9(08).
               10 WS-DP-AMT       PIC 9(9)V99.
               10 WS-DP-APPLIED   PIC 9(9)V99.
               10 WS-DP-VOID-SW   PIC X(01).
                   88 DP-VOIDED   VALUE 'Y'.

      * EVERY 'A' ROW, HELD UNTIL THE DEPOSITS ARE ALL LOADED
       77 WS-DA-MAX               PIC 9(5) VALUE 5000.
       77 WS-DA-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DA-IDX               PIC 9(5) VALUE ZERO.
       01 WS-DA-TBL.
           05 WS-DA-ROW OCCURS 5000 TIMES.
               10 WS-DA-SUPP      PIC X(10).
               10 WS-DA-PO        PIC X(06).
               10 WS-DA-REF       PIC X(10).
               10 WS-DA-AMT       PIC 9(9)V99.

      * PAY-REFS VOIDED, STOPPED OR RETURNED ON THE PAYMENT HISTORY
       77 WS-RV-MAX               PIC 9(5) VALUE 5000.
       77 WS-RV-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RV-IDX               PIC 9(5) VALUE ZERO.
       01 WS-RV-TBL.
           05 WS-RV-PAY-REF OCCURS 5000 TIMES PIC 9(08).

           COPY PREPAY.

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
           05 PREPAY-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-PREPAY        VALUE 'Y'.
           05 PREPAY-ST                 PIC X(02).
               88 PREPAY-OK             VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 PREPRPT-ST                PIC X(02).
               88 PREPRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'SUPPLIER DEPOSITS OUTSTANDING       '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Dep Ref   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Paid    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Pay Ref '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '       Deposit'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '       Applied'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Outstanding'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE '  Age'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(25) VALUE 'Note'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DEP-REF     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAID-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAY-REF     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DEP-AMT     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-APPLIED     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BAL         PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AGE         PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NOTE        PIC X(25) VALUE SPACES.
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
           PERFORM 210-LOAD-REVERSED-PAYMENTS.
           PERFORM 300-READ-REGISTER.
           PERFORM 400-COLLECT-ONE-ROW UNTIL NO-MORE-PREPAY.
           PERFORM 450-DRAW-ON-DEPOSIT
                   VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-CNT.
           PERFORM 500-AGE-ONE-DEPOSIT THRU 500-AGE-EXIT
                   VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-CNT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           PERFORM 200-OPEN-FILES.
           WRITE PREPRPT-RECORD FROM RPT-LINE-0.
           WRITE PREPRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE PREPRPT-RECORD FROM RPT-LINE-1.
           WRITE PREPRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT PREPAY-FILE
              IF NOT PREPAY-OK
                 DISPLAY 'Input PREPAY File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PREPRPT-FILE
              IF NOT PREPRPT-OK
                 DISPLAY 'Output PREPRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-REVERSED-PAYMENTS.
      *> no history just means nothing has been paid, so nothing
      *> has been reversed either
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 215-LOAD-ONE-REVERSAL UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           END-IF.

       215-LOAD-ONE-REVERSAL.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST AND PH-IS-REVERSAL AND
              WS-RV-CNT < WS-RV-MAX
              ADD +1 TO WS-RV-CNT
              MOVE WS-PH-PAY-REF TO WS-RV-PAY-REF(WS-RV-CNT)
           END-IF.

       300-READ-REGISTER.
           READ PREPAY-FILE INTO WS-PP-DETAIL
              AT END
              MOVE 'Y' TO PREPAY-EOF.

       400-COLLECT-ONE-ROW.
           ADD +1 TO WS-REG-CNT.
           IF PP-DEPOSIT AND WS-DP-CNT < WS-DP-MAX
              ADD +1 TO WS-DP-CNT
              MOVE WS-PP-SUPP-CODE TO WS-DP-SUPP(WS-DP-CNT)
              MOVE WS-PP-PO-NUMBER TO WS-DP-PO(WS-DP-CNT)
              MOVE WS-PP-DEP-REF   TO WS-DP-REF(WS-DP-CNT)
              MOVE WS-PP-DATE      TO WS-DP-DATE(WS-DP-CNT)
              MOVE WS-PP-PAY-REF   TO WS-DP-PAY-REF(WS-DP-CNT)
              MOVE WS-PP-AMOUNT    TO WS-DP-AMT(WS-DP-CNT)
              MOVE ZERO            TO WS-DP-APPLIED(WS-DP-CNT)
              MOVE 'N'             TO WS-DP-VOID-SW(WS-DP-CNT)
              PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                      UNTIL WS-RV-IDX > WS-RV-CNT
                 IF WS-RV-PAY-REF(WS-RV-IDX) = WS-PP-PAY-REF
                    MOVE 'Y' TO WS-DP-VOID-SW(WS-DP-CNT)
                 END-IF
              END-PERFORM
           END-IF.
           IF PP-APPLIED AND WS-DA-CNT < WS-DA-MAX
              ADD +1 TO WS-DA-CNT
              MOVE WS-PP-SUPP-CODE TO WS-DA-SUPP(WS-DA-CNT)
              MOVE WS-PP-PO-NUMBER TO WS-DA-PO(WS-DA-CNT)
              MOVE WS-PP-DEP-REF   TO WS-DA-REF(WS-DA-CNT)
              MOVE WS-PP-AMOUNT    TO WS-DA-AMT(WS-DA-CNT)
           END-IF.
           PERFORM 300-READ-REGISTER.

       450-DRAW-ON-DEPOSIT.
      *> the latest deposit under the reference - the same rule
      *> PAYSEL draws by, so the two always agree on the balance
           PERFORM VARYING WS-DP-IDX FROM WS-DP-CNT BY -1
                   UNTIL WS-DP-IDX = ZERO OR
                   (WS-DP-SUPP(WS-DP-IDX) = WS-DA-SUPP(WS-DA-IDX) AND
                    WS-DP-PO(WS-DP-IDX) = WS-DA-PO(WS-DA-IDX) AND
                    WS-DP-REF(WS-DP-IDX) = WS-DA-REF(WS-DA-IDX))
              CONTINUE
           END-PERFORM.
           IF WS-DP-IDX > ZERO
              ADD WS-DA-AMT(WS-DA-IDX) TO WS-DP-APPLIED(WS-DP-IDX)
           END-IF.

       500-AGE-ONE-DEPOSIT.
           IF DP-VOIDED(WS-DP-IDX)
              ADD +1 TO WS-VOID-CNT
              GO TO 500-AGE-EXIT
           END-IF.
           IF WS-DP-APPLIED(WS-DP-IDX) NOT < WS-DP-AMT(WS-DP-IDX)
              ADD +1 TO WS-CLOSED-CNT
              GO TO 500-AGE-EXIT
           END-IF.
           COMPUTE WS-BAL = WS-DP-AMT(WS-DP-IDX)
                          - WS-DP-APPLIED(WS-DP-IDX).
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-DP-DATE(WS-DP-IDX) IS NUMERIC AND
              WS-DP-DATE(WS-DP-IDX) > ZERO
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(WS-DP-DATE(WS-DP-IDX))
           END-IF.
           ADD +1 TO WS-OPEN-CNT.
           ADD WS-BAL TO WS-TOTAL-OPEN.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30
                 ADD WS-BAL TO WS-TOTAL-0-30
              WHEN WS-AGE-DAYS NOT > 60
                 ADD WS-BAL TO WS-TOTAL-31-60
              WHEN WS-AGE-DAYS NOT > 90
                 ADD WS-BAL TO WS-TOTAL-61-90
              WHEN OTHER
                 ADD WS-BAL TO WS-TOTAL-OVER-90
           END-EVALUATE.
      *> nothing drawn after this long means nothing was invoiced -
      *> the goods may never have come
           MOVE SPACES TO RPT-NOTE.
           IF WS-AGE-DAYS > WS-STALE-DAYS
              IF WS-DP-APPLIED(WS-DP-IDX) = ZERO
                 ADD +1 TO WS-STALE-CNT
                 MOVE 'NOT INVOICED - CHECK PO' TO RPT-NOTE
              ELSE
                 MOVE 'PART USED - STILL OPEN' TO RPT-NOTE
              END-IF
           END-IF.
           MOVE WS-DP-SUPP(WS-DP-IDX)    TO RPT-SUPP-CODE.
           MOVE WS-DP-PO(WS-DP-IDX)      TO RPT-PO-NUMBER.
           MOVE WS-DP-REF(WS-DP-IDX)     TO RPT-DEP-REF.
           MOVE WS-DP-DATE(WS-DP-IDX)    TO RPT-PAID-DATE.
           MOVE WS-DP-PAY-REF(WS-DP-IDX) TO RPT-PAY-REF.
           MOVE WS-DP-AMT(WS-DP-IDX)     TO RPT-DEP-AMT.
           MOVE WS-DP-APPLIED(WS-DP-IDX) TO RPT-APPLIED.
           MOVE WS-BAL                   TO RPT-BAL.
           MOVE WS-AGE-DAYS              TO RPT-AGE.
           WRITE PREPRPT-RECORD FROM RPT-LINE-3.
       500-AGE-EXIT.
           EXIT.

       900-WRAP-UP.
           WRITE PREPRPT-RECORD FROM RPT-LINE-0.
           WRITE PREPRPT-RECORD FROM RPT-LINE-4.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-REG-CNT TO RPT-SUM-CNT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSITS OUTSTANDING......... ' TO RPT-SUM-LABEL.
           MOVE WS-OPEN-CNT TO RPT-SUM-CNT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSITS FULLY APPLIED....... ' TO RPT-SUM-LABEL.
           MOVE WS-CLOSED-CNT TO RPT-SUM-CNT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPOSITS VOIDED OR RETURNED.. ' TO RPT-SUM-LABEL.
           MOVE WS-VOID-CNT TO RPT-SUM-CNT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'OLD AND NOTHING INVOICED..... ' TO RPT-SUM-LABEL.
           MOVE WS-STALE-CNT TO RPT-SUM-CNT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'OUTSTANDING 0-30 DAYS........ ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-0-30 TO RPT-TOT-AMT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'OUTSTANDING 31-60 DAYS....... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-31-60 TO RPT-TOT-AMT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'OUTSTANDING 61-90 DAYS....... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-61-90 TO RPT-TOT-AMT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'OUTSTANDING OVER 90 DAYS..... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-OVER-90 TO RPT-TOT-AMT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'TOTAL OUTSTANDING (USD)...... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-OPEN TO RPT-TOT-AMT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-TOT.
           WRITE PREPRPT-RECORD FROM RPT-LINE-4.
           CLOSE PREPAY-FILE, PREPRPT-FILE.
           IF WS-STALE-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
