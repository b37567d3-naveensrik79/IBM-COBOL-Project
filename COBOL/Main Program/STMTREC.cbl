      *   UNKNOWN   - AN INVOICE THIS SYSTEM HAS NEVER SEEN
      * EACH CLASS PRINTS AS ITS OWN SECTION OF THE REPORT, SO THE
      * BALANCE A SUPPLIER CLAIMS CAN FINALLY BE ARGUED LINE BY LINE.
      * A PAYMENT PAYVOID HAS VOIDED OR STOPPED NO LONGER COUNTS AS
      * PAID - ITS INVOICE FALLS BACK TO THE REGISTER UNTIL REISSUED.
      * UT-C-STMTIN  = KEYED STATEMENT FILE (SUPPLIER, INVOICE,
      *                AMOUNT), ONE LINE PER RECORD
      * UT-C-INVREG  = INVOICE REGISTER MAINTAINED BY INVMATCH
           RECORDING MODE IS F.
       01 INVREG-RECORD       PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD STMTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
               10 WS-IRT-INV      PIC X(10).
               10 WS-IRT-AMT      PIC 9(9)V99.

      * PAYMENT-HISTORY TABLE (SUPPLIER, INVOICE, GROSS, PAY-REF)
       77 WS-PT-MAX               PIC 9(5) VALUE 20000.
       77 WS-PT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(5) VALUE ZERO.
               10 WS-PT-SUPP      PIC X(10).
               10 WS-PT-INV       PIC X(10).
               10 WS-PT-GROSS     PIC 9(9)V99.
               10 WS-PT-REF       PIC 9(08).

      * ONE STATEMENT LINE AS THE SUPPLIER KEYED IT
       01 WS-ST-DETAIL.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST
              IF PH-IS-REVERSAL
                 PERFORM 227-DROP-REVERSED-PAYMENT
              ELSE
                 IF WS-PT-CNT < WS-PT-MAX
                    ADD +1 TO WS-PT-CNT
                    MOVE WS-PH-SUPP-CODE  TO WS-PT-SUPP(WS-PT-CNT)
                    MOVE WS-PH-INV-NUMBER TO WS-PT-INV(WS-PT-CNT)
                    MOVE WS-PH-GROSS-AMT  TO WS-PT-GROSS(WS-PT-CNT)
                    MOVE WS-PH-PAY-REF    TO WS-PT-REF(WS-PT-CNT)
                 END-IF
              END-IF
           END-IF.

       227-DROP-REVERSED-PAYMENT.
      *> the reversing row names the payment by pay-ref, supplier
      *> and invoice - blanking the key keeps it from ever matching
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FND-IDX > ZERO
              IF WS-PT-REF(WS-PT-IDX)  = WS-PH-PAY-REF    AND
                 WS-PT-SUPP(WS-PT-IDX) = WS-PH-SUPP-CODE  AND
                 WS-PT-INV(WS-PT-IDX)  = WS-PH-INV-NUMBER
                 MOVE SPACES TO WS-PT-SUPP(WS-PT-IDX)
                 MOVE SPACES TO WS-PT-INV(WS-PT-IDX)
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.

       300-READ-STATEMENT.
           READ STMTIN-FILE INTO WS-ST-DETAIL
              AT END
