      *> ONE BANK-RECONCILIATION STATUS ROW PER PAYMENT THE BANK HAS
      *> REPORTED ON - KEYED PAY-REF + SUPPLIER + INVOICE, KEPT AND
      *> REWRITTEN BY BANKREC.  A PAYMENT ON THE HISTORY WITH NO ROW
      *> HERE IS STILL OUTSTANDING.
      *>   'C' CLEARED         - PAID BY THE BANK AT OUR NET AMOUNT
      *>   'R' RETURNED        - RETURNED BY THE BANK AND REVERSED
      *>   'M' AMOUNT MISMATCH - PAID, BUT NOT AT OUR NET AMOUNT
       01 WS-RC-DETAIL.
           05 WS-RC-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-RC-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-RC-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-RC-STATUS        PIC X(01) VALUE SPACES.
               88 RC-CLEARED      VALUE 'C'.
               88 RC-RETURNED     VALUE 'R'.
               88 RC-MISMATCH     VALUE 'M'.
           05 WS-RC-BANK-DATE     PIC 9(08) VALUE ZERO.
           05 WS-RC-BANK-AMT      PIC 9(9)V99 VALUE ZERO.
           05 WS-RC-RECON-DATE    PIC 9(08) VALUE ZERO.
           05 WS-RC-RETURN-CODE   PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(21) VALUE SPACES.
