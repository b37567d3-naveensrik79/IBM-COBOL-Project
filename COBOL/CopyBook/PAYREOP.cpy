      *> ONE REOPENED-INVOICE ROW - WRITTEN BY PAYVOID WHEN A PAYMENT
      *> IS VOIDED OR STOPPED, READ BY THE NEXT PAYSEL RUN.  STATUS
      *> 'R' (REISSUE) IS SELECTED TO PAY ON THAT RUN WHATEVER THE
      *> HORIZON, AT THE DISCOUNT THE ORIGINAL PAYMENT TOOK; STATUS
      *> 'H' (HELD) STAYS ON THE FILE UNTIL A PAYVOID RELEASE
      *> TRANSACTION TURNS IT INTO A REISSUE.  KEYED BY THE PAY-REF
      *> OF THE PAYMENT THAT WAS REVERSED.  BANKREC WRITES THE SAME
      *> ROW FOR A PAYMENT THE BANK RETURNED; PAY-BY-CHECK 'Y' THEN
      *> MAKES PAYRUN REISSUE IT BY CHECK WHATEVER BANK DETAILS THE
      *> SUPPLIER HAS ON FILE.
       01 WS-RO-DETAIL.
           05 WS-RO-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-RO-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-RO-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-RO-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-RO-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-RO-ORIG-PAY-REF  PIC 9(08) VALUE ZERO.
           05 WS-RO-ORIG-PAY-DATE PIC 9(08) VALUE ZERO.
           05 WS-RO-VOID-DATE     PIC 9(08) VALUE ZERO.
           05 WS-RO-STATUS        PIC X(01) VALUE SPACES.
               88 RO-REISSUE      VALUE 'R'.
               88 RO-HELD         VALUE 'H'.
           05 WS-RO-PAY-BY-CHECK  PIC X(01) VALUE SPACES.
               88 RO-FORCE-CHECK  VALUE 'Y'.
           05 FILLER              PIC X(08) VALUE SPACES.
