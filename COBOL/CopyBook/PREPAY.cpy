      *> ONE ROW OF THE SUPPLIER PREPAYMENT REGISTER, KEYED SUPPLIER
      *> + PO NUMBER + DEPOSIT REFERENCE.  THE REGISTER IS APPEND-
      *> ONLY.  PAYRUN WRITES A 'D' ROW FOR EVERY DEPOSIT IT PAYS,
      *> CARRYING THE PAY-REF; PAYSEL WRITES AN 'A' ROW EVERY TIME IT
      *> TAKES PART OF A DEPOSIT OFF AN INVOICE FOR THE SAME PO,
      *> NAMING THE INVOICE.  WHAT IS LEFT OF A DEPOSIT IS ITS 'D'
      *> AMOUNT LESS ITS 'A' ROWS - A DEPOSIT WHOSE PAY-REF HAS BEEN
      *> VOIDED, STOPPED OR RETURNED ON THE PAYMENT HISTORY COUNTS
      *> FOR NOTHING.
       01 WS-PP-DETAIL.
           05 WS-PP-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PP-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PP-DEP-REF       PIC X(10) VALUE SPACES.
           05 WS-PP-ENTRY         PIC X(01) VALUE SPACES.
               88 PP-DEPOSIT      VALUE 'D'.
               88 PP-APPLIED      VALUE 'A'.
           05 WS-PP-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PP-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-PP-DATE          PIC 9(08) VALUE ZERO.
           05 WS-PP-PAY-REF       PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(16) VALUE SPACES.
