      *> ONE DEPOSIT REQUEST AS AP KEYS IT ON UT-C-PREPREQ - A
      *> SUPPLIER THAT WANTS MONEY UP FRONT ON A PO (TOOLING BUILDS,
      *> SOME FOREIGN SUPPLIERS).  PAYSEL SELECTS IT ONCE THE DUE
      *> DATE IS INSIDE THE HORIZON (ZERO = THE NEXT RUN) AND DROPS
      *> IT FROM THE FILE; PAYRUN PUTS IT BACK WHEN THE SUPPLIER IS
      *> A CONFIRMED DENIED PARTY.  THE DEPOSIT REFERENCE STANDS IN
      *> FOR THE INVOICE NUMBER ON THE PAYMENT HISTORY.
       01 WS-PQ-DETAIL.
           05 WS-PQ-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PQ-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PQ-DEP-REF       PIC X(10) VALUE SPACES.
           05 WS-PQ-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-PQ-DUE-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(35) VALUE SPACES.
