      *> ONE WARRANTY RECOVERY CLAIM AS THE CLAIM MASTER CARRIES IT.
      *> WARRCLM ADDS EVERY CLAIM QUALITY ENTERS, TRACED THROUGH THE
      *> LOT HISTORY TO THE SUPPLIER, PO AND RECEIPT IT CAME IN ON,
      *> AND NEVER DELETES IT.
      *>   'O' OPEN      - ACCEPTED, DEBIT MEMO WS-WC-MEMO-NO IS ON
      *>                   THE DBMREG REGISTER WAITING FOR PAYRUN
      *>   'V' RECOVERED - PAYRUN NETTED THE MEMO AGAINST PAYMENT
      *>                   WS-WC-PAY-REF ON WS-WC-RECOV-DATE
      *>   'R' REJECTED  - WS-WC-REASON SAYS WHY
      *> A RECOVERED CLAIM WHOSE PAYMENT PAYVOID REVERSES GOES BACK
      *> TO 'O' WITH ITS MEMO.
       01 WS-WC-DETAIL.
           05 WS-WC-CLAIM-NO      PIC X(10) VALUE SPACES.
           05 WS-WC-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-WC-LOT-NUMBER    PIC X(15) VALUE SPACES.
           05 WS-WC-FAIL-DATE     PIC 9(08) VALUE ZERO.
           05 WS-WC-COST          PIC 9(07)V99 VALUE ZERO.
           05 WS-WC-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-WC-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-WC-RCPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-WC-CLAIM-DATE    PIC 9(08) VALUE ZERO.
           05 WS-WC-STATUS        PIC X(01) VALUE SPACES.
               88 WC-OPEN         VALUE 'O'.
               88 WC-RECOVERED    VALUE 'V'.
               88 WC-REJECTED     VALUE 'R'.
           05 WS-WC-REASON        PIC X(04) VALUE SPACES.
           05 WS-WC-MEMO-NO       PIC 9(08) VALUE ZERO.
           05 WS-WC-RECOV-DATE    PIC 9(08) VALUE ZERO.
           05 WS-WC-PAY-REF       PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(24) VALUE SPACES.
