      *> ONE RETURN-TO-VENDOR RECEIVABLE AS THE RTV FILE CARRIES IT.
      *> INSPRCV OPENS A ROW FOR EVERY REJECTED RECEIPT IT SHIPS
      *> BACK, VALUED AT THE QUANTITY TIMES THE OPEN-PO UNIT PRICE
      *> IN THE ORDER'S CURRENCY.  RTVTRACK WORKS IT FROM THERE AND
      *> NEVER DELETES IT:
      *>   'O' OPEN       - WAITING FOR THE SUPPLIER'S CREDIT MEMO;
      *>                    PART CREDITS ADD UP IN WS-RV-CREDITED
      *>   'C' CREDITED   - THE SUPPLIER'S CREDIT WS-RV-CREDIT-NO
      *>                    COVERED THE BALANCE ON WS-RV-CLOSE-DATE
      *>   'D' DEBIT MEMO - NO CREDIT CAME IN TIME, DEBIT MEMO
      *>                    WS-RV-MEMO-NO FOR THE BALANCE IS ON THE
      *>                    DBMREG REGISTER WAITING FOR PAYRUN
      *>   'N' NETTED     - PAYRUN NETTED THE MEMO AGAINST PAYMENT
      *>                    WS-RV-PAY-REF ON WS-RV-CLOSE-DATE
      *> A NETTED RTV WHOSE PAYMENT PAYVOID REVERSES GOES BACK TO 'D'
      *> WITH ITS MEMO.
       01 WS-RV-DETAIL.
           05 WS-RV-KEY.
               10 WS-RV-SUPP-CODE   PIC X(10) VALUE SPACES.
               10 WS-RV-PO-NUMBER   PIC X(06) VALUE SPACES.
               10 WS-RV-PART-NUMBER PIC X(23) VALUE SPACES.
               10 WS-RV-LOT-NUMBER  PIC X(15) VALUE SPACES.
               10 WS-RV-RTV-DATE    PIC 9(08) VALUE ZERO.
           05 WS-RV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-RV-UNIT-PRICE    PIC 9(07)V99 VALUE ZERO.
           05 WS-RV-CURRENCY      PIC X(03) VALUE SPACES.
           05 WS-RV-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05 WS-RV-CREDITED      PIC 9(09)V99 VALUE ZERO.
           05 WS-RV-STATUS        PIC X(01) VALUE SPACES.
               88 RV-OPEN         VALUE 'O'.
               88 RV-CREDITED     VALUE 'C'.
               88 RV-DEBITED      VALUE 'D'.
               88 RV-NETTED       VALUE 'N'.
           05 WS-RV-CREDIT-NO     PIC X(10) VALUE SPACES.
           05 WS-RV-CLOSE-DATE    PIC 9(08) VALUE ZERO.
           05 WS-RV-MEMO-NO       PIC 9(08) VALUE ZERO.
           05 WS-RV-PAY-REF       PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(12) VALUE SPACES.
