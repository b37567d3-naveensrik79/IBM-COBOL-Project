      *> ONE SIDE OF AN INTERCOMPANY INVOICE ON THE APPEND-ONLY
      *> REGISTER UT-C-ICREG.  ICBILL WRITES EVERY INVOICE AS A PAIR
      *> UNDER ONE INVOICE NUMBER:
      *>   'R' RECEIVABLE - BOOKED BY THE SHIPPING (SELLING) ENTITY,
      *>                    PARTNER IS THE RECEIVING ENTITY
      *>   'P' PAYABLE    - BOOKED BY THE RECEIVING (BUYING) ENTITY,
      *>                    PARTNER IS THE SHIPPING ENTITY
      *> THE TWO SIDES CARRY THE SAME TRANSFER, QUANTITY AND AMOUNT.
      *> ICRECON PROVES AT MONTH END THAT THEY STILL DO.  THE
      *> TRANSFER KEY (PLANTS, PART, PO, ORDER DATE) IS WHAT STOPS A
      *> RERUN BILLING THE SAME TRANSFER TWICE.
       01 WS-IC-DETAIL.
           05 WS-IC-INVOICE       PIC 9(08) VALUE ZERO.
           05 WS-IC-SIDE          PIC X(01) VALUE SPACES.
               88 IC-RECEIVABLE   VALUE 'R'.
               88 IC-PAYABLE      VALUE 'P'.
           05 WS-IC-ENTITY        PIC X(04) VALUE SPACES.
           05 WS-IC-PARTNER       PIC X(04) VALUE SPACES.
           05 WS-IC-XFR-KEY.
               10 WS-IC-FROM-PLANT  PIC X(03) VALUE SPACES.
               10 WS-IC-TO-PLANT    PIC X(03) VALUE SPACES.
               10 WS-IC-PART-NUMBER PIC X(23) VALUE SPACES.
               10 WS-IC-PO-NUMBER   PIC X(06) VALUE SPACES.
               10 WS-IC-XFR-DATE    PIC 9(08) VALUE ZERO.
           05 WS-IC-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-IC-PRICE         PIC 9(07)V99 VALUE ZERO.
           05 WS-IC-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05 WS-IC-INV-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(03) VALUE SPACES.
