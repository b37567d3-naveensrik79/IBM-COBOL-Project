      *> ONE INVOICE-TIMELINE ROW - THE DATES AN INVOICE PASSED ON
      *> ITS WAY TO PAYMENT, KEPT SO A LOST CASH DISCOUNT CAN BE
      *> TRACED TO WHERE THE DAYS WENT.  APPEND-ONLY, KEYED SUPPLIER
      *> + INVOICE NUMBER + PO, READ BY DISCLOST.
      *>   'C' CLEARED  - WRITTEN BY INVMATCH WHEN THE INVOICE LINE
      *>                  CLEARS.  EVENT DATE IS THE CLEARANCE DATE
      *>   'H' RELEASED - WRITTEN BY INVHOLD WHEN A HOLD IS RELEASED.
      *>                  EVENT DATE IS THE DAY INVMATCH FIRST HELD
      *>                  THE INVOICE, RELEASE DATE THE DAY AP
      *>                  RELEASED IT
       01 WS-TL-DETAIL.
           05 WS-TL-TYPE          PIC X(01) VALUE SPACES.
               88 TL-CLEARED      VALUE 'C'.
               88 TL-HOLD-RELEASED VALUE 'H'.
           05 WS-TL-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-TL-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-TL-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-TL-INV-DATE      PIC 9(08) VALUE ZERO.
           05 WS-TL-EVENT-DATE    PIC 9(08) VALUE ZERO.
           05 WS-TL-REL-DATE      PIC 9(08) VALUE ZERO.
           05 WS-TL-REASON        PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(24) VALUE SPACES.
