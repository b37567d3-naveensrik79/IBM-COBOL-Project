      *> ONE SHELF-LIFE LOT AS THE LOT MASTER CARRIES IT, KEYED
      *> PART-NUMBER + PLANT-CODE + LOT-NUMBER SO A PART'S LOTS AT A
      *> PLANT READ BACK TOGETHER.  ONLY PARTS WITH A SHELF LIFE ON
      *> THE PART MASTER GET ROWS.  RECVPO OPENS THE ROW AT RECEIPT
      *> WITH THE MANUFACTURE DATE AND THE EXPIRY IT WORKS OUT FROM
      *> THE PART'S SHELF LIFE; STOCKUPD POSTS THE ACCEPTED AND
      *> ISSUED QUANTITY, PULLING EARLIEST EXPIRY FIRST; SHLFLIFE
      *> QUARANTINES A LOT ONCE IT IS PAST ITS EXPIRY.  A LOT KEYED
      *> WITHOUT A LOT NUMBER IS CARRIED AS *NO LOT*.  STATUS:
      *>   'A' AVAILABLE   - USABLE THROUGH WS-LM-EXPIRY-DATE
      *>   'Q' QUARANTINED - EXPIRED, STOCKUPD WILL NOT ISSUE IT
       01 WS-LM-DETAIL.
           05 WS-LM-KEY.
               10 WS-LM-PART-NUMBER PIC X(23) VALUE SPACES.
               10 WS-LM-PLANT-CODE  PIC X(03) VALUE SPACES.
               10 WS-LM-LOT-NUMBER  PIC X(15) VALUE SPACES.
           05 WS-LM-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-LM-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-LM-RCPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-LM-MFG-DATE      PIC 9(08) VALUE ZERO.
      *> 'R' WHEN THE RECEIPT CAME WITH NO GOOD MANUFACTURE DATE AND
      *> THE SHELF LIFE WAS RUN FROM THE RECEIPT DATE INSTEAD
           05 WS-LM-MFG-SOURCE    PIC X(01) VALUE SPACES.
               88 LM-AGED-FROM-RCPT VALUE 'R'.
           05 WS-LM-SHELF-DAYS    PIC 9(05) VALUE ZERO.
           05 WS-LM-EXPIRY-DATE   PIC 9(08) VALUE ZERO.
           05 WS-LM-ON-HAND       PIC 9(09) VALUE ZERO.
           05 WS-LM-STATUS        PIC X(01) VALUE SPACES.
               88 LM-AVAILABLE    VALUE 'A'.
               88 LM-QUARANTINED  VALUE 'Q'.
           05 WS-LM-QUAR-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(15) VALUE SPACES.
