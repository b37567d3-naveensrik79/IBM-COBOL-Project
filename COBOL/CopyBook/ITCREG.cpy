      *> ONE ROW OF THE INPUT TAX CREDIT REGISTER - THE GST/HST A
      *> CANADIAN SUPPLIER CHARGED ON AN INVOICE LINE INVMATCH
      *> CLEARED.  APPEND-ONLY, KEYED SUPPLIER + INVOICE NUMBER + PO.
      *> GLEXT POSTS THE ROWS DATED IN ITS PERIOD TO THE RECOVERABLE
      *> GST/HST ACCOUNT; ITCRPT TOTALS A CALENDAR QUARTER'S ROWS BY
      *> PROVINCE FOR THE CANADIAN RETURN.  NET AND TAX ARE IN THE
      *> INVOICE'S CANADIAN DOLLARS.  POST-DATE IS THE FISCPER
      *> POSTING DATE THE LINE CLEARED UNDER.
       01 WS-IT-DETAIL.
           05 WS-IT-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-IT-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-IT-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-IT-PROVINCE      PIC X(02) VALUE SPACES.
           05 WS-IT-TAX-TYPE      PIC X(01) VALUE SPACES.
               88 IT-HST          VALUE 'H'.
               88 IT-GST          VALUE 'G'.
           05 WS-IT-RATE          PIC 9(02)V99 VALUE ZERO.
           05 WS-IT-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-IT-TAX-AMT       PIC 9(5)V99 VALUE ZERO.
           05 WS-IT-INV-DATE      PIC 9(08) VALUE ZERO.
           05 WS-IT-POST-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(13) VALUE SPACES.
