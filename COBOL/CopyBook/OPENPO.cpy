       01 WS-OP-DETAIL.
           05 WS-OP-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-OP-PART-NUMBER   PIC X(23) VALUE SPACES.
      *> a non-inventory/services line carries its expense account
      *> and cost center where a part number would be
           05 WS-OP-NI-DISTRIBUTION REDEFINES WS-OP-PART-NUMBER.
               10 WS-OP-NI-GL-ACCOUNT  PIC X(08).
               10 WS-OP-NI-COST-CENTER PIC X(06).
               10 WS-OP-NI-ITEM-REF    PIC X(09).
           05 WS-OP-SUPPLIER-CODE PIC X(10) VALUE SPACES.
           05 WS-OP-BUYER-CODE    PIC X(03) VALUE SPACES.
           05 WS-OP-ORDER-QTY     PIC 9(07) VALUE ZERO.
      *> RECVPO registered the order, so a receipt can be posted to
      *> the right plant's stock balance
           05 WS-OP-PLANT-CODE    PIC X(03) VALUE SPACES.
      *> line type - 'N' is a non-inventory/services line, received
      *> on the requester's confirmation and expensed by GLEXT to
      *> its own account.  blank is an inventory part line
           05 WS-OP-LINE-TYPE     PIC X(01) VALUE SPACES.
               88 OP-NON-INVENTORY VALUE 'N'.
           05 FILLER              PIC X(03) VALUE SPACES.
