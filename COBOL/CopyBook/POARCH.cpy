      *> ONE CLOSED-ORDER HISTORY ROW AS POARCH APPENDS IT WHEN A
      *> CLOSED OR CANCELLED ORDER COMES OFF THE OPEN-PO MASTER - THE
      *> ARCHIVE DATE FOLLOWED BY THE MASTER ROW EXACTLY AS IT LEFT
      *> (MOVE WS-AR-ORDER TO WS-OP-DETAIL FOR THE OPENPO FIELDS).
      *> THE FILE IS APPEND-ONLY; A READER WANTING ARCHIVED ORDERS
      *> READS IT SEQUENTIALLY ALONGSIDE THE MASTER.
       01 WS-AR-DETAIL.
           05 WS-AR-ARCH-DATE     PIC 9(08) VALUE ZERO.
           05 WS-AR-ORDER         PIC X(100) VALUE SPACES.
