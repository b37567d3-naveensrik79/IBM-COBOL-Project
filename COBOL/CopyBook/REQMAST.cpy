      *> ONE PURCHASE REQUISITION AS THE REQUISITION MASTER CARRIES
      *> IT.  THE MASTER IS PERMANENT - REQPROC ADDS EVERY
      *> REQUISITION A DEPARTMENT ENTERS, MOVES IT THROUGH
      *>   'W' WAITING - ROUTED TO WS-RM-ROUTED-TO FOR APPROVAL
      *>   'P' APPROVED, NOT YET ON AN ORDER - WS-RM-REASON SAYS WHY
      *>   'C' CONVERTED - ON PO WS-RM-PO-NUMBER, BOUGHT BY WS-RM-BUYER
      *>   'R' REJECTED  - WS-RM-REASON SAYS WHY
      *> AND NEVER DELETES IT, SO A PO RAISED FROM A REQUISITION CAN
      *> ALWAYS BE TRACED BACK TO IT (POTRAIL READS IT FOR THAT).
      *> PRICE IS IN WS-RM-CURRENCY; THE USD AMOUNT IS WHAT THE
      *> APPROVAL LIMIT AND THE DEPARTMENT BUDGET ARE HELD TO.
       01 WS-RM-DETAIL.
           05 WS-RM-REQ-NO        PIC 9(08) VALUE ZERO.
           05 WS-RM-DEPT          PIC X(06) VALUE SPACES.
           05 WS-RM-REQUESTER     PIC X(08) VALUE SPACES.
           05 WS-RM-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-RM-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-RM-NEED-DATE     PIC 9(08) VALUE ZERO.
           05 WS-RM-UNIT-PRICE    PIC 9(07)V99 VALUE ZERO.
           05 WS-RM-CURRENCY      PIC X(03) VALUE SPACES.
           05 WS-RM-USD-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05 WS-RM-ENTRY-DATE    PIC 9(08) VALUE ZERO.
           05 WS-RM-STATUS        PIC X(01) VALUE SPACES.
               88 RM-WAITING      VALUE 'W'.
               88 RM-APPROVED     VALUE 'P'.
               88 RM-CONVERTED    VALUE 'C'.
               88 RM-REJECTED     VALUE 'R'.
           05 WS-RM-REASON        PIC X(04) VALUE SPACES.
           05 WS-RM-ROUTED-TO     PIC X(03) VALUE SPACES.
           05 WS-RM-APPROVER      PIC X(03) VALUE SPACES.
           05 WS-RM-BUYER         PIC X(03) VALUE SPACES.
           05 WS-RM-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-RM-PO-NUMBER-R REDEFINES WS-RM-PO-NUMBER.
               10 WS-RM-PO-PREFIX PIC X(01).
               10 WS-RM-PO-SEQ    PIC X(05).
           05 WS-RM-STATUS-DATE   PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(29) VALUE SPACES.
