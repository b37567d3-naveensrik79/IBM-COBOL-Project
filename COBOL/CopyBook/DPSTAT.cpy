      *> ONE DENIED-PARTY SCREENING HIT - A SUPPLIER WHOSE NAME, OR
      *> A LINE OF ONE OF ITS ADDRESSES, MATCHED AN ENTRY ON THE
      *> DENIED-PARTY LIST.  KEYED SUPPLIER + LIST ID, KEPT AND
      *> REWRITTEN BY DPSCREEN.  COMPLIANCE DISPOSITIONS EACH HIT:
      *>   'P' POSSIBLE  - FOUND BY THE SCREEN, AWAITING REVIEW
      *>   'C' CONFIRMED - THE SUPPLIER IS THE DENIED PARTY.
      *>                   PRTSUPP REJECTS ITS ORDERS AND PAYRUN
      *>                   WILL NOT PAY IT
      *>   'X' CLEARED   - A FALSE MATCH, NOT RAISED AGAIN
      *> MATCH TYPE 'N' IS THE SUPPLIER NAME, 'A' AN ADDRESS LINE.
       01 WS-DP-DETAIL.
           05 WS-DP-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DP-LIST-ID       PIC X(10) VALUE SPACES.
           05 WS-DP-MATCH-TYPE    PIC X(01) VALUE SPACES.
               88 DP-NAME-MATCH   VALUE 'N'.
               88 DP-ADDR-MATCH   VALUE 'A'.
           05 WS-DP-STATUS        PIC X(01) VALUE SPACES.
               88 DP-POSSIBLE     VALUE 'P'.
               88 DP-CONFIRMED    VALUE 'C'.
               88 DP-CLEARED      VALUE 'X'.
           05 WS-DP-HIT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-DP-DISP-DATE     PIC 9(08) VALUE ZERO.
           05 WS-DP-DISP-OPER     PIC X(08) VALUE SPACES.
           05 WS-DP-MATCH-TEXT    PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE SPACES.
