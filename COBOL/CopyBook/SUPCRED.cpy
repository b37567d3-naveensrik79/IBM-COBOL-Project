      *> ONE SUPPLIER CREDIT MEMO LINE.  AP KEYS THE PAPER CREDITS
      *> STRAIGHT INTO THIS LAYOUT ON UT-C-RTVCRED; EDI810 WRITES THE
      *> CREDIT LINES OF THE 810 INTAKE TO UT-C-CRD810 IN THE SAME
      *> LAYOUT.  RTVTRACK APPLIES BOTH TO THE OPEN RETURN-TO-VENDOR
      *> RECEIVABLES OF THE SUPPLIER, PO AND PART.  A CREDIT KEYED
      *> WITHOUT A PART NUMBER APPLIES ACROSS THE WHOLE PO.
       01 WS-SC-DETAIL.
           05 WS-SC-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-SC-CREDIT-NO     PIC X(10) VALUE SPACES.
           05 WS-SC-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-SC-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-SC-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-SC-AMOUNT        PIC 9(09)V99 VALUE ZERO.
           05 WS-SC-CREDIT-DATE   PIC 9(08) VALUE ZERO.
           05 WS-SC-SOURCE        PIC X(01) VALUE SPACES.
               88 SC-KEYED        VALUE 'K'.
               88 SC-FROM-EDI     VALUE 'E'.
           05 FILLER              PIC X(04) VALUE SPACES.
