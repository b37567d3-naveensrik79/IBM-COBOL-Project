      *> ONE ROW OF THE SUPPLIER PART-NUMBER CROSS-REFERENCE - THE
      *> SUPPLIER'S OWN CATALOG NUMBER FOR ONE OF OUR PARTS.  KEYED
      *> SUPPLIER + SUPPLIER PART NUMBER AND KEPT IN THAT ORDER BY
      *> PARTXMNT.  EDI810, ASNPROC AND EDIACK TRANSLATE AN INBOUND
      *> LINE'S PART NUMBER THROUGH THIS FILE BEFORE MATCHING IT, SO
      *> A SUPPLIER THAT SENDS ITS CATALOG NUMBER IS MATCHED ON OUR
      *> 23-CHARACTER IN-PART-NUMBER.  CHG-DATE IS THE DAY THE ROW
      *> WAS ADDED OR LAST CHANGED.
       01 WS-PX-DETAIL.
           05 WS-PX-KEY.
               10 WS-PX-SUPP-CODE   PIC X(10) VALUE SPACES.
               10 WS-PX-SUPP-PART   PIC X(23) VALUE SPACES.
           05 WS-PX-OUR-PART      PIC X(23) VALUE SPACES.
           05 WS-PX-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(16) VALUE SPACES.
