       01  PART-SUPP-ADDR-PO.
           05 IN-PARTS.
              10  IN-PART-NUMBER       PIC X(23) VALUE SPACES.
      *> a non-inventory/services line (category 'NI') has no part
      *> number - the same 23 bytes carry the expense account and
      *> cost center the line is charged to, plus a short reference
              10  IN-NI-DISTRIBUTION REDEFINES IN-PART-NUMBER.
                  15 IN-NI-GL-ACCOUNT  PIC X(08).
                  15 IN-NI-COST-CENTER PIC X(06).
                  15 IN-NI-ITEM-REF    PIC X(09).
              10  IN-PART-NAME         PIC X(14) VALUE SPACES.
              10  IN-SPEC-NUMBER       PIC X(07) VALUE SPACES.
              10  IN-GOVT-COMML-CODE   PIC X(01) VALUE SPACES.
      *> part category - drives the lead-time band on PARTCAT.
      *> blank keeps the original 1-4 week band
              10  IN-PART-CATEGORY     PIC X(02) VALUE SPACES.
      *> 'NI' - a non-inventory or services line, received by the
      *> requester's confirmation instead of the dock
                  88 IN-NON-INVENTORY  VALUE 'NI'.
           05 IN-SUPPLIERS.
              10  IN-SUPPLIER-CODE     PIC X(10) VALUE SPACES.
              10  IN-SUPPLIER-TYPE     PIC X(01) VALUE SPACES.
