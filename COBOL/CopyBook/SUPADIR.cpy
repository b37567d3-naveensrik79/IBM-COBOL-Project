      *> ONE ROW OF THE SUPPLIER ADDRESS DIRECTORY, KEYED SUPPLIER
      *> CODE + ADDRESS TYPE ('1' ORDER, '2' SCHEDULING, '3' REMIT,
      *> '4' RMA).  ADDRDIR REFRESHES IT FROM EVERY NEW GPARTSUP
      *> GENERATION - THE FIRST NON-BLANK ADDRESS OF EACH TYPE A
      *> SUPPLIER CARRIES - SO DEBMEMO, INSPRCV, SUPSTMT, USETAX AND
      *> PAYRUN READ ONE ROW BY KEY INSTEAD OF RESCANNING THE WHOLE
      *> GENERATION.  CHG-DATE IS THE DAY THE ADDRESS LAST CHANGED.
      *> A NEW OR CHANGED REMIT ADDRESS IS 'P' PENDING UNTIL AP
      *> CONFIRMS IT THROUGH ADDRDIR, WHICH STAMPS THE OPERATOR AND
      *> DATE AND SETS IT 'V' - PAYSEL HOLDS EVERY PAYMENT TO A
      *> SUPPLIER WHOSE REMIT ADDRESS IS PENDING.  THE OTHER TYPES
      *> ARE ALWAYS 'V'.
       01 WS-SD-DETAIL.
           05 WS-SD-KEY.
               10 WS-SD-SUPP-CODE PIC X(10) VALUE SPACES.
               10 WS-SD-ADDR-TYPE PIC X(01) VALUE SPACES.
                   88 SD-ORDER-ADDRESS    VALUE '1'.
                   88 SD-SCHED-ADDRESS    VALUE '2'.
                   88 SD-REMIT-ADDRESS    VALUE '3'.
                   88 SD-RMA-ADDRESS      VALUE '4'.
           05 WS-SD-SUPP-NAME     PIC X(15) VALUE SPACES.
           05 WS-SD-ADDRESS.
               10 WS-SD-ADDRESS-1 PIC X(15) VALUE SPACES.
               10 WS-SD-ADDRESS-2 PIC X(15) VALUE SPACES.
               10 WS-SD-ADDRESS-3 PIC X(15) VALUE SPACES.
               10 WS-SD-CITY      PIC X(15) VALUE SPACES.
               10 WS-SD-STATE     PIC X(02) VALUE SPACES.
               10 WS-SD-ZIP       PIC X(10) VALUE SPACES.
               10 WS-SD-COUNTRY   PIC X(02) VALUE SPACES.
           05 WS-SD-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SD-VERIFY        PIC X(01) VALUE SPACES.
               88 SD-VERIFIED     VALUE 'V'.
               88 SD-PENDING      VALUE 'P'.
           05 WS-SD-CONF-OPER     PIC X(08) VALUE SPACES.
           05 WS-SD-CONF-DATE     PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(15) VALUE SPACES.
