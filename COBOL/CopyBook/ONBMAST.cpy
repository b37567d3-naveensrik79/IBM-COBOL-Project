      *> ONE PROSPECTIVE SUPPLIER'S ONBOARDING CHECKLIST AS THE
      *> ONBOARDING MASTER CARRIES IT, KEYED ON SUPPLIER CODE.
      *> ONBOARD OPENS IT (BY PROCUREMENT TRANSACTION, OR ON ITS OWN
      *> FOR A PENDING SUPPLIER ON THE MASTER WITHOUT ONE) AND DATES
      *> EACH ITEM THE RUN IT IS FOUND SATISFIED:
      *>   TAX    - TAX ID ON THE SUPPLIER MASTER, 1099 FLAG DECIDED
      *>   BANK   - SUPBANK PRENOTE SENT AND PAST THE RETURN WINDOW
      *>   CERT   - THE REQUIRED CERTMST CERTIFICATES ON FILE, IN DATE
      *>   SCREEN - COMPLIANCE SIGNED OFF THE DENIED-PARTY SCREEN AND
      *>            NO HIT IS OPEN OR CONFIRMED ON DPSTAT
      *> AN ITEM THAT LAPSES BEFORE THE LAST ONE IS DONE LOSES ITS
      *> DATE AGAIN.  STATUS:
      *>   'O' OPEN      - CHECKLIST STILL OUTSTANDING
      *>   'C' COMPLETE  - EVERY ITEM DONE, RELEASE SENT TO SUPMAINT
      *>   'D' DENIED    - A CONFIRMED DENIED-PARTY HIT, STOPPED
      *>   'W' WITHDRAWN - PROCUREMENT DROPPED THE PROSPECT
       01 WS-OB-DETAIL.
           05 WS-OB-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-OB-SUPP-NAME     PIC X(15) VALUE SPACES.
           05 WS-OB-BUYER         PIC X(03) VALUE SPACES.
           05 WS-OB-OPEN-DATE     PIC 9(08) VALUE ZERO.
           05 WS-OB-CERT-TYPES.
               10 WS-OB-CERT-TYPE PIC X(04) OCCURS 3 TIMES.
           05 WS-OB-TAX-DONE      PIC 9(08) VALUE ZERO.
           05 WS-OB-BANK-DONE     PIC 9(08) VALUE ZERO.
           05 WS-OB-CERT-DONE     PIC 9(08) VALUE ZERO.
           05 WS-OB-SCREEN-SIGNED PIC 9(08) VALUE ZERO.
           05 WS-OB-SCREEN-OPER   PIC X(08) VALUE SPACES.
           05 WS-OB-SCREEN-DONE   PIC 9(08) VALUE ZERO.
           05 WS-OB-STATUS        PIC X(01) VALUE SPACES.
               88 OB-OPEN         VALUE 'O'.
               88 OB-COMPLETE     VALUE 'C'.
               88 OB-DENIED       VALUE 'D'.
               88 OB-WITHDRAWN    VALUE 'W'.
           05 WS-OB-CLOSE-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(15) VALUE SPACES.
