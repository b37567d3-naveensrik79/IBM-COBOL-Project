      *> ONE ROW ON THE SHARED MASTER CHANGE-HISTORY FILE.  EVERY
      *> MAINTENANCE PROGRAM (SUPMAINT, MODLMNT, CERTMNT, QUOTMNT,
      *> BLANKPO, BANKMNT, FISCMNT, ROPMNT, CARRMNT, PPAPMNT,
      *> PARTXMNT, FWDMNT, AND ENGCHG FOR THE PART MASTER) APPENDS
      *> ONE ROW PER FIELD AN ACCEPTED TRANSACTION ACTUALLY MOVED,
      *> THROUGH THE SHARED CHGLOG ROUTINE - WHICH MASTER, WHICH
      *> KEY, WHICH FIELD, THE VALUE BEFORE AND AFTER, AND WHO
      *> KEYED IT.  AN ADD CARRIES NO OLD VALUE AND A DELETE
      *> NO NEW ONE.  CHGLOG STAMPS THE DATE AND TIME.  THE JOURNALS
      *> STILL HOLD THE WHOLE BEFORE-IMAGE FOR BACKOUT - THIS FILE
      *> ANSWERS WHO CHANGED WHAT, AND WHEN.  CHGREVW READS IT FOR
      *> THE MONTHLY SENSITIVE-FIELD REVIEW.  IT IS APPEND-ONLY.
      *>   ACTION 'A' ADDED  'C' CHANGED  'D' DELETED
       01 WS-CH-DETAIL.
           05 WS-CH-MASTER        PIC X(08) VALUE SPACES.
           05 WS-CH-KEY           PIC X(40) VALUE SPACES.
           05 WS-CH-FIELD         PIC X(12) VALUE SPACES.
           05 WS-CH-ACTION        PIC X(01) VALUE SPACES.
               88 CH-ADDED        VALUE 'A'.
               88 CH-CHANGED      VALUE 'C'.
               88 CH-DELETED      VALUE 'D'.
           05 WS-CH-OLD           PIC X(25) VALUE SPACES.
           05 WS-CH-NEW           PIC X(25) VALUE SPACES.
           05 WS-CH-OPERATOR      PIC X(08) VALUE SPACES.
           05 WS-CH-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-CH-DATE          PIC 9(08) VALUE ZERO.
           05 WS-CH-TIME          PIC 9(06) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.
