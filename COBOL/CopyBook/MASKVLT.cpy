      *> ONE ROW ON THE MASKED-VALUE VAULT.  EVERY TIME A REPORT
      *> PROGRAM MASKS A TAX ID OR BANK NUMBER THROUGH MASKID, THE
      *> FULL VALUE IS KEPT HERE WITH THE PROGRAM, RUN DATE, THE
      *> SUPPLIER IT BELONGS TO AND THE MASKED FORM AS PRINTED, SO
      *> RPRINT CAN PUT THE FULL VALUE BACK FOR AN AUTHORISED
      *> UNMASKED REPRINT.  THE FILE IS APPEND-ONLY AND RESTRICTED -
      *> IT IS THE ONE PLACE BESIDE THE MASTERS AND THE EXTRACTS THE
      *> FULL VALUES LIVE.
      *>   KIND 'T' TAX ID  'R' BANK ROUTING  'A' BANK ACCOUNT
       01 WS-MV-DETAIL.
           05 WS-MV-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-MV-RUN-DATE      PIC 9(08) VALUE ZERO.
           05 WS-MV-KEY           PIC X(10) VALUE SPACES.
           05 WS-MV-KIND          PIC X(01) VALUE SPACES.
               88 MV-TAX-ID       VALUE 'T'.
               88 MV-ROUTING      VALUE 'R'.
               88 MV-ACCOUNT      VALUE 'A'.
           05 WS-MV-MASKED        PIC X(17) VALUE SPACES.
           05 WS-MV-FULL          PIC X(17) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE SPACES.
