      *> ONE ROW OF THE PLANT-TO-LEGAL-ENTITY TABLE, AS CONTROLLERSHIP
      *> KEEPS IT ON UT-C-PLNTENT.  EVERY PLANT THE SUITE MOVES STOCK
      *> BETWEEN BELONGS TO EXACTLY ONE ENTITY; A TRANSFER BETWEEN
      *> PLANTS OF TWO DIFFERENT ENTITIES IS A SALE BETWEEN THE
      *> COMPANIES AND ICBILL INVOICES IT.  THE ENTITY NAME IS WHAT
      *> PRINTS ON THE INTERCOMPANY INVOICE.
       01 WS-PE-DETAIL.
           05 WS-PE-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-PE-ENTITY        PIC X(04) VALUE SPACES.
           05 WS-PE-ENTITY-NAME   PIC X(30) VALUE SPACES.
           05 FILLER              PIC X(43) VALUE SPACES.
