      *> ONE PART-ORIGIN ROW - THE COUNTRY A PART IS MADE IN, ITS HTS
      *> TARIFF CODE AND THE ESTIMATED DUTY RATE, AS THE BROKER AND
      *> COMPLIANCE MAINTAIN IT ON UT-C-PARTORIG.  CUSTEXT PRICES THE
      *> DUTY FROM IT; PRTSUPP AND GOVTORIG CHECK A GOVERNMENT PART'S
      *> COUNTRY AGAINST THE QUALCTRY TABLE.  A BLANK COUNTRY IS AN
      *> ORIGIN NOBODY HAS ESTABLISHED YET.
       01 WS-OR-DETAIL.
           05 WS-OR-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-OR-COUNTRY       PIC X(02) VALUE SPACES.
           05 WS-OR-HTS-CODE      PIC X(10) VALUE SPACES.
           05 WS-OR-DUTY-RATE     PIC 9(02)V99 VALUE ZERO.
           05 FILLER              PIC X(41) VALUE SPACES.
