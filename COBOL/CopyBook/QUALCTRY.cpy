      *> ONE CANONICAL TABLE OF THE COUNTRIES A GOVERNMENT PART MAY
      *> BE MADE IN UNDER THE DOMESTIC-CONTENT AND SPECIALTY-METALS
      *> CLAUSES ON OUR DEFENSE CONTRACTS - THE US AND THE QUALIFYING
      *> COUNTRIES (RECIPROCAL DEFENSE PROCUREMENT AGREEMENTS), BY
      *> THE SAME TWO-CHARACTER COUNTRY CODE THE PART-ORIGIN FILE
      *> CARRIES.  SHARED BY PRTSUPP (WHICH REJECTS A GOVERNMENT
      *> ORDER FOR A PART MADE ANYWHERE ELSE) AND GOVTORIG (THE
      *> CONTRACTING OFFICER'S QUARTERLY LISTING).  CONTRACTS KEEPS
      *> THE LIST - ADD A COUNTRY BY ADDING ONE MORE CODE TO A ROW
      *> BELOW AND BUMPING QUAL-CTRY-MAX.
       01 WS-QUAL-CTRY-DATA.
           05 FILLER PIC X(20) VALUE 'USAUATBECACZDKEEFIFR'.
           05 FILLER PIC X(20) VALUE 'DEGRILITJPKRLVLTLUNL'.
           05 FILLER PIC X(20) VALUE 'NOPLPTSIESSECHTRGB  '.
       01 WS-QUAL-CTRY-TBL REDEFINES WS-QUAL-CTRY-DATA.
           05 QUAL-CTRY-CODE OCCURS 30 TIMES PIC X(02).
       77 QUAL-CTRY-MAX             PIC 9(02) VALUE 29.
       77 QUAL-CTRY-IDX             PIC 9(02) VALUE ZERO.
       77 QUAL-CTRY-FOUND-SW        PIC X(01) VALUE 'N'.
           88 QUAL-CTRY-IS-FOUND    VALUE 'Y'.
