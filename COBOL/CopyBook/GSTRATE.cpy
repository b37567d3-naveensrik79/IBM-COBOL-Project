      *> ONE CANONICAL CANADIAN GST/HST RATE TABLE BY PROVINCE OR
      *> TERRITORY - THE SAME THIRTEEN CODES SUPPADDR VALIDATES.
      *> INVMATCH HOLDS A CANADIAN INVOICE WHOSE GST/HST DOES NOT
      *> AGREE WITH ITS PROVINCE'S RATE, AND EDI810 BOUNCES AN 810
      *> LINE CHARGING TAX UNDER A PROVINCE NOT ON THE TABLE.  TYPE
      *> 'H' IS A HARMONIZED (HST) PROVINCE, 'G' CHARGES THE FEDERAL
      *> GST ONLY - A PROVINCIAL SALES TAX (PST/QST) IS NOT AN INPUT
      *> TAX CREDIT AND IS NOT CARRIED HERE.  RATES ARE MAINTAINED BY
      *> THE TAX DEPARTMENT - CHANGE A ROW WHEN A PROVINCE'S RATE
      *> CHANGES.  RATE IS PERCENT, 9(02)V99.
       01 WS-GST-RATE-DATA.
           05 FILLER PIC X(07) VALUE 'AB0500G'.
           05 FILLER PIC X(07) VALUE 'BC0500G'.
           05 FILLER PIC X(07) VALUE 'MB0500G'.
           05 FILLER PIC X(07) VALUE 'NB1500H'.
           05 FILLER PIC X(07) VALUE 'NL1500H'.
           05 FILLER PIC X(07) VALUE 'NS1400H'.
           05 FILLER PIC X(07) VALUE 'NT0500G'.
           05 FILLER PIC X(07) VALUE 'NU0500G'.
           05 FILLER PIC X(07) VALUE 'ON1300H'.
           05 FILLER PIC X(07) VALUE 'PE1500H'.
           05 FILLER PIC X(07) VALUE 'QC0500G'.
           05 FILLER PIC X(07) VALUE 'SK0500G'.
           05 FILLER PIC X(07) VALUE 'YT0500G'.
       01 WS-GST-RATE-TBL REDEFINES WS-GST-RATE-DATA.
           05 GST-RATE-ROW OCCURS 13 TIMES.
              10 GST-RATE-PROV     PIC X(02).
              10 GST-RATE-PCT      PIC 9(02)V99.
              10 GST-RATE-TYPE     PIC X(01).
       77 GST-RATE-MAX              PIC 9(02) VALUE 13.
       77 GST-RATE-IDX              PIC 9(02) VALUE ZERO.
       77 GST-RATE-FND-IDX          PIC 9(02) VALUE ZERO.
       77 GST-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 GST-RATE-IS-FOUND     VALUE 'Y'.
