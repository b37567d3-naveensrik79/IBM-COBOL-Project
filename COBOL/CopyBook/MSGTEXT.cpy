           05 FILLER PIC X(05) VALUE "P013E".
           05 FILLER PIC X(50) VALUE
              "VEHICLE-YEAR outside the model's valid year range.".
           05 FILLER PIC X(05) VALUE "S090E".
           05 FILLER PIC X(50) VALUE
              "Supplier is a confirmed denied party - blocked.".
           05 FILLER PIC X(05) VALUE "S091W".
           05 FILLER PIC X(50) VALUE
              "Supplier has an expired required certification.".
           05 FILLER PIC X(05) VALUE "S092E".
           05 FILLER PIC X(50) VALUE
              "Supplier is pending onboarding - orders blocked.".
           05 FILLER PIC X(05) VALUE "S096E".
           05 FILLER PIC X(50) VALUE
              "Supplier code is retired - merged into another.".
           05 FILLER PIC X(05) VALUE "P090E".
           05 FILLER PIC X(50) VALUE
              "Part/supplier pair has no full or interim PPAP.".
           05 FILLER PIC X(05) VALUE "P089W".
           05 FILLER PIC X(50) VALUE
              "Part's PPAP approval for supplier is interim only.".
           05 FILLER PIC X(05) VALUE "P085E".
           05 FILLER PIC X(50) VALUE
              "Non-inventory GL account must be 8 digits.".
           05 FILLER PIC X(05) VALUE "P086E".
           05 FILLER PIC X(50) VALUE
              "Non-inventory cost center can not be empty.".
           05 FILLER PIC X(05) VALUE "P087E".
           05 FILLER PIC X(50) VALUE
              "Non-inventory line needs a description.".
           05 FILLER PIC X(05) VALUE "P084E".
           05 FILLER PIC X(50) VALUE
              "Govt part's country of origin does not qualify.".
           05 FILLER PIC X(05) VALUE "P083W".
           05 FILLER PIC X(50) VALUE
              "Govt part has no country of origin on record.".
       01 WS-MSGCAT-TBL REDEFINES WS-MSGCAT-DATA.
           05 MSGCAT-ROW OCCURS 87 TIMES.
              10 MSGCAT-NO     PIC X(05).
              10 MSGCAT-TEXT   PIC X(50).
       77 MSGCAT-MAX              PIC 9(03) VALUE 87.
       77 MSGCAT-IDX              PIC 9(03) VALUE ZERO.
       77 MSGCAT-LKP-NO           PIC X(05) VALUE SPACES.
       77 MSGCAT-LKP-TEXT         PIC X(50) VALUE SPACES.
