      *> THE MONTHLY CHANGE-HISTORY REVIEW RULES CHGREVW APPLIES.
      *> THE FIRST TABLE NAMES THE SENSITIVE FIELDS - MASTER AND
      *> FIELD NAME EXACTLY AS THE MAINTENANCE PROGRAMS WRITE THEM ON
      *> CHGHIST.  THE SECOND NAMES THE USUAL MAINTAINERS - THE
      *> OPERATOR IDS (OR THE FEEDING PROGRAM, FOR A TRANSACTION A
      *> PROGRAM WRITES) THAT OWN EACH MASTER.  A CHANGE TO A
      *> SENSITIVE FIELD BY ANY OTHER OPERATOR - 'UNKNOWN' INCLUDED -
      *> GOES ON THE REVIEW FOR THE CONTROL OWNERS.  ADD A ROW AND
      *> BUMP THE MATCHING -MAX TO WIDEN EITHER LIST.
       01 WS-SENS-DATA.
           05 FILLER PIC X(20) VALUE 'SUPPMASTNET-DAYS    '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTDISC-PCT    '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTDISC-DAYS   '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTRATING      '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTSTATUS      '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTTAX-ID      '.
           05 FILLER PIC X(20) VALUE 'SUPPMAST1099-FLAG   '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTERS-FLAG    '.
           05 FILLER PIC X(20) VALUE 'SUPPMASTONB-STAT    '.
           05 FILLER PIC X(20) VALUE 'BLNKMST COMMIT-QTY  '.
           05 FILLER PIC X(20) VALUE 'BLNKMST EXPIRY-DATE '.
           05 FILLER PIC X(20) VALUE 'QUOTEMSTQUOTE-PRICE '.
           05 FILLER PIC X(20) VALUE 'CERTMST EXPIRY-DATE '.
           05 FILLER PIC X(20) VALUE 'CERTMST REQUIRED    '.
           05 FILLER PIC X(20) VALUE 'SUPBANK ROUTING     '.
           05 FILLER PIC X(20) VALUE 'SUPBANK ACCOUNT     '.
           05 FILLER PIC X(20) VALUE 'SUPBANK SWIFT       '.
           05 FILLER PIC X(20) VALUE 'SUPBANK IBAN        '.
           05 FILLER PIC X(20) VALUE 'SUPBANK PAY-CURR    '.
           05 FILLER PIC X(20) VALUE 'FISCCAL STATUS      '.
           05 FILLER PIC X(20) VALUE 'CARRATE RATE-TYPE   '.
           05 FILLER PIC X(20) VALUE 'CARRATE RATE        '.
           05 FILLER PIC X(20) VALUE 'CARRATE MIN-CHARGE  '.
           05 FILLER PIC X(20) VALUE 'FWDCTR  NOTIONAL    '.
           05 FILLER PIC X(20) VALUE 'FWDCTR  RATE        '.
           05 FILLER PIC X(20) VALUE 'FWDCTR  COUNTERPARTY'.
           05 FILLER PIC X(20) VALUE 'PARTXREFOUR-PART    '.
           05 FILLER PIC X(20) VALUE 'PPAPMST STATUS      '.
           05 FILLER PIC X(20) VALUE 'PARTMASTBLUEPRINT   '.
       01 WS-SENS-TBL REDEFINES WS-SENS-DATA.
           05 WS-SENS-ROW OCCURS 29 TIMES.
              10 WS-SENS-MASTER   PIC X(08).
              10 WS-SENS-FIELD    PIC X(12).
       77 WS-SENS-MAX             PIC 9(02) VALUE 29.
       01 WS-MAINT-DATA.
           05 FILLER PIC X(16) VALUE 'SUPPMASTPRCMAINT'.
           05 FILLER PIC X(16) VALUE 'SUPPMASTONBOARD '.
           05 FILLER PIC X(16) VALUE 'MODLMST ENGMAINT'.
           05 FILLER PIC X(16) VALUE 'CERTMST QACERTS '.
           05 FILLER PIC X(16) VALUE 'QUOTEMSTPRCMAINT'.
           05 FILLER PIC X(16) VALUE 'BLNKMST PRCMAINT'.
           05 FILLER PIC X(16) VALUE 'SUPBANK TREASURY'.
           05 FILLER PIC X(16) VALUE 'FISCCAL GLCLOSE '.
           05 FILLER PIC X(16) VALUE 'CARRATE TRAFFIC '.
           05 FILLER PIC X(16) VALUE 'FWDCTR  TREASURY'.
           05 FILLER PIC X(16) VALUE 'PARTXREFPRCMAINT'.
           05 FILLER PIC X(16) VALUE 'PPAPMST QACERTS '.
           05 FILLER PIC X(16) VALUE 'PARTMASTENGMAINT'.
           05 FILLER PIC X(16) VALUE 'ROPMAST MATLPLAN'.
       01 WS-MAINT-TBL REDEFINES WS-MAINT-DATA.
           05 WS-MAINT-ROW OCCURS 14 TIMES.
              10 WS-MAINT-MASTER  PIC X(08).
              10 WS-MAINT-OPER    PIC X(08).
       77 WS-MAINT-MAX            PIC 9(02) VALUE 14.
