      * APPENDED TO THE PERMANENT PAYMENT-HISTORY FILE KEYED
      * SUPPLIER CODE + INVOICE NUMBER - THE FOUNDATION THE 1099
      * RUN, THE STATEMENT RECONCILIATION AND THE FX REPORTING ALL
      * STAND ON.  PAYMENT REFERENCES CARRY ON FROM THE HIGHEST ONE
      * ALREADY ON THE HISTORY, SO A PAY-REF NAMES ONE PAYMENT FOR
      * GOOD AND PAYVOID CAN VOID OR STOP IT BY THAT REFERENCE.
      * EVERY DEBIT MEMO NETTED IS STAMPED WITH THE PAY-REF IT WAS
      * NETTED AGAINST, SO A VOID CAN PUT IT BACK TO OPEN.
      * A SUPPLIER WHOSE BANK DETAILS CHANGED ON BANKMNT WITHIN THE
      * LAST WS-BANK-HOLD-DAYS DAYS IS PAID BY CHECK, NOT ACH, UNTIL
      * THE PRENOTE HAS HAD TIME TO COME BACK FROM THE BANK.
      * A SUPPLIER COMPLIANCE HAS CONFIRMED AS A DENIED PARTY ON
      * DPSCREEN IS NOT PAID AT ALL - THE INVOICE IS LISTED AS
      * BLOCKED ON THE REGISTER, GETS NO PAY-REF AND NO HISTORY,
      * AND IS WRITTEN TO THE REOPENED-INVOICE FILE AS HELD (PAY-REF
      * ZERO) UNTIL AP RELEASES IT ON PAYVOID ONCE COMPLIANCE HAS
      * CLEARED THE SUPPLIER.
      * THE PAY DATE ON PAYMENT HISTORY IS THE POSTING DATE THE
      * SHARED FISCPER ROUTINE GIVES BACK - A RUN DATED IN A CLOSED
      * FISCAL PERIOD POSTS INTO THE FIRST OPEN ONE AND LISTS EVERY
      * PAYMENT IT ROLLED.  THE CHECK AND ACH DATES STAY THE RUN DATE.
      * A SUPPLIER DEPOSIT PAYSEL SELECTED (PAY TYPE 'D') IS PAID LIKE
      * ANY OTHER PAYMENT, WITH NO MEMO NETTED, AND ENTERED ON THE
      * PREPAYMENT REGISTER UNDER ITS PAY-REF; A BLOCKED ONE GOES BACK
      * ON THE DEPOSIT-REQUEST FILE.  AN INVOICE A DEPOSIT COVERED IN
      * FULL IS NOT PAID AT ALL - IT IS LISTED AS 'DEPST' AND GOES ON
      * THE HISTORY WITH METHOD 'D' SO IT IS STILL KNOWN TO BE SETTLED.
      * EVERY PAYMENT CARRIES A REMITTANCE ADVICE NAMING THE INVOICE IT
      * PAYS - GROSS, DISCOUNT TAKEN, DEBIT MEMO AND DEPOSIT NETTED,
      * AND NET - SO THE SUPPLIER CAN APPLY THE MONEY WITHOUT CALLING
      * AP.  A SUPPLIER FLAGGED EDI-CAPABLE ON THE SUPPLIER MASTER
      * GETS IT AS AN 820 ROW SET ON THE EDI EXTRACT, SAME DELIMITED-
      * ROW IDIOM AS THE EDIPO EXTRACT; EVERY OTHER PAYEE GETS IT
      * PRINTED, ADDRESSED TO THE REMIT (TYPE '3') ADDRESS ON THE
      * SUPPLIER ADDRESS DIRECTORY, READY TO GO OUT WITH THE
      * CHECK OR AHEAD OF THE ACH DEPOSIT.
      * THE RUN IS RESTART-SAFE THE WAY PRTSUPP IS.  A CHECKPOINT IS
      * DROPPED BEFORE THE FIRST PAYMENT AND AFTER EVERY SELECTED
      * INVOICE, CARRYING THE PAY-REF THE RUN STARTED FROM.  A RERUN
      * THAT FINDS ONE NEVER PAYS AGAIN AN INVOICE THE INTERRUPTED
      * RUN ALREADY PUT ON THE HISTORY - IT IS LISTED 'ALREADY PAID'
      * AND ITS ACH ROW, REGISTER LINE AND ADVICE ARE REGENERATED
      * FROM THE HISTORY ROW, SO THE ACH EXTRACT AND THE REGISTER
      * STILL COVER THE WHOLE RUN.  ITS DEBIT MEMOS ARE NETTED AGAIN
      * IN THE SAME ORDER SO THE SAME MEMOS END UP APPLIED.  AN
      * INVOICE THE INTERRUPTED RUN BLOCKED IS LISTED 'ALREADY HELD'
      * AND NOT HELD A SECOND TIME.  PAY-REFS CARRY ON FROM THE
      * HIGHEST ON THE HISTORY.  A RUN THAT REACHES WRAP-UP EMPTIES
      * THE CHECKPOINT.
      * A FOREIGN SUPPLIER TREASURY SET UP ON BANKMNT WITH A SWIFT/BIC
      * IS PAID BY WIRE - ONE DELIMITED ROW ON THE WIRE INSTRUCTION
      * FILE FOR THE BANK, NAMING ITS BIC, ITS IBAN OR FOREIGN
      * ACCOUNT, THE CURRENCY AND THE AMOUNT.  A SUPPLIER WHOSE ROW
      * NAMES A PAY CURRENCY IS PAID IN IT - NORMALLY ITS INVOICE
      * CURRENCY, TAKEN FROM THE ORDER ON THE OPEN-PO MASTER - AND
      * ANY OTHER WIRE GOES IN US DOLLARS.  WHERE THE WIRE CURRENCY
      * IS NOT THE INVOICE CURRENCY THE AMOUNT IS CONVERTED AT
      * TREASURY'S RATE IN FORCE ON THE RUN DATE (THE COMPILED
      * CURRRATE ROW WHEN NO DATED ROW GOVERNS IT).  THE HISTORY ROW
      * CARRIES THE WIRE CURRENCY, THE AMOUNT WIRED AND THE INVOICE-
      * CURRENCY RATE USED, SO FXGAIN VALUES THE PAYMENT AT WHAT IT
      * REALLY SETTLED FOR.  THE NEW-BANK-DETAIL HOLD APPLIES TO A
      * WIRE SUPPLIER THE SAME AS AN ACH ONE.
      * UT-C-PAYSEL  = SELECTED-PAYMENTS EXTRACT FROM PAYSEL
      * UT-C-SUPBANK = SUPPLIER BANKING FILE (SUPPLIER, ROUTING,
      *                ACCOUNT, DATE LAST CHANGED) MAINTAINED BY
      *                TREASURY THROUGH BANKMNT
      * UT-C-ACHEXT  = ACH/POSITIVE-PAY EXTRACT FOR THE BANK
      * UT-C-WIREOUT = WIRE INSTRUCTION FILE FOR THE BANK
      * UT-C-OPENPO  = OPEN-PO MASTER (INVOICE CURRENCY PER ORDER)
      * UT-C-CURRATES= TREASURY'S EFFECTIVE-DATED RATE DATASET
      * UT-C-CHKREG  = CHECK REGISTER LANDING IN JES
      * UT-C-PAYHIST = PAYMENT HISTORY (EXTENDED EVERY RUN)
      * UT-C-DPSTAT  = DENIED-PARTY SCREENING STATUS FROM DPSCREEN
      * UT-C-PAYREOP = REOPENED-INVOICE FILE FOR PAYSEL (EXTENDED)
      * UT-C-PREPAY  = SUPPLIER PREPAYMENT REGISTER (EXTENDED)
      * UT-C-PREPREQ = DEPOSIT REQUESTS FOR PAYSEL (EXTENDED)
      * UT-C-SUPPMAST= SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-SUPADIR = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      * UT-C-REMITADV= PRINTED REMITTANCE ADVICE LANDING IN JES
      * UT-C-EDI820  = EDI 820 REMITTANCE EXTRACT FOR THE TRANSLATOR
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * UT-C-PAYCKPT = RESTART CHECKPOINT (EMPTIED AT WRAP-UP)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
      *> denied-party screening status DPSCREEN keeps - a confirmed
      *> denied party is not paid
           SELECT DPSTAT-FILE ASSIGN TO UT-C-DPSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DPSTAT-ST.
           SELECT PAYREOP-FILE ASSIGN TO UT-C-PAYREOP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYREOP-ST.
      *> prepayment register - a deposit paid here is entered with
      *> its pay-ref, and PAYSEL draws on it for later invoices
           SELECT PREPAY-FILE ASSIGN TO UT-C-PREPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PREPAY-ST.
           SELECT PREPREQ-FILE ASSIGN TO UT-C-PREPREQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PREPREQ-ST.
      *> supplier master for the EDI-capable flag, and the address
      *> directory for the remit address the printed advice is
      *> mailed to
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT REMITADV-FILE ASSIGN TO UT-C-REMITADV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REMITADV-ST.
           SELECT EDI820-FILE ASSIGN TO UT-C-EDI820
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EDI820-ST.
      *> wire instructions for the foreign suppliers, the order a
      *> wire's invoice currency comes from, and the rates it is
      *> converted at
           SELECT WIREOUT-FILE ASSIGN TO UT-C-WIREOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WIREOUT-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT CURRATES-FILE ASSIGN TO UT-C-CURRATES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CURRATES-ST.
      *> restart checkpoint - same one-record idiom as PRTSUPP's
           SELECT CHECKPOINT-FILE ASSIGN TO UT-C-PAYCKPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CHKPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PAYSEL-FILE
           RECORDING MODE IS F.
       01 PAYSEL-RECORD       PIC X(120).
       FD SUPBANK-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01 SUPBANK-RECORD      PIC X(140).
       FD ACHEXT-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 CHKREG-RECORD       PIC X(132).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD DPSTAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DPSTAT-RECORD       PIC X(80).
       FD PAYREOP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYREOP-RECORD      PIC X(80).
       FD PREPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PREPAY-RECORD       PIC X(80).
       FD PREPREQ-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PREPREQ-RECORD      PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD REMITADV-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REMITADV-RECORD     PIC X(132).
       FD EDI820-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 EDI820-RECORD       PIC X(120).
       FD WIREOUT-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 WIREOUT-RECORD      PIC X(120).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD CURRATES-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CURRATES-RECORD     PIC X(80).
      *> the pay-ref the run started from tells a restart which
      *> history rows are its own; the selected count tells it how
      *> far into PAYSEL the interrupted run got
       FD CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CHECKPOINT-RECORD.
           05 CHKPT-RUN-DATE     PIC 9(08).
           05 CHKPT-FIRST-REF    PIC 9(08).
           05 CHKPT-SEL-CNT      PIC 9(08).
           05 CHKPT-LAST-REF     PIC 9(08).
           05 FILLER             PIC X(48).
       WORKING-STORAGE SECTION.
       77 WS-SEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-ACH-CNT              PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-MEMO           PIC S9(11)V99 VALUE ZERO.
       77 WS-MEMO-APPLIED         PIC S9(9)V99 VALUE ZERO.
       77 WS-MEMO-APPL-CNT        PIC 9(08) VALUE ZERO.
       77 WS-BANK-HOLD-CNT        PIC 9(08) VALUE ZERO.
       77 WS-DENY-HOLD-CNT        PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-DENY           PIC S9(11)V99 VALUE ZERO.
       77 WS-DEP-PAID-CNT         PIC 9(08) VALUE ZERO.
       77 WS-DEP-COVER-CNT        PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-DEP-PAID       PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-DEP-APPL       PIC S9(11)V99 VALUE ZERO.
       77 WS-DEP-COVERED-SW       PIC X(01) VALUE 'N'.
           88 DEP-COVERED         VALUE 'Y'.
       77 WS-ADV-PRT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ADV-EDI-CNT          PIC 9(08) VALUE ZERO.
       77 WS-EDI-ROW-CNT          PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-WIRE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-WIRE-FX-CNT          PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-WIRE-USD       PIC S9(11)V99 VALUE ZERO.

      * RESTART CONTROL.  FIRST-REF IS THE HIGHEST PAY-REF ON THE
      * HISTORY BEFORE THE INTERRUPTED RUN PAID ANYTHING - EVERY
      * PAYMENT ROW ABOVE IT IS THAT RUN'S.  SEL-CNT IS HOW MANY
      * PAYSEL RECORDS IT FINISHED
       77 WS-RESTART-SW           PIC X(01) VALUE 'N'.
           88 RESTART-RUN         VALUE 'Y'.
       77 WS-REPLAY-SW            PIC X(01) VALUE 'N'.
           88 REPLAYING           VALUE 'Y'.
       77 WS-RST-RUN-DATE         PIC 9(08) VALUE ZERO.
       77 WS-RST-FIRST-REF        PIC 9(08) VALUE ZERO.
       77 WS-RST-SEL-CNT          PIC 9(08) VALUE ZERO.
       77 WS-RST-SAVE-REF         PIC 9(08) VALUE ZERO.
       77 WS-RST-PAID-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RST-HELD-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RST-PAID-AMT         PIC S9(11)V99 VALUE ZERO.

      * PAYMENTS THE INTERRUPTED RUN ALREADY PUT ON THE HISTORY,
      * LOADED ONLY ON A RESTART
       77 WS-RP-MAX               PIC 9(5) VALUE 5000.
       77 WS-RP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RP-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-RP-TBL.
           05 WS-RP-ROW OCCURS 5000 TIMES.
               10 WS-RP-SUPP      PIC X(10).
               10 WS-RP-INV       PIC X(10).
               10 WS-RP-REF       PIC 9(08).
               10 WS-RP-NET       PIC 9(9)V99.
               10 WS-RP-METHOD    PIC X(01).
               10 WS-RP-WIRE-CURR PIC X(03).
               10 WS-RP-WIRE-AMT  PIC 9(11)V99.
               10 WS-RP-FX-RATE   PIC 9(04)V999.

      * DAYS AFTER A BANK-DETAIL CHANGE THAT THE SUPPLIER IS STILL
      * PAID BY CHECK - LONG ENOUGH FOR THE PRENOTE TO BE RETURNED
      * IF THE NEW ACCOUNT IS NOT THE SUPPLIER'S
       77 WS-BANK-HOLD-DAYS       PIC 9(03) VALUE 10.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-BK-CHG-INT           PIC 9(08) VALUE ZERO.

      * DEBIT-MEMO REGISTER TABLE - SAME ROW LAYOUT DEBMEMO WRITES,
      * REWRITTEN AT WRAP-UP WITH THE APPLIED ROWS MARKED
           05 WS-DM-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-DM-MEMO-DATE     PIC 9(08) VALUE ZERO.
           05 WS-DM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-DM-APPL-REF      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.
       01 WS-DM-TBL.
           05 WS-DM-ROW OCCURS 5000 TIMES.
               10 WS-DM-ROW-MEMO  PIC 9(08).
               10 WS-DM-ROW-STAT  PIC X(01).
                   88 DM-ROW-OPEN    VALUE 'O'.
                   88 DM-ROW-APPLIED VALUE 'A'.
               10 WS-DM-ROW-APPL-REF PIC 9(08).

      * SUPPLIER BANKING TABLE - SAME ROW LAYOUT BANKMNT WRITES.
      * CHANGE DATE IS THE DAY THE ROUTING OR ACCOUNT LAST CHANGED.
      * A ROW WITH A SWIFT/BIC IS PAID BY WIRE; A BLANK PAY CURRENCY
      * MEANS THE WIRE GOES IN US DOLLARS
       77 WS-BK-MAX               PIC 9(5) VALUE 5000.
       77 WS-BK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-BK-IDX               PIC 9(5) VALUE ZERO.
           05 WS-BK-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-BK-ROUTING       PIC X(09) VALUE SPACES.
           05 WS-BK-ACCOUNT       PIC X(17) VALUE SPACES.
           05 WS-BK-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-BK-CALLBACK-DATE PIC 9(08) VALUE ZERO.
           05 WS-BK-CHG-OPER      PIC X(08) VALUE SPACES.
           05 WS-BK-PRENOTE-DATE  PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-BK-SWIFT         PIC X(11) VALUE SPACES.
           05 WS-BK-IBAN          PIC X(34) VALUE SPACES.
           05 WS-BK-PAY-CURR      PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.
       01 WS-BK-TBL.
           05 WS-BK-ROW OCCURS 5000 TIMES.
               10 WS-BK-ROW-SUPP      PIC X(10).
               10 WS-BK-ROW-ROUTING   PIC X(09).
               10 WS-BK-ROW-ACCOUNT   PIC X(17).
               10 WS-BK-ROW-CHG-DATE  PIC 9(08).
               10 FILLER              PIC X(36).
               10 WS-BK-ROW-SWIFT     PIC X(11).
               10 WS-BK-ROW-IBAN      PIC X(34).
               10 WS-BK-ROW-PAY-CURR  PIC X(03).
               10 FILLER              PIC X(12).

      * CONFIRMED DENIED PARTIES - SUPPLIER CODES ONLY, FROM THE
      * SCREENING STATUS FILE
       77 WS-DENY-MAX             PIC 9(5) VALUE 2000.
       77 WS-DENY-CNT             PIC 9(5) VALUE ZERO.
       77 WS-DENY-IDX             PIC 9(5) VALUE ZERO.
       77 WS-DENY-FOUND           PIC X(01) VALUE 'N'.
           88 DENY-FOUND          VALUE 'Y'.
           COPY DPSTAT.
       01 WS-DENY-TBL.
           05 WS-DENY-ROW OCCURS 2000 TIMES.
               10 WS-DENY-SUPP    PIC X(10).

      * EDI-CAPABLE SUPPLIERS - SUPPLIER CODES ONLY, FROM THE
      * SUPPLIER MASTER.  THEIR ADVICE GOES OUT AS AN 820
       77 WS-EDI-MAX              PIC 9(5) VALUE 5000.
       77 WS-EDI-CNT              PIC 9(5) VALUE ZERO.
       77 WS-EDI-IDX              PIC 9(5) VALUE ZERO.
       77 WS-EDI-FOUND            PIC X(01) VALUE 'N'.
           88 EDI-FOUND           VALUE 'Y'.
       01 WS-EDI-TBL.
           05 WS-EDI-ROW OCCURS 5000 TIMES.
               10 WS-EDI-SUPP     PIC X(10).

      * ONE SUPPLIER MASTER ROW - SAME LAYOUT SUPMAINT WRITES
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 WS-SM-TYPE          PIC X(01) VALUE SPACES.
           05 WS-SM-RATING        PIC X(01) VALUE SPACES.
           05 WS-SM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-SM-ACT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SM-NET-DAYS      PIC 9(03) VALUE ZERO.
           05 WS-SM-DISC-PCT      PIC 9(02)V99 VALUE ZERO.
           05 WS-SM-DISC-DAYS     PIC 9(03) VALUE ZERO.
           05 WS-SM-TAX-ID        PIC X(09) VALUE SPACES.
           05 WS-SM-FLAG-1099     PIC X(01) VALUE SPACES.
           05 WS-SM-OWN-CLASS     PIC X(02) VALUE SPACES.
           05 WS-SM-ERS-FLAG      PIC X(01) VALUE SPACES.
           05 WS-SM-EDI-FLAG      PIC X(01) VALUE SPACES.
               88 SM-EDI-SUPPLIER VALUE 'Y'.
           05 FILLER              PIC X(20) VALUE SPACES.

      * REMIT ADDRESS, ONE KEYED DIRECTORY ROW PER ADVICE - SAME
      * ROW DEBMEMO ADDRESSES ITS MEMOS FROM
       77 WS-SD-OPEN              PIC X(01) VALUE 'N'.
           88 SD-OPEN             VALUE 'Y'.
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.
           COPY PAYREOP.
           COPY PREPAY.
           COPY PREPREQ.

      * ONE SELECTED-PAYMENT RECORD - SAME LAYOUT PAYSEL WRITES.
      * PAY-BY-CHECK 'Y' MARKS A REISSUE OF A PAYMENT THE BANK
      * RETURNED - IT GOES BY CHECK WHATEVER IS ON SUPBANK.  PAY TYPE
      * 'D' IS A SUPPLIER DEPOSIT; PREPAY-AMT IS DEPOSIT PAYSEL HAS
      * ALREADY TAKEN OUT OF NET-AMT
       01 WS-SEL-DETAIL.
           05 WS-SEL-INV-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-SEL-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-SEL-DISC-AMT     PIC 9(7)V99 VALUE ZERO.
           05 WS-SEL-NET-AMT      PIC 9(9)V99 VALUE ZERO.
           05 WS-SEL-DUE-DATE     PIC 9(08) VALUE ZERO.
           05 WS-SEL-PAY-BY-CHECK PIC X(01) VALUE SPACES.
               88 SEL-FORCE-CHECK VALUE 'Y'.
           05 WS-SEL-PAY-TYPE     PIC X(01) VALUE SPACES.
               88 SEL-DEPOSIT     VALUE 'D'.
           05 WS-SEL-PREPAY-AMT   PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.

      * ONE PERMANENT PAYMENT-HISTORY RECORD, KEYED SUPPLIER CODE +
      * INVOICE NUMBER - THE 1099 RUN AND THE STATEMENT
      * RECONCILIATION READ THIS LAYOUT BACK.  ENTRY TYPE IS BLANK
      * ON A PAYMENT; PAYVOID APPENDS THE SAME ROW WITH 'V' (VOID)
      * OR 'S' (STOP-PAYMENT), AND BANKREC WITH 'R' (RETURNED BY
      * THE BANK), TO REVERSE IT.  METHOD 'D' IS AN INVOICE A SUPPLIER
      * DEPOSIT SETTLED IN FULL - NO MONEY WENT OUT ON IT.  A WIRE
      * (METHOD 'W') CARRIES THE CURRENCY WIRED, THE AMOUNT IN THAT
      * CURRENCY AND THE INVOICE-CURRENCY RATE (UNITS PER USD) USED
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
               88 PH-PAID-BY-ACH      VALUE 'A'.
               88 PH-PAID-BY-CHECK    VALUE 'C'.
               88 PH-PAID-BY-DEPOSIT  VALUE 'D'.
               88 PH-PAID-BY-WIRE     VALUE 'W'.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-PAYMENT       VALUE ' '.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 WS-PH-WIRE-CURR     PIC X(03) VALUE SPACES.
           05 WS-PH-WIRE-AMT      PIC 9(11)V99 VALUE ZERO.
           05 WS-PH-FX-RATE       PIC 9(04)V999 VALUE ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.

       77 WS01-ACH-LINE           PIC X(120) VALUE SPACES.
       77 WS-NET-DISP             PIC 9(9).99 VALUE ZERO.

      * ONE DELIMITED WIRE INSTRUCTION (SUPPLIER, PAY-REF, BIC, IBAN
      * OR FOREIGN ACCOUNT, CURRENCY, AMOUNT, VALUE DATE, INVOICE)
      * AND THE CONVERSION BEHIND IT.  INVOICE CURRENCY IS THE
      * ORDER'S; THE WIRE GOES IN THE SUPPLIER'S PAY CURRENCY, OR
      * US DOLLARS WHEN IT NAMES NONE
       77 WS01-WIRE-LINE          PIC X(120) VALUE SPACES.
       77 WS-WIRE-SW              PIC X(01) VALUE 'N'.
           88 PAY-BY-WIRE         VALUE 'Y'.
       77 WS-INV-CURR             PIC X(03) VALUE SPACES.
       77 WS-INV-RATE             PIC 9(04)V999 VALUE 1.
       77 WS-WIRE-CURR            PIC X(03) VALUE SPACES.
       77 WS-WIRE-RATE            PIC 9(04)V999 VALUE 1.
       77 WS-WIRE-AMT             PIC 9(11)V99 VALUE ZERO.
       77 WS-WIRE-USD             PIC S9(11)V99 VALUE ZERO.
       77 WS-WIRE-DISP            PIC 9(11).99 VALUE ZERO.
       77 WS-WIRE-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-OPENPO-OPEN-SW       PIC X(01) VALUE 'N'.
           88 OPENPO-IS-OPEN      VALUE 'Y'.

      * EFFECTIVE-DATED RATES, COMPILED TABLE AS FALLBACK - SAME
      * LOOKUP FXGAIN VALUES A PAYMENT WITH
           COPY CURRRATE.
       77 WS-EDR-MAX              PIC 9(03) VALUE 500.
       77 WS-EDR-CNT              PIC 9(03) VALUE ZERO.
       77 WS-EDR-IDX              PIC 9(03) VALUE ZERO.
       77 WS-EDR-BEST-EFF         PIC 9(08) VALUE ZERO.
       77 WS-EDR-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EDR-RATE-FOUND      VALUE 'Y'.
       77 WS-LKP-CURR             PIC X(03) VALUE SPACES.
       01 WS-EDR-DETAIL.
           05 WS-EDR-CURR-IN       PIC X(03) VALUE SPACES.
           05 WS-EDR-EFF-IN        PIC 9(08) VALUE ZERO.
           05 WS-EDR-RATE-IN       PIC 9(04)V999 VALUE ZERO.
           05 FILLER               PIC X(62) VALUE SPACES.
       01 WS-EDR-TBL.
           05 WS-EDR-ROW OCCURS 500 TIMES.
               10 WS-EDR-CURR      PIC X(03).
               10 WS-EDR-EFF-DATE  PIC 9(08).
               10 WS-EDR-RATE      PIC 9(04)V999.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

      * ONE DELIMITED 820 ROW.  EVERY PAYMENT IS A BPR ROW (SUPPLIER,
      * PAY-REF, 'BPR', METHOD, NET PAID, PAY DATE) FOLLOWED BY AN RMR
      * ROW FOR THE INVOICE IT PAYS (SUPPLIER, PAY-REF, 'RMR', INVOICE,
      * PO-NUMBER, GROSS, DISCOUNT, MEMO NETTED, DEPOSIT NETTED, NET)
       77 WS01-EDI820-LINE        PIC X(120) VALUE SPACES.
       77 WS-GROSS-DISP           PIC 9(9).99 VALUE ZERO.
       77 WS-DISC-DISP            PIC 9(7).99 VALUE ZERO.
       77 WS-MEMO-DISP            PIC 9(9).99 VALUE ZERO.
       77 WS-PREPAY-DISP          PIC 9(9).99 VALUE ZERO.


      * ONE PO EVENT RECORD - THE CANONICAL LAYOUT EVERY PROGRAM IN
      * THE SUITE APPENDS AND POTRAIL READS BACK
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.
      * FISCAL-PERIOD HANDSHAKE WITH THE SHARED FISCPER ROUTINE -
      * EVERY POSTING THIS RUN IS DATED WS-POST-DATE, THE RUN DATE
      * UNLESS ACCOUNTING HAS CLOSED ITS PERIOD
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.
           88 FP-ROLLED           VALUE 4.
       77 WS-POST-DATE            PIC 9(08) VALUE ZERO.
       77 WS-ROLLED-CNT           PIC 9(08) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PAYRUN'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
               88 ACHEXT-OK             VALUE '00'.
           05 CHKREG-ST                 PIC X(02).
               88 CHKREG-OK             VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 DBMREG-OK             VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 DPSTAT-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DPSTAT        VALUE 'Y'.
           05 DPSTAT-ST                 PIC X(02).
               88 DPSTAT-OK             VALUE '00'.
           05 PAYREOP-ST                PIC X(02).
               88 PAYREOP-OK            VALUE '00'.
           05 PREPAY-ST                 PIC X(02).
               88 PREPAY-OK             VALUE '00'.
           05 PREPREQ-ST                PIC X(02).
               88 PREPREQ-OK            VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 REMITADV-ST               PIC X(02).
               88 REMITADV-OK           VALUE '00'.
           05 EDI820-ST                 PIC X(02).
               88 EDI820-OK             VALUE '00'.
           05 CHKPT-ST                  PIC X(02).
               88 CHKPT-OK              VALUE '00'.
           05 WIREOUT-ST                PIC X(02).
               88 WIREOUT-OK            VALUE '00'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 CURRATES-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-CURRATES      VALUE 'Y'.
           05 CURRATES-ST               PIC X(02).
               88 CURRATES-OK           VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
             10 FILLER    PIC X(06) VALUE 'Method'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(11) VALUE 'Memo Netted'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '  Deposit Appl'.
             10 FILLER    PIC X(15) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-METHOD      PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-MEMO-NET    PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PREPAY      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RESTART-TAG PIC X(12) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
       01 RPT-LINE-PERIOD.
             10 RPT-PERIOD-MSG  PIC X(100) VALUE SPACES.
             10 FILLER          PIC X(32) VALUE SPACES.
       01 RPT-LINE-RESTART.
             10 RPT-RESTART-MSG PIC X(110) VALUE SPACES.
             10 FILLER          PIC X(22) VALUE SPACES.
       01 RPT-LINE-ROLL.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(13) VALUE 'PERIOD ROLL: '.
             10 RPT-ROLL-KEY    PIC X(45) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE ' POSTED '.
             10 RPT-ROLL-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(17) VALUE ' - CLOSED PERIOD '.
             10 RPT-ROLL-PERIOD PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(31) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
             10 RPT-TOT-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(84) VALUE SPACES.

      * PRINTED REMITTANCE ADVICE - ONE PAGE PER PAYMENT, FIELD-BY-
      * FIELD IN THE DEBMEMO STYLE, THEN THE INVOICE IT PAYS
       01 RPT-ADV-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-ADV-BANNER.
             10 FILLER         PIC X(22) VALUE 'REMITTANCE ADVICE     '.
             10 FILLER         PIC X(08) VALUE 'PAY REF '.
             10 RPT-ADV-PAY-REF PIC 9(08) VALUE ZERO.
             10 FILLER         PIC X(06) VALUE SPACES.
             10 FILLER         PIC X(10) VALUE 'PAY DATE  '.
             10 RPT-ADV-DATE   PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(68) VALUE SPACES.
       01 RPT-ADV-FLD.
             10 FILLER         PIC X(04) VALUE SPACES.
             10 RPT-ADV-NAME   PIC X(22) VALUE SPACES.
             10 RPT-ADV-VAL    PIC X(50) VALUE SPACES.
             10 FILLER         PIC X(56) VALUE SPACES.
       01 RPT-ADV-HDR.
             10 FILLER    PIC X(04) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Gross      '.
             10 FILLER    PIC X(12) VALUE '  Discount  '.
             10 FILLER    PIC X(12) VALUE ' Memo Netted'.
             10 FILLER    PIC X(16) VALUE '  Deposit Netted'.
             10 FILLER    PIC X(16) VALUE '     Net Paid   '.
             10 FILLER    PIC X(38) VALUE SPACES.
       01 RPT-ADV-DET.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-ADV-INV     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ADV-PO      PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ADV-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-ADV-DISC    PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-ADV-MEMO    PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ADV-PREPAY  PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ADV-NET     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-SELECTED.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           PERFORM 150-SET-POSTING-DATE.
           PERFORM 110-RESTART-CHECK.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-BANK-DETAILS.
           PERFORM 220-LOAD-DEBIT-MEMOS.
           PERFORM 230-LOAD-DENIED-PARTIES.
           PERFORM 240-LOAD-EDI-SUPPLIERS.
           PERFORM 250-OPEN-ADDRESS-DIRECTORY.
           PERFORM 260-OPEN-ORDER-MASTER.
           PERFORM 270-LOAD-RATES.
      *> a fresh run marks where it starts before it pays anything,
      *> so an abend on the very first payment is still restartable.
      *> a restart keeps the start of the run it is resuming
           IF NOT RESTART-RUN
              MOVE WS01-CURR-DATE-N TO WS-RST-RUN-DATE
              MOVE WS-PAY-REF       TO WS-RST-FIRST-REF
           END-IF.
           PERFORM 920-WRITE-CHECKPOINT.
           WRITE CHKREG-RECORD FROM RPT-LINE-0.
           WRITE CHKREG-RECORD FROM RPT-LINE-BANNER.
           IF RPT-PERIOD-MSG NOT = SPACES
              WRITE CHKREG-RECORD FROM RPT-LINE-PERIOD
           END-IF.
           IF RESTART-RUN
              MOVE SPACES TO RPT-RESTART-MSG
              STRING 'RESTART OF THE RUN OF ' WS-RST-RUN-DATE
                     ' - ' WS-RP-CNT ' PAYMENTS ALREADY ON THE '
                     'HISTORY ARE REGENERATED, NOT PAID AGAIN'
                     DELIMITED BY SIZE
                     INTO RPT-RESTART-MSG
              END-STRING
              WRITE CHKREG-RECORD FROM RPT-LINE-RESTART
              DISPLAY 'PAYRUN: ' RPT-RESTART-MSG
           END-IF.
           WRITE CHKREG-RECORD FROM RPT-LINE-1.
           WRITE CHKREG-RECORD FROM RPT-LINE-2.

       110-RESTART-CHECK.
      *> a checkpoint left behind by a run that did not reach
      *> 900-WRAP-UP means this is a restart of it - an empty one
      *> (or none at all) is a fresh run
           MOVE 'N' TO WS-RESTART-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHKPT-OK
              READ CHECKPOINT-FILE
                  AT END MOVE SPACES TO CHECKPOINT-RECORD
              END-READ
              IF CHKPT-OK AND CHKPT-RUN-DATE IS NUMERIC AND
                 CHKPT-RUN-DATE > ZERO
                 MOVE 'Y'             TO WS-RESTART-SW
                 MOVE CHKPT-RUN-DATE  TO WS-RST-RUN-DATE
                 MOVE CHKPT-FIRST-REF TO WS-RST-FIRST-REF
                 MOVE CHKPT-SEL-CNT   TO WS-RST-SEL-CNT
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF.
           IF RESTART-RUN
              DISPLAY 'PAYRUN RESTARTING THE RUN OF ' WS-RST-RUN-DATE
                      ' AFTER SELECTED RECORD ' WS-RST-SEL-CNT
           END-IF.

       150-SET-POSTING-DATE.
      *> one call per run - every posting below carries the answer.
      *> a run dated in a period accounting has closed posts into
      *> the first open one and lists each posting it rolled
           MOVE 'CHK' TO WS-FP-ACTION.
           MOVE WS01-CURR-DATE-N TO WS-FP-DATE.
           CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                WS-FP-POST-DATE, WS-FP-PERIOD,
                                WS-FP-STATUS, WS-FP-RETURN.
           MOVE WS-FP-POST-DATE TO WS-POST-DATE.
           MOVE SPACES TO RPT-PERIOD-MSG.
           EVALUATE WS-FP-RETURN
              WHEN 4
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - POSTINGS ROLLED TO '
                        WS-POST-DATE DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 8
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - NO LATER PERIOD IS OPEN, '
                        'POSTED AS DATED' DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 12
                 MOVE 'RUN DATE IS ON NO FISCAL PERIOD - POSTED AS '
                    & 'DATED' TO RPT-PERIOD-MSG
           END-EVALUATE.
           IF RPT-PERIOD-MSG NOT = SPACES
              DISPLAY 'PAYRUN: ' RPT-PERIOD-MSG
           END-IF.

       160-LIST-ROLLED-POSTING.
      *> the caller set RPT-ROLL-KEY
           ADD +1 TO WS-ROLLED-CNT.
           MOVE WS-POST-DATE TO RPT-ROLL-DATE.
           MOVE WS-FP-PERIOD TO RPT-ROLL-PERIOD.
           WRITE CHKREG-RECORD FROM RPT-LINE-ROLL.

       200-OPEN-FILES.
           OPEN INPUT PAYSEL-FILE
              IF NOT PAYSEL-OK
      *> the history is permanent - every run appends, and the very
      *> first run starts the file.  same EXTEND-then-OUTPUT idiom
      *> SUPPERF uses for its performance history
           PERFORM 205-FIND-LAST-PAY-REF.
           OPEN EXTEND PAYHIST-FILE.
           IF NOT PAYHIST-OK
              OPEN OUTPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Output PAYHIST File Error'
                 GO TO 999-ERR-RTN.
      *> blocked invoices are held for PAYSEL - the file is
      *> append-only here, PAYSEL and PAYVOID rewrite it
           OPEN EXTEND PAYREOP-FILE.
           IF NOT PAYREOP-OK
              OPEN OUTPUT PAYREOP-FILE
              IF NOT PAYREOP-OK
                 DISPLAY 'Output PAYREOP File Error'
                 GO TO 999-ERR-RTN.
      *> the event history is append-only and the very first run
      *> starts it
           OPEN EXTEND POEVENT-FILE.
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.
      *> a deposit paid with nothing on the register to show for it
      *> would never be drawn on - no register, no run
           OPEN EXTEND PREPAY-FILE.
           IF NOT PREPAY-OK
              OPEN OUTPUT PREPAY-FILE
              IF NOT PREPAY-OK
                 DISPLAY 'Output PREPAY File Error'
                 GO TO 999-ERR-RTN.
           OPEN EXTEND PREPREQ-FILE.
           IF NOT PREPREQ-OK
              OPEN OUTPUT PREPREQ-FILE
              IF NOT PREPREQ-OK
                 DISPLAY 'Output PREPREQ File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT REMITADV-FILE
              IF NOT REMITADV-OK
                 DISPLAY 'Output REMITADV File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT EDI820-FILE
              IF NOT EDI820-OK
                 DISPLAY 'Output EDI820 File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT WIREOUT-FILE
              IF NOT WIREOUT-OK
                 DISPLAY 'Output WIREOUT File Error'
                 GO TO 999-ERR-RTN.

       205-FIND-LAST-PAY-REF.
      *> pay-refs continue where the history left off - the very
      *> first run starts at pay-ref 1.  reversing rows repeat the
      *> reference they reverse, so they never raise the mark.  a
      *> restart carries on past the interrupted run's last pay-ref
      *> the same way, and picks up that run's payments as it goes
           MOVE ZERO TO WS-PAY-REF.
           MOVE ZERO TO WS-RP-CNT.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 207-CHECK-ONE-PAY-REF UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           END-IF.

       207-CHECK-ONE-PAY-REF.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST
              IF WS-PH-PAY-REF > WS-PAY-REF
                 MOVE WS-PH-PAY-REF TO WS-PAY-REF
              END-IF
              IF RESTART-RUN AND PH-IS-PAYMENT AND
                 WS-PH-PAY-REF > WS-RST-FIRST-REF
                 PERFORM 208-LOAD-ONE-PAID-ROW
              END-IF
           END-IF.

       208-LOAD-ONE-PAID-ROW.
      *> a payment the interrupted run already made - a run too big
      *> for the table stops rather than risk paying one twice
           IF WS-RP-CNT < WS-RP-MAX
              ADD +1 TO WS-RP-CNT
              MOVE WS-PH-SUPP-CODE  TO WS-RP-SUPP(WS-RP-CNT)
              MOVE WS-PH-INV-NUMBER TO WS-RP-INV(WS-RP-CNT)
              MOVE WS-PH-PAY-REF    TO WS-RP-REF(WS-RP-CNT)
              MOVE WS-PH-NET-AMT    TO WS-RP-NET(WS-RP-CNT)
              MOVE WS-PH-PAY-METHOD TO WS-RP-METHOD(WS-RP-CNT)
              MOVE WS-PH-WIRE-CURR  TO WS-RP-WIRE-CURR(WS-RP-CNT)
              MOVE WS-PH-WIRE-AMT   TO WS-RP-WIRE-AMT(WS-RP-CNT)
              MOVE WS-PH-FX-RATE    TO WS-RP-FX-RATE(WS-RP-CNT)
           ELSE
              DISPLAY 'PAYRUN RESTART: MORE THAN ' WS-RP-MAX
                      ' PAYMENTS ALREADY MADE - RESTART STOPPED'
              GO TO 999-ERR-RTN
           END-IF.

       210-LOAD-BANK-DETAILS.
      *> no banking file just means every payment goes out by check
              MOVE WS-DM-DETAIL TO WS-DM-ROW(WS-DM-CNT)
           END-IF.

       230-LOAD-DENIED-PARTIES.
      *> only confirmed hits stop a payment - possible hits are
      *> still with compliance.  no file means nothing confirmed yet
           MOVE ZERO TO WS-DENY-CNT.
           OPEN INPUT DPSTAT-FILE.
           IF DPSTAT-OK
              PERFORM 235-LOAD-ONE-DENY-ROW UNTIL NO-MORE-DPSTAT
              CLOSE DPSTAT-FILE
           ELSE
              DISPLAY 'DPSTAT NOT FOUND - DENIED-PARTY CHECK SKIPPED'
           END-IF.

       235-LOAD-ONE-DENY-ROW.
           READ DPSTAT-FILE INTO WS-DP-DETAIL
              AT END MOVE 'Y' TO DPSTAT-EOF
           END-READ.
           IF NOT NO-MORE-DPSTAT AND DP-CONFIRMED AND
              WS-DENY-CNT < WS-DENY-MAX
              ADD +1 TO WS-DENY-CNT
              MOVE WS-DP-SUPP-CODE TO WS-DENY-SUPP(WS-DENY-CNT)
           END-IF.

       240-LOAD-EDI-SUPPLIERS.
      *> no supplier master just means every advice is printed
           MOVE ZERO TO WS-EDI-CNT.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 245-LOAD-ONE-SUPPLIER UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - ALL REMITTANCE ADVICE '
                      'PRINTED'
           END-IF.

       245-LOAD-ONE-SUPPLIER.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-EDI-SUPPLIER AND
              WS-EDI-CNT < WS-EDI-MAX
              ADD +1 TO WS-EDI-CNT
              MOVE WS-SM-CODE TO WS-EDI-SUPP(WS-EDI-CNT)
           END-IF.

       250-OPEN-ADDRESS-DIRECTORY.
      *> one keyed remit (type '3') row per advice - same row DEBMEMO
      *> reads.  a payment is never held here for want of an
      *> address; its advice prints flagged
           OPEN INPUT SUPADIR-FILE.
           IF SUPADIR-OK
              MOVE 'Y' TO WS-SD-OPEN
           ELSE
              DISPLAY 'SUPADIR NOT FOUND - ADVICE PRINTED WITH NO '
                      'REMIT ADDRESS'
           END-IF.

       260-OPEN-ORDER-MASTER.
      *> one keyed read per wire for the invoice currency.  without
      *> the master a wire is taken to be invoiced in the supplier's
      *> pay currency, or in US dollars
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              MOVE 'Y' TO WS-OPENPO-OPEN-SW
           ELSE
              DISPLAY 'OPENPO NOT FOUND - WIRES TAKEN AS INVOICED IN '
                      'THE PAY CURRENCY'
           END-IF.

       270-LOAD-RATES.
           MOVE ZERO TO WS-EDR-CNT.
           OPEN INPUT CURRATES-FILE.
           IF CURRATES-OK
              PERFORM 275-LOAD-ONE-RATE UNTIL NO-MORE-CURRATES
              CLOSE CURRATES-FILE
           ELSE
              DISPLAY 'CURRATES NOT FOUND - COMPILED RATE TABLE '
                      'GOVERNS WIRE CONVERSION'
           END-IF.

       275-LOAD-ONE-RATE.
           READ CURRATES-FILE INTO WS-EDR-DETAIL
              AT END MOVE 'Y' TO CURRATES-EOF
           END-READ.
           IF NOT NO-MORE-CURRATES AND WS-EDR-CNT < WS-EDR-MAX
              ADD +1 TO WS-EDR-CNT
              MOVE WS-EDR-CURR-IN TO WS-EDR-CURR(WS-EDR-CNT)
              MOVE WS-EDR-EFF-IN  TO WS-EDR-EFF-DATE(WS-EDR-CNT)
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       300-READ-SELECTED.
           READ PAYSEL-FILE INTO WS-SEL-DETAIL
              AT END
              MOVE 'Y' TO PAYSEL-EOF.

       400-PAY-ONE-INVOICE.
      *> a denied party is stopped before a pay-ref is taken or a
      *> memo is netted, so nothing has to be put back.  on a
      *> restart an invoice the interrupted run already paid is
      *> replayed, never paid again, and one it already held inside
      *> the records it finished is listed but not held twice
           ADD +1 TO WS-SEL-CNT.
           MOVE 'N' TO WS-REPLAY-SW.
           MOVE ZERO TO WS-RP-FND-IDX.
           IF RESTART-RUN
              PERFORM 460-FIND-PAID-ROW
           END-IF.
           IF WS-RP-FND-IDX > ZERO
              MOVE 'Y' TO WS-REPLAY-SW
              PERFORM 470-REPLAY-PAYMENT
           ELSE
              PERFORM 405-CHECK-DENIED-PARTY
              IF DENY-FOUND
                 IF RESTART-RUN AND WS-SEL-CNT <= WS-RST-SEL-CNT
                    MOVE 'Y' TO WS-REPLAY-SW
                    ADD +1 TO WS-RST-HELD-CNT
                 END-IF
                 PERFORM 450-HOLD-DENIED-PARTY THRU 450-EXIT
              ELSE
                 PERFORM 402-ISSUE-PAYMENT
              END-IF
           END-IF.
           PERFORM 920-WRITE-CHECKPOINT.
           PERFORM 300-READ-SELECTED.

       402-ISSUE-PAYMENT.
      *> a deposit goes out whole - a memo is netted against an
      *> invoice, not against money paid ahead of one.  an invoice
      *> PAYSEL's deposit already covered has nothing left to send
           ADD +1 TO WS-PAY-REF.
           MOVE 'N' TO WS-DEP-COVERED-SW.
           IF SEL-DEPOSIT
              MOVE ZERO TO WS-MEMO-APPLIED
           ELSE
              PERFORM 420-NET-DEBIT-MEMOS
              ADD WS-SEL-PREPAY-AMT TO WS-TOTAL-DEP-APPL
              IF WS-SEL-NET-AMT = ZERO AND WS-SEL-PREPAY-AMT > ZERO
                 MOVE 'Y' TO WS-DEP-COVERED-SW
              END-IF
           END-IF.
           PERFORM 410-FIND-BANK-ROW.
           IF SEL-FORCE-CHECK OR DEP-COVERED
              MOVE 'N' TO WS-BK-FOUND
           END-IF.
           IF BK-FOUND
              PERFORM 415-CHECK-BANK-HOLD
           END-IF.
           MOVE 'N' TO WS-WIRE-SW.
           IF BK-FOUND AND WS-BK-ROW-SWIFT(WS-BK-FND-IDX) NOT = SPACES
              MOVE 'Y' TO WS-WIRE-SW
           END-IF.
           IF DEP-COVERED
              ADD +1 TO WS-DEP-COVER-CNT
              MOVE 'DEPST' TO RPT-METHOD
           ELSE
              IF PAY-BY-WIRE
                 ADD +1 TO WS-WIRE-CNT
                 MOVE 'WIRE ' TO RPT-METHOD
                 PERFORM 520-SET-WIRE-AMOUNT
                 PERFORM 510-WRITE-WIRE-ROW
              ELSE
                 IF BK-FOUND
                    ADD +1 TO WS-ACH-CNT
                    MOVE 'ACH  ' TO RPT-METHOD
                    PERFORM 500-WRITE-ACH-ROW
                 ELSE
                    ADD +1 TO WS-CHECK-CNT
                    MOVE 'CHECK' TO RPT-METHOD
                 END-IF
              END-IF
           END-IF.
           ADD WS-SEL-NET-AMT  TO WS-TOTAL-PAID.
           ADD WS-SEL-DISC-AMT TO WS-TOTAL-DISC.
           PERFORM 600-WRITE-REGISTER-LINE.
           PERFORM 730-SEND-REMITTANCE.
           PERFORM 700-WRITE-HISTORY.
           PERFORM 710-WRITE-PO-EVENT.
           IF SEL-DEPOSIT
              PERFORM 720-WRITE-DEPOSIT
           END-IF.

       405-CHECK-DENIED-PARTY.
           MOVE 'N' TO WS-DENY-FOUND.
           PERFORM VARYING WS-DENY-IDX FROM 1 BY 1
                   UNTIL WS-DENY-IDX > WS-DENY-CNT OR DENY-FOUND
              IF WS-DENY-SUPP(WS-DENY-IDX) = WS-SEL-SUPP-CODE
                 MOVE 'Y' TO WS-DENY-FOUND
              END-IF
           END-PERFORM.

       450-HOLD-DENIED-PARTY.
      *> listed on the register so AP can see it, but no ACH row,
      *> no check and no history.  the invoice goes back to PAYSEL
      *> held, with no pay-ref, for AP to release on PAYVOID once
      *> compliance clears the supplier
           ADD +1 TO WS-DENY-HOLD-CNT.
           ADD WS-SEL-NET-AMT TO WS-TOTAL-DENY.
           MOVE ZERO              TO WS-MEMO-APPLIED.
           MOVE ZERO              TO RPT-PAY-REF.
           MOVE 'BLOCK'           TO RPT-METHOD.
           MOVE WS-SEL-SUPP-CODE  TO RPT-SUPP-CODE.
           MOVE WS-SEL-INV-NUMBER TO RPT-INV-NUMBER.
           MOVE WS-SEL-PO-NUMBER  TO RPT-PO-NUMBER.
           MOVE WS-SEL-GROSS-AMT  TO RPT-GROSS.
           MOVE WS-SEL-DISC-AMT   TO RPT-DISC.
           MOVE WS-SEL-NET-AMT    TO RPT-NET.
           MOVE WS-MEMO-APPLIED   TO RPT-MEMO-NET.
           MOVE WS-SEL-PREPAY-AMT TO RPT-PREPAY.
           IF REPLAYING
              MOVE 'ALREADY HELD' TO RPT-RESTART-TAG
           ELSE
              MOVE SPACES         TO RPT-RESTART-TAG
           END-IF.
           WRITE CHKREG-RECORD FROM RPT-LINE-3.
      *> the interrupted run already held it and logged the event
           IF REPLAYING
              GO TO 450-EXIT
           END-IF.
           IF SEL-DEPOSIT
              PERFORM 455-HOLD-DENIED-DEPOSIT
           ELSE
              PERFORM 452-HOLD-DENIED-INVOICE
           END-IF.
           IF POEV-IS-OPEN
              INITIALIZE WS-EV-DETAIL
              MOVE WS-SEL-PO-NUMBER   TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N   TO WS-EV-DATE
              MOVE 'PAYRUN  '         TO WS-EV-PROGRAM
              MOVE 'PAY BLOCKED'      TO WS-EV-EVENT
              MOVE WS-SEL-PART-NUMBER TO WS-EV-PART-NUMBER
              MOVE WS-SEL-NET-AMT     TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       450-EXIT.
           EXIT.

       452-HOLD-DENIED-INVOICE.
           MOVE SPACES            TO WS-RO-DETAIL.
           MOVE WS-SEL-INV-NUMBER TO WS-RO-INV-NUMBER.
           MOVE WS-SEL-SUPP-CODE  TO WS-RO-SUPP-CODE.
           MOVE WS-SEL-PO-NUMBER  TO WS-RO-PO-NUMBER.
           MOVE WS-SEL-GROSS-AMT  TO WS-RO-GROSS-AMT.
           MOVE WS-SEL-DISC-AMT   TO WS-RO-DISC-AMT.
           MOVE ZERO              TO WS-RO-ORIG-PAY-REF.
           MOVE ZERO              TO WS-RO-ORIG-PAY-DATE.
           MOVE WS01-CURR-DATE-N  TO WS-RO-VOID-DATE.
           MOVE 'H'               TO WS-RO-STATUS.
           WRITE PAYREOP-RECORD FROM WS-RO-DETAIL.

       455-HOLD-DENIED-DEPOSIT.
      *> a blocked deposit goes back on the request file due now,
      *> so PAYSEL offers it again on the first run after the hold
      *> is lifted
           MOVE SPACES            TO WS-PQ-DETAIL.
           MOVE WS-SEL-SUPP-CODE  TO WS-PQ-SUPP-CODE.
           MOVE WS-SEL-PO-NUMBER  TO WS-PQ-PO-NUMBER.
           MOVE WS-SEL-INV-NUMBER TO WS-PQ-DEP-REF.
           MOVE WS-SEL-GROSS-AMT  TO WS-PQ-AMOUNT.
           MOVE ZERO              TO WS-PQ-DUE-DATE.
           WRITE PREPREQ-RECORD FROM WS-PQ-DETAIL.

       460-FIND-PAID-ROW.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-CNT OR WS-RP-FND-IDX > ZERO
              IF WS-RP-SUPP(WS-RP-IDX) = WS-SEL-SUPP-CODE AND
                 WS-RP-INV(WS-RP-IDX)  = WS-SEL-INV-NUMBER
                 MOVE WS-RP-IDX TO WS-RP-FND-IDX
              END-IF
           END-PERFORM.

       470-REPLAY-PAYMENT.
      *> nothing new goes out and nothing is appended to the history,
      *> the event trail or the prepayment register - the payment
      *> is rebuilt under its own pay-ref and method off the
      *> history row.  the memos are netted again in the order the
      *> interrupted run netted them, so the register rewritten at
      *> wrap-up carries the same memos applied to the same pay-ref
           ADD +1 TO WS-RST-PAID-CNT.
           MOVE WS-PAY-REF TO WS-RST-SAVE-REF.
           MOVE WS-RP-REF(WS-RP-FND-IDX) TO WS-PAY-REF.
           MOVE 'N' TO WS-DEP-COVERED-SW.
           MOVE 'N' TO WS-WIRE-SW.
           IF SEL-DEPOSIT
              MOVE ZERO TO WS-MEMO-APPLIED
              ADD +1 TO WS-DEP-PAID-CNT
              ADD WS-RP-NET(WS-RP-FND-IDX) TO WS-TOTAL-DEP-PAID
           ELSE
              PERFORM 420-NET-DEBIT-MEMOS
              ADD WS-SEL-PREPAY-AMT TO WS-TOTAL-DEP-APPL
           END-IF.
      *> the history is what actually went out
           MOVE WS-RP-NET(WS-RP-FND-IDX) TO WS-SEL-NET-AMT.
           PERFORM 410-FIND-BANK-ROW.
           EVALUATE WS-RP-METHOD(WS-RP-FND-IDX)
              WHEN 'D'
                 MOVE 'Y' TO WS-DEP-COVERED-SW
                 ADD +1 TO WS-DEP-COVER-CNT
                 MOVE 'DEPST' TO RPT-METHOD
              WHEN 'A'
                 ADD +1 TO WS-ACH-CNT
                 MOVE 'ACH  ' TO RPT-METHOD
                 IF BK-FOUND
                    PERFORM 500-WRITE-ACH-ROW
                 ELSE
                    DISPLAY 'PAYRUN RESTART: PAY-REF ' WS-PAY-REF
                            ' WENT BY ACH BUT ' WS-SEL-SUPP-CODE
                            ' IS NO LONGER ON SUPBANK - ACH ROW '
                            'NOT REGENERATED'
                 END-IF
      *> a wire is rebuilt at the amount and rate it went out at,
      *> not converted again at today's rate
              WHEN 'W'
                 MOVE 'Y' TO WS-WIRE-SW
                 ADD +1 TO WS-WIRE-CNT
                 MOVE 'WIRE ' TO RPT-METHOD
                 MOVE WS-RP-WIRE-CURR(WS-RP-FND-IDX) TO WS-WIRE-CURR
                 MOVE WS-RP-WIRE-AMT(WS-RP-FND-IDX)  TO WS-WIRE-AMT
                 MOVE WS-RP-FX-RATE(WS-RP-FND-IDX)   TO WS-INV-RATE
                 IF WS-INV-RATE > ZERO
                    COMPUTE WS-WIRE-USD ROUNDED =
                       WS-SEL-NET-AMT / WS-INV-RATE
                 ELSE
                    MOVE WS-SEL-NET-AMT TO WS-WIRE-USD
                 END-IF
                 ADD WS-WIRE-USD TO WS-TOTAL-WIRE-USD
                 IF BK-FOUND AND
                    WS-BK-ROW-SWIFT(WS-BK-FND-IDX) NOT = SPACES
                    PERFORM 510-WRITE-WIRE-ROW
                 ELSE
                    DISPLAY 'PAYRUN RESTART: PAY-REF ' WS-PAY-REF
                            ' WENT BY WIRE BUT ' WS-SEL-SUPP-CODE
                            ' HAS NO SWIFT/BIC ON SUPBANK - WIRE '
                            'NOT REGENERATED'
                 END-IF
              WHEN OTHER
                 ADD +1 TO WS-CHECK-CNT
                 MOVE 'CHECK' TO RPT-METHOD
      *> a check to a supplier with bank details on file was a
      *> bank-detail hold, unless PAYSEL forced the check
                 IF BK-FOUND AND NOT SEL-FORCE-CHECK
                    ADD +1 TO WS-BANK-HOLD-CNT
                 END-IF
           END-EVALUATE.
           ADD WS-SEL-NET-AMT  TO WS-TOTAL-PAID.
           ADD WS-SEL-DISC-AMT TO WS-TOTAL-DISC.
           ADD WS-SEL-NET-AMT  TO WS-RST-PAID-AMT.
           PERFORM 600-WRITE-REGISTER-LINE.
           PERFORM 730-SEND-REMITTANCE.
           MOVE WS-RST-SAVE-REF TO WS-PAY-REF.

       420-NET-DEBIT-MEMOS.
      *> every open memo for this supplier that fits inside what is
                 WS-SEL-NET-AMT - WS-MEMO-APPLIED
                 ADD WS-DM-ROW-AMT(WS-DM-IDX) TO WS-MEMO-APPLIED
                 MOVE 'A' TO WS-DM-ROW-STAT(WS-DM-IDX)
                 MOVE WS-PAY-REF TO WS-DM-ROW-APPL-REF(WS-DM-IDX)
                 ADD +1 TO WS-MEMO-APPL-CNT
              END-IF
           END-PERFORM.
              END-IF
           END-PERFORM.

       415-CHECK-BANK-HOLD.
      *> bank details changed inside the hold window go by check -
      *> a row with no change date predates BANKMNT and is not held
           IF WS-BK-ROW-CHG-DATE(WS-BK-FND-IDX) IS NUMERIC AND
              WS-BK-ROW-CHG-DATE(WS-BK-FND-IDX) > ZERO
              COMPUTE WS-BK-CHG-INT = FUNCTION INTEGER-OF-DATE
                 (WS-BK-ROW-CHG-DATE(WS-BK-FND-IDX))
              IF WS-TODAY-INT - WS-BK-CHG-INT < WS-BANK-HOLD-DAYS
                 MOVE 'N' TO WS-BK-FOUND
                 ADD +1 TO WS-BANK-HOLD-CNT
              END-IF
           END-IF.

       500-WRITE-ACH-ROW.
      *> one delimited row per ACH payment - the bank's positive-pay
      *> load wants routing, account, amount, date and our reference
           END-STRING.
           WRITE ACHEXT-RECORD FROM WS01-ACH-LINE.

       510-WRITE-WIRE-ROW.
      *> one delimited row per wire - the bank's wire load wants the
      *> beneficiary bank's BIC, the account to credit, the currency
      *> and amount, the value date and our reference
           MOVE WS-WIRE-AMT TO WS-WIRE-DISP.
           MOVE SPACES TO WS01-WIRE-LINE.
           STRING FUNCTION TRIM(WS-SEL-SUPP-CODE) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-PAY-REF                      DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM
                     (WS-BK-ROW-SWIFT(WS-BK-FND-IDX))
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM
                     (WS-BK-ROW-IBAN(WS-BK-FND-IDX))
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-WIRE-CURR                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-WIRE-DISP                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS01-CURR-DATE-N                DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEL-INV-NUMBER)
                                                  DELIMITED BY SIZE
                  INTO WS01-WIRE-LINE
           END-STRING.
           WRITE WIREOUT-RECORD FROM WS01-WIRE-LINE.

       520-SET-WIRE-AMOUNT.
      *> the invoice is in its order's currency; the wire goes in the
      *> supplier's pay currency or US dollars.  the same currency
      *> both ways is wired as invoiced, anything else is converted
      *> through US dollars at the rates in force on the run date
           MOVE SPACES TO WS-INV-CURR.
           IF OPENPO-IS-OPEN
              MOVE WS-SEL-PO-NUMBER   TO OPENPO-KEY-PO
              MOVE WS-SEL-PART-NUMBER TO OPENPO-KEY-PART
              READ OPENPO-FILE INTO WS-OP-DETAIL
                 KEY IS OPENPO-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE WS-OP-CURRENCY TO WS-INV-CURR
              END-READ
           END-IF.
           MOVE WS-BK-ROW-PAY-CURR(WS-BK-FND-IDX) TO WS-WIRE-CURR.
           IF WS-WIRE-CURR = SPACES
              MOVE 'USD' TO WS-WIRE-CURR
           END-IF.
           IF WS-INV-CURR = SPACES
              IF WS-BK-ROW-PAY-CURR(WS-BK-FND-IDX) NOT = SPACES
                 MOVE WS-BK-ROW-PAY-CURR(WS-BK-FND-IDX) TO WS-INV-CURR
              ELSE
                 MOVE 'USD' TO WS-INV-CURR
              END-IF
           END-IF.
           MOVE WS-INV-CURR TO WS-LKP-CURR.
           PERFORM 530-LOOKUP-RATE-AT-DATE.
           MOVE WS-CURR-RATE TO WS-INV-RATE.
           COMPUTE WS-WIRE-USD ROUNDED = WS-SEL-NET-AMT / WS-INV-RATE.
           ADD WS-WIRE-USD TO WS-TOTAL-WIRE-USD.
           IF WS-WIRE-CURR = WS-INV-CURR
              MOVE WS-SEL-NET-AMT TO WS-WIRE-AMT
           ELSE
              ADD +1 TO WS-WIRE-FX-CNT
              IF WS-WIRE-CURR = 'USD'
                 MOVE WS-WIRE-USD TO WS-WIRE-AMT
              ELSE
                 MOVE WS-WIRE-CURR TO WS-LKP-CURR
                 PERFORM 530-LOOKUP-RATE-AT-DATE
                 MOVE WS-CURR-RATE TO WS-WIRE-RATE
                 COMPUTE WS-WIRE-AMT ROUNDED =
                    WS-WIRE-USD * WS-WIRE-RATE
              END-IF
           END-IF.

       530-LOOKUP-RATE-AT-DATE.
      *> the rate for WS-LKP-CURR in force on the run date - the
      *> newest effective date not after it, compiled row fallback
           MOVE 'N' TO WS-EDR-FOUND-SW.
           MOVE ZERO TO WS-EDR-BEST-EFF.
           MOVE 1.000 TO WS-CURR-RATE.
           PERFORM VARYING WS-EDR-IDX FROM 1 BY 1
                   UNTIL WS-EDR-IDX > WS-EDR-CNT
              IF WS-EDR-CURR(WS-EDR-IDX) = WS-LKP-CURR AND
                 WS-EDR-EFF-DATE(WS-EDR-IDX) <= WS01-CURR-DATE-N AND
                 WS-EDR-EFF-DATE(WS-EDR-IDX) >= WS-EDR-BEST-EFF
                 MOVE 'Y' TO WS-EDR-FOUND-SW
                 MOVE WS-EDR-EFF-DATE(WS-EDR-IDX)
                      TO WS-EDR-BEST-EFF
                 MOVE WS-EDR-RATE(WS-EDR-IDX) TO WS-CURR-RATE
              END-IF
           END-PERFORM.
           IF NOT EDR-RATE-FOUND
              PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                      UNTIL CURR-RATE-IDX > CURR-RATE-MAX
                 IF CURR-RATE-CODE(CURR-RATE-IDX) = WS-LKP-CURR
                    MOVE CURR-RATE-VALUE(CURR-RATE-IDX)
                         TO WS-CURR-RATE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CURR-RATE = ZERO
              MOVE 1.000 TO WS-CURR-RATE
           END-IF.

       600-WRITE-REGISTER-LINE.
           MOVE WS-PAY-REF         TO RPT-PAY-REF.
           MOVE WS-SEL-SUPP-CODE   TO RPT-SUPP-CODE.
           MOVE WS-SEL-DISC-AMT    TO RPT-DISC.
           MOVE WS-SEL-NET-AMT     TO RPT-NET.
           MOVE WS-MEMO-APPLIED    TO RPT-MEMO-NET.
           MOVE WS-SEL-PREPAY-AMT  TO RPT-PREPAY.
           IF REPLAYING
              MOVE 'ALREADY PAID' TO RPT-RESTART-TAG
           ELSE
              MOVE SPACES         TO RPT-RESTART-TAG
           END-IF.
           WRITE CHKREG-RECORD FROM RPT-LINE-3.

       700-WRITE-HISTORY.
           MOVE WS-SEL-SUPP-CODE   TO WS-PH-SUPP-CODE.
           MOVE WS-SEL-INV-NUMBER  TO WS-PH-INV-NUMBER.
           MOVE WS-SEL-PO-NUMBER   TO WS-PH-PO-NUMBER.
           MOVE WS-POST-DATE       TO WS-PH-PAY-DATE.
           MOVE WS-SEL-GROSS-AMT   TO WS-PH-GROSS-AMT.
           MOVE WS-SEL-DISC-AMT    TO WS-PH-DISC-AMT.
           MOVE WS-SEL-NET-AMT     TO WS-PH-NET-AMT.
           MOVE WS-PAY-REF         TO WS-PH-PAY-REF.
           IF DEP-COVERED
              MOVE 'D' TO WS-PH-PAY-METHOD
           ELSE
              IF PAY-BY-WIRE
                 MOVE 'W'          TO WS-PH-PAY-METHOD
                 MOVE WS-WIRE-CURR TO WS-PH-WIRE-CURR
                 MOVE WS-WIRE-AMT  TO WS-PH-WIRE-AMT
                 MOVE WS-INV-RATE  TO WS-PH-FX-RATE
              ELSE
                 IF BK-FOUND
                    MOVE 'A' TO WS-PH-PAY-METHOD
                 ELSE
                    MOVE 'C' TO WS-PH-PAY-METHOD
                 END-IF
              END-IF
           END-IF.
           WRITE PAYHIST-RECORD FROM WS-PH-DETAIL.
           IF FP-ROLLED
              MOVE SPACES TO RPT-ROLL-KEY
              STRING 'PAYMENT ' WS-PAY-REF ' ' WS-SEL-SUPP-CODE ' '
                     WS-SEL-INV-NUMBER DELIMITED BY SIZE
                     INTO RPT-ROLL-KEY
              END-STRING
              PERFORM 160-LIST-ROLLED-POSTING
           END-IF.

       710-WRITE-PO-EVENT.
      *> one event record onto the shared trail per payment
              MOVE WS-SEL-PO-NUMBER   TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N   TO WS-EV-DATE
              MOVE 'PAYRUN  '         TO WS-EV-PROGRAM
              IF SEL-DEPOSIT
                 MOVE 'DEPOSIT PAID' TO WS-EV-EVENT
              ELSE
                 MOVE 'PAID'         TO WS-EV-EVENT
              END-IF
              MOVE WS-SEL-PART-NUMBER TO WS-EV-PART-NUMBER
              MOVE WS-SEL-NET-AMT     TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       720-WRITE-DEPOSIT.
      *> the deposit goes on the register under the pay-ref it went
      *> out on - a void or return of that pay-ref cancels it
           ADD +1 TO WS-DEP-PAID-CNT.
           ADD WS-SEL-NET-AMT TO WS-TOTAL-DEP-PAID.
           MOVE SPACES            TO WS-PP-DETAIL.
           MOVE WS-SEL-SUPP-CODE  TO WS-PP-SUPP-CODE.
           MOVE WS-SEL-PO-NUMBER  TO WS-PP-PO-NUMBER.
           MOVE WS-SEL-INV-NUMBER TO WS-PP-DEP-REF.
           MOVE 'D'               TO WS-PP-ENTRY.
           MOVE WS-SEL-NET-AMT    TO WS-PP-AMOUNT.
           MOVE WS-POST-DATE      TO WS-PP-DATE.
           MOVE WS-PAY-REF        TO WS-PP-PAY-REF.
           WRITE PREPAY-RECORD FROM WS-PP-DETAIL.

       730-SEND-REMITTANCE.
      *> every payment carries its advice - the 820 for a supplier
      *> whose translator takes one, paper for everybody else
           MOVE 'N' TO WS-EDI-FOUND.
           PERFORM VARYING WS-EDI-IDX FROM 1 BY 1
                   UNTIL WS-EDI-IDX > WS-EDI-CNT OR EDI-FOUND
              IF WS-EDI-SUPP(WS-EDI-IDX) = WS-SEL-SUPP-CODE
                 MOVE 'Y' TO WS-EDI-FOUND
              END-IF
           END-PERFORM.
           IF EDI-FOUND
              PERFORM 740-WRITE-EDI820-ROWS
           ELSE
              PERFORM 750-PRINT-REMITTANCE
           END-IF.

       740-WRITE-EDI820-ROWS.
      *> same delimited-row idiom as the EDIPO extract, keyed by the
      *> supplier code so the translator finds the trading partner
      *> without re-deriving it
           ADD +1 TO WS-ADV-EDI-CNT.
           MOVE WS-SEL-NET-AMT    TO WS-NET-DISP.
           MOVE WS-SEL-GROSS-AMT  TO WS-GROSS-DISP.
           MOVE WS-SEL-DISC-AMT   TO WS-DISC-DISP.
           MOVE WS-MEMO-APPLIED   TO WS-MEMO-DISP.
           MOVE WS-SEL-PREPAY-AMT TO WS-PREPAY-DISP.
           MOVE SPACES TO WS01-EDI820-LINE.
           STRING FUNCTION TRIM(WS-SEL-SUPP-CODE) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-PAY-REF                      DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  'BPR'                           DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(RPT-METHOD)       DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-NET-DISP                     DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS01-CURR-DATE-N                DELIMITED BY SIZE
                  INTO WS01-EDI820-LINE
           END-STRING.
           WRITE EDI820-RECORD FROM WS01-EDI820-LINE.
           MOVE SPACES TO WS01-EDI820-LINE.
           STRING FUNCTION TRIM(WS-SEL-SUPP-CODE) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-PAY-REF                      DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  'RMR'                           DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEL-INV-NUMBER)
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEL-PO-NUMBER) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-GROSS-DISP                   DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-DISC-DISP                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-MEMO-DISP                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-PREPAY-DISP                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-NET-DISP                     DELIMITED BY SIZE
                  INTO WS01-EDI820-LINE
           END-STRING.
           WRITE EDI820-RECORD FROM WS01-EDI820-LINE.
           ADD +2 TO WS-EDI-ROW-CNT.

       750-PRINT-REMITTANCE.
      *> one page per payment addressed to the remit address - it
      *> goes in the envelope with a check and is mailed ahead of an
      *> ACH deposit
           ADD +1 TO WS-ADV-PRT-CNT.
           WRITE REMITADV-RECORD FROM RPT-ADV-PAGE.
           MOVE WS-PAY-REF   TO RPT-ADV-PAY-REF.
           MOVE WS01-RUN-DATE TO RPT-ADV-DATE.
           WRITE REMITADV-RECORD FROM RPT-ADV-BANNER.
           WRITE REMITADV-RECORD FROM RPT-LINE-0.
           MOVE 'Supplier Code.......' TO RPT-ADV-NAME.
           MOVE WS-SEL-SUPP-CODE      TO RPT-ADV-VAL.
           PERFORM 770-PRINT-ADVICE-FIELD.
           PERFORM 760-PRINT-REMIT-ADDRESS.
           MOVE 'Payment Method......' TO RPT-ADV-NAME.
           MOVE RPT-METHOD            TO RPT-ADV-VAL.
           PERFORM 770-PRINT-ADVICE-FIELD.
           IF PAY-BY-WIRE
              MOVE WS-WIRE-AMT TO WS-WIRE-EDIT
              MOVE 'Amount Wired........' TO RPT-ADV-NAME
              STRING WS-WIRE-CURR DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     WS-WIRE-EDIT DELIMITED BY SIZE
                     INTO RPT-ADV-VAL
              END-STRING
              PERFORM 770-PRINT-ADVICE-FIELD
           END-IF.
           WRITE REMITADV-RECORD FROM RPT-LINE-0.
           WRITE REMITADV-RECORD FROM RPT-ADV-HDR.
           MOVE WS-SEL-INV-NUMBER TO RPT-ADV-INV.
           MOVE WS-SEL-PO-NUMBER  TO RPT-ADV-PO.
           MOVE WS-SEL-GROSS-AMT  TO RPT-ADV-GROSS.
           MOVE WS-SEL-DISC-AMT   TO RPT-ADV-DISC.
           MOVE WS-MEMO-APPLIED   TO RPT-ADV-MEMO.
           MOVE WS-SEL-PREPAY-AMT TO RPT-ADV-PREPAY.
           MOVE WS-SEL-NET-AMT    TO RPT-ADV-NET.
           WRITE REMITADV-RECORD FROM RPT-ADV-DET.
           WRITE REMITADV-RECORD FROM RPT-LINE-0.

       760-PRINT-REMIT-ADDRESS.
           MOVE 'N' TO WS-SD-FOUND.
           IF SD-OPEN
              MOVE WS-SEL-SUPP-CODE TO WS-SD-SUPP-CODE
              MOVE '3'              TO WS-SD-ADDR-TYPE
              MOVE WS-SD-KEY        TO SUPADIR-KEY
              READ SUPADIR-FILE INTO WS-SD-DETAIL
                 KEY IS SUPADIR-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
              END-READ
           END-IF.
           IF SD-FOUND
              MOVE 'Remit To............' TO RPT-ADV-NAME
              MOVE WS-SD-SUPP-NAME TO RPT-ADV-VAL
              PERFORM 770-PRINT-ADVICE-FIELD
              MOVE WS-SD-ADDRESS-1 TO RPT-ADV-VAL
              PERFORM 770-PRINT-ADVICE-FIELD
              STRING WS-SD-CITY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SD-STATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SD-ZIP DELIMITED BY SIZE
                     INTO RPT-ADV-VAL
              END-STRING
              PERFORM 770-PRINT-ADVICE-FIELD
           ELSE
              ADD +1 TO WS-NOADDR-CNT
              MOVE 'Remit To............' TO RPT-ADV-NAME
              MOVE '*** NO REMIT ADDRESS ON FILE - SEE AP ***'
                   TO RPT-ADV-VAL
              PERFORM 770-PRINT-ADVICE-FIELD
           END-IF.

       770-PRINT-ADVICE-FIELD.
           WRITE REMITADV-RECORD FROM RPT-ADV-FLD.
           MOVE SPACES TO RPT-ADV-NAME, RPT-ADV-VAL.

       900-WRAP-UP.
           PERFORM 910-REWRITE-MEMO-REGISTER.
           WRITE CHKREG-RECORD FROM RPT-LINE-0.
           MOVE 'PAID BY ACH.................. ' TO RPT-SUM-LABEL.
           MOVE WS-ACH-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'PAID BY WIRE................. ' TO RPT-SUM-LABEL.
           MOVE WS-WIRE-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE '  CONVERTED TO ANOTHER CURR.. ' TO RPT-SUM-LABEL.
           MOVE WS-WIRE-FX-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'PAID BY CHECK................ ' TO RPT-SUM-LABEL.
           MOVE WS-CHECK-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE '  BY CHECK - NEW BANK DETAILS ' TO RPT-SUM-LABEL.
           MOVE WS-BANK-HOLD-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'BLOCKED - DENIED PARTY....... ' TO RPT-SUM-LABEL.
           MOVE WS-DENY-HOLD-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'SUPPLIER DEPOSITS PAID....... ' TO RPT-SUM-LABEL.
           MOVE WS-DEP-PAID-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'SETTLED IN FULL BY DEPOSIT... ' TO RPT-SUM-LABEL.
           MOVE WS-DEP-COVER-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'REMITTANCE ADVICE PRINTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-ADV-PRT-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE '  WITH NO REMIT ADDRESS...... ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'REMITTANCE SENT AS EDI 820... ' TO RPT-SUM-LABEL.
           MOVE WS-ADV-EDI-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           MOVE 'POSTINGS ROLLED FORWARD...... ' TO RPT-SUM-LABEL.
           MOVE WS-ROLLED-CNT TO RPT-SUM-CNT.
           WRITE CHKREG-RECORD FROM RPT-LINE-5.
           IF RESTART-RUN
              MOVE 'RESTART - ALREADY PAID....... ' TO RPT-SUM-LABEL
              MOVE WS-RST-PAID-CNT TO RPT-SUM-CNT
              WRITE CHKREG-RECORD FROM RPT-LINE-5
              MOVE 'RESTART - ALREADY HELD....... ' TO RPT-SUM-LABEL
              MOVE WS-RST-HELD-CNT TO RPT-SUM-CNT
              WRITE CHKREG-RECORD FROM RPT-LINE-5
           END-IF.
           MOVE 'TOTAL NET PAID............... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-PAID TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           MOVE 'TOTAL DISCOUNTS TAKEN........ ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-DISC TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           MOVE 'WIRED - USD EQUIVALENT....... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-WIRE-USD TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           MOVE 'DEBIT MEMOS NETTED........... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-MEMO TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           MOVE 'NET BLOCKED - DENIED PARTY... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-DENY TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           MOVE 'SUPPLIER DEPOSITS PAID....... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-DEP-PAID TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           MOVE 'DEPOSITS APPLIED TO INVOICES. ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-DEP-APPL TO RPT-TOT-AMT.
           WRITE CHKREG-RECORD FROM RPT-LINE-TOT.
           IF RESTART-RUN
              MOVE 'NET ALREADY PAID - RESTART... ' TO RPT-TOT-LABEL
              MOVE WS-RST-PAID-AMT TO RPT-TOT-AMT
              WRITE CHKREG-RECORD FROM RPT-LINE-TOT
           END-IF.
           WRITE CHKREG-RECORD FROM RPT-LINE-4.
           CLOSE PAYSEL-FILE, ACHEXT-FILE, CHKREG-FILE,
                 PAYHIST-FILE, PAYREOP-FILE, PREPAY-FILE,
                 PREPREQ-FILE, REMITADV-FILE, EDI820-FILE,
                 WIREOUT-FILE.
           IF OPENPO-IS-OPEN
              CLOSE OPENPO-FILE
           END-IF.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.
           IF SD-OPEN
              CLOSE SUPADIR-FILE
           END-IF.
      *> the run is complete - an empty checkpoint means the next
      *> run starts fresh
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       910-REWRITE-MEMO-REGISTER.
      *> rewrite the whole register from the in-memory table with
              END-IF
           END-IF.

       920-WRITE-CHECKPOINT.
      *> record our progress so a restart skips what this run has
      *> already paid or held.  a restart that abends again keeps
      *> the furthest point either run reached
           MOVE SPACES           TO CHECKPOINT-RECORD.
           MOVE WS-RST-RUN-DATE  TO CHKPT-RUN-DATE.
           MOVE WS-RST-FIRST-REF TO CHKPT-FIRST-REF.
           IF WS-SEL-CNT > WS-RST-SEL-CNT
              MOVE WS-SEL-CNT     TO CHKPT-SEL-CNT
           ELSE
              MOVE WS-RST-SEL-CNT TO CHKPT-SEL-CNT
           END-IF.
           MOVE WS-PAY-REF       TO CHKPT-LAST-REF.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHKPT-OK
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           ELSE
              DISPLAY 'Output PAYCKPT File Error'
              GO TO 999-ERR-RTN
           END-IF.

       990-VERIFY-MASTER.
      *> the master named in WS-MS-MASTER has to agree with the
      *> control signature its last updater left - one that does
      *> not was half-written or changed outside the suite
           MOVE 'VFY' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF MS-DISAGREES
              DISPLAY WS-MS-MASTER ' FAILED ITS CONTROL-TOTAL CHECK '
                      '- RUN STOPPED UNTIL THE MASTER IS RESTORED'
              GO TO 999-ERR-RTN
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
