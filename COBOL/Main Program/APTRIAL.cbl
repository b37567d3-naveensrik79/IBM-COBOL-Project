       IDENTIFICATION DIVISION.
       PROGRAM-ID.     APTRIAL.
      * **************************************************
      * APTRIAL IS THE MONTH-END AP TRIAL BALANCE - EVERYTHING THE
      * SUITE SAYS WE STILL OWE OUR SUPPLIERS, AGED, AND PROVED TO
      * THE LEDGER.  THE OPEN ITEMS ARE:
      *   INV  - EVERY INVOICE INVMATCH CLEARED ONTO THE REGISTER,
      *          LESS WHAT THE PAYMENT HISTORY SAYS PAYRUN PAID
      *          AGAINST IT (A VOIDED, STOPPED OR RETURNED PAYMENT
      *          NEVER PAID ANYTHING).  AN INVOICE PAID IN FULL IS
      *          NOT AN OPEN ITEM
      *   HOLD - EVERY LINE STILL OPEN ON THE EXCEPTION HOLD FILE,
      *          AT ITS INVOICED QTY * UNIT PRICE
      *   DBM  - EVERY DEBIT MEMO STILL OPEN ON THE REGISTER, AS A
      *          CREDIT AGAINST THE SUPPLIER
      * EACH ITEM IS AGED BY ITS DUE DATE - INVOICE DATE (OFF THE
      * INVOICE TIMELINE, OR THE CLEARANCE DATE WHEN THE TIMELINE
      * DOES NOT HAVE IT) + THE SUPPLIER MASTER'S NET DAYS, NET 30
      * WHEN IT CARRIES NONE, THE SAME TERMS PAYSEL PAYS BY.  A
      * DEBIT MEMO IS DUE THE DAY IT WAS RAISED.  ITEMS ARE LISTED
      * BY SUPPLIER INTO CURRENT, 1-30, 31-60, 61-90 AND OVER-90
      * DAYS PAST DUE, SUBTOTALED PER SUPPLIER.
      * THE GRAND TOTAL IS RECONCILED TO THE AP CLEARING ACCOUNT
      * 21100000 ON THE PERIOD'S GL EXTRACT (NET CREDIT, BROKEN OUT
      * BY THE GLEXT SECTION THAT POSTED IT), AND THE DIFFERENCE IS
      * EXPLAINED ITEM BY ITEM - HOLDS AND DEBIT MEMOS THE LEDGER
      * HAS NOT SEEN, RECEIPTS CREDITED AHEAD OF THEIR INVOICE,
      * GST/HST CARRIED APART FROM THE INVOICE, AND THE PO-PRICE
      * VALUE OF THE CLEARED INVOICES STILL IN THE RECEIPT ACCRUAL.
      * THE ITEMS ARE AGED AS OF THE LAST DAY OF THE FISCAL PERIOD
      * THE EXTRACT WAS DATED IN (FISCPER); WITH NO EXTRACT THEY
      * ARE AGED AS OF THE RUN DATE AND NOTHING IS RECONCILED.  AN
      * UNEXPLAINED DIFFERENCE, OR NO EXTRACT, ENDS RETURN CODE 4.
      * UT-C-INVREG   = INVOICE REGISTER MAINTAINED BY INVMATCH
      * UT-C-PAYHIST  = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-INVTIME  = INVOICE TIMELINE - THE INVOICE DATES
      * UT-C-SUPPMAST = SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-INVHOLD  = EXCEPTION HOLD FILE (INVMATCH, INVHOLD)
      * UT-C-DBMREG   = DEBIT-MEMO REGISTER (DEBMEMO, PAYRUN)
      * UT-C-GLEXT    = THE PERIOD'S JOURNAL EXTRACT FROM GLEXT
      * UT-C-APTBRPT  = TRIAL BALANCE REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVREG-FILE ASSIGN TO UT-C-INVREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVREG-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT INVTIME-FILE ASSIGN TO UT-C-INVTIME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVTIME-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT INVHOLD-FILE ASSIGN TO UT-C-INVHOLD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVHOLD-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           SELECT GLEXT-FILE ASSIGN TO UT-C-GLEXT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS GLEXT-ST.
           SELECT APTBRPT-FILE ASSIGN TO UT-C-APTBRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS APTBRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INVREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVREG-RECORD       PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD INVTIME-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVTIME-RECORD      PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD INVHOLD-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 INVHOLD-RECORD      PIC X(120).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DBMREG-RECORD       PIC X(80).
       FD GLEXT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 GLEXT-RECORD        PIC X(80).
       FD APTBRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 APTBRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-IR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PAY-REC-CNT          PIC 9(08) VALUE ZERO.
       77 WS-HOLD-REC-CNT         PIC 9(08) VALUE ZERO.
       77 WS-DBM-REC-CNT          PIC 9(08) VALUE ZERO.
       77 WS-GL-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-INV-OPEN-CNT         PIC 9(08) VALUE ZERO.
       77 WS-INV-PAID-CNT         PIC 9(08) VALUE ZERO.
       77 WS-HOLD-OPEN-CNT        PIC 9(08) VALUE ZERO.
       77 WS-DBM-OPEN-CNT         PIC 9(08) VALUE ZERO.
       77 WS-SUPP-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NO-DATE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-OVERFLOW-CNT         PIC 9(08) VALUE ZERO.
       77 WS-ASOF-DATE            PIC 9(08) VALUE ZERO.
       77 WS-ASOF-INT             PIC 9(08) VALUE ZERO.
       77 WS-DOC-INT              PIC 9(08) VALUE ZERO.
       77 WS-DUE-INT              PIC 9(08) VALUE ZERO.
       77 WS-PAST-DUE-DAYS        PIC S9(05) VALUE ZERO.
       77 WS-TRM-NET-DAYS         PIC 9(03) VALUE ZERO.
       77 WS-OPEN-AMT             PIC S9(9)V99 VALUE ZERO.
       77 WS-HOLD-AMT             PIC S9(9)V99 VALUE ZERO.
       77 WS-SORT-I               PIC 9(5) VALUE ZERO.
       77 WS-SORT-J               PIC 9(5) VALUE ZERO.
       77 WS-PRV-SUPP             PIC X(10) VALUE SPACES.

      * TRIAL BALANCE BY KIND OF ITEM, AND THE AGING BUCKETS -
      * 1 CURRENT, 2 1-30, 3 31-60, 4 61-90, 5 OVER 90 DAYS PAST DUE
       77 WS-TB-INV-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-TB-HOLD-TOT          PIC S9(13)V99 VALUE ZERO.
       77 WS-TB-DBM-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-TB-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77 WS-BKT-IDX              PIC 9(01) VALUE ZERO.
       77 WS-BKT-MAX              PIC 9(01) VALUE 5.
       01 WS-BKT-SUPP-TBL.
           05 WS-BKT-SUPP OCCURS 5 TIMES PIC S9(13)V99.
       01 WS-BKT-TOT-TBL.
           05 WS-BKT-TOT  OCCURS 5 TIMES PIC S9(13)V99.

      * AP CLEARING ON THE GL EXTRACT - NET CREDIT BY THE GLEXT
      * SECTION THAT POSTED IT, AND THE RECONCILIATION WORKED ON IT
       77 WS-GL-CLR-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-RNI-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-PPV-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-ITC-TOT           PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-OTHER-TOT         PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-ROW-AMT           PIC S9(11)V99 VALUE ZERO.
       77 WS-GL-FIRST-DATE        PIC 9(08) VALUE ZERO.
       77 WS-RC-DIFF              PIC S9(13)V99 VALUE ZERO.
       77 WS-RC-ACCRUAL           PIC S9(13)V99 VALUE ZERO.
       77 WS-RC-EXPLAINED         PIC S9(13)V99 VALUE ZERO.
       77 WS-RC-UNEXPLAINED       PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-FOUND-SW          PIC X(01) VALUE 'N'.
           88 GL-FOUND            VALUE 'Y'.

      * FISCAL-PERIOD HANDSHAKE WITH THE SHARED FISCPER ROUTINE
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.

      * SUPPLIER MASTER TABLE - THE TERMS, SAME ROW LAYOUT PAYSEL
      * LOADS
       77 WS-SM-MAX               PIC 9(5) VALUE 5000.
       77 WS-SM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SM-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SM-DETAIL            PIC X(80) VALUE SPACES.
       01 WS-SM-TBL.
           05 WS-SM-ROW OCCURS 5000 TIMES.
               10 WS-SM-ROW-CODE      PIC X(10).
               10 WS-SM-ROW-NAME      PIC X(15).
               10 WS-SM-ROW-TYPE      PIC X(01).
               10 WS-SM-ROW-RATING    PIC X(01).
               10 WS-SM-ROW-STATUS    PIC X(01).
               10 WS-SM-ROW-ACT-DATE  PIC 9(08).
               10 WS-SM-ROW-NET-DAYS  PIC 9(03).
               10 WS-SM-ROW-DISC-PCT  PIC 9(02)V99.
               10 WS-SM-ROW-DISC-DAYS PIC 9(03).
               10 FILLER              PIC X(34).

      * INVOICE DATES OFF THE TIMELINE'S CLEARED ROWS
       77 WS-TL-MAX               PIC 9(5) VALUE 20000.
       77 WS-TL-CNT               PIC 9(5) VALUE ZERO.
       77 WS-TL-IDX               PIC 9(5) VALUE ZERO.
       77 WS-TL-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-TLT-TBL.
           05 WS-TLT-ROW OCCURS 20000 TIMES.
               10 WS-TLT-SUPP     PIC X(10).
               10 WS-TLT-INV      PIC X(10).
               10 WS-TLT-INV-DATE PIC 9(08).

      * PAYMENTS STILL STANDING ON THE HISTORY - A REVERSAL BLANKS
      * THE PAYMENT IT REVERSES, SAME AS STMTREC
       77 WS-PT-MAX               PIC 9(5) VALUE 20000.
       77 WS-PT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PT-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 20000 TIMES.
               10 WS-PT-SUPP      PIC X(10).
               10 WS-PT-INV       PIC X(10).
               10 WS-PT-GROSS     PIC 9(9)V99.
               10 WS-PT-REF       PIC 9(08).

      * OPEN-ITEM TABLE - ONE ROW PER INVOICE, HELD LINE OR DEBIT
      * MEMO, SORTED SUPPLIER + DUE DATE FOR THE LISTING
       77 WS-OI-MAX               PIC 9(5) VALUE 20000.
       77 WS-OI-CNT               PIC 9(5) VALUE ZERO.
       77 WS-OI-IDX               PIC 9(5) VALUE ZERO.
       77 WS-OI-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-OI-KEEP              PIC 9(5) VALUE ZERO.
       01 WS-OI-TBL.
           05 WS-OI-ROW OCCURS 20000 TIMES.
               10 WS-OI-KEY.
                   15 WS-OI-SUPP      PIC X(10).
                   15 WS-OI-DUE-DATE  PIC 9(08).
                   15 WS-OI-TYPE      PIC X(01).
                      88 OI-INVOICE   VALUE 'I'.
                      88 OI-HOLD      VALUE 'H'.
                      88 OI-DEBIT-MEMO VALUE 'D'.
                   15 WS-OI-DOC       PIC X(10).
               10 WS-OI-PO            PIC X(06).
               10 WS-OI-PART          PIC X(23).
               10 WS-OI-DOC-DATE      PIC 9(08).
               10 WS-OI-AMT           PIC S9(9)V99.
               10 WS-OI-PAID          PIC 9(9)V99.
       01 WS-OI-SAVE.
           05 WS-OIS-KEY              PIC X(29).
           05 FILLER                  PIC X(59).

      * ONE INVOICE-REGISTER RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-IR-DETAIL.
           05 WS-IR-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-IR-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-IR-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-IR-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-IR-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-IR-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-IR-CLEAR-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * ONE INVOICE-TIMELINE ROW - SAME LAYOUT INVMATCH APPENDS
           COPY INVTIME.

      * ONE EXCEPTION HOLD RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-HLD-DETAIL.
           05 WS-HLD-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-HLD-INV-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-HLD-PO-NUMBER    PIC X(06) VALUE SPACES.
           05 WS-HLD-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-HLD-QUANTITY     PIC 9(07) VALUE ZERO.
           05 WS-HLD-UNIT-PRICE   PIC 9(7)V99 VALUE ZERO.
           05 WS-HLD-INV-DATE     PIC 9(08) VALUE ZERO.
           05 WS-HLD-REASON       PIC X(05) VALUE SPACES.
           05 WS-HLD-ENTRY-DATE   PIC 9(08) VALUE ZERO.
           05 WS-HLD-STATUS       PIC X(01) VALUE SPACES.
               88 HLD-STAT-OPEN       VALUE 'O'.
               88 HLD-STAT-RELEASED   VALUE 'R'.
           05 WS-HLD-REL-DATE     PIC 9(08) VALUE ZERO.
           05 WS-HLD-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-HLD-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE SPACES.

      * ONE DEBIT-MEMO REGISTER ROW - SAME LAYOUT DEBMEMO WRITES
       01 WS-DM-DETAIL.
           05 WS-DM-MEMO-NO       PIC 9(08) VALUE ZERO.
           05 WS-DM-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DM-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-DM-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-DM-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-DM-MEMO-DATE     PIC 9(08) VALUE ZERO.
           05 WS-DM-STATUS        PIC X(01) VALUE SPACES.
               88 DM-STAT-OPEN    VALUE 'O'.
               88 DM-STAT-APPLIED VALUE 'A'.
           05 WS-DM-APPL-REF      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE JOURNAL EXTRACT RECORD - SAME LAYOUT GLEXT WRITES
       01 WS-GL-DETAIL.
           05 WS-GL-ACCOUNT       PIC X(08) VALUE SPACES.
           05 WS-GL-DR-CR         PIC X(02) VALUE SPACES.
           05 WS-GL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-DATE          PIC 9(08) VALUE ZERO.
           05 WS-GL-SOURCE        PIC X(08) VALUE SPACES.
           05 WS-GL-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-GL-COST-CENTER   PIC X(06) VALUE SPACES.
           05 FILLER              PIC X(25) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'APTRIAL'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 INVREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-INVREG        VALUE 'Y'.
           05 INVREG-ST                 PIC X(02).
               88 INVREG-OK             VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 INVTIME-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INVTIME       VALUE 'Y'.
           05 INVTIME-ST                PIC X(02).
               88 INVTIME-OK            VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 INVHOLD-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INVHOLD       VALUE 'Y'.
           05 INVHOLD-ST                PIC X(02).
               88 INVHOLD-OK            VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
               88 DBMREG-OK             VALUE '00'.
           05 GLEXT-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-GLEXT         VALUE 'Y'.
           05 GLEXT-ST                  PIC X(02).
               88 GLEXT-OK              VALUE '00'.
           05 APTBRPT-ST                PIC X(02).
               88 APTBRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'AP TRIAL BALANCE - OPEN ITEMS AGED  '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-PERIOD.
             10 FILLER          PIC X(16) VALUE 'FISCAL PERIOD:  '.
             10 RPT-PERIOD      PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(16) VALUE '  AGED AS OF:   '.
             10 RPT-ASOF-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PERIOD-NOTE PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(34) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Type'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Document  '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Doc Date'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Due Date'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Days'.
             10 FILLER    PIC X(15) VALUE '        Current'.
             10 FILLER    PIC X(15) VALUE '      1-30 Days'.
             10 FILLER    PIC X(15) VALUE '     31-60 Days'.
             10 FILLER    PIC X(15) VALUE '     61-90 Days'.
             10 FILLER    PIC X(15) VALUE '   Over 90 Days'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-ITEM-TYPE   PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-DOC         PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-DOC-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-DUE-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-DAYS        PIC -ZZZ9.
             10 RPT-BKT-AREA.
                15 RPT-BKT-GRP OCCURS 5 TIMES.
                   20 FILLER    PIC X(01).
                   20 RPT-BKT   PIC -ZZ,ZZZ,ZZ9.99.
       01 RPT-LINE-SUB.
             10 RPT-SUB-SUPP    PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SUB-LABEL   PIC X(46) VALUE SPACES.
             10 RPT-SUB-AREA.
                15 RPT-SUB-GRP OCCURS 5 TIMES.
                   20 FILLER    PIC X(01).
                   20 RPT-SUB-BKT PIC -ZZ,ZZZ,ZZ9.99.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(34) VALUE SPACES.
             10 RPT-TOT-AMT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(78) VALUE SPACES.
       01 RPT-LINE-TEXT.
             10 RPT-TEXT        PIC X(80) VALUE SPACES.
             10 FILLER          PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 210-LOAD-SUPPLIER-MASTER.
           PERFORM 220-LOAD-INVOICE-DATES.
           PERFORM 230-LOAD-PAYMENTS.
           PERFORM 300-READ-INVREG.
           PERFORM 400-COLLECT-ONE-INVOICE UNTIL NO-MORE-INVREG.
           PERFORM 410-APPLY-ONE-PAYMENT
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT.
           PERFORM 420-COLLECT-HOLDS.
           PERFORM 430-COLLECT-DEBIT-MEMOS.
           MOVE ZERO TO WS-OI-KEEP.
           PERFORM 500-DATE-ONE-ITEM THRU 500-DATE-EXIT
                   VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT.
           MOVE WS-OI-KEEP TO WS-OI-CNT.
           PERFORM 550-SORT-OPEN-ITEMS.
           PERFORM 600-LIST-ONE-ITEM
                   VARYING WS-OI-IDX FROM 1 BY 1
                   UNTIL WS-OI-IDX > WS-OI-CNT.
           IF WS-OI-CNT > ZERO
              PERFORM 650-SUPPLIER-TOTAL
           END-IF.
           PERFORM 660-GRAND-TOTAL.
           PERFORM 700-RECONCILE-TO-GL.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE ZERO TO WS-BKT-SUPP-TBL, WS-BKT-TOT-TBL.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-GL-CLEARING.
           PERFORM 150-SET-AGING-DATE.
           WRITE APTBRPT-RECORD FROM RPT-LINE-0.
           WRITE APTBRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE APTBRPT-RECORD FROM RPT-LINE-PERIOD.
           WRITE APTBRPT-RECORD FROM RPT-LINE-1.
           WRITE APTBRPT-RECORD FROM RPT-LINE-2.

       150-SET-AGING-DATE.
      *> the extract's rows are all dated inside the period GLEXT
      *> ran for - the period's last day is the trial balance date.
      *> no extract, or no calendar, ages as of the run date
           MOVE WS01-CURR-DATE-N TO WS-ASOF-DATE.
           IF NOT GL-FOUND OR WS-GL-FIRST-DATE = ZERO
              MOVE 'NO GL EXTRACT - TRIAL BALANCE NOT RECONCILED'
                   TO RPT-PERIOD-NOTE
           ELSE
              MOVE 'CHK' TO WS-FP-ACTION
              MOVE WS-GL-FIRST-DATE TO WS-FP-DATE
              CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                   WS-FP-POST-DATE, WS-FP-PERIOD,
                                   WS-FP-STATUS, WS-FP-RETURN
              IF WS-FP-RETURN = 16 OR WS-FP-RETURN = 12
                 MOVE WS-GL-FIRST-DATE TO WS-ASOF-DATE
                 MOVE 'NO FISCAL PERIOD - AGED AS OF THE EXTRACT DATE'
                      TO RPT-PERIOD-NOTE
              ELSE
                 MOVE 'PER' TO WS-FP-ACTION
                 CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                      WS-FP-POST-DATE, WS-FP-PERIOD,
                                      WS-FP-STATUS, WS-FP-RETURN
                 MOVE WS-FP-PERIOD    TO RPT-PERIOD
                 MOVE WS-FP-POST-DATE TO WS-ASOF-DATE
                 MOVE 'RECONCILED TO THE PERIOD''S GL EXTRACT'
                      TO RPT-PERIOD-NOTE
              END-IF
           END-IF.
           MOVE WS-ASOF-DATE TO RPT-ASOF-DATE.
           COMPUTE WS-ASOF-INT =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

       200-OPEN-FILES.
           OPEN INPUT INVREG-FILE
              IF NOT INVREG-OK
                 DISPLAY 'Input INVREG File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT APTBRPT-FILE
              IF NOT APTBRPT-OK
                 DISPLAY 'Output APTBRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIER-MASTER.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 215-LOAD-MASTER-ROW UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - SHOP-DEFAULT TERMS '
                      'AGE EVERY ITEM'
           END-IF.

       215-LOAD-MASTER-ROW.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND WS-SM-CNT < WS-SM-MAX
              ADD +1 TO WS-SM-CNT
              MOVE WS-SM-DETAIL TO WS-SM-ROW(WS-SM-CNT)
           END-IF.

       220-LOAD-INVOICE-DATES.
      *> no timeline just means every invoice is aged from the day
      *> it cleared
           OPEN INPUT INVTIME-FILE.
           IF INVTIME-OK
              PERFORM 225-LOAD-ONE-DATE UNTIL NO-MORE-INVTIME
              CLOSE INVTIME-FILE
           ELSE
              DISPLAY 'INVTIME NOT FOUND - INVOICES AGED FROM THEIR '
                      'CLEARANCE DATE'
           END-IF.

       225-LOAD-ONE-DATE.
           READ INVTIME-FILE INTO WS-TL-DETAIL
              AT END MOVE 'Y' TO INVTIME-EOF
           END-READ.
           IF NOT NO-MORE-INVTIME AND TL-CLEARED AND
              WS-TL-INV-DATE IS NUMERIC AND WS-TL-INV-DATE > ZERO AND
              WS-TL-CNT < WS-TL-MAX
              ADD +1 TO WS-TL-CNT
              MOVE WS-TL-SUPP-CODE  TO WS-TLT-SUPP(WS-TL-CNT)
              MOVE WS-TL-INV-NUMBER TO WS-TLT-INV(WS-TL-CNT)
              MOVE WS-TL-INV-DATE   TO WS-TLT-INV-DATE(WS-TL-CNT)
           END-IF.

       230-LOAD-PAYMENTS.
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 235-LOAD-ONE-PAYMENT UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           ELSE
              DISPLAY 'PAYHIST NOT FOUND - NO PAYMENTS ON FILE'
           END-IF.

       235-LOAD-ONE-PAYMENT.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST
              ADD +1 TO WS-PAY-REC-CNT
              IF PH-IS-REVERSAL
                 PERFORM 237-DROP-REVERSED-PAYMENT
              ELSE
                 IF WS-PT-CNT < WS-PT-MAX
                    ADD +1 TO WS-PT-CNT
                    MOVE WS-PH-SUPP-CODE  TO WS-PT-SUPP(WS-PT-CNT)
                    MOVE WS-PH-INV-NUMBER TO WS-PT-INV(WS-PT-CNT)
                    MOVE WS-PH-GROSS-AMT  TO WS-PT-GROSS(WS-PT-CNT)
                    MOVE WS-PH-PAY-REF    TO WS-PT-REF(WS-PT-CNT)
                 END-IF
              END-IF
           END-IF.

       237-DROP-REVERSED-PAYMENT.
      *> the reversing row names the payment by pay-ref, supplier
      *> and invoice - blanking the key keeps it from ever matching
           MOVE ZERO TO WS-PT-FND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-FND-IDX > ZERO
              IF WS-PT-REF(WS-PT-IDX)  = WS-PH-PAY-REF    AND
                 WS-PT-SUPP(WS-PT-IDX) = WS-PH-SUPP-CODE  AND
                 WS-PT-INV(WS-PT-IDX)  = WS-PH-INV-NUMBER
                 MOVE SPACES TO WS-PT-SUPP(WS-PT-IDX)
                 MOVE SPACES TO WS-PT-INV(WS-PT-IDX)
                 MOVE WS-PT-IDX TO WS-PT-FND-IDX
              END-IF
           END-PERFORM.

       250-LOAD-GL-CLEARING.
      *> the net credit on AP clearing, by the GLEXT section that
      *> posted it.  no extract means GLEXT has not run for the
      *> period - the items are still listed, nothing is proved
           OPEN INPUT GLEXT-FILE.
           IF GLEXT-OK
              MOVE 'Y' TO WS-GL-FOUND-SW
              PERFORM 255-LOAD-ONE-JOURNAL-ROW UNTIL NO-MORE-GLEXT
              CLOSE GLEXT-FILE
           ELSE
              DISPLAY 'GLEXT NOT FOUND - TRIAL BALANCE NOT RECONCILED'
           END-IF.

       255-LOAD-ONE-JOURNAL-ROW.
           READ GLEXT-FILE INTO WS-GL-DETAIL
              AT END MOVE 'Y' TO GLEXT-EOF
           END-READ.
           IF NOT NO-MORE-GLEXT
              ADD +1 TO WS-GL-REC-CNT
              IF WS-GL-FIRST-DATE = ZERO AND WS-GL-DATE IS NUMERIC
                 MOVE WS-GL-DATE TO WS-GL-FIRST-DATE
              END-IF
              IF WS-GL-ACCOUNT = '21100000' AND
                 WS-GL-AMOUNT IS NUMERIC
                 IF WS-GL-DR-CR = 'DR'
                    COMPUTE WS-GL-ROW-AMT = ZERO - WS-GL-AMOUNT
                 ELSE
                    MOVE WS-GL-AMOUNT TO WS-GL-ROW-AMT
                 END-IF
                 ADD WS-GL-ROW-AMT TO WS-GL-CLR-TOT
                 EVALUATE WS-GL-SOURCE
                    WHEN 'RNIACCR '
                       ADD WS-GL-ROW-AMT TO WS-GL-RNI-TOT
                    WHEN 'PPVAR   '
                       ADD WS-GL-ROW-AMT TO WS-GL-PPV-TOT
                    WHEN 'ITCRCV  '
                       ADD WS-GL-ROW-AMT TO WS-GL-ITC-TOT
                    WHEN OTHER
                       ADD WS-GL-ROW-AMT TO WS-GL-OTHER-TOT
                 END-EVALUATE
              END-IF
           END-IF.

       300-READ-INVREG.
           READ INVREG-FILE INTO WS-IR-DETAIL
              AT END
              MOVE 'Y' TO INVREG-EOF.

       400-COLLECT-ONE-INVOICE.
      *> the register holds one row per cleared line - the open item
      *> is the invoice, so its lines are summed.  lines of the same
      *> invoice clear together, so the search runs from the end
           ADD +1 TO WS-IR-REC-CNT.
           PERFORM VARYING WS-OI-IDX FROM WS-OI-CNT BY -1
                   UNTIL WS-OI-IDX = ZERO OR
                   (OI-INVOICE(WS-OI-IDX) AND
                    WS-OI-SUPP(WS-OI-IDX) = WS-IR-SUPP-CODE AND
                    WS-OI-DOC(WS-OI-IDX) = WS-IR-INV-NUMBER)
              CONTINUE
           END-PERFORM.
           IF WS-OI-IDX > ZERO
              ADD WS-IR-AMOUNT TO WS-OI-AMT(WS-OI-IDX)
           ELSE
              IF WS-OI-CNT < WS-OI-MAX
                 ADD +1 TO WS-OI-CNT
                 MOVE WS-IR-SUPP-CODE   TO WS-OI-SUPP(WS-OI-CNT)
                 MOVE ZERO              TO WS-OI-DUE-DATE(WS-OI-CNT)
                 MOVE 'I'               TO WS-OI-TYPE(WS-OI-CNT)
                 MOVE WS-IR-INV-NUMBER  TO WS-OI-DOC(WS-OI-CNT)
                 MOVE WS-IR-PO-NUMBER   TO WS-OI-PO(WS-OI-CNT)
                 MOVE SPACES            TO WS-OI-PART(WS-OI-CNT)
                 MOVE WS-IR-CLEAR-DATE  TO WS-OI-DOC-DATE(WS-OI-CNT)
                 MOVE WS-IR-AMOUNT      TO WS-OI-AMT(WS-OI-CNT)
                 MOVE ZERO              TO WS-OI-PAID(WS-OI-CNT)
                 PERFORM 405-FIND-INVOICE-DATE
              ELSE
                 ADD +1 TO WS-OVERFLOW-CNT
              END-IF
           END-IF.
           PERFORM 300-READ-INVREG.

       405-FIND-INVOICE-DATE.
      *> the supplier's own invoice date when the timeline has it -
      *> terms run from that, not from the day we cleared it
           MOVE ZERO TO WS-TL-FND-IDX.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-CNT OR WS-TL-FND-IDX > ZERO
              IF WS-TLT-SUPP(WS-TL-IDX) = WS-IR-SUPP-CODE AND
                 WS-TLT-INV(WS-TL-IDX) = WS-IR-INV-NUMBER
                 MOVE WS-TL-IDX TO WS-TL-FND-IDX
                 MOVE WS-TLT-INV-DATE(WS-TL-IDX)
                      TO WS-OI-DOC-DATE(WS-OI-CNT)
              END-IF
           END-PERFORM.

       410-APPLY-ONE-PAYMENT.
           IF WS-PT-SUPP(WS-PT-IDX) NOT = SPACES
              PERFORM VARYING WS-OI-IDX FROM WS-OI-CNT BY -1
                      UNTIL WS-OI-IDX = ZERO OR
                      (WS-OI-SUPP(WS-OI-IDX) = WS-PT-SUPP(WS-PT-IDX)
                       AND WS-OI-DOC(WS-OI-IDX) = WS-PT-INV(WS-PT-IDX)
                       AND OI-INVOICE(WS-OI-IDX))
                 CONTINUE
              END-PERFORM
              IF WS-OI-IDX > ZERO
                 ADD WS-PT-GROSS(WS-PT-IDX) TO WS-OI-PAID(WS-OI-IDX)
              END-IF
           END-IF.

       420-COLLECT-HOLDS.
      *> no hold file means nothing is on hold
           OPEN INPUT INVHOLD-FILE.
           IF INVHOLD-OK
              PERFORM 425-COLLECT-ONE-HOLD UNTIL NO-MORE-INVHOLD
              CLOSE INVHOLD-FILE
           ELSE
              DISPLAY 'INVHOLD NOT FOUND - NO INVOICES ON HOLD'
           END-IF.

       425-COLLECT-ONE-HOLD.
      *> INVMATCH appends a line every time it meets it again until
      *> INVHOLD next collapses the file - a line already taken is
      *> not taken twice
           READ INVHOLD-FILE INTO WS-HLD-DETAIL
              AT END MOVE 'Y' TO INVHOLD-EOF
           END-READ.
           IF NOT NO-MORE-INVHOLD
              ADD +1 TO WS-HOLD-REC-CNT
           END-IF.
           IF NOT NO-MORE-INVHOLD AND HLD-STAT-OPEN
              MOVE ZERO TO WS-OI-FND-IDX
              PERFORM VARYING WS-OI-IDX FROM 1 BY 1
                      UNTIL WS-OI-IDX > WS-OI-CNT OR
                      WS-OI-FND-IDX > ZERO
                 IF OI-HOLD(WS-OI-IDX) AND
                    WS-OI-SUPP(WS-OI-IDX) = WS-HLD-SUPP-CODE AND
                    WS-OI-DOC(WS-OI-IDX)  = WS-HLD-INV-NUMBER AND
                    WS-OI-PO(WS-OI-IDX)   = WS-HLD-PO-NUMBER AND
                    WS-OI-PART(WS-OI-IDX) = WS-HLD-PART-NUMBER
                    MOVE WS-OI-IDX TO WS-OI-FND-IDX
                 END-IF
              END-PERFORM
              IF WS-OI-FND-IDX = ZERO
                 IF WS-OI-CNT < WS-OI-MAX
                    COMPUTE WS-HOLD-AMT ROUNDED =
                       WS-HLD-QUANTITY * WS-HLD-UNIT-PRICE
                    ADD +1 TO WS-OI-CNT
                    MOVE WS-HLD-SUPP-CODE   TO WS-OI-SUPP(WS-OI-CNT)
                    MOVE ZERO           TO WS-OI-DUE-DATE(WS-OI-CNT)
                    MOVE 'H'                TO WS-OI-TYPE(WS-OI-CNT)
                    MOVE WS-HLD-INV-NUMBER  TO WS-OI-DOC(WS-OI-CNT)
                    MOVE WS-HLD-PO-NUMBER   TO WS-OI-PO(WS-OI-CNT)
                    MOVE WS-HLD-PART-NUMBER TO WS-OI-PART(WS-OI-CNT)
                    MOVE WS-HLD-INV-DATE TO WS-OI-DOC-DATE(WS-OI-CNT)
                    MOVE WS-HOLD-AMT        TO WS-OI-AMT(WS-OI-CNT)
                    MOVE ZERO               TO WS-OI-PAID(WS-OI-CNT)
                 ELSE
                    ADD +1 TO WS-OVERFLOW-CNT
                 END-IF
              END-IF
           END-IF.

       430-COLLECT-DEBIT-MEMOS.
      *> no register means no memo has ever been raised
           OPEN INPUT DBMREG-FILE.
           IF DBMREG-OK
              PERFORM 435-COLLECT-ONE-MEMO UNTIL NO-MORE-DBMREG
              CLOSE DBMREG-FILE
           ELSE
              DISPLAY 'DBMREG NOT FOUND - NO DEBIT MEMOS OPEN'
           END-IF.

       435-COLLECT-ONE-MEMO.
      *> an open memo is money the supplier owes back - it sits on
      *> the trial balance as a credit until PAYRUN nets it
           READ DBMREG-FILE INTO WS-DM-DETAIL
              AT END MOVE 'Y' TO DBMREG-EOF
           END-READ.
           IF NOT NO-MORE-DBMREG
              ADD +1 TO WS-DBM-REC-CNT
           END-IF.
           IF NOT NO-MORE-DBMREG AND DM-STAT-OPEN
              IF WS-OI-CNT < WS-OI-MAX
                 ADD +1 TO WS-OI-CNT
                 MOVE WS-DM-SUPP-CODE   TO WS-OI-SUPP(WS-OI-CNT)
                 MOVE ZERO              TO WS-OI-DUE-DATE(WS-OI-CNT)
                 MOVE 'D'               TO WS-OI-TYPE(WS-OI-CNT)
                 MOVE WS-DM-MEMO-NO     TO WS-OI-DOC(WS-OI-CNT)
                 MOVE WS-DM-PO-NUMBER   TO WS-OI-PO(WS-OI-CNT)
                 MOVE WS-DM-PART-NUMBER TO WS-OI-PART(WS-OI-CNT)
                 MOVE WS-DM-MEMO-DATE   TO WS-OI-DOC-DATE(WS-OI-CNT)
                 COMPUTE WS-OI-AMT(WS-OI-CNT) = ZERO - WS-DM-AMOUNT
                 MOVE ZERO              TO WS-OI-PAID(WS-OI-CNT)
              ELSE
                 ADD +1 TO WS-OVERFLOW-CNT
              END-IF
           END-IF.

       500-DATE-ONE-ITEM.
      *> an invoice paid in full drops out here; every item kept is
      *> closed up to the front of the table with its due date set
           IF OI-INVOICE(WS-OI-IDX)
              COMPUTE WS-OPEN-AMT = WS-OI-AMT(WS-OI-IDX)
                                  - WS-OI-PAID(WS-OI-IDX)
              IF WS-OPEN-AMT NOT > ZERO
                 ADD +1 TO WS-INV-PAID-CNT
                 GO TO 500-DATE-EXIT
              END-IF
              MOVE WS-OPEN-AMT TO WS-OI-AMT(WS-OI-IDX)
           END-IF.
           IF OI-DEBIT-MEMO(WS-OI-IDX)
              MOVE ZERO TO WS-TRM-NET-DAYS
           ELSE
              PERFORM 510-FIND-TERMS
           END-IF.
           IF WS-OI-DOC-DATE(WS-OI-IDX) IS NUMERIC AND
              WS-OI-DOC-DATE(WS-OI-IDX) > ZERO
              COMPUTE WS-DOC-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-OI-DOC-DATE(WS-OI-IDX))
           ELSE
              MOVE ZERO TO WS-DOC-INT
           END-IF.
      *> an item with no usable date is shown as due on the trial
      *> balance date - current, and counted so somebody looks
           IF WS-DOC-INT = ZERO
              ADD +1 TO WS-NO-DATE-CNT
              MOVE WS-ASOF-DATE TO WS-OI-DUE-DATE(WS-OI-IDX)
           ELSE
              COMPUTE WS-DUE-INT = WS-DOC-INT + WS-TRM-NET-DAYS
              COMPUTE WS-OI-DUE-DATE(WS-OI-IDX) =
                 FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           END-IF.
           ADD +1 TO WS-OI-KEEP.
           IF WS-OI-KEEP < WS-OI-IDX
              MOVE WS-OI-ROW(WS-OI-IDX) TO WS-OI-ROW(WS-OI-KEEP)
           END-IF.
       500-DATE-EXIT.
           EXIT.

       510-FIND-TERMS.
      *> the master's net days, or the shop default of net 30 when
      *> the supplier carries none - the same terms PAYSEL pays by
           MOVE ZERO TO WS-SM-FND-IDX.
           PERFORM 520-FIND-SUPPLIER.
           IF WS-SM-FND-IDX > ZERO AND
              WS-SM-ROW-NET-DAYS(WS-SM-FND-IDX) IS NUMERIC AND
              WS-SM-ROW-NET-DAYS(WS-SM-FND-IDX) > ZERO
              MOVE WS-SM-ROW-NET-DAYS(WS-SM-FND-IDX)
                   TO WS-TRM-NET-DAYS
           ELSE
              MOVE 30 TO WS-TRM-NET-DAYS
           END-IF.

       520-FIND-SUPPLIER.
           MOVE ZERO TO WS-SM-FND-IDX.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT OR WS-SM-FND-IDX > ZERO
              IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-OI-SUPP(WS-OI-IDX)
                 MOVE WS-SM-IDX TO WS-SM-FND-IDX
              END-IF
           END-PERFORM.

       550-SORT-OPEN-ITEMS.
      *> insertion sort by supplier + due date + item type
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-OI-CNT
              MOVE WS-OI-ROW(WS-SORT-I) TO WS-OI-SAVE
              MOVE WS-SORT-I TO WS-SORT-J
              SUBTRACT 1 FROM WS-SORT-J
              PERFORM UNTIL WS-SORT-J < 1
                 OR WS-OI-KEY(WS-SORT-J) NOT > WS-OIS-KEY
                 MOVE WS-OI-ROW(WS-SORT-J) TO
                      WS-OI-ROW(WS-SORT-J + 1)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-OI-SAVE TO WS-OI-ROW(WS-SORT-J + 1)
           END-PERFORM.

       600-LIST-ONE-ITEM.
      *> a new supplier closes the one in hand with its subtotal
           IF WS-OI-IDX > 1 AND
              WS-OI-SUPP(WS-OI-IDX) NOT = WS-PRV-SUPP
              PERFORM 650-SUPPLIER-TOTAL
           END-IF.
           MOVE WS-OI-SUPP(WS-OI-IDX) TO WS-PRV-SUPP.
           COMPUTE WS-PAST-DUE-DAYS = WS-ASOF-INT -
              FUNCTION INTEGER-OF-DATE(WS-OI-DUE-DATE(WS-OI-IDX)).
           EVALUATE TRUE
              WHEN WS-PAST-DUE-DAYS NOT > ZERO
                 MOVE 1 TO WS-BKT-IDX
              WHEN WS-PAST-DUE-DAYS NOT > 30
                 MOVE 2 TO WS-BKT-IDX
              WHEN WS-PAST-DUE-DAYS NOT > 60
                 MOVE 3 TO WS-BKT-IDX
              WHEN WS-PAST-DUE-DAYS NOT > 90
                 MOVE 4 TO WS-BKT-IDX
              WHEN OTHER
                 MOVE 5 TO WS-BKT-IDX
           END-EVALUATE.
           ADD WS-OI-AMT(WS-OI-IDX) TO WS-BKT-SUPP(WS-BKT-IDX).
           ADD WS-OI-AMT(WS-OI-IDX) TO WS-BKT-TOT(WS-BKT-IDX).
           EVALUATE TRUE
              WHEN OI-INVOICE(WS-OI-IDX)
                 ADD +1 TO WS-INV-OPEN-CNT
                 ADD WS-OI-AMT(WS-OI-IDX) TO WS-TB-INV-TOT
                 MOVE 'INV ' TO RPT-ITEM-TYPE
              WHEN OI-HOLD(WS-OI-IDX)
                 ADD +1 TO WS-HOLD-OPEN-CNT
                 ADD WS-OI-AMT(WS-OI-IDX) TO WS-TB-HOLD-TOT
                 MOVE 'HOLD' TO RPT-ITEM-TYPE
              WHEN OTHER
                 ADD +1 TO WS-DBM-OPEN-CNT
                 ADD WS-OI-AMT(WS-OI-IDX) TO WS-TB-DBM-TOT
                 MOVE 'DBM ' TO RPT-ITEM-TYPE
           END-EVALUATE.
           MOVE WS-OI-SUPP(WS-OI-IDX)     TO RPT-SUPP-CODE.
           MOVE WS-OI-DOC(WS-OI-IDX)      TO RPT-DOC.
           MOVE WS-OI-PO(WS-OI-IDX)       TO RPT-PO-NUMBER.
           MOVE WS-OI-DOC-DATE(WS-OI-IDX) TO RPT-DOC-DATE.
           MOVE WS-OI-DUE-DATE(WS-OI-IDX) TO RPT-DUE-DATE.
           MOVE WS-PAST-DUE-DAYS          TO RPT-DAYS.
           MOVE SPACES TO RPT-BKT-AREA.
           MOVE WS-OI-AMT(WS-OI-IDX) TO RPT-BKT(WS-BKT-IDX).
           WRITE APTBRPT-RECORD FROM RPT-LINE-3.

       650-SUPPLIER-TOTAL.
           ADD +1 TO WS-SUPP-CNT.
           MOVE WS-PRV-SUPP TO RPT-SUB-SUPP.
           MOVE SPACES TO RPT-SUB-LABEL.
           PERFORM 655-NAME-PREVIOUS-SUPPLIER.
           MOVE SPACES TO RPT-SUB-AREA.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-MAX
              MOVE WS-BKT-SUPP(WS-BKT-IDX) TO RPT-SUB-BKT(WS-BKT-IDX)
           END-PERFORM.
           WRITE APTBRPT-RECORD FROM RPT-LINE-SUB.
           WRITE APTBRPT-RECORD FROM RPT-LINE-0.
           MOVE ZERO TO WS-BKT-SUPP-TBL.

       655-NAME-PREVIOUS-SUPPLIER.
           MOVE ZERO TO WS-SM-FND-IDX.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT OR WS-SM-FND-IDX > ZERO
              IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-PRV-SUPP
                 MOVE WS-SM-IDX TO WS-SM-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SM-FND-IDX > ZERO
              STRING '** SUPPLIER TOTAL - ' DELIMITED BY SIZE
                     WS-SM-ROW-NAME(WS-SM-FND-IDX) DELIMITED BY SIZE
                     INTO RPT-SUB-LABEL
           ELSE
              MOVE '** SUPPLIER TOTAL - NOT ON THE MASTER'
                   TO RPT-SUB-LABEL
           END-IF.

       660-GRAND-TOTAL.
           WRITE APTBRPT-RECORD FROM RPT-LINE-4.
           MOVE SPACES TO RPT-SUB-SUPP.
           MOVE '** ALL SUPPLIERS' TO RPT-SUB-LABEL.
           MOVE SPACES TO RPT-SUB-AREA.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-MAX
              MOVE WS-BKT-TOT(WS-BKT-IDX) TO RPT-SUB-BKT(WS-BKT-IDX)
           END-PERFORM.
           WRITE APTBRPT-RECORD FROM RPT-LINE-SUB.
           WRITE APTBRPT-RECORD FROM RPT-LINE-4.
           COMPUTE WS-TB-TOTAL =
              WS-TB-INV-TOT + WS-TB-HOLD-TOT + WS-TB-DBM-TOT.

       700-RECONCILE-TO-GL.
      *> the trial balance against AP clearing.  the extract only
      *> credits clearing with what was received ahead of its
      *> invoice, the price variance and the GST/HST - the PO-price
      *> value of a cleared invoice stays in the receipt accrual
      *> 21050000 - so those, the holds the ledger has not seen and
      *> the memos it never journals, are the difference.  anything
      *> left is a posting this program cannot account for
           WRITE APTBRPT-RECORD FROM RPT-LINE-0.
           MOVE 'CLEARED INVOICES UNPAID.......... ' TO RPT-TOT-LABEL.
           MOVE WS-TB-INV-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'OPEN HOLDS....................... ' TO RPT-TOT-LABEL.
           MOVE WS-TB-HOLD-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'OPEN DEBIT MEMOS................. ' TO RPT-TOT-LABEL.
           MOVE WS-TB-DBM-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'AP TRIAL BALANCE TOTAL........... ' TO RPT-TOT-LABEL.
           MOVE WS-TB-TOTAL TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-4.
           IF NOT GL-FOUND
              MOVE 'NO GL EXTRACT ON FILE - RUN GLEXT FOR THE PERIOD '
                   TO RPT-TEXT
              WRITE APTBRPT-RECORD FROM RPT-LINE-TEXT
              MOVE 'AND RERUN TO RECONCILE AP CLEARING 21100000'
                   TO RPT-TEXT
              WRITE APTBRPT-RECORD FROM RPT-LINE-TEXT
              WRITE APTBRPT-RECORD FROM RPT-LINE-4
           ELSE
              PERFORM 710-PRINT-RECONCILIATION
           END-IF.

       710-PRINT-RECONCILIATION.
           MOVE 'GL AP CLEARING 21100000 (NET CR). ' TO RPT-TOT-LABEL.
           MOVE WS-GL-CLR-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  RECEIVED NOT INVOICED (RNIACCR) ' TO RPT-TOT-LABEL.
           MOVE WS-GL-RNI-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  PRICE VARIANCE (PPVAR)......... ' TO RPT-TOT-LABEL.
           MOVE WS-GL-PPV-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  GST/HST CREDITS (ITCRCV)....... ' TO RPT-TOT-LABEL.
           MOVE WS-GL-ITC-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  OTHER SOURCES.................. ' TO RPT-TOT-LABEL.
           MOVE WS-GL-OTHER-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           COMPUTE WS-RC-DIFF = WS-TB-TOTAL - WS-GL-CLR-TOT.
           MOVE 'DIFFERENCE (TRIAL BAL LESS GL)... ' TO RPT-TOT-LABEL.
           MOVE WS-RC-DIFF TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-4.
           MOVE 'DIFFERENCE EXPLAINED BY:' TO RPT-TEXT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TEXT.
           MOVE '  HOLDS NOT YET CLEARED TO THE GL ' TO RPT-TOT-LABEL.
           MOVE WS-TB-HOLD-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  DEBIT MEMOS NOT JOURNALED...... ' TO RPT-TOT-LABEL.
           MOVE WS-TB-DBM-TOT TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  RECEIPTS CREDITED AHEAD OF INV. ' TO RPT-TOT-LABEL.
           COMPUTE RPT-TOT-AMT = ZERO - WS-GL-RNI-TOT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           MOVE '  GST/HST CARRIED APART FROM INV. ' TO RPT-TOT-LABEL.
           COMPUTE RPT-TOT-AMT = ZERO - WS-GL-ITC-TOT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           COMPUTE WS-RC-ACCRUAL = WS-TB-INV-TOT - WS-GL-PPV-TOT.
           MOVE '  UNPAID AT PO PRICE IN ACCRUAL.. ' TO RPT-TOT-LABEL.
           MOVE WS-RC-ACCRUAL TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           COMPUTE WS-RC-EXPLAINED = WS-TB-HOLD-TOT + WS-TB-DBM-TOT
                                   - WS-GL-RNI-TOT - WS-GL-ITC-TOT
                                   + WS-RC-ACCRUAL.
           COMPUTE WS-RC-UNEXPLAINED = WS-RC-DIFF - WS-RC-EXPLAINED.
           MOVE 'UNEXPLAINED DIFFERENCE........... ' TO RPT-TOT-LABEL.
           MOVE WS-RC-UNEXPLAINED TO RPT-TOT-AMT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-TOT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-4.

       900-WRAP-UP.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-IR-REC-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENT HISTORY ROWS READ.... ' TO RPT-SUM-LABEL.
           MOVE WS-PAY-REC-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INVOICES PAID IN FULL........ ' TO RPT-SUM-LABEL.
           MOVE WS-INV-PAID-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INVOICES OPEN................ ' TO RPT-SUM-LABEL.
           MOVE WS-INV-OPEN-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HOLD ROWS READ............... ' TO RPT-SUM-LABEL.
           MOVE WS-HOLD-REC-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HELD LINES OPEN.............. ' TO RPT-SUM-LABEL.
           MOVE WS-HOLD-OPEN-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEBIT MEMO ROWS READ......... ' TO RPT-SUM-LABEL.
           MOVE WS-DBM-REC-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEBIT MEMOS OPEN............. ' TO RPT-SUM-LABEL.
           MOVE WS-DBM-OPEN-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SUPPLIERS WITH OPEN ITEMS.... ' TO RPT-SUM-LABEL.
           MOVE WS-SUPP-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ITEMS WITH NO USABLE DATE.... ' TO RPT-SUM-LABEL.
           MOVE WS-NO-DATE-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ITEMS OVER THE TABLE LIMIT... ' TO RPT-SUM-LABEL.
           MOVE WS-OVERFLOW-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'GL EXTRACT ROWS READ......... ' TO RPT-SUM-LABEL.
           MOVE WS-GL-REC-CNT TO RPT-SUM-CNT.
           WRITE APTBRPT-RECORD FROM RPT-LINE-5.
           WRITE APTBRPT-RECORD FROM RPT-LINE-4.
           CLOSE INVREG-FILE, APTBRPT-FILE.
           IF NOT GL-FOUND OR WS-RC-UNEXPLAINED NOT = ZERO
              MOVE 4 TO RETURN-CODE
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
