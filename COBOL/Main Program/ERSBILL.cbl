       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ERSBILL.
      * **************************************************
      * ERSBILL IS EVALUATED RECEIPT SETTLEMENT (SELF-BILLING) FOR
      * THE SUPPLIERS AP HAS CERTIFIED FOR IT - THE ERS FLAG ON THE
      * SUPPLIER MASTER.  FOR THOSE SUPPLIERS WE STOP WAITING FOR AN
      * INVOICE AND PAY FROM WHAT WE RECEIVED.  EACH RUN:
      *   - TAKES THE DAY'S ACCEPTED RECEIPTS OFF UT-C-RECACC, FINDS
      *     THE ORDER ON THE OPEN-PO MASTER, AND KEEPS THE ONES
      *     WHOSE SUPPLIER IS ON ERS.  A TYPE 'V' REVERSAL NETS OFF
      *     ITS RECEIPT WHEN BOTH ARE IN THE SAME FEED; ONE WHOSE
      *     RECEIPT WAS BILLED ON AN EARLIER RUN IS LISTED FOR AP
      *     TO RAISE A DEBIT MEMO
      *   - RAISES ONE SELF-BILLED INVOICE PER RECEIPT LINE AT THE
      *     OPEN-PO UNIT PRICE AND CURRENCY, NUMBERED 'ERS' PLUS
      *     THE NEXT SEQUENCE OFF THE SETTLEMENT REGISTER, DATED THE
      *     RECEIPT DATE, AND WRITES IT IN THE UT-C-INVOICE LAYOUT -
      *     READY TO BE CONCATENATED INTO THE NEXT INVMATCH RUN SO
      *     IT CLEARS THROUGH THE NORMAL THREE-WAY MATCH.  INVMATCH'S
      *     REGISTER TAKES ONE LINE PER INVOICE NUMBER, HENCE ONE
      *     INVOICE PER LINE
      *   - APPENDS EVERY INVOICE TO THE SETTLEMENT REGISTER AND THE
      *     PO EVENT TRAIL
      *   - PRINTS ONE SELF-BILLING NOTICE PER SUPPLIER, LISTING ITS
      *     INVOICES, ADDRESSED TO THE SUPPLIER'S REMIT (TYPE '3')
      *     ADDRESS OFF THE LATEST GPARTSUP GENERATION - SAME
      *     ADDRESS DEBMEMO MAILS TO
      * UT-C-RECACC  = ACCEPTED RECEIPTS (PO, PART, QTY, DATE, LOT,
      *                TYPE - 'V' = REVERSAL COMPENSATION)
      * UT-C-SUPPMAST= SUPPLIER MASTER - THE ERS FLAG
      * UT-C-OPENPO  = OPEN-PO MASTER (IN - SUPPLIER, PRICE, CURRENCY)
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION (REMIT ADDRESS)
      * UT-C-ERSREG  = SELF-BILLING SETTLEMENT REGISTER (EXTENDED)
      * UT-C-ERSINV  = SELF-BILLED INVOICES IN UT-C-INVOICE LAYOUT
      *                FOR THE NEXT INVMATCH RUN
      * UT-C-POEVENT = SHARED PO EVENT TRAIL (EXTENDED)
      * UT-C-ERSPRT  = SELF-BILLING NOTICES + AP EXCEPTIONS IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECACC-FILE ASSIGN TO UT-C-RECACC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RECACC-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
      *> permanent settlement register - every self-billed invoice
      *> ever raised, and where the next invoice number comes from
           SELECT ERSREG-FILE ASSIGN TO UT-C-ERSREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ERSREG-ST.
           SELECT ERSINV-FILE ASSIGN TO UT-C-ERSINV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ERSINV-ST.
      *> shared PO event-history file - every program that touches an
      *> order appends one event record here, and POTRAIL prints the
      *> order's whole life as one timeline
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
           SELECT ERSPRT-FILE ASSIGN TO UT-C-ERSPRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ERSPRT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RECACC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 RECACC-RECORD       PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD ERSREG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 ERSREG-RECORD       PIC X(100).
       FD ERSINV-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 ERSINV-RECORD       PIC X(100).
       FD POEVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD ERSPRT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ERSPRT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-RCPT-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NOPO-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NOT-ERS-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ERS-RCPT-CNT         PIC 9(08) VALUE ZERO.
       77 WS-NETTED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-INV-CNT              PIC 9(08) VALUE ZERO.
       77 WS-NOTICE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-NEXT-ERS-NO          PIC 9(07) VALUE ZERO.
       77 WS-LINE-AMT             PIC 9(9)V99 VALUE ZERO.
       77 WS-SPAD-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-ADDR       PIC 9(01) VALUE 4.

      * THE NOTICE ON HAND - ITS TOTAL, AND WHETHER ITS LINES ARE
      * ALL IN ONE CURRENCY (A TOTAL ACROSS CURRENCIES MEANS NOTHING)
       77 WS-NT-LINES             PIC 9(05) VALUE ZERO.
       77 WS-NT-TOTAL             PIC 9(11)V99 VALUE ZERO.
       77 WS-NT-CURRENCY          PIC X(03) VALUE SPACES.
       77 WS-NT-MIXED-SW          PIC X(01) VALUE 'N'.
           88 NT-MIXED-CURRENCY   VALUE 'Y'.

      * ERS SUPPLIERS OFF THE SUPPLIER MASTER - SAME ROW LAYOUT
      * SUPMAINT KEEPS, ONLY THE CODES FLAGGED 'Y' ARE TABLED
       77 WS-ES-MAX               PIC 9(5) VALUE 5000.
       77 WS-ES-CNT               PIC 9(5) VALUE ZERO.
       77 WS-ES-IDX               PIC 9(5) VALUE ZERO.
       77 WS-ES-FND-IDX           PIC 9(5) VALUE ZERO.
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
               88 SM-ERS-SUPPLIER VALUE 'Y'.
           05 FILLER              PIC X(21) VALUE SPACES.
       01 WS-ES-TBL.
           05 WS-ES-ROW OCCURS 5000 TIMES.
               10 WS-ES-SUPP      PIC X(10).
               10 WS-ES-NAME      PIC X(15).
               10 WS-ES-LINES     PIC 9(05).

      * OPEN-PO TABLE - ONLY WHAT IT TAKES TO BILL A RECEIPT: THE
      * SUPPLIER, THE PRICE AND THE CURRENCY IT WAS ORDERED IN
           COPY OPENPO.
       77 WS-OP-MAX               PIC 9(5) VALUE 10000.
       77 WS-OP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-OP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-OP-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-OPK-TBL.
           05 WS-OPK-ROW OCCURS 10000 TIMES.
               10 WS-OPK-PO       PIC X(06).
               10 WS-OPK-PART     PIC X(23).
               10 WS-OPK-SUPP     PIC X(10).
               10 WS-OPK-PRICE    PIC 9(07)V99.
               10 WS-OPK-CURRENCY PIC X(03).

      * REMIT-ADDRESS TABLE, ONE ROW PER SUPPLIER OFF GPARTSUP
       77 WS-RA-MAX               PIC 9(5) VALUE 5000.
       77 WS-RA-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RA-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RA-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-RA-FOUND             PIC X(01) VALUE 'N'.
           88 RA-FOUND            VALUE 'Y'.
       01 WS-RA-TBL.
           05 WS-RA-ROW OCCURS 5000 TIMES.
               10 WS-RA-SUPP      PIC X(10).
               10 WS-RA-NAME      PIC X(15).
               10 WS-RA-ADDR1     PIC X(15).
               10 WS-RA-CITY      PIC X(15).
               10 WS-RA-STATE     PIC X(02).
               10 WS-RA-ZIP       PIC X(10).

      * ONE ACCEPTED-RECEIPTS-FEED ROW - SAME LAYOUT INSPRCV AND
      * RECVPO WRITE
       01 WS-RCPT-DETAIL.
           05 WS-RCPT-PO-NUMBER   PIC X(06) VALUE SPACES.
           05 WS-RCPT-PART-NUMBER PIC X(23) VALUE SPACES.
           05 WS-RCPT-QUANTITY    PIC 9(07) VALUE ZERO.
           05 WS-RCPT-DATE        PIC 9(08) VALUE ZERO.
           05 WS-RCPT-LOT-NUMBER  PIC X(15) VALUE SPACES.
           05 WS-RCPT-TYPE        PIC X(01) VALUE SPACES.
               88 RCPT-IS-REVERSAL VALUE 'V'.
           05 FILLER              PIC X(20) VALUE SPACES.

      * ERS RECEIPT LINES WAITING TO BE BILLED - A REVERSAL IN THE
      * SAME FEED TAKES ITS QUANTITY BACK OFF BEFORE ANYTHING BILLS
       77 WS-BL-MAX               PIC 9(5) VALUE 10000.
       77 WS-BL-CNT               PIC 9(5) VALUE ZERO.
       77 WS-BL-IDX               PIC 9(5) VALUE ZERO.
       77 WS-BL-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-BL-TBL.
           05 WS-BL-ROW OCCURS 10000 TIMES.
               10 WS-BL-ES-IDX    PIC 9(05).
               10 WS-BL-PO        PIC X(06).
               10 WS-BL-PART      PIC X(23).
               10 WS-BL-QTY       PIC 9(07).
               10 WS-BL-DATE      PIC 9(08).
               10 WS-BL-LOT       PIC X(15).
               10 WS-BL-PRICE     PIC 9(07)V99.
               10 WS-BL-CURRENCY  PIC X(03).

      * ERS RECEIPTS THAT COULD NOT BE SELF-BILLED, FOR AP
       77 WS-EX-MAX               PIC 9(5) VALUE 2000.
       77 WS-EX-CNT               PIC 9(5) VALUE ZERO.
       77 WS-EX-IDX               PIC 9(5) VALUE ZERO.
       77 WS-EX-MSG               PIC X(50) VALUE SPACES.
       01 WS-EX-TBL.
           05 WS-EX-ROW OCCURS 2000 TIMES.
               10 WS-EX-SUPP      PIC X(10).
               10 WS-EX-PO        PIC X(06).
               10 WS-EX-PART      PIC X(23).
               10 WS-EX-QTY       PIC 9(07).
               10 WS-EX-TEXT      PIC X(50).

      * ONE SETTLEMENT-REGISTER ROW - THE SELF-BILLED INVOICE AND
      * THE RECEIPT IT SETTLED
       01 WS-ER-DETAIL.
           05 WS-ER-INV-NUMBER.
               10 WS-ER-INV-PFX   PIC X(03) VALUE SPACES.
               10 WS-ER-INV-SEQ   PIC 9(07) VALUE ZERO.
           05 WS-ER-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-ER-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-ER-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-ER-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-ER-UNIT-PRICE    PIC 9(07)V99 VALUE ZERO.
           05 WS-ER-CURRENCY      PIC X(03) VALUE SPACES.
           05 WS-ER-RCPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-ER-BILL-DATE     PIC 9(08) VALUE ZERO.
           05 WS-ER-LOT-NUMBER    PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(01) VALUE SPACES.

      * ONE SELF-BILLED INVOICE - SAME LAYOUT INVMATCH READS FROM
      * UT-C-INVOICE.  NO TAX IS CHARGED ON A SELF-BILLED INVOICE,
      * NEITHER SALES TAX NOR CANADIAN GST/HST
       01 WS-INV-DETAIL.
           05 WS-INV-NUMBER       PIC X(10) VALUE SPACES.
           05 WS-INV-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-INV-PO-NUMBER    PIC X(06) VALUE SPACES.
           05 WS-INV-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-INV-QUANTITY     PIC 9(07) VALUE ZERO.
           05 WS-INV-UNIT-PRICE   PIC 9(7)V99 VALUE ZERO.
           05 WS-INV-DATE         PIC 9(08) VALUE ZERO.
           05 WS-INV-TAX-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-INV-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-INV-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE SPACES.

      * ONE PO EVENT RECORD - THE CANONICAL LAYOUT EVERY PROGRAM IN
      * THE SUITE APPENDS AND POTRAIL READS BACK
       77 WS-POEV-OPEN-SW         PIC X(01) VALUE 'N'.
           88 POEV-IS-OPEN        VALUE 'Y'.
       01 WS-EV-DETAIL.
           05 WS-EV-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-EV-DATE          PIC 9(08) VALUE ZERO.
           05 WS-EV-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-EV-EVENT         PIC X(12) VALUE SPACES.
           05 WS-EV-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

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

      * RUN-SEQUENCE INTERLOCK HANDSHAKE WITH THE SHARED RUNCTL
      * CONTROL DATASET
       77 WS-RC-PROGRAM           PIC X(08) VALUE 'ERSBILL'.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'ERSBILL'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 RECACC-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-RECACC        VALUE 'Y'.
           05 RECACC-ST                 PIC X(02).
               88 RECACC-OK             VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 ERSREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-ERSREG        VALUE 'Y'.
           05 ERSREG-ST                 PIC X(02).
               88 ERSREG-OK             VALUE '00'.
           05 ERSINV-ST                 PIC X(02).
               88 ERSINV-OK             VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 ERSPRT-ST                 PIC X(02).
               88 ERSPRT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'SELF-BILLING NOTICE                 '.
             10 FILLER       PIC X(12) VALUE 'NOTICE DATE '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-FLD.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-FLD-NAME PIC X(22) VALUE SPACES.
             10 RPT-FLD-VAL  PIC X(50) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-TEXT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-TEXT     PIC X(72) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(04) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Received'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE '    Qty'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Unit Price'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Cur'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '        Amount'.
             10 FILLER    PIC X(33) VALUE SPACES.
       01 RPT-LINE-3.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-INV-NUMBER  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RCPT-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-QUANTITY    PIC ZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-UNIT-PRICE  PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CURRENCY    PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(33) VALUE SPACES.
       01 RPT-LINE-NT-TOT.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-NT-LABEL    PIC X(22) VALUE SPACES.
             10 RPT-NT-CURRENCY PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-NT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(85) VALUE SPACES.
       01 RPT-LINE-EX-HDR.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE '    Qty'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Exception'.
             10 FILLER    PIC X(28) VALUE SPACES.
       01 RPT-LINE-EX.
             10 RPT-EX-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EX-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EX-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EX-QTY      PIC ZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EX-TEXT     PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(28) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-RECACC.
           PERFORM 400-TAKE-ONE-RECEIPT UNTIL NO-MORE-RECACC.
           PERFORM 500-BILL-ONE-SUPPLIER
                   VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-CNT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS01-CURR-DATE-N TO WS-RC-DATE.
      *> take the suite interlock before touching a single file -
      *> the day's receipts are not accepted until INSPRCV has run
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'ERSBILL REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-FIND-LAST-ERS-NO.
           PERFORM 220-LOAD-ERS-SUPPLIERS.
           PERFORM 230-LOAD-OPENPO.
           PERFORM 240-LOAD-REMIT-ADDRESSES.

       200-OPEN-FILES.
           OPEN INPUT RECACC-FILE
              IF NOT RECACC-OK
                 DISPLAY 'Input RECACC File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ERSINV-FILE
              IF NOT ERSINV-OK
                 DISPLAY 'Output ERSINV File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ERSPRT-FILE
              IF NOT ERSPRT-OK
                 DISPLAY 'Output ERSPRT File Error'
                 GO TO 999-ERR-RTN.
      *> the event history is append-only and the very first run
      *> starts it
           OPEN EXTEND POEVENT-FILE.
           IF NOT POEVENT-OK
              OPEN OUTPUT POEVENT-FILE
           END-IF.
           IF POEVENT-OK
              MOVE 'Y' TO WS-POEV-OPEN-SW
           ELSE
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.

       210-FIND-LAST-ERS-NO.
      *> invoice numbers continue where the register left off - the
      *> very first run starts the register at ERS0000001
           MOVE ZERO TO WS-NEXT-ERS-NO.
           OPEN INPUT ERSREG-FILE.
           IF ERSREG-OK
              PERFORM 215-CHECK-ONE-ERS-NO UNTIL NO-MORE-ERSREG
              CLOSE ERSREG-FILE
           ELSE
              DISPLAY 'ERSREG NOT FOUND - STARTING A NEW '
                      'SETTLEMENT REGISTER'
           END-IF.
           OPEN EXTEND ERSREG-FILE.
           IF NOT ERSREG-OK
              OPEN OUTPUT ERSREG-FILE
              IF NOT ERSREG-OK
                 DISPLAY 'Output ERSREG File Error'
                 GO TO 999-ERR-RTN.

       215-CHECK-ONE-ERS-NO.
           READ ERSREG-FILE INTO WS-ER-DETAIL
              AT END MOVE 'Y' TO ERSREG-EOF
           END-READ.
           IF NOT NO-MORE-ERSREG AND WS-ER-INV-SEQ IS NUMERIC
              IF WS-ER-INV-SEQ > WS-NEXT-ERS-NO
                 MOVE WS-ER-INV-SEQ TO WS-NEXT-ERS-NO
              END-IF
           END-IF.

       220-LOAD-ERS-SUPPLIERS.
      *> no master means nobody is on ERS - the run bills nothing
           MOVE ZERO TO WS-ES-CNT.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 225-LOAD-ERS-ROW UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - NO ERS SUPPLIERS'
           END-IF.

       225-LOAD-ERS-ROW.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND SM-ERS-SUPPLIER AND
              WS-ES-CNT < WS-ES-MAX
              ADD +1 TO WS-ES-CNT
              MOVE WS-SM-CODE TO WS-ES-SUPP(WS-ES-CNT)
              MOVE WS-SM-NAME TO WS-ES-NAME(WS-ES-CNT)
              MOVE ZERO       TO WS-ES-LINES(WS-ES-CNT)
           END-IF.

       230-LOAD-OPENPO.
      *> a receipt with no open order names no supplier, so it
      *> cannot be self-billed - a missing master bills nothing
           MOVE ZERO TO WS-OP-CNT.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 235-LOAD-OPENPO-ROW UNTIL NO-MORE-OPENPO
              CLOSE OPENPO-FILE
           ELSE
              DISPLAY 'OPENPO NOT FOUND - NO ORDERS TO BILL AGAINST'
           END-IF.

       235-LOAD-OPENPO-ROW.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO AND WS-OP-CNT < WS-OP-MAX
              ADD +1 TO WS-OP-CNT
              MOVE WS-OP-PO-NUMBER     TO WS-OPK-PO(WS-OP-CNT)
              MOVE WS-OP-PART-NUMBER   TO WS-OPK-PART(WS-OP-CNT)
              MOVE WS-OP-SUPPLIER-CODE TO WS-OPK-SUPP(WS-OP-CNT)
              MOVE WS-OP-UNIT-PRICE    TO WS-OPK-PRICE(WS-OP-CNT)
              MOVE WS-OP-CURRENCY      TO WS-OPK-CURRENCY(WS-OP-CNT)
           END-IF.

       240-LOAD-REMIT-ADDRESSES.
      *> one remit (type '3') address per supplier off the latest
      *> generation - a notice with no address still bills, it
      *> just prints with the address block flagged for AP
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 320-LOAD-ONE-ADDRESS UNTIL NO-MORE-PART-SUPP.
           CLOSE PART-SUPP-FILE.

       300-READ-RECACC.
           READ RECACC-FILE INTO WS-RCPT-DETAIL
              AT END
              MOVE 'Y' TO RECACC-EOF.

       310-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
              MOVE 'Y' TO PART-SUPP-FILE-EOF.
      *> envelope header/trailer records are not data
           PERFORM UNTIL NO-MORE-PART-SUPP OR
                   (PART-SUPP-ADDR-PO(1:3) NOT = 'HDR' AND
                    PART-SUPP-ADDR-PO(1:3) NOT = 'TRL')
              READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-FILE-EOF
              END-READ
           END-PERFORM.

       320-LOAD-ONE-ADDRESS.
           ADD +1 TO WS-GPS-CNT.
           MOVE 'N' TO WS-RA-FOUND.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-CNT
              IF WS-RA-SUPP(WS-RA-IDX) = IN-SUPPLIER-CODE
                 MOVE 'Y' TO WS-RA-FOUND
              END-IF
           END-PERFORM.
           IF NOT RA-FOUND AND WS-RA-CNT < WS-RA-MAX
              PERFORM VARYING WS-SPAD-IDX FROM 1 BY 1
                      UNTIL WS-SPAD-IDX >= WS-TABLE-MAX-ADDR
                 IF IN-ADDRESS-TYPE(WS-SPAD-IDX) = '3' AND
                    IN-ADDRESS-1(WS-SPAD-IDX) NOT = SPACES
                    ADD +1 TO WS-RA-CNT
                    MOVE IN-SUPPLIER-CODE TO WS-RA-SUPP(WS-RA-CNT)
                    MOVE IN-SUPPLIER-NAME TO WS-RA-NAME(WS-RA-CNT)
                    MOVE IN-ADDRESS-1(WS-SPAD-IDX) TO
                         WS-RA-ADDR1(WS-RA-CNT)
                    MOVE IN-CITY(WS-SPAD-IDX) TO
                         WS-RA-CITY(WS-RA-CNT)
                    MOVE IN-ADDR-STATE(WS-SPAD-IDX) TO
                         WS-RA-STATE(WS-RA-CNT)
                    MOVE IN-ZIP-CODE(WS-SPAD-IDX) TO
                         WS-RA-ZIP(WS-RA-CNT)
                    MOVE WS-TABLE-MAX-ADDR TO WS-SPAD-IDX
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 310-READ-GPARTSUP.

       400-TAKE-ONE-RECEIPT.
           ADD +1 TO WS-RCPT-CNT.
           PERFORM 410-FIND-ORDER THRU 410-FIND-EXIT.
           PERFORM 300-READ-RECACC.

       410-FIND-ORDER.
      *> the order names the supplier - no order, or a supplier not
      *> on ERS, and the receipt waits for a paper invoice as always
           MOVE ZERO TO WS-OP-FND-IDX.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-CNT OR WS-OP-FND-IDX > ZERO
              IF WS-OPK-PO(WS-OP-IDX) = WS-RCPT-PO-NUMBER AND
                 WS-OPK-PART(WS-OP-IDX) = WS-RCPT-PART-NUMBER
                 MOVE WS-OP-IDX TO WS-OP-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-OP-FND-IDX = ZERO
              ADD +1 TO WS-NOPO-CNT
              GO TO 410-FIND-EXIT
           END-IF.
           MOVE ZERO TO WS-ES-FND-IDX.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-CNT OR WS-ES-FND-IDX > ZERO
              IF WS-ES-SUPP(WS-ES-IDX) = WS-OPK-SUPP(WS-OP-FND-IDX)
                 MOVE WS-ES-IDX TO WS-ES-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-ES-FND-IDX = ZERO
              ADD +1 TO WS-NOT-ERS-CNT
              GO TO 410-FIND-EXIT
           END-IF.
           ADD +1 TO WS-ERS-RCPT-CNT.
           IF RCPT-IS-REVERSAL
              PERFORM 420-NET-REVERSAL
           ELSE
              PERFORM 430-ADD-BILL-LINE
           END-IF.
       410-FIND-EXIT.
           EXIT.

       420-NET-REVERSAL.
      *> a reversal of a receipt still in this feed comes off it
      *> before it bills; once billed, only a debit memo undoes it
           MOVE ZERO TO WS-BL-FND-IDX.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-CNT OR WS-BL-FND-IDX > ZERO
              IF WS-BL-PO(WS-BL-IDX)   = WS-RCPT-PO-NUMBER AND
                 WS-BL-PART(WS-BL-IDX) = WS-RCPT-PART-NUMBER AND
                 WS-BL-LOT(WS-BL-IDX)  = WS-RCPT-LOT-NUMBER AND
                 WS-BL-QTY(WS-BL-IDX) NOT < WS-RCPT-QUANTITY
                 MOVE WS-BL-IDX TO WS-BL-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-BL-FND-IDX > ZERO
              SUBTRACT WS-RCPT-QUANTITY FROM WS-BL-QTY(WS-BL-FND-IDX)
              ADD +1 TO WS-NETTED-CNT
           ELSE
              MOVE 'REVERSAL OF A RECEIPT ALREADY SELF-BILLED - DEBIT'
                   TO WS-EX-MSG
              PERFORM 450-ADD-EXCEPTION
           END-IF.

       430-ADD-BILL-LINE.
           IF WS-OPK-PRICE(WS-OP-FND-IDX) = ZERO
              MOVE 'NO UNIT PRICE ON THE ORDER - NOT SELF-BILLED'
                   TO WS-EX-MSG
              PERFORM 450-ADD-EXCEPTION
           ELSE
              IF WS-BL-CNT < WS-BL-MAX
                 ADD +1 TO WS-BL-CNT
                 MOVE WS-ES-FND-IDX       TO WS-BL-ES-IDX(WS-BL-CNT)
                 MOVE WS-RCPT-PO-NUMBER   TO WS-BL-PO(WS-BL-CNT)
                 MOVE WS-RCPT-PART-NUMBER TO WS-BL-PART(WS-BL-CNT)
                 MOVE WS-RCPT-QUANTITY    TO WS-BL-QTY(WS-BL-CNT)
                 MOVE WS-RCPT-DATE        TO WS-BL-DATE(WS-BL-CNT)
                 MOVE WS-RCPT-LOT-NUMBER  TO WS-BL-LOT(WS-BL-CNT)
                 MOVE WS-OPK-PRICE(WS-OP-FND-IDX)
                      TO WS-BL-PRICE(WS-BL-CNT)
                 MOVE WS-OPK-CURRENCY(WS-OP-FND-IDX)
                      TO WS-BL-CURRENCY(WS-BL-CNT)
                 ADD +1 TO WS-ES-LINES(WS-ES-FND-IDX)
              ELSE
                 MOVE 'BILLING TABLE FULL - INVOICE BY HAND'
                      TO WS-EX-MSG
                 PERFORM 450-ADD-EXCEPTION
              END-IF
           END-IF.

       450-ADD-EXCEPTION.
           IF WS-EX-CNT < WS-EX-MAX
              ADD +1 TO WS-EX-CNT
              MOVE WS-OPK-SUPP(WS-OP-FND-IDX) TO WS-EX-SUPP(WS-EX-CNT)
              MOVE WS-RCPT-PO-NUMBER   TO WS-EX-PO(WS-EX-CNT)
              MOVE WS-RCPT-PART-NUMBER TO WS-EX-PART(WS-EX-CNT)
              MOVE WS-RCPT-QUANTITY    TO WS-EX-QTY(WS-EX-CNT)
              MOVE WS-EX-MSG           TO WS-EX-TEXT(WS-EX-CNT)
           ELSE
              DISPLAY 'ERS EXCEPTION TABLE FULL - ' WS-RCPT-PO-NUMBER
                      ' ' WS-RCPT-PART-NUMBER ' ' WS-EX-MSG
           END-IF.

       500-BILL-ONE-SUPPLIER.
      *> one notice per ERS supplier with anything left to bill - a
      *> line a reversal took back to zero bills nothing
           MOVE ZERO TO WS-NT-LINES, WS-NT-TOTAL.
           MOVE SPACES TO WS-NT-CURRENCY.
           MOVE 'N' TO WS-NT-MIXED-SW.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-CNT
              IF WS-BL-ES-IDX(WS-BL-IDX) = WS-ES-IDX AND
                 WS-BL-QTY(WS-BL-IDX) > ZERO
                 IF WS-NT-LINES = ZERO
                    PERFORM 600-PRINT-NOTICE-HEAD
                 END-IF
                 PERFORM 510-RAISE-ONE-INVOICE
              END-IF
           END-PERFORM.
           IF WS-NT-LINES > ZERO
              PERFORM 620-PRINT-NOTICE-FOOT
           END-IF.

       510-RAISE-ONE-INVOICE.
           ADD +1 TO WS-NEXT-ERS-NO.
           ADD +1 TO WS-INV-CNT.
           ADD +1 TO WS-NT-LINES.
           COMPUTE WS-LINE-AMT =
              WS-BL-QTY(WS-BL-IDX) * WS-BL-PRICE(WS-BL-IDX).
           ADD WS-LINE-AMT TO WS-NT-TOTAL.
           IF WS-NT-LINES = 1
              MOVE WS-BL-CURRENCY(WS-BL-IDX) TO WS-NT-CURRENCY
           ELSE
              IF WS-BL-CURRENCY(WS-BL-IDX) NOT = WS-NT-CURRENCY
                 MOVE 'Y' TO WS-NT-MIXED-SW
              END-IF
           END-IF.
           INITIALIZE WS-ER-DETAIL.
           MOVE 'ERS'                     TO WS-ER-INV-PFX.
           MOVE WS-NEXT-ERS-NO            TO WS-ER-INV-SEQ.
           MOVE WS-ES-SUPP(WS-ES-IDX)     TO WS-ER-SUPP-CODE.
           MOVE WS-BL-PO(WS-BL-IDX)       TO WS-ER-PO-NUMBER.
           MOVE WS-BL-PART(WS-BL-IDX)     TO WS-ER-PART-NUMBER.
           MOVE WS-BL-QTY(WS-BL-IDX)      TO WS-ER-QUANTITY.
           MOVE WS-BL-PRICE(WS-BL-IDX)    TO WS-ER-UNIT-PRICE.
           MOVE WS-BL-CURRENCY(WS-BL-IDX) TO WS-ER-CURRENCY.
           MOVE WS-BL-DATE(WS-BL-IDX)     TO WS-ER-RCPT-DATE.
           MOVE WS01-CURR-DATE-N          TO WS-ER-BILL-DATE.
           MOVE WS-BL-LOT(WS-BL-IDX)      TO WS-ER-LOT-NUMBER.
           WRITE ERSREG-RECORD FROM WS-ER-DETAIL.
      *> the invoice is dated the day the goods came in - that is
      *> the day the supplier would have invoiced from
           INITIALIZE WS-INV-DETAIL.
           MOVE WS-ER-INV-NUMBER          TO WS-INV-NUMBER.
           MOVE WS-ES-SUPP(WS-ES-IDX)     TO WS-INV-SUPP-CODE.
           MOVE WS-BL-PO(WS-BL-IDX)       TO WS-INV-PO-NUMBER.
           MOVE WS-BL-PART(WS-BL-IDX)     TO WS-INV-PART-NUMBER.
           MOVE WS-BL-QTY(WS-BL-IDX)      TO WS-INV-QUANTITY.
           MOVE WS-BL-PRICE(WS-BL-IDX)    TO WS-INV-UNIT-PRICE.
           MOVE WS-BL-DATE(WS-BL-IDX)     TO WS-INV-DATE.
           MOVE ZERO                      TO WS-INV-TAX-AMT.
           MOVE ZERO                      TO WS-INV-GST-AMT.
           MOVE SPACES                    TO WS-INV-GST-PROV.
           WRITE ERSINV-RECORD FROM WS-INV-DETAIL.
           IF POEV-IS-OPEN
              MOVE WS-BL-PO(WS-BL-IDX)    TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N       TO WS-EV-DATE
              MOVE 'ERSBILL'              TO WS-EV-PROGRAM
              MOVE 'SELF-BILLED'          TO WS-EV-EVENT
              MOVE WS-BL-PART(WS-BL-IDX)  TO WS-EV-PART-NUMBER
              MOVE WS-BL-QTY(WS-BL-IDX)   TO WS-EV-QUANTITY
              MOVE WS-LINE-AMT            TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.
           MOVE WS-ER-INV-NUMBER          TO RPT-INV-NUMBER.
           MOVE WS-BL-PO(WS-BL-IDX)       TO RPT-PO-NUMBER.
           MOVE WS-BL-PART(WS-BL-IDX)     TO RPT-PART-NUMBER.
           MOVE WS-BL-DATE(WS-BL-IDX)     TO RPT-RCPT-DATE.
           MOVE WS-BL-QTY(WS-BL-IDX)      TO RPT-QUANTITY.
           MOVE WS-BL-PRICE(WS-BL-IDX)    TO RPT-UNIT-PRICE.
           MOVE WS-BL-CURRENCY(WS-BL-IDX) TO RPT-CURRENCY.
           MOVE WS-LINE-AMT               TO RPT-AMOUNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-3.

       600-PRINT-NOTICE-HEAD.
      *> one page per supplier, field-by-field in the DEBMEMO
      *> style, addressed to the remit address
           ADD +1 TO WS-NOTICE-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-PAGE.
           WRITE ERSPRT-RECORD FROM RPT-LINE-BANNER.
           WRITE ERSPRT-RECORD FROM RPT-LINE-0.
           MOVE 'Supplier Code.......' TO RPT-FLD-NAME.
           MOVE WS-ES-SUPP(WS-ES-IDX) TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           PERFORM 610-PRINT-REMIT-ADDRESS.
           WRITE ERSPRT-RECORD FROM RPT-LINE-0.
           MOVE 'UNDER OUR EVALUATED RECEIPT SETTLEMENT AGREEMENT THE G'
             & 'OODS BELOW' TO RPT-TEXT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-TEXT.
           MOVE 'HAVE BEEN SELF-BILLED AT THE ORDER PRICE AND WILL BE P'
             & 'AID ON YOUR' TO RPT-TEXT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-TEXT.
           MOVE 'USUAL TERMS.  PLEASE DO NOT SEND AN INVOICE FOR THESE'
             & ' RECEIPTS.' TO RPT-TEXT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-TEXT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-0.
           WRITE ERSPRT-RECORD FROM RPT-LINE-1.
           WRITE ERSPRT-RECORD FROM RPT-LINE-4.

       610-PRINT-REMIT-ADDRESS.
           MOVE 'N' TO WS-RA-FOUND.
           MOVE ZERO TO WS-RA-FND-IDX.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-CNT
              IF WS-RA-SUPP(WS-RA-IDX) = WS-ES-SUPP(WS-ES-IDX)
                 MOVE 'Y' TO WS-RA-FOUND
                 MOVE WS-RA-IDX TO WS-RA-FND-IDX
              END-IF
           END-PERFORM.
           IF RA-FOUND
              MOVE 'Remit To............' TO RPT-FLD-NAME
              MOVE WS-RA-NAME(WS-RA-FND-IDX) TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE WS-RA-ADDR1(WS-RA-FND-IDX) TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE SPACES TO RPT-FLD-VAL
              STRING WS-RA-CITY(WS-RA-FND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RA-STATE(WS-RA-FND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RA-ZIP(WS-RA-FND-IDX) DELIMITED BY SIZE
                     INTO RPT-FLD-VAL
              END-STRING
              PERFORM 650-PRINT-ONE-FIELD
           ELSE
              ADD +1 TO WS-NOADDR-CNT
              MOVE 'Remit To............' TO RPT-FLD-NAME
              MOVE WS-ES-NAME(WS-ES-IDX) TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE '*** NO REMIT ADDRESS ON FILE - SEE AP ***'
                   TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
           END-IF.

       620-PRINT-NOTICE-FOOT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-4.
           IF NT-MIXED-CURRENCY
              MOVE 'MORE THAN ONE CURRENCY - SEE THE LINES ABOVE'
                   TO RPT-TEXT
              WRITE ERSPRT-RECORD FROM RPT-LINE-TEXT
           ELSE
              MOVE 'Total Self-Billed....' TO RPT-NT-LABEL
              MOVE WS-NT-CURRENCY TO RPT-NT-CURRENCY
              MOVE WS-NT-TOTAL    TO RPT-NT-TOTAL
              WRITE ERSPRT-RECORD FROM RPT-LINE-NT-TOT
           END-IF.
           WRITE ERSPRT-RECORD FROM RPT-LINE-0.

       650-PRINT-ONE-FIELD.
           WRITE ERSPRT-RECORD FROM RPT-LINE-FLD.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.

       700-PRINT-EXCEPTIONS.
      *> the AP page - ERS receipts this run could not bill
           WRITE ERSPRT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'SELF-BILLING EXCEPTIONS FOR ACCOUNTS PAYABLE'
                TO RPT-TEXT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-TEXT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-0.
           WRITE ERSPRT-RECORD FROM RPT-LINE-EX-HDR.
           WRITE ERSPRT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
              MOVE WS-EX-SUPP(WS-EX-IDX) TO RPT-EX-SUPP
              MOVE WS-EX-PO(WS-EX-IDX)   TO RPT-EX-PO
              MOVE WS-EX-PART(WS-EX-IDX) TO RPT-EX-PART
              MOVE WS-EX-QTY(WS-EX-IDX)  TO RPT-EX-QTY
              MOVE WS-EX-TEXT(WS-EX-IDX) TO RPT-EX-TEXT
              WRITE ERSPRT-RECORD FROM RPT-LINE-EX
           END-PERFORM.

       900-WRAP-UP.
           IF WS-EX-CNT > ZERO
              PERFORM 700-PRINT-EXCEPTIONS
           END-IF.
           WRITE ERSPRT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'RECEIPTS READ................ ' TO RPT-SUM-LABEL.
           MOVE WS-RCPT-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE '  NO OPEN ORDER.............. ' TO RPT-SUM-LABEL.
           MOVE WS-NOPO-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE '  SUPPLIER NOT ON ERS........ ' TO RPT-SUM-LABEL.
           MOVE WS-NOT-ERS-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE '  ERS RECEIPTS............... ' TO RPT-SUM-LABEL.
           MOVE WS-ERS-RCPT-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE 'REVERSALS NETTED IN FEED..... ' TO RPT-SUM-LABEL.
           MOVE WS-NETTED-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE 'SELF-BILLED INVOICES RAISED.. ' TO RPT-SUM-LABEL.
           MOVE WS-INV-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE 'NOTICES PRINTED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-NOTICE-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE 'NOTICES WITH NO REMIT ADDRESS ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           MOVE 'EXCEPTIONS FOR AP............ ' TO RPT-SUM-LABEL.
           MOVE WS-EX-CNT TO RPT-SUM-CNT.
           WRITE ERSPRT-RECORD FROM RPT-LINE-5.
           CLOSE RECACC-FILE, ERSREG-FILE, ERSINV-FILE, ERSPRT-FILE.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.
           MOVE WS-RCPT-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.

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
