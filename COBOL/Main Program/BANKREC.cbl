       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BANKREC.
      * **************************************************
      * BANKREC RECONCILES THE OPERATING ACCOUNT TREASURY USED TO TIE
      * OUT ON A SPREADSHEET.  EVERY ITEM ON THE BANK'S DAILY
      * PAID/RETURNED-ITEMS FILE IS MATCHED TO THE PAYMENT HISTORY
      * PAYRUN APPENDS BY PAY-REF AND AMOUNT, AND THE PAYMENT IS
      * MARKED ON THE RECONCILIATION STATUS FILE:
      *   CLEARED  - PAID BY THE BANK AT OUR NET AMOUNT
      *   MISMATCH - PAID BY THE BANK AT SOME OTHER AMOUNT
      *   RETURNED - RETURNED BY THE BANK.  THE PAYMENT IS REVERSED
      *              ON THE HISTORY ('R' ROW, SAME AMOUNTS AND DATE,
      *              SAME IDIOM AS PAYVOID), ITS NETTED DEBIT MEMOS
      *              GO BACK TO OPEN, AND THE INVOICE IS REOPENED FOR
      *              PAYSEL - A RETURNED ACH OR WIRE FOR REISSUE BY
      *              CHECK, A RETURNED CHECK HELD FOR AP TO RELEASE.
      *              A WIRE'S REVERSING ROW CARRIES ITS WIRE CURRENCY,
      *              AMOUNT AND RATE SO FXGAIN NETS IT AT THE SAME RATE
      * AN ITEM THAT MATCHES NOTHING, A PAYMENT ALREADY CLEARED, OR A
      * PAYMENT ALREADY VOIDED OR STOPPED IS LISTED AS AN EXCEPTION
      * AND CHANGES NOTHING.  THE REPORT THEN LISTS EVERY CHECK STILL
      * OUTSTANDING, AGED BY ISSUE DATE, AND FLAGS THE ONES PAST 180
      * DAYS AS STALE-DATED.
      * UT-C-BANKPD  = BANK PAID/RETURNED-ITEMS FILE
      * UT-C-PAYHIST = PAYMENT HISTORY (READ, THEN EXTENDED)
      * UT-C-PAYRECN = RECONCILIATION STATUS FILE (IN, REWRITTEN)
      * UT-C-DBMREG  = DEBIT-MEMO REGISTER (IN, REWRITTEN)
      * UT-C-PAYREOP = REOPENED-INVOICE FILE FOR PAYSEL (EXTENDED)
      * UT-C-BANKRPT = RECONCILIATION REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKPD-FILE ASSIGN TO UT-C-BANKPD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BANKPD-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT PAYRECN-FILE ASSIGN TO UT-C-PAYRECN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYRECN-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           SELECT PAYREOP-FILE ASSIGN TO UT-C-PAYREOP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYREOP-ST.
           SELECT BANKRPT-FILE ASSIGN TO UT-C-BANKRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BANKRPT-ST.
      *> shared PO event-history file - every program that touches an
      *> order appends one event record here, and POTRAIL prints the
      *> order's whole life as one timeline
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD BANKPD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 BANKPD-RECORD       PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD PAYRECN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYRECN-RECORD      PIC X(80).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DBMREG-RECORD       PIC X(80).
       FD PAYREOP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PAYREOP-RECORD      PIC X(80).
       FD BANKRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 BANKRPT-RECORD      PIC X(132).
       FD POEVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-ITEM-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CLEAR-CNT            PIC 9(08) VALUE ZERO.
       77 WS-MISMATCH-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RETURN-CNT           PIC 9(08) VALUE ZERO.
       77 WS-EXCEPT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-MEMO-REOPEN-CNT      PIC 9(08) VALUE ZERO.
       77 WS-OUTST-CNT            PIC 9(08) VALUE ZERO.
       77 WS-STALE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-ACH-UNCONF-CNT       PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-CLEARED        PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-RETURNED       PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-OUTST          PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-STALE          PIC S9(11)V99 VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-ISSUE-INT            PIC 9(08) VALUE ZERO.
       77 WS-DAYS-OUT             PIC S9(05) VALUE ZERO.

      * A CHECK NOT PRESENTED WITHIN THIS MANY DAYS OF ITS ISSUE
      * DATE IS STALE-DATED - THE BANK WILL NOT HONOUR IT
       77 WS-STALE-DAYS           PIC 9(03) VALUE 180.

      * AGING BUCKETS FOR THE OUTSTANDING-CHECK LIST - UPPER BOUND
      * IN DAYS, THE LAST BUCKET CATCHES EVERYTHING OLDER
       77 WS-AG-IDX               PIC 9(02) VALUE ZERO.
       77 WS-AG-FND-IDX           PIC 9(02) VALUE ZERO.
       01 WS-AG-TBL.
           05 WS-AG-ROW OCCURS 5 TIMES.
               10 WS-AG-LIMIT     PIC 9(05).
               10 WS-AG-LABEL     PIC X(12).
               10 WS-AG-CNT       PIC 9(08).
               10 WS-AG-AMT       PIC S9(11)V99.

      * PAYMENT-HISTORY TABLE - ONE ROW PER PAYMENT, FLAGGED ONCE A
      * REVERSING ROW FOR IT IS ON THE HISTORY, AND POINTING AT ITS
      * RECONCILIATION STATUS ROW ONCE THE BANK HAS REPORTED ON IT
       77 WS-PH-MAX               PIC 9(5) VALUE 20000.
       77 WS-PH-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PH-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PH-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-PH-ANY-IDX           PIC 9(5) VALUE ZERO.
       77 WS-PH-SETTLED-SW        PIC X(01) VALUE 'N'.
           88 PH-SETTLED          VALUE 'Y'.
       01 WS-PHT-TBL.
           05 WS-PHT-ROW OCCURS 20000 TIMES.
               10 WS-PHT-SUPP     PIC X(10).
               10 WS-PHT-INV      PIC X(10).
               10 WS-PHT-PO       PIC X(06).
               10 WS-PHT-DATE     PIC 9(08).
               10 WS-PHT-GROSS    PIC 9(9)V99.
               10 WS-PHT-DISC     PIC 9(7)V99.
               10 WS-PHT-NET      PIC 9(9)V99.
               10 WS-PHT-REF      PIC 9(08).
               10 WS-PHT-METHOD   PIC X(01).
                   88 PHT-PAID-BY-ACH   VALUE 'A'.
                   88 PHT-PAID-BY-CHECK VALUE 'C'.
                   88 PHT-PAID-BY-WIRE  VALUE 'W'.
                   88 PHT-PAID-TO-BANK  VALUE 'A' 'W'.
               10 WS-PHT-REV-SW   PIC X(01).
                   88 PHT-REVERSED      VALUE 'Y'.
               10 WS-PHT-WIRE-CURR PIC X(03).
               10 WS-PHT-WIRE-AMT PIC 9(11)V99.
               10 WS-PHT-FX-RATE  PIC 9(04)V999.
               10 WS-PHT-RC-IDX   PIC 9(05).

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
               88 PH-IS-PAYMENT       VALUE ' '.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 WS-PH-WIRE-CURR     PIC X(03) VALUE SPACES.
           05 WS-PH-WIRE-AMT      PIC 9(11)V99 VALUE ZERO.
           05 WS-PH-FX-RATE       PIC 9(04)V999 VALUE ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.

      * RECONCILIATION STATUS TABLE - REWRITTEN IN FULL AT WRAP-UP
       77 WS-RC-MAX               PIC 9(5) VALUE 20000.
       77 WS-RC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RC-IDX               PIC 9(5) VALUE ZERO.
           COPY PAYRECN.
       01 WS-RC-TBL.
           05 WS-RC-ROW OCCURS 20000 TIMES.
               10 WS-RC-ROW-REF       PIC 9(08).
               10 WS-RC-ROW-SUPP      PIC X(10).
               10 WS-RC-ROW-INV       PIC X(10).
               10 WS-RC-ROW-STAT      PIC X(01).
                   88 RC-ROW-CLEARED  VALUE 'C'.
                   88 RC-ROW-RETURNED VALUE 'R'.
                   88 RC-ROW-MISMATCH VALUE 'M'.
               10 WS-RC-ROW-BANK-DATE PIC 9(08).
               10 WS-RC-ROW-BANK-AMT  PIC 9(9)V99.
               10 WS-RC-ROW-RECON-DATE PIC 9(08).
               10 WS-RC-ROW-RET-CODE  PIC X(03).
               10 FILLER              PIC X(21).

      * DEBIT-MEMO REGISTER TABLE - SAME ROW LAYOUT DEBMEMO WRITES
       77 WS-DM-MAX               PIC 9(5) VALUE 5000.
       77 WS-DM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DM-IDX               PIC 9(5) VALUE ZERO.
       01 WS-DM-DETAIL.
           05 WS-DM-MEMO-NO       PIC 9(08) VALUE ZERO.
           05 WS-DM-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DM-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-DM-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-DM-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-DM-MEMO-DATE     PIC 9(08) VALUE ZERO.
           05 WS-DM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-DM-APPL-REF      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.
       01 WS-DM-TBL.
           05 WS-DM-ROW OCCURS 5000 TIMES.
               10 WS-DM-ROW-MEMO  PIC 9(08).
               10 WS-DM-ROW-SUPP  PIC X(10).
               10 WS-DM-ROW-PO    PIC X(06).
               10 WS-DM-ROW-PART  PIC X(23).
               10 WS-DM-ROW-AMT   PIC 9(9)V99.
               10 WS-DM-ROW-DATE  PIC 9(08).
               10 WS-DM-ROW-STAT  PIC X(01).
                   88 DM-ROW-OPEN    VALUE 'O'.
                   88 DM-ROW-APPLIED VALUE 'A'.
               10 WS-DM-ROW-APPL-REF PIC 9(08).

           COPY PAYREOP.

      * ONE BANK PAID/RETURNED ITEM AS THE BANK SENDS IT
       01 WS-BI-DETAIL.
           05 WS-BI-ITEM-TYPE     PIC X(01) VALUE SPACES.
               88 BI-PAID         VALUE 'P'.
               88 BI-RETURNED     VALUE 'R'.
           05 WS-BI-PAY-REF       PIC X(08) VALUE SPACES.
           05 WS-BI-PAY-REF-N REDEFINES WS-BI-PAY-REF PIC 9(08).
           05 WS-BI-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-BI-POST-DATE     PIC 9(08) VALUE ZERO.
           05 WS-BI-RETURN-CODE   PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(49) VALUE SPACES.
       77 WS-RESULT               PIC X(24) VALUE SPACES.

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

       01 PROGRAM-SWITCHES.
           05 BANKPD-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-BANKPD        VALUE 'Y'.
           05 BANKPD-ST                 PIC X(02).
               88 BANKPD-OK             VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 PAYRECN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYRECN       VALUE 'Y'.
           05 PAYRECN-ST                PIC X(02).
               88 PAYRECN-OK            VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
               88 DBMREG-OK             VALUE '00'.
           05 PAYREOP-ST                PIC X(02).
               88 PAYREOP-OK            VALUE '00'.
           05 BANKRPT-ST                PIC X(02).
               88 BANKRPT-OK            VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'BANK RECONCILIATION - PAID ITEMS    '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-SECT.
             10 RPT-SECT-NAME   PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(82) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(04) VALUE 'Type'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Pay Ref '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Pay Date'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Bank Amount'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Our Net    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Method'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(24) VALUE 'Result'.
             10 FILLER    PIC X(18) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ITEM-TYPE   PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-PAY-REF     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-INV-NUMBER  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAY-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BANK-AMT    PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OUR-NET     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-METHOD      PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-RESULT      PIC X(24) VALUE SPACES.
             10 FILLER          PIC X(18) VALUE SPACES.
       01 RPT-LINE-1-OS.
             10 FILLER    PIC X(08) VALUE 'Pay Ref '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Issue Date'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '   Amount     '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE '  Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Age Bucket  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(11) VALUE 'Flag       '.
             10 FILLER    PIC X(35) VALUE SPACES.
       01 RPT-LINE-3-OS.
             10 RPT-OS-PAY-REF  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OS-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OS-INV      PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OS-DATE     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-OS-AMT      PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OS-DAYS     PIC ZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OS-BUCKET   PIC X(12) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OS-FLAG     PIC X(11) VALUE SPACES.
             10 FILLER          PIC X(35) VALUE SPACES.
       01 RPT-LINE-AG.
             10 RPT-AG-LABEL    PIC X(12) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-CNT      PIC ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-AMT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(91) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-TOT-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-BANK-ITEM.
           PERFORM 400-MATCH-ONE-ITEM UNTIL NO-MORE-BANKPD.
           PERFORM 600-LIST-OUTSTANDING.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 110-SET-AGING-BUCKETS.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-PAYMENTS.
           PERFORM 220-LOAD-RECON-STATUS.
           PERFORM 230-LOAD-DEBIT-MEMOS.
           WRITE BANKRPT-RECORD FROM RPT-LINE-0.
           WRITE BANKRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE BANKRPT-RECORD FROM RPT-LINE-2.
           MOVE 'BANK ITEMS MATCHED TO THE PAYMENT HISTORY'
                TO RPT-SECT-NAME.
           WRITE BANKRPT-RECORD FROM RPT-LINE-SECT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-1.
           WRITE BANKRPT-RECORD FROM RPT-LINE-4.

       110-SET-AGING-BUCKETS.
           MOVE 30     TO WS-AG-LIMIT(1).
           MOVE '0-30 DAYS'    TO WS-AG-LABEL(1).
           MOVE 60     TO WS-AG-LIMIT(2).
           MOVE '31-60 DAYS'   TO WS-AG-LABEL(2).
           MOVE 90     TO WS-AG-LIMIT(3).
           MOVE '61-90 DAYS'   TO WS-AG-LABEL(3).
           MOVE WS-STALE-DAYS TO WS-AG-LIMIT(4).
           MOVE '91-180 DAYS'  TO WS-AG-LABEL(4).
           MOVE 99999  TO WS-AG-LIMIT(5).
           MOVE 'OVER 180'     TO WS-AG-LABEL(5).
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1 UNTIL WS-AG-IDX > 5
              MOVE ZERO TO WS-AG-CNT(WS-AG-IDX)
              MOVE ZERO TO WS-AG-AMT(WS-AG-IDX)
           END-PERFORM.

       200-OPEN-FILES.
           OPEN INPUT BANKPD-FILE
              IF NOT BANKPD-OK
                 DISPLAY 'Input BANKPD File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT BANKRPT-FILE
              IF NOT BANKRPT-OK
                 DISPLAY 'Output BANKRPT File Error'
                 GO TO 999-ERR-RTN.
      *> returned items reopen their invoice for PAYSEL - the file
      *> is append-only here, PAYSEL and PAYVOID rewrite it
           OPEN EXTEND PAYREOP-FILE.
           IF NOT PAYREOP-OK
              OPEN OUTPUT PAYREOP-FILE
              IF NOT PAYREOP-OK
                 DISPLAY 'Output PAYREOP File Error'
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

       210-LOAD-PAYMENTS.
      *> same load-then-EXTEND idiom as PAYVOID - every payment into
      *> the table, every reversal flagging the payment it reverses
           MOVE ZERO TO WS-PH-CNT.
           OPEN INPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Input PAYHIST File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 215-LOAD-ONE-PAYMENT UNTIL NO-MORE-PAYHIST.
           CLOSE PAYHIST-FILE.
           OPEN EXTEND PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Output PAYHIST File Error'
                 GO TO 999-ERR-RTN.

       215-LOAD-ONE-PAYMENT.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST
              IF PH-IS-REVERSAL
                 PERFORM 217-FLAG-REVERSED-PAYMENT
              ELSE
                 IF WS-PH-CNT < WS-PH-MAX
                    ADD +1 TO WS-PH-CNT
                    MOVE WS-PH-SUPP-CODE  TO WS-PHT-SUPP(WS-PH-CNT)
                    MOVE WS-PH-INV-NUMBER TO WS-PHT-INV(WS-PH-CNT)
                    MOVE WS-PH-PO-NUMBER  TO WS-PHT-PO(WS-PH-CNT)
                    MOVE WS-PH-PAY-DATE   TO WS-PHT-DATE(WS-PH-CNT)
                    MOVE WS-PH-GROSS-AMT  TO WS-PHT-GROSS(WS-PH-CNT)
                    MOVE WS-PH-DISC-AMT   TO WS-PHT-DISC(WS-PH-CNT)
                    MOVE WS-PH-NET-AMT    TO WS-PHT-NET(WS-PH-CNT)
                    MOVE WS-PH-PAY-REF    TO WS-PHT-REF(WS-PH-CNT)
                    MOVE WS-PH-PAY-METHOD TO WS-PHT-METHOD(WS-PH-CNT)
                    MOVE WS-PH-WIRE-CURR
                         TO WS-PHT-WIRE-CURR(WS-PH-CNT)
                    MOVE WS-PH-WIRE-AMT   TO WS-PHT-WIRE-AMT(WS-PH-CNT)
                    MOVE WS-PH-FX-RATE    TO WS-PHT-FX-RATE(WS-PH-CNT)
                    MOVE 'N'              TO WS-PHT-REV-SW(WS-PH-CNT)
                    MOVE ZERO             TO WS-PHT-RC-IDX(WS-PH-CNT)
                 END-IF
              END-IF
           END-IF.

       217-FLAG-REVERSED-PAYMENT.
           MOVE ZERO TO WS-PH-FND-IDX.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT OR WS-PH-FND-IDX > ZERO
              IF WS-PHT-REF(WS-PH-IDX)  = WS-PH-PAY-REF    AND
                 WS-PHT-SUPP(WS-PH-IDX) = WS-PH-SUPP-CODE  AND
                 WS-PHT-INV(WS-PH-IDX)  = WS-PH-INV-NUMBER AND
                 NOT PHT-REVERSED(WS-PH-IDX)
                 MOVE 'Y' TO WS-PHT-REV-SW(WS-PH-IDX)
                 MOVE WS-PH-IDX TO WS-PH-FND-IDX
              END-IF
           END-PERFORM.

       220-LOAD-RECON-STATUS.
      *> a missing file is not an error - the first run starts it.
      *> each status row is hooked to its payment in the table
           MOVE ZERO TO WS-RC-CNT.
           OPEN INPUT PAYRECN-FILE.
           IF PAYRECN-OK
              PERFORM 225-LOAD-ONE-STATUS UNTIL NO-MORE-PAYRECN
              CLOSE PAYRECN-FILE
           ELSE
              DISPLAY 'PAYRECN NOT FOUND - STARTING A NEW '
                      'RECONCILIATION STATUS FILE'
           END-IF.

       225-LOAD-ONE-STATUS.
           READ PAYRECN-FILE INTO WS-RC-DETAIL
              AT END MOVE 'Y' TO PAYRECN-EOF
           END-READ.
           IF NOT NO-MORE-PAYRECN AND WS-RC-CNT < WS-RC-MAX
              ADD +1 TO WS-RC-CNT
              MOVE WS-RC-DETAIL TO WS-RC-ROW(WS-RC-CNT)
              MOVE ZERO TO WS-PH-FND-IDX
              PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                      UNTIL WS-PH-IDX > WS-PH-CNT
                         OR WS-PH-FND-IDX > ZERO
                 IF WS-PHT-REF(WS-PH-IDX)  = WS-RC-PAY-REF    AND
                    WS-PHT-SUPP(WS-PH-IDX) = WS-RC-SUPP-CODE  AND
                    WS-PHT-INV(WS-PH-IDX)  = WS-RC-INV-NUMBER AND
                    WS-PHT-RC-IDX(WS-PH-IDX) = ZERO
                    MOVE WS-RC-CNT TO WS-PHT-RC-IDX(WS-PH-IDX)
                    MOVE WS-PH-IDX TO WS-PH-FND-IDX
                 END-IF
              END-PERFORM
           END-IF.

       230-LOAD-DEBIT-MEMOS.
      *> no register just means there is nothing to put back
           MOVE ZERO TO WS-DM-CNT.
           OPEN INPUT DBMREG-FILE.
           IF DBMREG-OK
              PERFORM 235-LOAD-ONE-MEMO UNTIL NO-MORE-DBMREG
              CLOSE DBMREG-FILE
           ELSE
              DISPLAY 'DBMREG NOT FOUND - NO DEBIT MEMOS TO REOPEN'
           END-IF.

       235-LOAD-ONE-MEMO.
           READ DBMREG-FILE INTO WS-DM-DETAIL
              AT END MOVE 'Y' TO DBMREG-EOF
           END-READ.
           IF NOT NO-MORE-DBMREG AND WS-DM-CNT < WS-DM-MAX
              ADD +1 TO WS-DM-CNT
              MOVE WS-DM-DETAIL TO WS-DM-ROW(WS-DM-CNT)
           END-IF.

       300-READ-BANK-ITEM.
           READ BANKPD-FILE INTO WS-BI-DETAIL
              AT END
              MOVE 'Y' TO BANKPD-EOF.

       400-MATCH-ONE-ITEM.
           ADD +1 TO WS-ITEM-CNT.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO RPT-SUPP-CODE.
           MOVE SPACES TO RPT-INV-NUMBER.
           MOVE SPACES TO RPT-METHOD.
           MOVE ZERO   TO RPT-PAY-DATE.
           MOVE ZERO   TO RPT-OUR-NET.
           IF NOT (BI-PAID OR BI-RETURNED) OR
              WS-BI-PAY-REF NOT NUMERIC OR
              WS-BI-AMOUNT NOT NUMERIC
              ADD +1 TO WS-EXCEPT-CNT
              MOVE 'EXCEPTION - BAD ITEM' TO WS-RESULT
           ELSE
              PERFORM 410-FIND-PAYMENT
              PERFORM 420-APPLY-ITEM
           END-IF.
           MOVE WS-BI-ITEM-TYPE TO RPT-ITEM-TYPE.
           MOVE WS-BI-PAY-REF   TO RPT-PAY-REF.
           IF WS-BI-AMOUNT NUMERIC
              MOVE WS-BI-AMOUNT TO RPT-BANK-AMT
           ELSE
              MOVE ZERO TO RPT-BANK-AMT
           END-IF.
           MOVE WS-RESULT TO RPT-RESULT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-3.
           PERFORM 300-READ-BANK-ITEM.

       410-FIND-PAYMENT.
      *> the payment the item is for - one the bank has not yet
      *> settled (a mismatch is not settled - the bank's correcting
      *> item clears it), preferring the one whose net agrees with
      *> the item when an old pay-ref is carried by more than one
      *> payment.
      *> WS-PH-ANY-IDX remembers any payment carrying the ref at all
      *> so an item against a settled or reversed one can be named
           MOVE ZERO TO WS-PH-FND-IDX.
           MOVE ZERO TO WS-PH-ANY-IDX.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT
              IF WS-PHT-REF(WS-PH-IDX) = WS-BI-PAY-REF-N
                 MOVE WS-PH-IDX TO WS-PH-ANY-IDX
                 MOVE 'N' TO WS-PH-SETTLED-SW
                 MOVE WS-PHT-RC-IDX(WS-PH-IDX) TO WS-RC-IDX
                 IF WS-RC-IDX > ZERO
                    IF NOT RC-ROW-MISMATCH(WS-RC-IDX)
                       MOVE 'Y' TO WS-PH-SETTLED-SW
                    END-IF
                 END-IF
                 IF NOT PHT-REVERSED(WS-PH-IDX) AND
                    NOT PH-SETTLED
                    IF WS-PH-FND-IDX = ZERO OR
                       WS-PHT-NET(WS-PH-IDX) = WS-BI-AMOUNT
                       MOVE WS-PH-IDX TO WS-PH-FND-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       420-APPLY-ITEM.
           IF WS-PH-FND-IDX = ZERO
              ADD +1 TO WS-EXCEPT-CNT
              IF WS-PH-ANY-IDX = ZERO
                 MOVE 'EXCEPTION - NOT ON FILE' TO WS-RESULT
              ELSE
                 PERFORM 430-SHOW-PAYMENT-ANY
                 IF PHT-REVERSED(WS-PH-ANY-IDX)
                    MOVE 'EXCEPTION - VOIDED PMT' TO WS-RESULT
                 ELSE
                    MOVE 'EXCEPTION - DUPLICATE' TO WS-RESULT
                 END-IF
              END-IF
           ELSE
              MOVE WS-PH-FND-IDX TO WS-PH-ANY-IDX
              PERFORM 430-SHOW-PAYMENT-ANY
              EVALUATE TRUE
                 WHEN BI-RETURNED
                    PERFORM 500-PROCESS-RETURN
                 WHEN WS-BI-AMOUNT = WS-PHT-NET(WS-PH-FND-IDX)
                    ADD +1 TO WS-CLEAR-CNT
                    ADD WS-BI-AMOUNT TO WS-TOTAL-CLEARED
                    MOVE 'C' TO WS-RC-STATUS
                    PERFORM 440-ADD-STATUS-ROW
                    MOVE 'CLEARED' TO WS-RESULT
                 WHEN OTHER
                    ADD +1 TO WS-MISMATCH-CNT
                    MOVE 'M' TO WS-RC-STATUS
                    PERFORM 440-ADD-STATUS-ROW
                    MOVE 'AMOUNT MISMATCH' TO WS-RESULT
              END-EVALUATE
           END-IF.

       430-SHOW-PAYMENT-ANY.
           MOVE WS-PHT-SUPP(WS-PH-ANY-IDX) TO RPT-SUPP-CODE.
           MOVE WS-PHT-INV(WS-PH-ANY-IDX)  TO RPT-INV-NUMBER.
           MOVE WS-PHT-DATE(WS-PH-ANY-IDX) TO RPT-PAY-DATE.
           MOVE WS-PHT-NET(WS-PH-ANY-IDX)  TO RPT-OUR-NET.
           IF PHT-PAID-BY-ACH(WS-PH-ANY-IDX)
              MOVE 'ACH  ' TO RPT-METHOD
           ELSE
              IF PHT-PAID-BY-WIRE(WS-PH-ANY-IDX)
                 MOVE 'WIRE ' TO RPT-METHOD
              ELSE
                 MOVE 'CHECK' TO RPT-METHOD
              END-IF
           END-IF.

       440-ADD-STATUS-ROW.
      *> WS-RC-STATUS carries the status to record for the payment
      *> at WS-PH-FND-IDX.  a payment already on file as a mismatch
      *> has its row updated in place
           MOVE WS-PHT-RC-IDX(WS-PH-FND-IDX) TO WS-RC-IDX.
           IF WS-RC-IDX > ZERO
              MOVE WS-RC-STATUS    TO WS-RC-ROW-STAT(WS-RC-IDX)
              MOVE WS-BI-POST-DATE TO WS-RC-ROW-BANK-DATE(WS-RC-IDX)
              MOVE WS-BI-AMOUNT    TO WS-RC-ROW-BANK-AMT(WS-RC-IDX)
              MOVE WS01-CURR-DATE-N
                   TO WS-RC-ROW-RECON-DATE(WS-RC-IDX)
              MOVE WS-BI-RETURN-CODE
                   TO WS-RC-ROW-RET-CODE(WS-RC-IDX)
           ELSE
           IF WS-RC-CNT < WS-RC-MAX
              ADD +1 TO WS-RC-CNT
              MOVE SPACES TO WS-RC-ROW(WS-RC-CNT)
              MOVE WS-PHT-REF(WS-PH-FND-IDX)
                   TO WS-RC-ROW-REF(WS-RC-CNT)
              MOVE WS-PHT-SUPP(WS-PH-FND-IDX)
                   TO WS-RC-ROW-SUPP(WS-RC-CNT)
              MOVE WS-PHT-INV(WS-PH-FND-IDX)
                   TO WS-RC-ROW-INV(WS-RC-CNT)
              MOVE WS-RC-STATUS    TO WS-RC-ROW-STAT(WS-RC-CNT)
              MOVE WS-BI-POST-DATE TO WS-RC-ROW-BANK-DATE(WS-RC-CNT)
              MOVE WS-BI-AMOUNT    TO WS-RC-ROW-BANK-AMT(WS-RC-CNT)
              MOVE WS01-CURR-DATE-N
                   TO WS-RC-ROW-RECON-DATE(WS-RC-CNT)
              MOVE WS-BI-RETURN-CODE
                   TO WS-RC-ROW-RET-CODE(WS-RC-CNT)
              MOVE WS-RC-CNT TO WS-PHT-RC-IDX(WS-PH-FND-IDX)
           ELSE
              DISPLAY 'PAYRECN TABLE FULL - STATUS NOT KEPT FOR '
                      'PAY-REF ' WS-BI-PAY-REF
           END-IF
           END-IF.

       500-PROCESS-RETURN.
      *> a returned item is reversed exactly the way PAYVOID
      *> reverses a void - history row, memos back to open, invoice
      *> reopened - and the payment is marked returned
           ADD +1 TO WS-RETURN-CNT.
           ADD WS-PHT-NET(WS-PH-FND-IDX) TO WS-TOTAL-RETURNED.
           MOVE 'R' TO WS-RC-STATUS.
           PERFORM 440-ADD-STATUS-ROW.
           PERFORM 510-WRITE-REVERSAL.
           PERFORM 520-REOPEN-DEBIT-MEMOS.
           PERFORM 530-REOPEN-INVOICE.
           PERFORM 540-WRITE-PO-EVENT.
           MOVE 'Y' TO WS-PHT-REV-SW(WS-PH-FND-IDX).
           IF PHT-PAID-TO-BANK(WS-PH-FND-IDX)
              MOVE 'RETURNED - REISSUE CHECK' TO WS-RESULT
           ELSE
              MOVE 'RETURNED - INVOICE HELD' TO WS-RESULT
           END-IF.

       510-WRITE-REVERSAL.
           INITIALIZE WS-PH-DETAIL.
           MOVE WS-PHT-SUPP(WS-PH-FND-IDX)   TO WS-PH-SUPP-CODE.
           MOVE WS-PHT-INV(WS-PH-FND-IDX)    TO WS-PH-INV-NUMBER.
           MOVE WS-PHT-PO(WS-PH-FND-IDX)     TO WS-PH-PO-NUMBER.
           MOVE WS-PHT-DATE(WS-PH-FND-IDX)   TO WS-PH-PAY-DATE.
           MOVE WS-PHT-GROSS(WS-PH-FND-IDX)  TO WS-PH-GROSS-AMT.
           MOVE WS-PHT-DISC(WS-PH-FND-IDX)   TO WS-PH-DISC-AMT.
           MOVE WS-PHT-NET(WS-PH-FND-IDX)    TO WS-PH-NET-AMT.
           MOVE WS-PHT-REF(WS-PH-FND-IDX)    TO WS-PH-PAY-REF.
           MOVE WS-PHT-METHOD(WS-PH-FND-IDX) TO WS-PH-PAY-METHOD.
           MOVE WS-PHT-WIRE-CURR(WS-PH-FND-IDX) TO WS-PH-WIRE-CURR.
           MOVE WS-PHT-WIRE-AMT(WS-PH-FND-IDX)  TO WS-PH-WIRE-AMT.
           MOVE WS-PHT-FX-RATE(WS-PH-FND-IDX)   TO WS-PH-FX-RATE.
           MOVE 'R'                          TO WS-PH-ENTRY-TYPE.
           WRITE PAYHIST-RECORD FROM WS-PH-DETAIL.

       520-REOPEN-DEBIT-MEMOS.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-CNT
              IF DM-ROW-APPLIED(WS-DM-IDX) AND
                 WS-DM-ROW-APPL-REF(WS-DM-IDX) IS NUMERIC AND
                 WS-DM-ROW-APPL-REF(WS-DM-IDX) =
                 WS-PHT-REF(WS-PH-FND-IDX) AND
                 WS-DM-ROW-SUPP(WS-DM-IDX) =
                 WS-PHT-SUPP(WS-PH-FND-IDX)
                 MOVE 'O' TO WS-DM-ROW-STAT(WS-DM-IDX)
                 MOVE ZERO TO WS-DM-ROW-APPL-REF(WS-DM-IDX)
                 ADD +1 TO WS-MEMO-REOPEN-CNT
              END-IF
           END-PERFORM.

       530-REOPEN-INVOICE.
      *> a returned ACH or wire means the bank details are wrong -
      *> reissue by check straight away.  a returned check waits
      *> for AP
           MOVE SPACES TO WS-RO-DETAIL.
           MOVE WS-PHT-INV(WS-PH-FND-IDX)   TO WS-RO-INV-NUMBER.
           MOVE WS-PHT-SUPP(WS-PH-FND-IDX)  TO WS-RO-SUPP-CODE.
           MOVE WS-PHT-PO(WS-PH-FND-IDX)    TO WS-RO-PO-NUMBER.
           MOVE WS-PHT-GROSS(WS-PH-FND-IDX) TO WS-RO-GROSS-AMT.
           MOVE WS-PHT-DISC(WS-PH-FND-IDX)  TO WS-RO-DISC-AMT.
           MOVE WS-PHT-REF(WS-PH-FND-IDX)   TO WS-RO-ORIG-PAY-REF.
           MOVE WS-PHT-DATE(WS-PH-FND-IDX)  TO WS-RO-ORIG-PAY-DATE.
           MOVE WS01-CURR-DATE-N            TO WS-RO-VOID-DATE.
           IF PHT-PAID-TO-BANK(WS-PH-FND-IDX)
              MOVE 'R' TO WS-RO-STATUS
              MOVE 'Y' TO WS-RO-PAY-BY-CHECK
           ELSE
              MOVE 'H' TO WS-RO-STATUS
           END-IF.
           WRITE PAYREOP-RECORD FROM WS-RO-DETAIL.

       540-WRITE-PO-EVENT.
           IF POEV-IS-OPEN
              INITIALIZE WS-EV-DETAIL
              MOVE WS-PHT-PO(WS-PH-FND-IDX)  TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N          TO WS-EV-DATE
              MOVE 'BANKREC '                TO WS-EV-PROGRAM
              MOVE 'PAY RETURNED'            TO WS-EV-EVENT
              MOVE WS-PHT-NET(WS-PH-FND-IDX) TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       600-LIST-OUTSTANDING.
      *> every check still unsettled by the bank, aged by its issue
      *> date.  an unconfirmed ACH is only counted - the bank reports
      *> ACH returns, it does not confirm every ACH it settles
           WRITE BANKRPT-RECORD FROM RPT-LINE-0.
           MOVE 'OUTSTANDING CHECKS AGED BY ISSUE DATE'
                TO RPT-SECT-NAME.
           WRITE BANKRPT-RECORD FROM RPT-LINE-SECT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-1-OS.
           WRITE BANKRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-CNT
              IF NOT PHT-REVERSED(WS-PH-IDX) AND
                 WS-PHT-RC-IDX(WS-PH-IDX) = ZERO
                 IF PHT-PAID-BY-CHECK(WS-PH-IDX)
                    PERFORM 610-LIST-ONE-CHECK
                 ELSE
                    ADD +1 TO WS-ACH-UNCONF-CNT
                 END-IF
              END-IF
           END-PERFORM.
           WRITE BANKRPT-RECORD FROM RPT-LINE-0.
           MOVE 'OUTSTANDING CHECKS BY AGE' TO RPT-SECT-NAME.
           WRITE BANKRPT-RECORD FROM RPT-LINE-SECT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1 UNTIL WS-AG-IDX > 5
              MOVE WS-AG-LABEL(WS-AG-IDX) TO RPT-AG-LABEL
              MOVE WS-AG-CNT(WS-AG-IDX)   TO RPT-AG-CNT
              MOVE WS-AG-AMT(WS-AG-IDX)   TO RPT-AG-AMT
              WRITE BANKRPT-RECORD FROM RPT-LINE-AG
           END-PERFORM.

       610-LIST-ONE-CHECK.
           ADD +1 TO WS-OUTST-CNT.
           ADD WS-PHT-NET(WS-PH-IDX) TO WS-TOTAL-OUTST.
           COMPUTE WS-ISSUE-INT =
              FUNCTION INTEGER-OF-DATE(WS-PHT-DATE(WS-PH-IDX)).
           COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-ISSUE-INT.
           MOVE ZERO TO WS-AG-FND-IDX.
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > 5 OR WS-AG-FND-IDX > ZERO
              IF WS-DAYS-OUT <= WS-AG-LIMIT(WS-AG-IDX)
                 MOVE WS-AG-IDX TO WS-AG-FND-IDX
              END-IF
           END-PERFORM.
           ADD +1 TO WS-AG-CNT(WS-AG-FND-IDX).
           ADD WS-PHT-NET(WS-PH-IDX) TO WS-AG-AMT(WS-AG-FND-IDX).
           MOVE WS-PHT-REF(WS-PH-IDX)  TO RPT-OS-PAY-REF.
           MOVE WS-PHT-SUPP(WS-PH-IDX) TO RPT-OS-SUPP.
           MOVE WS-PHT-INV(WS-PH-IDX)  TO RPT-OS-INV.
           MOVE WS-PHT-DATE(WS-PH-IDX) TO RPT-OS-DATE.
           MOVE WS-PHT-NET(WS-PH-IDX)  TO RPT-OS-AMT.
           MOVE WS-DAYS-OUT            TO RPT-OS-DAYS.
           MOVE WS-AG-LABEL(WS-AG-FND-IDX) TO RPT-OS-BUCKET.
           IF WS-DAYS-OUT > WS-STALE-DAYS
              ADD +1 TO WS-STALE-CNT
              ADD WS-PHT-NET(WS-PH-IDX) TO WS-TOTAL-STALE
              MOVE 'STALE-DATED' TO RPT-OS-FLAG
           ELSE
              MOVE SPACES TO RPT-OS-FLAG
           END-IF.
           WRITE BANKRPT-RECORD FROM RPT-LINE-3-OS.

       900-WRAP-UP.
           PERFORM 910-REWRITE-RECON-STATUS.
           PERFORM 920-REWRITE-MEMO-REGISTER.
           WRITE BANKRPT-RECORD FROM RPT-LINE-0.
           WRITE BANKRPT-RECORD FROM RPT-LINE-4.
           MOVE 'BANK ITEMS READ.............. ' TO RPT-SUM-LABEL.
           MOVE WS-ITEM-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLEARED...................... ' TO RPT-SUM-LABEL.
           MOVE WS-CLEAR-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'AMOUNT MISMATCHED............ ' TO RPT-SUM-LABEL.
           MOVE WS-MISMATCH-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RETURNED AND REVERSED........ ' TO RPT-SUM-LABEL.
           MOVE WS-RETURN-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'EXCEPTIONS................... ' TO RPT-SUM-LABEL.
           MOVE WS-EXCEPT-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEBIT MEMOS REOPENED......... ' TO RPT-SUM-LABEL.
           MOVE WS-MEMO-REOPEN-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHECKS OUTSTANDING........... ' TO RPT-SUM-LABEL.
           MOVE WS-OUTST-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHECKS STALE-DATED........... ' TO RPT-SUM-LABEL.
           MOVE WS-STALE-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ACH NOT YET CONFIRMED........ ' TO RPT-SUM-LABEL.
           MOVE WS-ACH-UNCONF-CNT TO RPT-SUM-CNT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TOTAL CLEARED................ ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-CLEARED TO RPT-TOT-AMT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'TOTAL RETURNED............... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-RETURNED TO RPT-TOT-AMT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'TOTAL CHECKS OUTSTANDING..... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-OUTST TO RPT-TOT-AMT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'TOTAL STALE-DATED............ ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-STALE TO RPT-TOT-AMT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-TOT.
           WRITE BANKRPT-RECORD FROM RPT-LINE-4.
           CLOSE BANKPD-FILE, PAYHIST-FILE, PAYREOP-FILE,
                 BANKRPT-FILE.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.

       910-REWRITE-RECON-STATUS.
           OPEN OUTPUT PAYRECN-FILE.
           IF PAYRECN-OK
              PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                      UNTIL WS-RC-IDX > WS-RC-CNT
                 MOVE WS-RC-ROW(WS-RC-IDX) TO WS-RC-DETAIL
                 WRITE PAYRECN-RECORD FROM WS-RC-DETAIL
              END-PERFORM
              CLOSE PAYRECN-FILE
           ELSE
              DISPLAY 'Output PAYRECN File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-REWRITE-MEMO-REGISTER.
           IF WS-MEMO-REOPEN-CNT > ZERO
              OPEN OUTPUT DBMREG-FILE
              IF DBMREG-OK
                 PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                         UNTIL WS-DM-IDX > WS-DM-CNT
                    MOVE WS-DM-ROW(WS-DM-IDX) TO WS-DM-DETAIL
                    WRITE DBMREG-RECORD FROM WS-DM-DETAIL
                 END-PERFORM
                 CLOSE DBMREG-FILE
              ELSE
                 DISPLAY 'Output DBMREG File Error'
              END-IF
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
