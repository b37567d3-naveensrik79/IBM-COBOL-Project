       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DISCLOST.
      * **************************************************
      * DISCLOST IS THE MONTHLY CASH-DISCOUNT CAPTURE ANALYSIS.
      * PAYSEL SHOWS THE DISCOUNT AT STAKE WHEN IT SELECTS, BUT
      * NOTHING MEASURED HOW MUCH WAS LET EXPIRE.  FOR EVERY PAYMENT
      * ON THE PAYMENT HISTORY DATED IN THE MONTH (LESS ANY PAYVOID
      * OR BANKREC HAS SINCE REVERSED) THE DISCOUNT TAKEN IS
      * COMPARED WITH THE DISCOUNT THE SUPPLIER MASTER'S TERMS
      * ALLOWED, AND EVERY SHORTFALL IS PRICED AS A LOST DISCOUNT.
      * EACH LOST DISCOUNT IS PUT DOWN TO THE STAGE THE INVOICE WAS
      * SITTING IN WHEN ITS DISCOUNT DATE PASSED, OFF THE INVOICE
      * TIMELINE INVMATCH AND INVHOLD KEEP:
      *   RECEIVED LATE   - BEFORE INVMATCH FIRST SAW THE INVOICE
      *   HELD ON INVHOLD - ON THE EXCEPTION HOLD FILE
      *   AWAITING MATCH  - RELEASED, WAITING ON INVMATCH CLEARANCE
      *   PAID LATE       - CLEARED, BUT PAYRUN PAID IT AFTER THE
      *                     DISCOUNT DATE
      * AN INVOICE CLEARED BEFORE THE TIMELINE EXISTED CANNOT BE
      * TRACED AND IS SHOWN AS SUCH.  LOST DISCOUNTS ARE LISTED,
      * THEN TOTALLED BY SUPPLIER AND BY CAUSE.  A PAYMENT TO A CODE
      * SUPMAINT HAS SINCE RETIRED BY MERGING IT INTO ANOTHER IS
      * MEASURED ON ITS OWN TERMS BUT TOTALLED UNDER THE SURVIVOR.
      * THE MONTH DEFAULTS TO THE RUN DATE'S; A 'MONTH=YYYYMM' CARD
      * REPORTS A MONTH AFTER IT HAS TURNED.
      * UT-C-DISCCTL  = ONE-CARD CONTROL FILE, 'MONTH=YYYYMM'
      * UT-C-PAYHIST  = PAYMENT HISTORY FROM PAYRUN
      * UT-C-SUPPMAST = SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-INVTIME  = INVOICE TIMELINE FROM INVMATCH AND INVHOLD
      * UT-C-DISCRPT  = DISCOUNT CAPTURE REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCCTL-FILE ASSIGN TO UT-C-DISCCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DISCCTL-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT INVTIME-FILE ASSIGN TO UT-C-INVTIME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVTIME-ST.
           SELECT DISCRPT-FILE ASSIGN TO UT-C-DISCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DISCRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD DISCCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DISCCTL-RECORD      PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD INVTIME-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVTIME-RECORD      PIC X(80).
       FD DISCRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 DISCRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-PAY-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REVERSED-CNT         PIC 9(08) VALUE ZERO.
       77 WS-TERMS-CNT            PIC 9(08) VALUE ZERO.
       77 WS-TAKEN-CNT            PIC 9(08) VALUE ZERO.
       77 WS-LOST-CNT             PIC 9(08) VALUE ZERO.
       77 WS-TOTAL-OFFERED        PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-TAKEN          PIC S9(11)V99 VALUE ZERO.
       77 WS-TOTAL-LOST           PIC S9(11)V99 VALUE ZERO.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * THE CODE A PAYMENT IS TOTALLED UNDER - ITS OWN, OR THE
      * SURVIVOR A MERGE RETIRED IT INTO (FOLLOWED THROUGH A FEW
      * REMERGES)
       77 WS-PAY-SUPP             PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.

      * REPORT MONTH - RUN DATE'S MONTH UNLESS A 'MONTH=YYYYMM'
      * CONTROL CARD SAYS OTHERWISE
       77 WS-RPT-MONTH            PIC 9(06) VALUE ZERO.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      * THE PAYMENT ON HAND - ITS TERMS, THE DISCOUNT THEY ALLOWED
      * AND, WHEN SHORT, WHAT WAS LOST AND WHY
       77 WS-TRM-DISC-PCT         PIC 9(02)V99 VALUE ZERO.
       77 WS-TRM-DISC-DAYS        PIC 9(03) VALUE ZERO.
       77 WS-DISC-ALLOWED         PIC S9(7)V99 VALUE ZERO.
       77 WS-DISC-LOST            PIC S9(7)V99 VALUE ZERO.
       77 WS-INV-INT              PIC 9(08) VALUE ZERO.
       77 WS-DISC-INT             PIC 9(08) VALUE ZERO.
       77 WS-DISC-DATE            PIC 9(08) VALUE ZERO.
       77 WS-RECV-INT             PIC 9(08) VALUE ZERO.
       77 WS-REL-INT              PIC 9(08) VALUE ZERO.
       77 WS-CLEAR-INT            PIC 9(08) VALUE ZERO.
       77 WS-CAUSE                PIC X(01) VALUE SPACES.
           88 CAUSE-RECEIVED-LATE VALUE 'R'.
           88 CAUSE-HELD          VALUE 'H'.
           88 CAUSE-AWAIT-MATCH   VALUE 'M'.
           88 CAUSE-PAID-LATE     VALUE 'P'.
           88 CAUSE-UNTRACED      VALUE 'U'.

      * LOST DISCOUNTS BY CAUSE - ONE ROW PER CAUSE, IN THE ORDER
      * THE STAGES COME
       77 WS-CS-IDX               PIC 9(01) VALUE ZERO.
       01 WS-CS-NAMES.
           05 FILLER PIC X(31) VALUE 'RRECEIVED LATE................'.
           05 FILLER PIC X(31) VALUE 'HHELD ON INVHOLD..............'.
           05 FILLER PIC X(31) VALUE 'MAWAITING INVMATCH CLEARANCE..'.
           05 FILLER PIC X(31) VALUE 'PPAID AFTER DISCOUNT DATE.....'.
           05 FILLER PIC X(31) VALUE 'UNO INVOICE TIMELINE..........'.
       01 WS-CS-TBL REDEFINES WS-CS-NAMES.
           05 WS-CS-ROW OCCURS 5 TIMES.
               10 WS-CS-CODE      PIC X(01).
               10 WS-CS-LABEL     PIC X(30).
       01 WS-CS-TOTALS.
           05 WS-CS-TOT OCCURS 5 TIMES.
               10 WS-CS-CNT       PIC 9(08).
               10 WS-CS-AMT       PIC S9(11)V99.
       01 WS-CS-DESC.
           05 FILLER PIC X(13) VALUE 'RECEIVED LATE'.
           05 FILLER PIC X(13) VALUE 'HELD INVHOLD '.
           05 FILLER PIC X(13) VALUE 'AWAIT MATCH  '.
           05 FILLER PIC X(13) VALUE 'PAID LATE    '.
           05 FILLER PIC X(13) VALUE 'NO TIMELINE  '.
       01 WS-CS-DESC-TBL REDEFINES WS-CS-DESC.
           05 WS-CS-SHORT OCCURS 5 TIMES PIC X(13).

      * ONE PERMANENT PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN
      * WRITES.  A REVERSING ROW CARRIES THE PAY-REF IT REVERSES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-DATE-X REDEFINES WS-PH-PAY-DATE.
               10 WS-PH-PAY-YYYYMM PIC 9(06).
               10 FILLER           PIC 9(02).
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
               88 PH-PAID-BY-ACH      VALUE 'A'.
               88 PH-PAID-BY-CHECK    VALUE 'C'.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-PAYMENT       VALUE ' '.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * PAY-REFS REVERSED ANYWHERE ON THE HISTORY - A REVERSED
      * PAYMENT TOOK NO DISCOUNT AND LOST NONE
       77 WS-RV-MAX               PIC 9(5) VALUE 20000.
       77 WS-RV-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RV-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RV-FOUND             PIC X(01) VALUE 'N'.
           88 RV-FOUND            VALUE 'Y'.
       01 WS-RV-TBL.
           05 WS-RV-REF OCCURS 20000 TIMES PIC 9(08).

      * SUPPLIER MASTER TABLE - SAME ROW LAYOUT SUPMAINT KEEPS
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
               10 FILLER              PIC X(18).
               10 WS-SM-ROW-ONB-STAT  PIC X(01).
               10 WS-SM-ROW-MERGED-TO PIC X(10).
               10 FILLER              PIC X(05).

      * INVOICE TIMELINE - CLEARANCES KEYED SUPPLIER + INVOICE +
      * PO, AND RELEASED HOLDS COLLAPSED TO THE EARLIEST ENTRY AND
      * LATEST RELEASE FOR THE SAME KEY
           COPY INVTIME.
       77 WS-TC-MAX               PIC 9(5) VALUE 20000.
       77 WS-TC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-TC-IDX               PIC 9(5) VALUE ZERO.
       77 WS-TC-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-TC-TBL.
           05 WS-TC-ROW OCCURS 20000 TIMES.
               10 WS-TC-SUPP      PIC X(10).
               10 WS-TC-INV       PIC X(10).
               10 WS-TC-PO        PIC X(06).
               10 WS-TC-INV-DATE  PIC 9(08).
               10 WS-TC-CLEAR     PIC 9(08).
       77 WS-TH-MAX               PIC 9(5) VALUE 10000.
       77 WS-TH-CNT               PIC 9(5) VALUE ZERO.
       77 WS-TH-IDX               PIC 9(5) VALUE ZERO.
       77 WS-TH-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-TH-TBL.
           05 WS-TH-ROW OCCURS 10000 TIMES.
               10 WS-TH-SUPP      PIC X(10).
               10 WS-TH-INV       PIC X(10).
               10 WS-TH-PO        PIC X(06).
               10 WS-TH-ENTRY     PIC 9(08).
               10 WS-TH-REL       PIC 9(08).

      * SUPPLIER TOTALS FOR THE MONTH - ONE ROW PER SUPPLIER WITH
      * DISCOUNT TERMS, IN FIRST-PAID ORDER
       77 WS-SS-MAX               PIC 9(5) VALUE 5000.
       77 WS-SS-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SS-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SS-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SS-TBL.
           05 WS-SS-ROW OCCURS 5000 TIMES.
               10 WS-SS-SUPP      PIC X(10).
               10 WS-SS-OFFERED   PIC S9(9)V99.
               10 WS-SS-TAKEN     PIC S9(9)V99.
               10 WS-SS-LOST      PIC S9(9)V99.
               10 WS-SS-CAUSE-AMT OCCURS 5 TIMES PIC S9(9)V99.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-CURR-YYYYMM REDEFINES WS01-CURR-DATE.
           05 WS01-CURR-YYYYMM-N    PIC 9(06).
           05 FILLER                PIC 9(02).
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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'DISCLOST'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 DISCCTL-ST                PIC X(02).
               88 DISCCTL-OK            VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 INVTIME-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-INVTIME       VALUE 'Y'.
           05 INVTIME-ST                PIC X(02).
               88 INVTIME-OK            VALUE '00'.
           05 DISCRPT-ST                PIC X(02).
               88 DISCRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'CASH-DISCOUNT CAPTURE ANALYSIS      '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(03) VALUE SPACES.
             10 FILLER       PIC X(07) VALUE 'MONTH: '.
             10 RPT-MONTH    PIC 9(06) VALUE ZERO.
             10 FILLER       PIC X(60) VALUE SPACES.
       01 RPT-LINE-SECT.
             10 RPT-SECT-NAME   PIC X(60) VALUE SPACES.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Inv Date'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Disc By '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Recv    '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Cleared '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Paid    '.
             10 FILLER    PIC X(14) VALUE '     Gross    '.
             10 FILLER    PIC X(11) VALUE '  Allowed  '.
             10 FILLER    PIC X(11) VALUE '  Taken    '.
             10 FILLER    PIC X(11) VALUE '  Lost     '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(13) VALUE 'Cause        '.
             10 FILLER    PIC X(08) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-INV-NUMBER  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-INV-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-DISC-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-RECV-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-CLEAR-DATE  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-PAY-DATE    PIC 9(08) VALUE ZERO.
             10 RPT-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
             10 RPT-ALLOWED     PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-TAKEN       PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-LOST        PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CAUSE       PIC X(13) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE SPACES.
       01 RPT-LINE-1S.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Name           '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE '     Allowed'.
             10 FILLER    PIC X(12) VALUE '       Taken'.
             10 FILLER    PIC X(12) VALUE '        Lost'.
             10 FILLER    PIC X(12) VALUE '   Recv Late'.
             10 FILLER    PIC X(12) VALUE '        Held'.
             10 FILLER    PIC X(12) VALUE ' Await Match'.
             10 FILLER    PIC X(12) VALUE '   Paid Late'.
             10 FILLER    PIC X(12) VALUE ' No Timeline'.
             10 FILLER    PIC X(05) VALUE SPACES.
       01 RPT-LINE-3S.
             10 RPT-S-SUPP      PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-S-NAME      PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-S-OFFERED   PIC ZZZ,ZZ9.99-.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-S-TAKEN     PIC ZZZ,ZZ9.99-.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-S-LOST      PIC ZZZ,ZZ9.99-.
             10 RPT-S-CAUSES OCCURS 5 TIMES.
                 15 FILLER      PIC X(01).
                 15 RPT-S-CAUSE PIC ZZZ,ZZ9.99-.
             10 FILLER          PIC X(05) VALUE SPACES.
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
       01 RPT-LINE-CAUSE.
             10 RPT-C-LABEL     PIC X(30) VALUE SPACES.
             10 RPT-C-CNT       PIC ZZZ,ZZ9.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-C-AMT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-PAYHIST.
           PERFORM 400-ANALYZE-ONE-PAYMENT UNTIL NO-MORE-PAYHIST.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS01-CURR-YYYYMM-N TO WS-RPT-MONTH.
           PERFORM 110-READ-CONTROL-CARD.
           MOVE WS-RPT-MONTH TO RPT-MONTH.
           INITIALIZE WS-CS-TOTALS.
           PERFORM 210-LOAD-REVERSALS.
           PERFORM 220-LOAD-SUPPLIER-MASTER.
           PERFORM 230-LOAD-TIMELINE.
           PERFORM 200-OPEN-FILES.
           WRITE DISCRPT-RECORD FROM RPT-LINE-0.
           WRITE DISCRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE DISCRPT-RECORD FROM RPT-LINE-2.
           MOVE 'LOST DISCOUNTS' TO RPT-SECT-NAME.
           WRITE DISCRPT-RECORD FROM RPT-LINE-SECT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-1.
           WRITE DISCRPT-RECORD FROM RPT-LINE-4.

       110-READ-CONTROL-CARD.
      *> same one-card style as INVVAL's INVVCTL - no card (or no
      *> MONTH= on it) reports the run date's month
           OPEN INPUT DISCCTL-FILE.
           IF DISCCTL-OK
              READ DISCCTL-FILE INTO WS-CNTL-CARD
                 AT END MOVE SPACES TO WS-CNTL-CARD
              END-READ
              IF WS-CNTL-CARD(1:6) = 'MONTH='
                 IF WS-CNTL-CARD(7:6) IS NUMERIC
                    MOVE WS-CNTL-CARD(7:6) TO WS-RPT-MONTH
                 END-IF
              END-IF
              CLOSE DISCCTL-FILE
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Input PAYHIST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT DISCRPT-FILE
              IF NOT DISCRPT-OK
                 DISPLAY 'Output DISCRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-REVERSALS.
      *> first pass over the history - every pay-ref a void, stop
      *> or bank return has reversed, whatever month it happened in
           MOVE ZERO TO WS-RV-CNT.
           OPEN INPUT PAYHIST-FILE.
           IF NOT PAYHIST-OK
              DISPLAY 'Input PAYHIST File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 215-LOAD-ONE-REVERSAL UNTIL NO-MORE-PAYHIST.
           CLOSE PAYHIST-FILE.
           MOVE 'N' TO PAYHIST-EOF.

       215-LOAD-ONE-REVERSAL.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST AND PH-IS-REVERSAL AND
              WS-RV-CNT < WS-RV-MAX
              ADD +1 TO WS-RV-CNT
              MOVE WS-PH-PAY-REF TO WS-RV-REF(WS-RV-CNT)
           END-IF.

       220-LOAD-SUPPLIER-MASTER.
      *> no master means no terms, so nothing was ever allowed
           MOVE ZERO TO WS-SM-CNT.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF SUPPMAST-OK
              PERFORM 225-LOAD-MASTER-ROW UNTIL NO-MORE-SUPPMAST
              CLOSE SUPPMAST-FILE
           ELSE
              DISPLAY 'SUPPMAST NOT FOUND - NO DISCOUNT TERMS TO '
                      'MEASURE AGAINST'
           END-IF.

       225-LOAD-MASTER-ROW.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND WS-SM-CNT < WS-SM-MAX
              ADD +1 TO WS-SM-CNT
              MOVE WS-SM-DETAIL TO WS-SM-ROW(WS-SM-CNT)
           END-IF.

       230-LOAD-TIMELINE.
      *> no timeline yet just means every loss shows as untraced
           MOVE ZERO TO WS-TC-CNT.
           MOVE ZERO TO WS-TH-CNT.
           OPEN INPUT INVTIME-FILE.
           IF INVTIME-OK
              PERFORM 235-LOAD-ONE-TIMELINE UNTIL NO-MORE-INVTIME
              CLOSE INVTIME-FILE
           ELSE
              DISPLAY 'INVTIME NOT FOUND - LOST DISCOUNTS CANNOT BE '
                      'TRACED TO A CAUSE'
           END-IF.

       235-LOAD-ONE-TIMELINE.
           READ INVTIME-FILE INTO WS-TL-DETAIL
              AT END MOVE 'Y' TO INVTIME-EOF
           END-READ.
           IF NOT NO-MORE-INVTIME
              EVALUATE TRUE
                 WHEN TL-CLEARED
                    PERFORM 240-ADD-CLEARANCE
                 WHEN TL-HOLD-RELEASED
                    PERFORM 245-ADD-HOLD
              END-EVALUATE
           END-IF.

       240-ADD-CLEARANCE.
      *> a line cleared twice keeps its first clearance
           PERFORM 250-FIND-CLEARANCE.
           IF WS-TC-FND-IDX = ZERO AND WS-TC-CNT < WS-TC-MAX
              ADD +1 TO WS-TC-CNT
              MOVE WS-TL-SUPP-CODE  TO WS-TC-SUPP(WS-TC-CNT)
              MOVE WS-TL-INV-NUMBER TO WS-TC-INV(WS-TC-CNT)
              MOVE WS-TL-PO-NUMBER  TO WS-TC-PO(WS-TC-CNT)
              MOVE WS-TL-INV-DATE   TO WS-TC-INV-DATE(WS-TC-CNT)
              MOVE WS-TL-EVENT-DATE TO WS-TC-CLEAR(WS-TC-CNT)
           END-IF.

       245-ADD-HOLD.
      *> an invoice held more than once counts from its first entry
      *> to its last release
           PERFORM 255-FIND-HOLD.
           IF WS-TH-FND-IDX > ZERO
              IF WS-TL-EVENT-DATE < WS-TH-ENTRY(WS-TH-FND-IDX)
                 MOVE WS-TL-EVENT-DATE TO WS-TH-ENTRY(WS-TH-FND-IDX)
              END-IF
              IF WS-TL-REL-DATE > WS-TH-REL(WS-TH-FND-IDX)
                 MOVE WS-TL-REL-DATE TO WS-TH-REL(WS-TH-FND-IDX)
              END-IF
           ELSE
              IF WS-TH-CNT < WS-TH-MAX
                 ADD +1 TO WS-TH-CNT
                 MOVE WS-TL-SUPP-CODE  TO WS-TH-SUPP(WS-TH-CNT)
                 MOVE WS-TL-INV-NUMBER TO WS-TH-INV(WS-TH-CNT)
                 MOVE WS-TL-PO-NUMBER  TO WS-TH-PO(WS-TH-CNT)
                 MOVE WS-TL-EVENT-DATE TO WS-TH-ENTRY(WS-TH-CNT)
                 MOVE WS-TL-REL-DATE   TO WS-TH-REL(WS-TH-CNT)
              END-IF
           END-IF.

       250-FIND-CLEARANCE.
      *> keyed off WS-TL-SUPP-CODE / INV-NUMBER / PO-NUMBER
           MOVE ZERO TO WS-TC-FND-IDX.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-CNT OR WS-TC-FND-IDX > ZERO
              IF WS-TC-SUPP(WS-TC-IDX) = WS-TL-SUPP-CODE AND
                 WS-TC-INV(WS-TC-IDX)  = WS-TL-INV-NUMBER AND
                 WS-TC-PO(WS-TC-IDX)   = WS-TL-PO-NUMBER
                 MOVE WS-TC-IDX TO WS-TC-FND-IDX
              END-IF
           END-PERFORM.

       255-FIND-HOLD.
           MOVE ZERO TO WS-TH-FND-IDX.
           PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                   UNTIL WS-TH-IDX > WS-TH-CNT OR WS-TH-FND-IDX > ZERO
              IF WS-TH-SUPP(WS-TH-IDX) = WS-TL-SUPP-CODE AND
                 WS-TH-INV(WS-TH-IDX)  = WS-TL-INV-NUMBER AND
                 WS-TH-PO(WS-TH-IDX)   = WS-TL-PO-NUMBER
                 MOVE WS-TH-IDX TO WS-TH-FND-IDX
              END-IF
           END-PERFORM.

       300-READ-PAYHIST.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END
              MOVE 'Y' TO PAYHIST-EOF.

       400-ANALYZE-ONE-PAYMENT.
           IF PH-IS-PAYMENT AND WS-PH-PAY-YYYYMM = WS-RPT-MONTH
              ADD +1 TO WS-PAY-CNT
              PERFORM 405-CHECK-REVERSED
              IF RV-FOUND
                 ADD +1 TO WS-REVERSED-CNT
              ELSE
                 PERFORM 410-FIND-TERMS
                 IF WS-DISC-ALLOWED > ZERO
                    PERFORM 420-MEASURE-DISCOUNT
                 END-IF
              END-IF
           END-IF.
           PERFORM 300-READ-PAYHIST.

       405-CHECK-REVERSED.
           MOVE 'N' TO WS-RV-FOUND.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-CNT OR RV-FOUND
              IF WS-RV-REF(WS-RV-IDX) = WS-PH-PAY-REF
                 MOVE 'Y' TO WS-RV-FOUND
              END-IF
           END-PERFORM.

       410-FIND-TERMS.
      *> the master's discount terms priced on the gross the way
      *> PAYSEL prices them.  a supplier with no master row or no
      *> discount terms allowed nothing
           MOVE ZERO TO WS-SM-FND-IDX.
           MOVE ZERO TO WS-DISC-ALLOWED.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT OR WS-SM-FND-IDX > ZERO
              IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-PH-SUPP-CODE
                 MOVE WS-SM-IDX TO WS-SM-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SM-FND-IDX > ZERO AND
              WS-SM-ROW-NET-DAYS(WS-SM-FND-IDX) > ZERO
              MOVE WS-SM-ROW-DISC-PCT(WS-SM-FND-IDX)
                   TO WS-TRM-DISC-PCT
              MOVE WS-SM-ROW-DISC-DAYS(WS-SM-FND-IDX)
                   TO WS-TRM-DISC-DAYS
           ELSE
              MOVE ZERO TO WS-TRM-DISC-PCT
              MOVE ZERO TO WS-TRM-DISC-DAYS
           END-IF.
           IF WS-TRM-DISC-DAYS > ZERO
              COMPUTE WS-DISC-ALLOWED ROUNDED =
                 WS-PH-GROSS-AMT * WS-TRM-DISC-PCT / 100
           END-IF.

       420-MEASURE-DISCOUNT.
           ADD +1 TO WS-TERMS-CNT.
           ADD WS-DISC-ALLOWED TO WS-TOTAL-OFFERED.
           ADD WS-PH-DISC-AMT  TO WS-TOTAL-TAKEN.
           PERFORM 460-FIND-SUPPLIER-ROW.
           IF WS-SS-FND-IDX > ZERO
              ADD WS-DISC-ALLOWED TO WS-SS-OFFERED(WS-SS-FND-IDX)
              ADD WS-PH-DISC-AMT  TO WS-SS-TAKEN(WS-SS-FND-IDX)
           END-IF.
           COMPUTE WS-DISC-LOST = WS-DISC-ALLOWED - WS-PH-DISC-AMT.
           IF WS-DISC-LOST > ZERO
              ADD +1 TO WS-LOST-CNT
              ADD WS-DISC-LOST TO WS-TOTAL-LOST
              PERFORM 430-FIND-CAUSE THRU 430-FIND-EXIT
              PERFORM 440-FIND-CAUSE-ROW THRU 440-FIND-EXIT
              ADD +1 TO WS-CS-CNT(WS-CS-IDX)
              ADD WS-DISC-LOST TO WS-CS-AMT(WS-CS-IDX)
              IF WS-SS-FND-IDX > ZERO
                 ADD WS-DISC-LOST TO WS-SS-LOST(WS-SS-FND-IDX)
                 ADD WS-DISC-LOST TO
                     WS-SS-CAUSE-AMT(WS-SS-FND-IDX, WS-CS-IDX)
              END-IF
              PERFORM 600-WRITE-LOST-LINE
           ELSE
              ADD +1 TO WS-TAKEN-CNT
           END-IF.

       430-FIND-CAUSE.
      *> the cause is the stage the invoice was in on the day after
      *> its discount date.  received is the day INVMATCH first saw
      *> it - its hold entry when it was held, its clearance if not
           MOVE ZERO TO WS-RECV-INT, WS-REL-INT, WS-CLEAR-INT,
                        WS-DISC-DATE, RPT-RECV-DATE, RPT-CLEAR-DATE.
           MOVE ZERO TO RPT-INV-DATE.
           MOVE WS-PH-SUPP-CODE  TO WS-TL-SUPP-CODE.
           MOVE WS-PH-INV-NUMBER TO WS-TL-INV-NUMBER.
           MOVE WS-PH-PO-NUMBER  TO WS-TL-PO-NUMBER.
           PERFORM 250-FIND-CLEARANCE.
           IF WS-TC-FND-IDX = ZERO
              MOVE 'U' TO WS-CAUSE
              GO TO 430-FIND-EXIT
           END-IF.
           IF WS-TC-INV-DATE(WS-TC-FND-IDX) NOT NUMERIC OR
              WS-TC-INV-DATE(WS-TC-FND-IDX) = ZERO OR
              WS-TC-CLEAR(WS-TC-FND-IDX) NOT NUMERIC OR
              WS-TC-CLEAR(WS-TC-FND-IDX) = ZERO
              MOVE 'U' TO WS-CAUSE
              GO TO 430-FIND-EXIT
           END-IF.
           MOVE WS-TC-INV-DATE(WS-TC-FND-IDX) TO RPT-INV-DATE.
           MOVE WS-TC-CLEAR(WS-TC-FND-IDX)    TO RPT-CLEAR-DATE.
           COMPUTE WS-INV-INT = FUNCTION INTEGER-OF-DATE
              (WS-TC-INV-DATE(WS-TC-FND-IDX)).
           COMPUTE WS-DISC-INT = WS-INV-INT + WS-TRM-DISC-DAYS.
           COMPUTE WS-DISC-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DISC-INT).
           COMPUTE WS-CLEAR-INT = FUNCTION INTEGER-OF-DATE
              (WS-TC-CLEAR(WS-TC-FND-IDX)).
           MOVE WS-CLEAR-INT TO WS-RECV-INT.
           MOVE WS-TC-CLEAR(WS-TC-FND-IDX) TO RPT-RECV-DATE.
           PERFORM 255-FIND-HOLD.
           IF WS-TH-FND-IDX > ZERO
              IF WS-TH-ENTRY(WS-TH-FND-IDX) > ZERO AND
                 WS-TH-ENTRY(WS-TH-FND-IDX) <
                 WS-TC-CLEAR(WS-TC-FND-IDX)
                 COMPUTE WS-RECV-INT = FUNCTION INTEGER-OF-DATE
                    (WS-TH-ENTRY(WS-TH-FND-IDX))
                 MOVE WS-TH-ENTRY(WS-TH-FND-IDX) TO RPT-RECV-DATE
                 COMPUTE WS-REL-INT = FUNCTION INTEGER-OF-DATE
                    (WS-TH-REL(WS-TH-FND-IDX))
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-DISC-INT < WS-RECV-INT
                 MOVE 'R' TO WS-CAUSE
              WHEN WS-REL-INT > ZERO AND WS-DISC-INT < WS-REL-INT
                 MOVE 'H' TO WS-CAUSE
              WHEN WS-DISC-INT < WS-CLEAR-INT
                 MOVE 'M' TO WS-CAUSE
              WHEN OTHER
                 MOVE 'P' TO WS-CAUSE
           END-EVALUATE.
       430-FIND-EXIT.
           EXIT.

       440-FIND-CAUSE-ROW.
      *> the cause table row; the untraced row is last, so a code
      *> not found falls to it
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX = 5
              IF WS-CS-CODE(WS-CS-IDX) = WS-CAUSE
                 GO TO 440-FIND-EXIT
              END-IF
           END-PERFORM.
       440-FIND-EXIT.
           EXIT.

       460-FIND-SUPPLIER-ROW.
      *> the supplier's totals row, added on its first payment - a
      *> retired code's payments land on its survivor's row
           PERFORM 465-RESOLVE-SURVIVOR.
           MOVE ZERO TO WS-SS-FND-IDX.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CNT OR WS-SS-FND-IDX > ZERO
              IF WS-SS-SUPP(WS-SS-IDX) = WS-PAY-SUPP
                 MOVE WS-SS-IDX TO WS-SS-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SS-FND-IDX = ZERO AND WS-SS-CNT < WS-SS-MAX
              ADD +1 TO WS-SS-CNT
              INITIALIZE WS-SS-ROW(WS-SS-CNT)
              MOVE WS-PAY-SUPP TO WS-SS-SUPP(WS-SS-CNT)
              MOVE WS-SS-CNT TO WS-SS-FND-IDX
           END-IF.

       465-RESOLVE-SURVIVOR.
           MOVE WS-PH-SUPP-CODE TO WS-PAY-SUPP.
           MOVE ZERO TO WS-MRG-HOPS.
           MOVE 'N' TO WS-MRG-DONE-SW.
           PERFORM 466-FOLLOW-ONE-MERGE
              UNTIL MRG-DONE OR WS-MRG-HOPS > 5.
           IF WS-PAY-SUPP NOT = WS-PH-SUPP-CODE
              ADD +1 TO WS-FOLD-CNT
           END-IF.

       466-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT
              IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-PAY-SUPP
                 IF WS-SM-ROW-ONB-STAT(WS-SM-IDX) = 'M' AND
                    WS-SM-ROW-MERGED-TO(WS-SM-IDX) NOT = SPACES
                    MOVE WS-SM-ROW-MERGED-TO(WS-SM-IDX) TO WS-PAY-SUPP
                    MOVE 'N' TO WS-MRG-DONE-SW
                    ADD +1 TO WS-MRG-HOPS
                 END-IF
                 MOVE WS-SM-CNT TO WS-SM-IDX
              END-IF
           END-PERFORM.

       600-WRITE-LOST-LINE.
           MOVE WS-PH-SUPP-CODE  TO RPT-SUPP-CODE.
           MOVE WS-PH-INV-NUMBER TO RPT-INV-NUMBER.
           MOVE WS-PH-PO-NUMBER  TO RPT-PO-NUMBER.
           MOVE WS-DISC-DATE     TO RPT-DISC-DATE.
           MOVE WS-PH-PAY-DATE   TO RPT-PAY-DATE.
           MOVE WS-PH-GROSS-AMT  TO RPT-GROSS.
           MOVE WS-DISC-ALLOWED  TO RPT-ALLOWED.
           MOVE WS-PH-DISC-AMT   TO RPT-TAKEN.
           MOVE WS-DISC-LOST     TO RPT-LOST.
           MOVE WS-CS-SHORT(WS-CS-IDX) TO RPT-CAUSE.
           WRITE DISCRPT-RECORD FROM RPT-LINE-3.

       700-WRITE-SUPPLIER-TOTALS.
           WRITE DISCRPT-RECORD FROM RPT-LINE-0.
           MOVE 'DISCOUNTS BY SUPPLIER' TO RPT-SECT-NAME.
           WRITE DISCRPT-RECORD FROM RPT-LINE-SECT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-1S.
           WRITE DISCRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-CNT
              MOVE SPACES TO RPT-LINE-3S
              MOVE WS-SS-SUPP(WS-SS-IDX) TO RPT-S-SUPP
              MOVE ZERO TO WS-SM-FND-IDX
              PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                      UNTIL WS-SM-IDX > WS-SM-CNT OR
                            WS-SM-FND-IDX > ZERO
                 IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-SS-SUPP(WS-SS-IDX)
                    MOVE WS-SM-IDX TO WS-SM-FND-IDX
                 END-IF
              END-PERFORM
              IF WS-SM-FND-IDX > ZERO
                 MOVE WS-SM-ROW-NAME(WS-SM-FND-IDX) TO RPT-S-NAME
              END-IF
              MOVE WS-SS-OFFERED(WS-SS-IDX) TO RPT-S-OFFERED
              MOVE WS-SS-TAKEN(WS-SS-IDX)   TO RPT-S-TAKEN
              MOVE WS-SS-LOST(WS-SS-IDX)    TO RPT-S-LOST
              PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                      UNTIL WS-CS-IDX > 5
                 MOVE WS-SS-CAUSE-AMT(WS-SS-IDX, WS-CS-IDX)
                      TO RPT-S-CAUSE(WS-CS-IDX)
              END-PERFORM
              WRITE DISCRPT-RECORD FROM RPT-LINE-3S
           END-PERFORM.

       710-WRITE-CAUSE-TOTALS.
           WRITE DISCRPT-RECORD FROM RPT-LINE-0.
           MOVE 'LOST DISCOUNTS BY CAUSE        COUNT         AMOUNT'
                TO RPT-SECT-NAME.
           WRITE DISCRPT-RECORD FROM RPT-LINE-SECT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > 5
              MOVE WS-CS-LABEL(WS-CS-IDX) TO RPT-C-LABEL
              MOVE WS-CS-CNT(WS-CS-IDX)   TO RPT-C-CNT
              MOVE WS-CS-AMT(WS-CS-IDX)   TO RPT-C-AMT
              WRITE DISCRPT-RECORD FROM RPT-LINE-CAUSE
           END-PERFORM.

       900-WRAP-UP.
           PERFORM 700-WRITE-SUPPLIER-TOTALS.
           PERFORM 710-WRITE-CAUSE-TOTALS.
           WRITE DISCRPT-RECORD FROM RPT-LINE-0.
           WRITE DISCRPT-RECORD FROM RPT-LINE-4.
           MOVE 'PAYMENTS IN THE MONTH........ ' TO RPT-SUM-LABEL.
           MOVE WS-PAY-CNT TO RPT-SUM-CNT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-5.
           MOVE '  REVERSED SINCE - SKIPPED... ' TO RPT-SUM-LABEL.
           MOVE WS-REVERSED-CNT TO RPT-SUM-CNT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENTS WITH DISCOUNT TERMS. ' TO RPT-SUM-LABEL.
           MOVE WS-TERMS-CNT TO RPT-SUM-CNT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-5.
           MOVE '  DISCOUNT CAPTURED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-TAKEN-CNT TO RPT-SUM-CNT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-5.
           MOVE '  DISCOUNT LOST.............. ' TO RPT-SUM-LABEL.
           MOVE WS-LOST-CNT TO RPT-SUM-CNT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-5.
           MOVE '  TOTALLED UNDER A SURVIVOR.. ' TO RPT-SUM-LABEL.
           MOVE WS-FOLD-CNT TO RPT-SUM-CNT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DISCOUNTS ALLOWED BY TERMS... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-OFFERED TO RPT-TOT-AMT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'DISCOUNTS TAKEN.............. ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-TAKEN TO RPT-TOT-AMT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'DISCOUNTS LOST............... ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-LOST TO RPT-TOT-AMT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-TOT.
           WRITE DISCRPT-RECORD FROM RPT-LINE-4.
           CLOSE PAYHIST-FILE, DISCRPT-FILE.

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
