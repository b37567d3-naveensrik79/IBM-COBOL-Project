       IDENTIFICATION DIVISION.
       PROGRAM-ID.     WARRCLM.
      * **************************************************
      * WARRCLM RECOVERS THE COST OF PARTS THAT FAIL IN THE FIELD
      * FROM THE SUPPLIER THAT SHIPPED THEM.  QUALITY FEEDS THE NEW
      * CLAIMS (CLAIM NUMBER, FAILED PART, LOT NUMBER, FAILURE DATE
      * AND COST) AND FOR EVERY ONE IT:
      *   - EDITS IT - A CLAIM THAT FAILS AN EDIT IS LISTED AND NOT
      *     KEPT, SO QUALITY CAN CORRECT IT AND SEND IT AGAIN
      *   - TRACES THE LOT AND PART THROUGH THE LOT HISTORY RECVPO
      *     WRITES TO THE SUPPLIER, PO AND RECEIPT DATE
      *   - REJECTS IT WHEN THE LOT CANNOT BE TRACED OR THE FAILURE
      *     FELL OUTSIDE THE SUPPLIER'S WARRANTY WINDOW (THE WARRANTY
      *     DAYS ON THE SUPPLIER MASTER COUNTED FROM OUR RECEIPT,
      *     THE SHOP STANDARD WHEN THE MASTER HAS NONE)
      *   - OTHERWISE ASSIGNS THE NEXT DEBIT MEMO NUMBER, APPENDS AN
      *     OPEN ROW FOR THE COST TO THE DEBIT-MEMO REGISTER - THE
      *     PAYMENT RUN NETS IT AGAINST THE SUPPLIER'S NEXT PAYMENT
      *     LIKE ANY DEBMEMO MEMO - AND PRINTS THE RECOVERY CLAIM
      *     DOCUMENT TO THE SUPPLIER'S REMIT (TYPE '3') ADDRESS
      * EVERY TRACED CLAIM, ACCEPTED OR REJECTED, IS KEPT ON THE
      * KEYED CLAIM MASTER.  EACH RUN THEN WALKS THE MASTER, MARKS
      * RECOVERED THE CLAIMS WHOSE MEMO THE PAYMENT RUN HAS APPLIED
      * (AND REOPENS ONE WHOSE PAYMENT WAS VOIDED), AND AGES THE
      * CLAIMS NOT YET RECOVERED.
      * UT-C-WARRIN  = NEW WARRANTY CLAIMS FROM QUALITY
      * UT-C-WARRMST = WARRANTY CLAIM MASTER (KEYED ON CLAIM NUMBER,
      *                UPDATED IN PLACE)
      * UT-C-LOTTRC  = LOT TRACE HISTORY FROM RECVPO
      * UT-C-SUPPMAST= SUPPLIER MASTER (WARRANTY DAYS)
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION (REMIT ADDRESS)
      * UT-C-DBMREG  = DEBIT-MEMO REGISTER SHARED WITH DEBMEMO
      *                (READ FOR STATUS, THEN EXTENDED)
      * UT-C-WARRPRT = PRINTED RECOVERY CLAIMS LANDING IN JES
      * UT-C-WARRRPT = CLAIM EDIT AND AGING REPORT
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRIN-FILE ASSIGN TO UT-C-WARRIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WARRIN-ST.
           SELECT WARRMST-FILE ASSIGN TO UT-C-WARRMST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS WARRMST-KEY
           FILE STATUS  IS WARRMST-ST.
           SELECT LOTTRC-FILE ASSIGN TO UT-C-LOTTRC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS LOTTRC-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           SELECT WARRPRT-FILE ASSIGN TO UT-C-WARRPRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WARRPRT-ST.
           SELECT WARRRPT-FILE ASSIGN TO UT-C-WARRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WARRRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD WARRIN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 WARRIN-RECORD       PIC X(80).
       FD WARRMST-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01 WARRMST-RECORD.
           05 WARRMST-KEY         PIC X(10).
           05 FILLER              PIC X(140).
       FD LOTTRC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 LOTTRC-RECORD       PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DBMREG-RECORD       PIC X(80).
       FD WARRPRT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 WARRPRT-RECORD      PIC X(132).
       FD WARRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 WARRRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-IN-CNT               PIC 9(08) VALUE ZERO.
       77 WS-EDIT-REJ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-TRACE-REJ-CNT        PIC 9(08) VALUE ZERO.
       77 WS-ACCEPT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-RECOV-CNT            PIC 9(08) VALUE ZERO.
       77 WS-REOPEN-CNT           PIC 9(08) VALUE ZERO.
       77 WS-AGED-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NEXT-MEMO-NO         PIC 9(08) VALUE ZERO.
       77 WS-SPAD-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-ADDR       PIC 9(01) VALUE 4.
      * WARRANTY WINDOW FOR A SUPPLIER WITH NO WARRANTY DAYS ON THE
      * MASTER
       77 WS-DFLT-WARR-DAYS       PIC 9(04) VALUE 365.
       77 WS-WARR-DAYS            PIC 9(04) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(09) VALUE ZERO.
       77 WS-FAIL-INT             PIC 9(09) VALUE ZERO.
       77 WS-RCPT-INT             PIC 9(09) VALUE ZERO.
       77 WS-CLAIM-INT            PIC 9(09) VALUE ZERO.
       77 WS-DAYS-OUT             PIC 9(05) VALUE ZERO.
       77 WS-CLAIM-ERR-SW         PIC X(01) VALUE 'N'.
           88 CLAIM-IN-ERROR      VALUE 'Y'.
       77 WS-CLAIM-MSG            PIC X(50) VALUE SPACES.
       77 WS-WC-FOUND             PIC X(01) VALUE 'N'.
           88 WC-ON-MASTER        VALUE 'Y'.

      * AGING BUCKET TOTALS OF THE CLAIMS NOT YET RECOVERED
       01 WS-AGE-TOTALS.
           05 WS-AGE-AMT OCCURS 4 TIMES PIC 9(11)V99.
       77 WS-AGE-IDX              PIC 9(01) VALUE ZERO.
       77 WS-AGE-TOTAL            PIC 9(11)V99 VALUE ZERO.

      * NEW CLAIMS OF THIS RUN THAT PASSED THE EDITS, WAITING FOR
      * THE ONE PASS OF THE LOT HISTORY
       77 WS-CL-MAX               PIC 9(5) VALUE 2000.
       77 WS-CL-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CL-IDX               PIC 9(5) VALUE ZERO.
       01 WS-CL-TBL.
           05 WS-CL-ROW OCCURS 2000 TIMES.
               10 WS-CL-CLAIM-NO  PIC X(10).
               10 WS-CL-PART      PIC X(23).
               10 WS-CL-LOT       PIC X(15).
               10 WS-CL-FAIL-DATE PIC 9(08).
               10 WS-CL-COST      PIC 9(07)V99.
               10 WS-CL-SUPP      PIC X(10).
               10 WS-CL-PO        PIC X(06).
               10 WS-CL-RCPT-DATE PIC 9(08).
               10 WS-CL-TRACED    PIC X(01).
                   88 CL-WAS-TRACED VALUE 'Y'.

      * DEBIT-MEMO STATUS, ONE ROW PER REGISTER ROW - HOW THE AGING
      * PASS SEES WHAT THE PAYMENT RUN HAS NETTED
       77 WS-DM-MAX               PIC 9(5) VALUE 5000.
       77 WS-DM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-DM-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-DM-TBL.
           05 WS-DM-ROW OCCURS 5000 TIMES.
               10 WS-DM-ROW-MEMO  PIC 9(08).
               10 WS-DM-ROW-STAT  PIC X(01).
               10 WS-DM-ROW-APPL-REF PIC 9(08).

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

      * ONE NEW CLAIM AS QUALITY KEYS IT - DATE AND COST COME IN AS
      * TEXT SO A BAD ONE CAN BE EDITED OUT INSTEAD OF ABENDING
       01 WS-WI-DETAIL.
           05 WS-WI-CLAIM-NO      PIC X(10) VALUE SPACES.
           05 WS-WI-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-WI-LOT-NUMBER    PIC X(15) VALUE SPACES.
           05 WS-WI-FAIL-DATE     PIC X(08) VALUE SPACES.
           05 WS-WI-FAIL-DATE-N REDEFINES WS-WI-FAIL-DATE
                                  PIC 9(08).
           05 WS-WI-COST          PIC X(09) VALUE SPACES.
           05 WS-WI-COST-N REDEFINES WS-WI-COST
                                  PIC 9(07)V99.
           05 FILLER              PIC X(15) VALUE SPACES.

           COPY WARRCLM.

      * ONE LOT-TRACE RECORD - SAME LAYOUT RECVPO WRITES
       01 WS-LT-DETAIL.
           05 WS-LT-LOT-NUMBER    PIC X(15) VALUE SPACES.
           05 WS-LT-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-LT-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-LT-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-LT-RCPT-DATE     PIC 9(08) VALUE ZERO.
           05 WS-LT-PLANT-CODE    PIC X(03) VALUE SPACES.
           05 WS-LT-QUANTITY      PIC 9(07) VALUE ZERO.
           05 FILLER              PIC X(08) VALUE SPACES.

      * ONE SUPPLIER MASTER RECORD - SAME LAYOUT SUPMAINT MAINTAINS
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
           05 WS-SM-WARR-DAYS     PIC 9(04) VALUE ZERO.
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

      * SAME CEEDAYS DATE-VALIDATION BOILERPLATE SUPMAINT USES
       01 WS-PICSTR-IN.
          10 WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
          10 WS-PICSTR-LTH-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
          10 WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
          10 WS-DATE-IN-STR-CEE   PIC X(8).
       77 WS-DATE-OUT-CEE         PIC X(08) VALUE SPACES.
       01 WS-FC.
          10 FC-SEV               PIC S9(4) COMP.
          10 FC-MSG               PIC S9(4) COMP.
          10 FC-CTW               PIC X.
          10 FC-FAC               PIC X(3).
          10 FC-ISI               PIC S9(8) COMP.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'WARRCLM'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 WARRIN-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-WARRIN        VALUE 'Y'.
           05 WARRIN-ST                 PIC X(02).
               88 WARRIN-OK             VALUE '00'.
           05 WARRMST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-WARRMST       VALUE 'Y'.
           05 WARRMST-ST                PIC X(02).
               88 WARRMST-OK            VALUE '00'.
               88 WARRMST-NO-FILE       VALUE '35'.
           05 LOTTRC-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-LOTTRC        VALUE 'Y'.
           05 LOTTRC-ST                 PIC X(02).
               88 LOTTRC-OK             VALUE '00'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
               88 DBMREG-OK             VALUE '00'.
           05 WARRPRT-ST                PIC X(02).
               88 WARRPRT-OK            VALUE '00'.
           05 WARRRPT-ST                PIC X(02).
               88 WARRRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
           05 FILLER PIC X(132) VALUE ALL "-".

      * RECOVERY CLAIM DOCUMENT LINES
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(26) VALUE
                'WARRANTY RECOVERY CLAIM   '.
             10 RPT-CLAIM-NO PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(06) VALUE SPACES.
             10 FILLER       PIC X(11) VALUE 'CLAIM DATE '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(69) VALUE SPACES.
       01 RPT-LINE-FLD.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-FLD-NAME PIC X(22) VALUE SPACES.
             10 RPT-FLD-VAL  PIC X(50) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-AMT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-AMT-NAME PIC X(22) VALUE SPACES.
             10 RPT-AMT-VAL  PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER       PIC X(92) VALUE SPACES.
       01 RPT-LINE-TEXT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-TEXT     PIC X(72) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.

      * CLAIM EDIT AND AGING REPORT LINES
       01 RPT-LINE-TITLE.
             10 RPT-TITLE    PIC X(40) VALUE SPACES.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-TITLE-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(68) VALUE SPACES.
       01 RPT-LINE-EDIT-HDR.
             10 FILLER    PIC X(10) VALUE 'Claim No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Lot Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(18) VALUE SPACES.
       01 RPT-LINE-EDIT.
             10 RPT-ED-CLAIM-NO PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ED-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ED-LOT      PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ED-RESULT   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ED-MESSAGE  PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(18) VALUE SPACES.
       01 RPT-LINE-AGE-HDR.
             10 FILLER    PIC X(10) VALUE 'Claim No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Claimed'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Memo No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(13) VALUE '   Claim Cost'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Bucket'.
             10 FILLER    PIC X(26) VALUE SPACES.
       01 RPT-LINE-AGE.
             10 RPT-AG-CLAIM-NO PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-CLAIM-DATE PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-MEMO-NO  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-COST     PIC Z,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-DAYS     PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-BUCKET   PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(27) VALUE SPACES.
       01 RPT-LINE-BUCKET.
             10 RPT-BKT-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-BKT-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(85) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

      * AGING BUCKET NAMES, IN WS-AGE-AMT ORDER
       01 WS-BUCKET-NAMES.
           05 FILLER PIC X(07) VALUE '0-30   '.
           05 FILLER PIC X(07) VALUE '31-60  '.
           05 FILLER PIC X(07) VALUE '61-90  '.
           05 FILLER PIC X(07) VALUE 'OVER 90'.
       01 WS-BUCKET-NAMES-R REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(07).

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-WARRIN.
           PERFORM 400-EDIT-ONE-CLAIM UNTIL NO-MORE-WARRIN.
           PERFORM 240-TRACE-LOTS.
           PERFORM 500-SETTLE-ONE-CLAIM
                   VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT.
           PERFORM 700-AGE-CLAIMS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE, RPT-TITLE-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           MOVE ZERO TO WS-AGE-AMT(1), WS-AGE-AMT(2),
                        WS-AGE-AMT(3), WS-AGE-AMT(4).
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-REGISTER.
           PERFORM 220-LOAD-REMIT-ADDRESSES.
           MOVE 'WARRANTY CLAIM EDIT' TO RPT-TITLE.
           WRITE WARRRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE WARRRPT-RECORD FROM RPT-LINE-0.
           WRITE WARRRPT-RECORD FROM RPT-LINE-EDIT-HDR.
           WRITE WARRRPT-RECORD FROM RPT-LINE-PAGE.

       200-OPEN-FILES.
           OPEN INPUT WARRIN-FILE
              IF NOT WARRIN-OK
                 DISPLAY 'Input WARRIN File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT WARRPRT-FILE
              IF NOT WARRPRT-OK
                 DISPLAY 'Output WARRPRT File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT WARRRPT-FILE
              IF NOT WARRRPT-OK
                 DISPLAY 'Output WARRRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the claim master opens for keyed update - a missing master
      *> is not an error, the very first run of this step creates one
           OPEN I-O WARRMST-FILE.
           IF WARRMST-NO-FILE
              DISPLAY 'WARRMST NOT FOUND - STARTING A NEW '
                      'WARRANTY CLAIM MASTER'
              OPEN OUTPUT WARRMST-FILE
              CLOSE WARRMST-FILE
              OPEN I-O WARRMST-FILE
           END-IF.
           IF NOT WARRMST-OK
              DISPLAY 'Open WARRMST File Error ' WARRMST-ST
              GO TO 999-ERR-RTN
           END-IF.

       210-LOAD-REGISTER.
      *> memo numbers are shared with DEBMEMO and continue where the
      *> register left off; the status of every memo is kept for the
      *> aging pass to see what the payment run has netted
           MOVE ZERO TO WS-NEXT-MEMO-NO.
           MOVE ZERO TO WS-DM-CNT.
           OPEN INPUT DBMREG-FILE.
           IF DBMREG-OK
              PERFORM 215-LOAD-ONE-MEMO UNTIL NO-MORE-DBMREG
              CLOSE DBMREG-FILE
           ELSE
              DISPLAY 'DBMREG NOT FOUND - STARTING A NEW '
                      'DEBIT-MEMO REGISTER'
           END-IF.
           OPEN EXTEND DBMREG-FILE.
           IF NOT DBMREG-OK
              OPEN OUTPUT DBMREG-FILE
              IF NOT DBMREG-OK
                 DISPLAY 'Output DBMREG File Error'
                 GO TO 999-ERR-RTN.

       215-LOAD-ONE-MEMO.
           READ DBMREG-FILE INTO WS-DM-DETAIL
              AT END MOVE 'Y' TO DBMREG-EOF
           END-READ.
           IF NOT NO-MORE-DBMREG
              IF WS-DM-MEMO-NO > WS-NEXT-MEMO-NO
                 MOVE WS-DM-MEMO-NO TO WS-NEXT-MEMO-NO
              END-IF
              IF WS-DM-CNT < WS-DM-MAX
                 ADD +1 TO WS-DM-CNT
                 MOVE WS-DM-MEMO-NO  TO WS-DM-ROW-MEMO(WS-DM-CNT)
                 MOVE WS-DM-STATUS   TO WS-DM-ROW-STAT(WS-DM-CNT)
                 MOVE WS-DM-APPL-REF TO WS-DM-ROW-APPL-REF(WS-DM-CNT)
              END-IF
           END-IF.

       220-LOAD-REMIT-ADDRESSES.
      *> one remit (type '3') address per supplier off the latest
      *> generation - a claim with no address still posts, it just
      *> prints with the address block flagged for AP
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 320-LOAD-ONE-ADDRESS UNTIL NO-MORE-PART-SUPP.
           CLOSE PART-SUPP-FILE.

       240-TRACE-LOTS.
      *> one pass of the lot history traces every claim of the run -
      *> the first receipt of the lot and part is the one charged
           OPEN INPUT LOTTRC-FILE
              IF NOT LOTTRC-OK
                 DISPLAY 'Input LOTTRC File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 330-READ-LOTTRC.
           PERFORM 245-MATCH-ONE-TRACE UNTIL NO-MORE-LOTTRC.
           CLOSE LOTTRC-FILE.

       245-MATCH-ONE-TRACE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
              IF NOT CL-WAS-TRACED(WS-CL-IDX) AND
                 WS-CL-LOT(WS-CL-IDX)  = WS-LT-LOT-NUMBER AND
                 WS-CL-PART(WS-CL-IDX) = WS-LT-PART-NUMBER
                 MOVE 'Y'             TO WS-CL-TRACED(WS-CL-IDX)
                 MOVE WS-LT-SUPP-CODE TO WS-CL-SUPP(WS-CL-IDX)
                 MOVE WS-LT-PO-NUMBER TO WS-CL-PO(WS-CL-IDX)
                 MOVE WS-LT-RCPT-DATE TO WS-CL-RCPT-DATE(WS-CL-IDX)
              END-IF
           END-PERFORM.
           PERFORM 330-READ-LOTTRC.

       300-READ-WARRIN.
           READ WARRIN-FILE INTO WS-WI-DETAIL
              AT END
              MOVE 'Y' TO WARRIN-EOF.

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

       330-READ-LOTTRC.
           READ LOTTRC-FILE INTO WS-LT-DETAIL
              AT END
              MOVE 'Y' TO LOTTRC-EOF.

       400-EDIT-ONE-CLAIM.
           ADD +1 TO WS-IN-CNT.
           MOVE 'N' TO WS-CLAIM-ERR-SW.
           MOVE SPACES TO WS-CLAIM-MSG.
           PERFORM 410-EDIT-CLAIM THRU 410-EDIT-EXIT.
           IF CLAIM-IN-ERROR
              ADD +1 TO WS-EDIT-REJ-CNT
              MOVE WS-WI-CLAIM-NO    TO RPT-ED-CLAIM-NO
              MOVE WS-WI-PART-NUMBER TO RPT-ED-PART
              MOVE WS-WI-LOT-NUMBER  TO RPT-ED-LOT
              MOVE 'REJECTED'        TO RPT-ED-RESULT
              MOVE WS-CLAIM-MSG      TO RPT-ED-MESSAGE
              WRITE WARRRPT-RECORD FROM RPT-LINE-EDIT
           ELSE
              IF WS-CL-CNT < WS-CL-MAX
                 ADD +1 TO WS-CL-CNT
                 MOVE WS-WI-CLAIM-NO    TO WS-CL-CLAIM-NO(WS-CL-CNT)
                 MOVE WS-WI-PART-NUMBER TO WS-CL-PART(WS-CL-CNT)
                 MOVE WS-WI-LOT-NUMBER  TO WS-CL-LOT(WS-CL-CNT)
                 MOVE WS-WI-FAIL-DATE-N TO WS-CL-FAIL-DATE(WS-CL-CNT)
                 MOVE WS-WI-COST-N      TO WS-CL-COST(WS-CL-CNT)
                 MOVE SPACES            TO WS-CL-SUPP(WS-CL-CNT)
                                           WS-CL-PO(WS-CL-CNT)
                 MOVE ZERO              TO WS-CL-RCPT-DATE(WS-CL-CNT)
                 MOVE 'N'               TO WS-CL-TRACED(WS-CL-CNT)
              ELSE
                 DISPLAY 'WARRCLM: CLAIM TABLE FULL - CLAIM '
                         WS-WI-CLAIM-NO ' HELD FOR THE NEXT RUN'
              END-IF
           END-IF.
           PERFORM 300-READ-WARRIN.

       410-EDIT-CLAIM.
      *> first edit that fails carries the claim's reject message -
      *> these claims are not kept, quality corrects and resends them
           IF WS-WI-CLAIM-NO = SPACES
              MOVE 'Y' TO WS-CLAIM-ERR-SW
              MOVE 'WC01 CLAIM-NUMBER is missing.' TO WS-CLAIM-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           MOVE WS-WI-CLAIM-NO TO WARRMST-KEY.
           MOVE 'N' TO WS-WC-FOUND.
           READ WARRMST-FILE
              KEY IS WARRMST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-WC-FOUND
           END-READ.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
              IF WS-CL-CLAIM-NO(WS-CL-IDX) = WS-WI-CLAIM-NO
                 MOVE 'Y' TO WS-WC-FOUND
              END-IF
           END-PERFORM.
           IF WC-ON-MASTER
              MOVE 'Y' TO WS-CLAIM-ERR-SW
              MOVE 'WC02 CLAIM-NUMBER is already on file.'
                   TO WS-CLAIM-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-WI-PART-NUMBER = SPACES
              MOVE 'Y' TO WS-CLAIM-ERR-SW
              MOVE 'WC03 PART-NUMBER is missing.' TO WS-CLAIM-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-WI-LOT-NUMBER = SPACES
              MOVE 'Y' TO WS-CLAIM-ERR-SW
              MOVE 'WC04 LOT-NUMBER is missing.' TO WS-CLAIM-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           MOVE WS-WI-FAIL-DATE TO WS-DATE-IN-STR-CEE.
           CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                WS-FC.
           IF WS-WI-FAIL-DATE NOT NUMERIC OR FC-SEV NOT = ZERO OR
              WS-WI-FAIL-DATE-N > WS01-CURR-DATE-N
              MOVE 'Y' TO WS-CLAIM-ERR-SW
              MOVE 'WC05 Invalid Date in FAILURE-DATE.'
                   TO WS-CLAIM-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-WI-COST NOT NUMERIC OR WS-WI-COST-N = ZERO
              MOVE 'Y' TO WS-CLAIM-ERR-SW
              MOVE 'WC06 CLAIM-COST has to be a number above zero.'
                   TO WS-CLAIM-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
       410-EDIT-EXIT.
           EXIT.

       500-SETTLE-ONE-CLAIM.
      *> a traced claim is kept whichever way it goes - a rejected
      *> one stays on the master with its reason so it is not keyed
      *> again
           INITIALIZE WS-WC-DETAIL.
           MOVE WS-CL-CLAIM-NO(WS-CL-IDX)  TO WS-WC-CLAIM-NO.
           MOVE WS-CL-PART(WS-CL-IDX)      TO WS-WC-PART-NUMBER.
           MOVE WS-CL-LOT(WS-CL-IDX)       TO WS-WC-LOT-NUMBER.
           MOVE WS-CL-FAIL-DATE(WS-CL-IDX) TO WS-WC-FAIL-DATE.
           MOVE WS-CL-COST(WS-CL-IDX)      TO WS-WC-COST.
           MOVE WS-CL-SUPP(WS-CL-IDX)      TO WS-WC-SUPP-CODE.
           MOVE WS-CL-PO(WS-CL-IDX)        TO WS-WC-PO-NUMBER.
           MOVE WS-CL-RCPT-DATE(WS-CL-IDX) TO WS-WC-RCPT-DATE.
           MOVE WS01-CURR-DATE-N           TO WS-WC-CLAIM-DATE.
           MOVE SPACES TO WS-CLAIM-MSG.
           PERFORM 510-CHECK-WARRANTY THRU 510-CHECK-EXIT.
           IF WC-REJECTED
              ADD +1 TO WS-TRACE-REJ-CNT
              MOVE 'REJECTED' TO RPT-ED-RESULT
           ELSE
              ADD +1 TO WS-ACCEPT-CNT
              ADD +1 TO WS-NEXT-MEMO-NO
              MOVE 'O'             TO WS-WC-STATUS
              MOVE WS-NEXT-MEMO-NO TO WS-WC-MEMO-NO
              PERFORM 520-WRITE-REGISTER-ROW
              PERFORM 600-PRINT-CLAIM
              MOVE 'ACCEPTED' TO RPT-ED-RESULT
              STRING 'DEBIT MEMO ' DELIMITED BY SIZE
                     WS-WC-MEMO-NO DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-WC-SUPP-CODE DELIMITED BY SIZE
                     INTO WS-CLAIM-MSG
              END-STRING
           END-IF.
           MOVE WS-WC-CLAIM-NO TO WARRMST-KEY.
           WRITE WARRMST-RECORD FROM WS-WC-DETAIL
              INVALID KEY
                 DISPLAY 'WARRMST WRITE ERROR ' WARRMST-ST
                         ' CLAIM ' WS-WC-CLAIM-NO
           END-WRITE.
           MOVE WS-WC-CLAIM-NO    TO RPT-ED-CLAIM-NO.
           MOVE WS-WC-PART-NUMBER TO RPT-ED-PART.
           MOVE WS-WC-LOT-NUMBER  TO RPT-ED-LOT.
           MOVE WS-CLAIM-MSG      TO RPT-ED-MESSAGE.
           WRITE WARRRPT-RECORD FROM RPT-LINE-EDIT.

       510-CHECK-WARRANTY.
           IF NOT CL-WAS-TRACED(WS-CL-IDX)
              MOVE 'R'    TO WS-WC-STATUS
              MOVE 'WC07' TO WS-WC-REASON
              MOVE 'WC07 Lot and part are not on the lot history.'
                   TO WS-CLAIM-MSG
              GO TO 510-CHECK-EXIT
           END-IF.
           IF WS-WC-FAIL-DATE < WS-WC-RCPT-DATE
              MOVE 'R'    TO WS-WC-STATUS
              MOVE 'WC08' TO WS-WC-REASON
              MOVE 'WC08 Failure is dated before the lot was received.'
                   TO WS-CLAIM-MSG
              GO TO 510-CHECK-EXIT
           END-IF.
      *> the supplier's own warranty window, the shop standard when
      *> the master has none or does not know the supplier
           MOVE WS-DFLT-WARR-DAYS TO WS-WARR-DAYS.
           MOVE WS-WC-SUPP-CODE TO SUPPMAST-KEY.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              KEY IS SUPPMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF WS-SM-WARR-DAYS > ZERO
                    MOVE WS-SM-WARR-DAYS TO WS-WARR-DAYS
                 END-IF
           END-READ.
           COMPUTE WS-FAIL-INT =
              FUNCTION INTEGER-OF-DATE(WS-WC-FAIL-DATE).
           COMPUTE WS-RCPT-INT =
              FUNCTION INTEGER-OF-DATE(WS-WC-RCPT-DATE).
           IF WS-FAIL-INT - WS-RCPT-INT > WS-WARR-DAYS
              MOVE 'R'    TO WS-WC-STATUS
              MOVE 'WC09' TO WS-WC-REASON
              MOVE 'WC09 Failure is past the supplier warranty window.'
                   TO WS-CLAIM-MSG
              GO TO 510-CHECK-EXIT
           END-IF.
       510-CHECK-EXIT.
           EXIT.

       520-WRITE-REGISTER-ROW.
           INITIALIZE WS-DM-DETAIL.
           MOVE WS-NEXT-MEMO-NO    TO WS-DM-MEMO-NO.
           MOVE WS-WC-SUPP-CODE    TO WS-DM-SUPP-CODE.
           MOVE WS-WC-PO-NUMBER    TO WS-DM-PO-NUMBER.
           MOVE WS-WC-PART-NUMBER  TO WS-DM-PART-NUMBER.
           MOVE WS-WC-COST         TO WS-DM-AMOUNT.
           MOVE WS01-CURR-DATE-N   TO WS-DM-MEMO-DATE.
           MOVE 'O'                TO WS-DM-STATUS.
           WRITE DBMREG-RECORD FROM WS-DM-DETAIL.

       600-PRINT-CLAIM.
      *> one page per claim, field-by-field in the DEBMEMO style,
      *> addressed to the remit address
           WRITE WARRPRT-RECORD FROM RPT-LINE-PAGE.
           MOVE WS-WC-CLAIM-NO TO RPT-CLAIM-NO.
           WRITE WARRPRT-RECORD FROM RPT-LINE-BANNER.
           WRITE WARRPRT-RECORD FROM RPT-LINE-0.
           MOVE 'Supplier Code.......' TO RPT-FLD-NAME.
           MOVE WS-WC-SUPP-CODE       TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           PERFORM 610-PRINT-REMIT-ADDRESS.
           MOVE 'Debit Memo Number...' TO RPT-FLD-NAME.
           MOVE WS-WC-MEMO-NO         TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'PO Number...........' TO RPT-FLD-NAME.
           MOVE WS-WC-PO-NUMBER       TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Part Number.........' TO RPT-FLD-NAME.
           MOVE WS-WC-PART-NUMBER     TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Lot Number..........' TO RPT-FLD-NAME.
           MOVE WS-WC-LOT-NUMBER      TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Date Received.......' TO RPT-FLD-NAME.
           MOVE WS-WC-RCPT-DATE       TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Date Failed.........' TO RPT-FLD-NAME.
           MOVE WS-WC-FAIL-DATE       TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Warranty Days.......' TO RPT-FLD-NAME.
           MOVE WS-WARR-DAYS          TO RPT-FLD-VAL.
           PERFORM 650-PRINT-ONE-FIELD.
           MOVE 'Amount Claimed......' TO RPT-AMT-NAME.
           MOVE WS-WC-COST            TO RPT-AMT-VAL.
           WRITE WARRPRT-RECORD FROM RPT-LINE-AMT.
           WRITE WARRPRT-RECORD FROM RPT-LINE-0.
           MOVE 'The part above failed in service within your warranty'
                & ' period.' TO RPT-TEXT.
           WRITE WARRPRT-RECORD FROM RPT-LINE-TEXT.
           MOVE 'The amount claimed will be deducted from your next '
                & 'payment under the' TO RPT-TEXT.
           WRITE WARRPRT-RECORD FROM RPT-LINE-TEXT.
           MOVE 'debit memo number shown.' TO RPT-TEXT.
           WRITE WARRPRT-RECORD FROM RPT-LINE-TEXT.
           WRITE WARRPRT-RECORD FROM RPT-LINE-0.

       610-PRINT-REMIT-ADDRESS.
           MOVE 'N' TO WS-RA-FOUND.
           MOVE ZERO TO WS-RA-FND-IDX.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-CNT
              IF WS-RA-SUPP(WS-RA-IDX) = WS-WC-SUPP-CODE
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
              MOVE '*** NO REMIT ADDRESS ON FILE - SEE AP ***'
                   TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
           END-IF.

       650-PRINT-ONE-FIELD.
           WRITE WARRPRT-RECORD FROM RPT-LINE-FLD.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.

       700-AGE-CLAIMS.
      *> walk the whole master: settle each open claim against its
      *> memo's status on the register, then age what is still open
           WRITE WARRRPT-RECORD FROM RPT-LINE-0.
           MOVE 'UNRECOVERED WARRANTY CLAIM AGING' TO RPT-TITLE.
           WRITE WARRRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE WARRRPT-RECORD FROM RPT-LINE-0.
           WRITE WARRRPT-RECORD FROM RPT-LINE-AGE-HDR.
           WRITE WARRRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE LOW-VALUES TO WARRMST-KEY.
           START WARRMST-FILE KEY IS >= WARRMST-KEY
              INVALID KEY MOVE 'Y' TO WARRMST-EOF
           END-START.
           IF NOT NO-MORE-WARRMST
              PERFORM 340-READ-WARRMST
           END-IF.
           PERFORM 710-AGE-ONE-CLAIM UNTIL NO-MORE-WARRMST.

       340-READ-WARRMST.
           READ WARRMST-FILE NEXT RECORD INTO WS-WC-DETAIL
              AT END MOVE 'Y' TO WARRMST-EOF
           END-READ.

       710-AGE-ONE-CLAIM.
           IF NOT WC-REJECTED
              PERFORM 720-FIND-MEMO
           END-IF.
           IF WC-OPEN AND WS-DM-FND-IDX > ZERO
              IF WS-DM-ROW-STAT(WS-DM-FND-IDX) = 'A'
                 MOVE 'V' TO WS-WC-STATUS
                 MOVE WS-DM-ROW-APPL-REF(WS-DM-FND-IDX)
                      TO WS-WC-PAY-REF
                 MOVE WS01-CURR-DATE-N TO WS-WC-RECOV-DATE
                 ADD +1 TO WS-RECOV-CNT
                 PERFORM 730-REWRITE-CLAIM
              END-IF
           ELSE
      *> the payment that recovered it was voided - open again
              IF WC-RECOVERED AND WS-DM-FND-IDX > ZERO
                 IF WS-DM-ROW-STAT(WS-DM-FND-IDX) = 'O'
                    MOVE 'O'  TO WS-WC-STATUS
                    MOVE ZERO TO WS-WC-PAY-REF, WS-WC-RECOV-DATE
                    ADD +1 TO WS-REOPEN-CNT
                    PERFORM 730-REWRITE-CLAIM
                 END-IF
              END-IF
           END-IF.
           IF WC-OPEN
              PERFORM 740-PRINT-AGE-LINE
           END-IF.
           PERFORM 340-READ-WARRMST.

       720-FIND-MEMO.
           MOVE ZERO TO WS-DM-FND-IDX.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-CNT OR WS-DM-FND-IDX > ZERO
              IF WS-DM-ROW-MEMO(WS-DM-IDX) = WS-WC-MEMO-NO
                 MOVE WS-DM-IDX TO WS-DM-FND-IDX
              END-IF
           END-PERFORM.

       730-REWRITE-CLAIM.
           REWRITE WARRMST-RECORD FROM WS-WC-DETAIL
              INVALID KEY
                 DISPLAY 'WARRMST REWRITE ERROR ' WARRMST-ST
                         ' CLAIM ' WS-WC-CLAIM-NO
           END-REWRITE.

       740-PRINT-AGE-LINE.
           ADD +1 TO WS-AGED-CNT.
           COMPUTE WS-CLAIM-INT =
              FUNCTION INTEGER-OF-DATE(WS-WC-CLAIM-DATE).
           IF WS-TODAY-INT > WS-CLAIM-INT
              COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-CLAIM-INT
           ELSE
              MOVE ZERO TO WS-DAYS-OUT
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-OUT <= 30
                 MOVE 1 TO WS-AGE-IDX
              WHEN WS-DAYS-OUT <= 60
                 MOVE 2 TO WS-AGE-IDX
              WHEN WS-DAYS-OUT <= 90
                 MOVE 3 TO WS-AGE-IDX
              WHEN OTHER
                 MOVE 4 TO WS-AGE-IDX
           END-EVALUATE.
           ADD WS-WC-COST TO WS-AGE-AMT(WS-AGE-IDX).
           ADD WS-WC-COST TO WS-AGE-TOTAL.
           MOVE WS-WC-CLAIM-NO    TO RPT-AG-CLAIM-NO.
           MOVE WS-WC-SUPP-CODE   TO RPT-AG-SUPP.
           MOVE WS-WC-PO-NUMBER   TO RPT-AG-PO.
           MOVE WS-WC-PART-NUMBER TO RPT-AG-PART.
           MOVE WS-WC-CLAIM-DATE  TO RPT-AG-CLAIM-DATE.
           MOVE WS-WC-MEMO-NO     TO RPT-AG-MEMO-NO.
           MOVE WS-WC-COST        TO RPT-AG-COST.
           MOVE WS-DAYS-OUT       TO RPT-AG-DAYS.
           MOVE WS-BUCKET-NAME(WS-AGE-IDX) TO RPT-AG-BUCKET.
           WRITE WARRRPT-RECORD FROM RPT-LINE-AGE.

       900-WRAP-UP.
           WRITE WARRRPT-RECORD FROM RPT-LINE-4.
           MOVE 'UNRECOVERED 0-30 DAYS........ ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(1) TO RPT-BKT-AMT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNRECOVERED 31-60 DAYS....... ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(2) TO RPT-BKT-AMT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNRECOVERED 61-90 DAYS....... ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(3) TO RPT-BKT-AMT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNRECOVERED OVER 90 DAYS..... ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(4) TO RPT-BKT-AMT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNRECOVERED TOTAL............ ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-TOTAL TO RPT-BKT-AMT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-BUCKET.
           WRITE WARRRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'CLAIMS READ.................. ' TO RPT-SUM-LABEL.
           MOVE WS-IN-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS FAILING THE EDITS..... ' TO RPT-SUM-LABEL.
           MOVE WS-EDIT-REJ-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS REJECTED ON TRACE..... ' TO RPT-SUM-LABEL.
           MOVE WS-TRACE-REJ-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS ACCEPTED AND POSTED... ' TO RPT-SUM-LABEL.
           MOVE WS-ACCEPT-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS WITH NO REMIT ADDRESS. ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS RECOVERED THIS RUN.... ' TO RPT-SUM-LABEL.
           MOVE WS-RECOV-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS REOPENED BY A VOID.... ' TO RPT-SUM-LABEL.
           MOVE WS-REOPEN-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLAIMS NOT YET RECOVERED..... ' TO RPT-SUM-LABEL.
           MOVE WS-AGED-CNT TO RPT-SUM-CNT.
           WRITE WARRRPT-RECORD FROM RPT-LINE-5.
           CLOSE WARRIN-FILE, WARRMST-FILE, SUPPMAST-FILE,
                 DBMREG-FILE, WARRPRT-FILE, WARRRPT-FILE.

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
