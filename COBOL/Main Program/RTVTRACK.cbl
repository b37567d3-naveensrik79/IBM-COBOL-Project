       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RTVTRACK.
      * **************************************************
      * RTVTRACK CHASES THE SUPPLIER'S CREDIT FOR EVERY RECEIPT
      * INSPRCV REJECTED AND SHIPPED BACK.  INSPRCV OPENS ONE
      * RECEIVABLE PER RETURN (QUANTITY TIMES THE OPEN-PO UNIT
      * PRICE, IN THE ORDER'S CURRENCY) AND EACH RUN OF THIS STEP:
      *   - SETTLES THE RETURNS ALREADY TURNED INTO DEBIT MEMOS
      *     AGAINST THE MEMO'S STATUS ON THE REGISTER - NETTED WHEN
      *     THE PAYMENT RUN HAS APPLIED THE MEMO, BACK TO DEBIT MEMO
      *     WHEN PAYVOID REVERSED THAT PAYMENT
      *   - APPLIES THE SUPPLIERS' CREDIT MEMOS, THE ONES AP KEYED
      *     AND THE ONES EDI810 TOOK OFF THE 810 INTAKE, TO THE OPEN
      *     RETURNS OF THE SAME SUPPLIER, PO AND PART, OLDEST FIRST
      *     - A RETURN CLOSES WHEN ITS CREDITS COVER IT.  A CREDIT
      *     THAT MATCHES NOTHING, OR ARRIVES AFTER THE RETURN WENT
      *     TO A DEBIT MEMO, IS LISTED FOR AP
      *   - TURNS EVERY RETURN STILL NOT CREDITED WS-RTV-DEBIT-DAYS
      *     AFTER IT SHIPPED INTO A DEBIT MEMO FOR THE BALANCE: THE
      *     NEXT SHARED MEMO NUMBER, AN OPEN ROW ON THE DEBIT-MEMO
      *     REGISTER THE PAYMENT RUN NETS LIKE ANY DEBMEMO MEMO, AND
      *     THE MEMO DOCUMENT TO THE SUPPLIER'S REMIT (TYPE '3')
      *     ADDRESS
      *   - AGES WHAT IS STILL UNCREDITED BY SUPPLIER
      * THE RECEIVABLES FILE IS REWRITTEN IN SUPPLIER, PO, PART, LOT
      * AND RETURN-DATE ORDER.  AMOUNTS ARE IN THE ORDER'S CURRENCY,
      * THE SAME AS THE MEMOS DEBMEMO RAISES.
      * UT-C-RTVREC  = RETURN-TO-VENDOR RECEIVABLES (IN, REWRITTEN)
      * UT-C-RTVCRED = SUPPLIER CREDIT MEMOS KEYED BY AP
      * UT-C-CRD810  = SUPPLIER CREDIT MEMOS FROM THE EDI810 INTAKE
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION (REMIT ADDRESS)
      * UT-C-DBMREG  = DEBIT-MEMO REGISTER SHARED WITH DEBMEMO
      *                (READ FOR STATUS, THEN EXTENDED)
      * UT-C-RTVDBM  = PRINTED RTV DEBIT MEMOS LANDING IN JES
      * UT-C-RTVRPT  = CREDIT, DEBIT-MEMO AND AGING REPORT
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTVREC-FILE ASSIGN TO UT-C-RTVREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RTVREC-ST.
           SELECT RTVCRED-FILE ASSIGN TO UT-C-RTVCRED
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RTVCRED-ST.
           SELECT CRD810-FILE ASSIGN TO UT-C-CRD810
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CRD810-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           SELECT RTVDBM-FILE ASSIGN TO UT-C-RTVDBM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RTVDBM-ST.
           SELECT RTVRPT-FILE ASSIGN TO UT-C-RTVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS RTVRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD RTVREC-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01 RTVREC-RECORD       PIC X(150).
       FD RTVCRED-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 RTVCRED-RECORD      PIC X(80).
       FD CRD810-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CRD810-RECORD       PIC X(80).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DBMREG-RECORD       PIC X(80).
       FD RTVDBM-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 RTVDBM-RECORD       PIC X(132).
       FD RTVRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 RTVRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-RTV-READ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-CRED-READ-CNT        PIC 9(08) VALUE ZERO.
       77 WS-CRED-REJ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-CRED-UNMATCH-CNT     PIC 9(08) VALUE ZERO.
       77 WS-CRED-LATE-CNT        PIC 9(08) VALUE ZERO.
       77 WS-CLOSED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-MEMO-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NETTED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-REOPEN-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-AGED-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NEXT-MEMO-NO         PIC 9(08) VALUE ZERO.
       77 WS-SPAD-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-ADDR       PIC 9(01) VALUE 4.
      * DAYS A SUPPLIER HAS TO CREDIT A RETURN BEFORE IT IS TURNED
      * INTO A DEBIT MEMO AGAINST THEIR NEXT PAYMENT
       77 WS-RTV-DEBIT-DAYS       PIC 9(03) VALUE 60.
       77 WS-TODAY-INT            PIC 9(09) VALUE ZERO.
       77 WS-RTV-INT              PIC 9(09) VALUE ZERO.
       77 WS-DAYS-OUT             PIC 9(05) VALUE ZERO.
       77 WS-BALANCE              PIC 9(09)V99 VALUE ZERO.
       77 WS-APPLY-AMT            PIC 9(09)V99 VALUE ZERO.
       77 WS-CRED-LEFT            PIC 9(09)V99 VALUE ZERO.
       77 WS-CRED-ERR-SW          PIC X(01) VALUE 'N'.
           88 CRED-IN-ERROR       VALUE 'Y'.
       77 WS-CRED-MSG             PIC X(40) VALUE SPACES.
       77 WS-CRED-MATCH-SW        PIC X(01) VALUE 'N'.
           88 CRED-MATCHED        VALUE 'Y'.
       77 WS-CRED-LATE-MEMO       PIC 9(08) VALUE ZERO.
       77 WS-PREV-SUPP            PIC X(10) VALUE SPACES.
       77 WS-SUPP-TOTAL           PIC 9(11)V99 VALUE ZERO.

      * AGING BUCKET TOTALS OF THE RETURNS NOT YET CREDITED
       01 WS-AGE-TOTALS.
           05 WS-AGE-AMT OCCURS 4 TIMES PIC 9(11)V99.
       77 WS-AGE-IDX              PIC 9(01) VALUE ZERO.
       77 WS-AGE-TOTAL            PIC 9(11)V99 VALUE ZERO.

      * RECEIVABLES TABLE - THE WHOLE FILE, WORKED IN PLACE AND
      * REWRITTEN; EACH ROW IS ONE WS-RV-DETAIL
       77 WS-RT-MAX               PIC 9(5) VALUE 10000.
       77 WS-RT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RT-IDX2              PIC 9(5) VALUE ZERO.
       01 WS-RT-TBL.
           05 WS-RT-ROW OCCURS 10000 TIMES.
               10 WS-RT-ROW-KEY.
                   15 WS-RT-SUPP      PIC X(10).
                   15 WS-RT-PO        PIC X(06).
                   15 WS-RT-PART      PIC X(23).
                   15 WS-RT-LOT       PIC X(15).
                   15 WS-RT-DATE      PIC 9(08).
               10 WS-RT-QTY       PIC 9(07).
               10 WS-RT-PRICE     PIC 9(07)V99.
               10 WS-RT-CURR      PIC X(03).
               10 WS-RT-AMT       PIC 9(09)V99.
               10 WS-RT-CRED      PIC 9(09)V99.
               10 WS-RT-STAT      PIC X(01).
                   88 RT-OPEN     VALUE 'O'.
                   88 RT-CREDITED VALUE 'C'.
                   88 RT-DEBITED  VALUE 'D'.
                   88 RT-NETTED   VALUE 'N'.
               10 WS-RT-CRED-NO   PIC X(10).
               10 WS-RT-CLOSE-DT  PIC 9(08).
               10 WS-RT-MEMO      PIC 9(08).
               10 WS-RT-PAY-REF   PIC 9(08).
               10 FILLER          PIC X(12).
       01 WS-RT-SAVE.
           05 WS-RT-SAVE-KEY      PIC X(62) VALUE SPACES.
           05 FILLER              PIC X(88) VALUE SPACES.

      * DEBIT-MEMO STATUS, ONE ROW PER REGISTER ROW - HOW THIS STEP
      * SEES WHAT THE PAYMENT RUN HAS NETTED
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

      * ONE RETURN-TO-VENDOR RECEIVABLE - SAME LAYOUT INSPRCV WRITES
           COPY RTVREC.

      * ONE SUPPLIER CREDIT MEMO - KEYED BY AP OR OFF THE 810 INTAKE
           COPY SUPCRED.

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
           05 RTVREC-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-RTVREC        VALUE 'Y'.
           05 RTVREC-ST                 PIC X(02).
               88 RTVREC-OK             VALUE '00'.
           05 RTVCRED-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-RTVCRED       VALUE 'Y'.
           05 RTVCRED-ST                PIC X(02).
               88 RTVCRED-OK            VALUE '00'.
           05 CRD810-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-CRD810        VALUE 'Y'.
           05 CRD810-ST                 PIC X(02).
               88 CRD810-OK             VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
               88 DBMREG-OK             VALUE '00'.
           05 RTVDBM-ST                 PIC X(02).
               88 RTVDBM-OK             VALUE '00'.
           05 RTVRPT-ST                 PIC X(02).
               88 RTVRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
           05 FILLER PIC X(132) VALUE ALL "-".

      * DEBIT MEMO DOCUMENT LINES
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(26) VALUE
                'RETURN-TO-VENDOR DEBIT    '.
             10 FILLER       PIC X(05) VALUE 'MEMO '.
             10 RPT-MEMO-NO  PIC 9(08) VALUE ZERO.
             10 FILLER       PIC X(03) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'MEMO DATE '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(70) VALUE SPACES.
       01 RPT-LINE-FLD.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-FLD-NAME PIC X(22) VALUE SPACES.
             10 RPT-FLD-VAL  PIC X(50) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-AMT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-AMT-NAME PIC X(22) VALUE SPACES.
             10 RPT-AMT-VAL  PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER       PIC X(01) VALUE SPACES.
             10 RPT-AMT-CURR PIC X(03) VALUE SPACES.
             10 FILLER       PIC X(88) VALUE SPACES.
       01 RPT-LINE-TEXT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-TEXT     PIC X(72) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.

      * CREDIT, DEBIT-MEMO AND AGING REPORT LINES
       01 RPT-LINE-TITLE.
             10 RPT-TITLE    PIC X(40) VALUE SPACES.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-TITLE-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(68) VALUE SPACES.
       01 RPT-LINE-CRED-HDR.
             10 FILLER    PIC X(05) VALUE 'From'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Credit No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE '      Amount'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Result'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(40) VALUE 'Message'.
             10 FILLER    PIC X(02) VALUE SPACES.
       01 RPT-LINE-CRED.
             10 RPT-CR-FROM     PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-CREDIT-NO PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-AMT      PIC Z,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-RESULT   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CR-MESSAGE  PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
       01 RPT-LINE-AGE-HDR.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Returned'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Memo No'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(13) VALUE '      Balance'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Cur'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Bucket'.
             10 FILLER    PIC X(34) VALUE SPACES.
       01 RPT-LINE-AGE.
             10 RPT-AG-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-RTV-DATE PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-MEMO-NO  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-BAL      PIC ZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-AG-CURR     PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-DAYS     PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AG-BUCKET   PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(34) VALUE SPACES.
       01 RPT-LINE-SUPP-TOT.
             10 FILLER          PIC X(20) VALUE SPACES.
             10 FILLER          PIC X(19) VALUE
                'TOTAL FOR SUPPLIER '.
             10 RPT-ST-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(14) VALUE SPACES.
             10 RPT-ST-AMT      PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(55) VALUE SPACES.
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
           PERFORM 500-SETTLE-ONE-RTV
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT.
           PERFORM 600-APPLY-CREDITS.
           PERFORM 700-RAISE-DEBIT-MEMOS.
           PERFORM 800-AGE-BY-SUPPLIER.
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
           PERFORM 210-LOAD-RECEIVABLES.
           PERFORM 220-LOAD-REGISTER.
           PERFORM 230-LOAD-REMIT-ADDRESSES.

       200-OPEN-FILES.
           OPEN OUTPUT RTVDBM-FILE
              IF NOT RTVDBM-OK
                 DISPLAY 'Output RTVDBM File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT RTVRPT-FILE
              IF NOT RTVRPT-OK
                 DISPLAY 'Output RTVRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-RECEIVABLES.
      *> the whole file comes into the table - INSPRCV appends in
      *> return order, so it is put back in supplier order here for
      *> the oldest-first credit match and the aging by supplier
           MOVE ZERO TO WS-RT-CNT.
           OPEN INPUT RTVREC-FILE.
           IF RTVREC-OK
              PERFORM 215-LOAD-ONE-RTV UNTIL NO-MORE-RTVREC
              CLOSE RTVREC-FILE
           ELSE
              DISPLAY 'RTVREC NOT FOUND - NO RETURNS TO TRACK'
           END-IF.
           PERFORM VARYING WS-RT-IDX FROM 2 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              MOVE WS-RT-ROW(WS-RT-IDX) TO WS-RT-SAVE
              COMPUTE WS-RT-IDX2 = WS-RT-IDX - 1
              PERFORM UNTIL WS-RT-IDX2 < 1
                 OR WS-RT-ROW-KEY(WS-RT-IDX2) NOT > WS-RT-SAVE-KEY
                 MOVE WS-RT-ROW(WS-RT-IDX2) TO
                      WS-RT-ROW(WS-RT-IDX2 + 1)
                 SUBTRACT 1 FROM WS-RT-IDX2
              END-PERFORM
              MOVE WS-RT-SAVE TO WS-RT-ROW(WS-RT-IDX2 + 1)
           END-PERFORM.

       215-LOAD-ONE-RTV.
           READ RTVREC-FILE INTO WS-RV-DETAIL
              AT END MOVE 'Y' TO RTVREC-EOF
           END-READ.
           IF NOT NO-MORE-RTVREC
              ADD +1 TO WS-RTV-READ-CNT
              IF WS-RT-CNT < WS-RT-MAX
                 ADD +1 TO WS-RT-CNT
                 MOVE WS-RV-DETAIL TO WS-RT-ROW(WS-RT-CNT)
              ELSE
                 DISPLAY 'RTV TABLE FULL - RTVREC NOT REWRITTEN'
                 GO TO 999-ERR-RTN
              END-IF
           END-IF.

       220-LOAD-REGISTER.
      *> memo numbers are shared with DEBMEMO and WARRCLM and
      *> continue where the register left off; the status of every
      *> memo is kept to see what the payment run has netted
           MOVE ZERO TO WS-NEXT-MEMO-NO.
           MOVE ZERO TO WS-DM-CNT.
           OPEN INPUT DBMREG-FILE.
           IF DBMREG-OK
              PERFORM 225-LOAD-ONE-MEMO UNTIL NO-MORE-DBMREG
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

       225-LOAD-ONE-MEMO.
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

       230-LOAD-REMIT-ADDRESSES.
      *> one remit (type '3') address per supplier off the latest
      *> generation - a memo with no address still posts, it just
      *> prints with the address block flagged for AP
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 320-LOAD-ONE-ADDRESS UNTIL NO-MORE-PART-SUPP.
           CLOSE PART-SUPP-FILE.

       300-READ-RTVCRED.
           READ RTVCRED-FILE INTO WS-SC-DETAIL
              AT END
              MOVE 'Y' TO RTVCRED-EOF.

       305-READ-CRD810.
           READ CRD810-FILE INTO WS-SC-DETAIL
              AT END
              MOVE 'Y' TO CRD810-EOF.

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

       500-SETTLE-ONE-RTV.
      *> a return already on a debit memo follows the memo: netted
      *> once the payment run applied it, back to debit memo when
      *> the payment that netted it was voided
           IF RT-DEBITED(WS-RT-IDX) OR RT-NETTED(WS-RT-IDX)
              PERFORM 510-FIND-MEMO
           END-IF.
           IF RT-DEBITED(WS-RT-IDX) AND WS-DM-FND-IDX > ZERO
              IF WS-DM-ROW-STAT(WS-DM-FND-IDX) = 'A'
                 MOVE 'N' TO WS-RT-STAT(WS-RT-IDX)
                 MOVE WS-DM-ROW-APPL-REF(WS-DM-FND-IDX)
                      TO WS-RT-PAY-REF(WS-RT-IDX)
                 MOVE WS01-CURR-DATE-N TO WS-RT-CLOSE-DT(WS-RT-IDX)
                 ADD +1 TO WS-NETTED-CNT
              END-IF
           ELSE
              IF RT-NETTED(WS-RT-IDX) AND WS-DM-FND-IDX > ZERO
                 IF WS-DM-ROW-STAT(WS-DM-FND-IDX) = 'O'
                    MOVE 'D'  TO WS-RT-STAT(WS-RT-IDX)
                    MOVE ZERO TO WS-RT-PAY-REF(WS-RT-IDX),
                                 WS-RT-CLOSE-DT(WS-RT-IDX)
                    ADD +1 TO WS-REOPEN-CNT
                 END-IF
              END-IF
           END-IF.

       510-FIND-MEMO.
           MOVE ZERO TO WS-DM-FND-IDX.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-CNT OR WS-DM-FND-IDX > ZERO
              IF WS-DM-ROW-MEMO(WS-DM-IDX) = WS-RT-MEMO(WS-RT-IDX)
                 MOVE WS-DM-IDX TO WS-DM-FND-IDX
              END-IF
           END-PERFORM.

       600-APPLY-CREDITS.
      *> AP's keyed credits first, then the 810 credits - either file
      *> may be missing on a day nothing came in
           MOVE 'SUPPLIER CREDIT MEMOS APPLIED' TO RPT-TITLE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-0.
           WRITE RTVRPT-RECORD FROM RPT-LINE-CRED-HDR.
           WRITE RTVRPT-RECORD FROM RPT-LINE-PAGE.
           OPEN INPUT RTVCRED-FILE.
           IF RTVCRED-OK
              PERFORM 300-READ-RTVCRED
              PERFORM 605-APPLY-KEYED-CREDIT UNTIL NO-MORE-RTVCRED
              CLOSE RTVCRED-FILE
           ELSE
              DISPLAY 'RTVCRED NOT FOUND - NO KEYED CREDITS'
           END-IF.
           OPEN INPUT CRD810-FILE.
           IF CRD810-OK
              PERFORM 305-READ-CRD810
              PERFORM 608-APPLY-EDI-CREDIT UNTIL NO-MORE-CRD810
              CLOSE CRD810-FILE
           ELSE
              DISPLAY 'CRD810 NOT FOUND - NO EDI CREDITS'
           END-IF.

       605-APPLY-KEYED-CREDIT.
           MOVE 'KEYED' TO RPT-CR-FROM.
           PERFORM 610-APPLY-ONE-CREDIT THRU 610-APPLY-EXIT.
           PERFORM 300-READ-RTVCRED.

       608-APPLY-EDI-CREDIT.
           MOVE 'EDI' TO RPT-CR-FROM.
           PERFORM 610-APPLY-ONE-CREDIT THRU 610-APPLY-EXIT.
           PERFORM 305-READ-CRD810.

       610-APPLY-ONE-CREDIT.
           ADD +1 TO WS-CRED-READ-CNT.
           MOVE WS-SC-SUPP-CODE   TO RPT-CR-SUPP.
           MOVE WS-SC-CREDIT-NO   TO RPT-CR-CREDIT-NO.
           MOVE WS-SC-PO-NUMBER   TO RPT-CR-PO.
           MOVE WS-SC-PART-NUMBER TO RPT-CR-PART.
           MOVE ZERO              TO RPT-CR-AMT.
           PERFORM 620-EDIT-CREDIT THRU 620-EDIT-EXIT.
           IF CRED-IN-ERROR
              ADD +1 TO WS-CRED-REJ-CNT
              MOVE 'REJECTED  ' TO RPT-CR-RESULT
              MOVE WS-CRED-MSG  TO RPT-CR-MESSAGE
              WRITE RTVRPT-RECORD FROM RPT-LINE-CRED
              GO TO 610-APPLY-EXIT
           END-IF.
           MOVE WS-SC-AMOUNT TO RPT-CR-AMT, WS-CRED-LEFT.
           MOVE 'N'  TO WS-CRED-MATCH-SW.
           MOVE ZERO TO WS-CRED-LATE-MEMO.
      *> oldest open return of the supplier, PO and part first - the
      *> table is in that order
           PERFORM 630-APPLY-TO-ONE-RTV
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT OR WS-CRED-LEFT = ZERO.
           EVALUATE TRUE
              WHEN WS-CRED-LEFT = ZERO
                 MOVE 'APPLIED   ' TO RPT-CR-RESULT
                 MOVE 'Credit applied to the open returns.'
                      TO RPT-CR-MESSAGE
              WHEN WS-CRED-LATE-MEMO > ZERO
                 ADD +1 TO WS-CRED-LATE-CNT
                 MOVE 'AFTER MEMO' TO RPT-CR-RESULT
                 MOVE SPACES TO RPT-CR-MESSAGE
                 STRING 'Return is on debit memo '
                        WS-CRED-LATE-MEMO ' - see AP'
                        DELIMITED BY SIZE INTO RPT-CR-MESSAGE
                 END-STRING
              WHEN CRED-MATCHED
                 ADD +1 TO WS-CRED-UNMATCH-CNT
                 MOVE 'OVER      ' TO RPT-CR-RESULT
                 MOVE 'Credit exceeds open returns - see AP.'
                      TO RPT-CR-MESSAGE
              WHEN OTHER
                 ADD +1 TO WS-CRED-UNMATCH-CNT
                 MOVE 'UNMATCHED ' TO RPT-CR-RESULT
                 MOVE 'No open return for supplier/PO/part.'
                      TO RPT-CR-MESSAGE
           END-EVALUATE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-CRED.
       610-APPLY-EXIT.
           EXIT.

       620-EDIT-CREDIT.
      *> first edit that fails carries the credit's message
           MOVE 'N' TO WS-CRED-ERR-SW.
           MOVE SPACES TO WS-CRED-MSG.
           IF WS-SC-SUPP-CODE = SPACES
              MOVE 'Y' TO WS-CRED-ERR-SW
              MOVE 'RV01E Supplier can not be empty.' TO WS-CRED-MSG
              GO TO 620-EDIT-EXIT
           END-IF.
           IF WS-SC-CREDIT-NO = SPACES
              MOVE 'Y' TO WS-CRED-ERR-SW
              MOVE 'RV02E Credit number can not be empty.'
                   TO WS-CRED-MSG
              GO TO 620-EDIT-EXIT
           END-IF.
           IF WS-SC-PO-NUMBER = SPACES
              MOVE 'Y' TO WS-CRED-ERR-SW
              MOVE 'RV03E PO number can not be empty.' TO WS-CRED-MSG
              GO TO 620-EDIT-EXIT
           END-IF.
           IF WS-SC-AMOUNT NOT NUMERIC
              MOVE 'Y' TO WS-CRED-ERR-SW
              MOVE 'RV04E Credit amount is not numeric.'
                   TO WS-CRED-MSG
              GO TO 620-EDIT-EXIT
           END-IF.
           IF WS-SC-AMOUNT = ZERO
              MOVE 'Y' TO WS-CRED-ERR-SW
              MOVE 'RV05E Credit amount can not be zero.'
                   TO WS-CRED-MSG
              GO TO 620-EDIT-EXIT
           END-IF.
       620-EDIT-EXIT.
           EXIT.

       630-APPLY-TO-ONE-RTV.
           IF WS-RT-SUPP(WS-RT-IDX) = WS-SC-SUPP-CODE AND
              WS-RT-PO(WS-RT-IDX)   = WS-SC-PO-NUMBER AND
              (WS-SC-PART-NUMBER = SPACES OR
               WS-RT-PART(WS-RT-IDX) = WS-SC-PART-NUMBER)
              IF RT-OPEN(WS-RT-IDX)
                 MOVE 'Y' TO WS-CRED-MATCH-SW
                 COMPUTE WS-BALANCE = WS-RT-AMT(WS-RT-IDX)
                                    - WS-RT-CRED(WS-RT-IDX)
                 IF WS-CRED-LEFT < WS-BALANCE
                    MOVE WS-CRED-LEFT TO WS-APPLY-AMT
                 ELSE
                    MOVE WS-BALANCE TO WS-APPLY-AMT
                 END-IF
                 ADD WS-APPLY-AMT TO WS-RT-CRED(WS-RT-IDX)
                 SUBTRACT WS-APPLY-AMT FROM WS-CRED-LEFT
                 MOVE WS-SC-CREDIT-NO TO WS-RT-CRED-NO(WS-RT-IDX)
                 IF WS-RT-CRED(WS-RT-IDX) >= WS-RT-AMT(WS-RT-IDX)
                    MOVE 'C' TO WS-RT-STAT(WS-RT-IDX)
                    MOVE WS01-CURR-DATE-N
                         TO WS-RT-CLOSE-DT(WS-RT-IDX)
                    ADD +1 TO WS-CLOSED-CNT
                 END-IF
              ELSE
                 IF RT-DEBITED(WS-RT-IDX) OR RT-NETTED(WS-RT-IDX)
                    MOVE WS-RT-MEMO(WS-RT-IDX) TO WS-CRED-LATE-MEMO
                 END-IF
              END-IF
           END-IF.

       700-RAISE-DEBIT-MEMOS.
      *> a return the supplier has sat on past the limit becomes a
      *> debit memo for whatever is still uncredited
           WRITE RTVRPT-RECORD FROM RPT-LINE-0.
           MOVE 'RTV DEBIT MEMOS RAISED THIS RUN' TO RPT-TITLE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-0.
           WRITE RTVRPT-RECORD FROM RPT-LINE-AGE-HDR.
           WRITE RTVRPT-RECORD FROM RPT-LINE-PAGE.
           PERFORM 710-CHECK-ONE-RTV
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT.

       710-CHECK-ONE-RTV.
           IF RT-OPEN(WS-RT-IDX)
              PERFORM 810-DAYS-OUT
              COMPUTE WS-BALANCE = WS-RT-AMT(WS-RT-IDX)
                                 - WS-RT-CRED(WS-RT-IDX)
              IF WS-DAYS-OUT >= WS-RTV-DEBIT-DAYS
                 IF WS-BALANCE > ZERO
                    ADD +1 TO WS-NEXT-MEMO-NO
                    ADD +1 TO WS-MEMO-CNT
                    MOVE WS-NEXT-MEMO-NO TO WS-RT-MEMO(WS-RT-IDX)
                    MOVE 'D' TO WS-RT-STAT(WS-RT-IDX)
                    PERFORM 720-WRITE-REGISTER-ROW
                    PERFORM 730-PRINT-MEMO
                    PERFORM 820-PRINT-AGE-LINE
                 ELSE
      *> nothing left to recover - a return valued at zero
                    MOVE 'C' TO WS-RT-STAT(WS-RT-IDX)
                    MOVE WS01-CURR-DATE-N
                         TO WS-RT-CLOSE-DT(WS-RT-IDX)
                    ADD +1 TO WS-CLOSED-CNT
                 END-IF
              END-IF
           END-IF.

       720-WRITE-REGISTER-ROW.
           INITIALIZE WS-DM-DETAIL.
           MOVE WS-NEXT-MEMO-NO       TO WS-DM-MEMO-NO.
           MOVE WS-RT-SUPP(WS-RT-IDX) TO WS-DM-SUPP-CODE.
           MOVE WS-RT-PO(WS-RT-IDX)   TO WS-DM-PO-NUMBER.
           MOVE WS-RT-PART(WS-RT-IDX) TO WS-DM-PART-NUMBER.
           MOVE WS-BALANCE            TO WS-DM-AMOUNT.
           MOVE WS01-CURR-DATE-N      TO WS-DM-MEMO-DATE.
           MOVE 'O'                   TO WS-DM-STATUS.
           WRITE DBMREG-RECORD FROM WS-DM-DETAIL.

       730-PRINT-MEMO.
      *> one page per memo, field by field in the DEBMEMO style,
      *> addressed to the remit address
           WRITE RTVDBM-RECORD FROM RPT-LINE-PAGE.
           MOVE WS-NEXT-MEMO-NO TO RPT-MEMO-NO.
           WRITE RTVDBM-RECORD FROM RPT-LINE-BANNER.
           WRITE RTVDBM-RECORD FROM RPT-LINE-0.
           MOVE 'Supplier Code.......' TO RPT-FLD-NAME.
           MOVE WS-RT-SUPP(WS-RT-IDX)  TO RPT-FLD-VAL.
           PERFORM 750-PRINT-ONE-FIELD.
           PERFORM 740-PRINT-REMIT-ADDRESS.
           MOVE 'PO Number...........' TO RPT-FLD-NAME.
           MOVE WS-RT-PO(WS-RT-IDX)    TO RPT-FLD-VAL.
           PERFORM 750-PRINT-ONE-FIELD.
           MOVE 'Part Number.........' TO RPT-FLD-NAME.
           MOVE WS-RT-PART(WS-RT-IDX)  TO RPT-FLD-VAL.
           PERFORM 750-PRINT-ONE-FIELD.
           MOVE 'Lot Number..........' TO RPT-FLD-NAME.
           MOVE WS-RT-LOT(WS-RT-IDX)   TO RPT-FLD-VAL.
           PERFORM 750-PRINT-ONE-FIELD.
           MOVE 'Quantity Returned...' TO RPT-FLD-NAME.
           MOVE WS-RT-QTY(WS-RT-IDX)   TO RPT-FLD-VAL.
           PERFORM 750-PRINT-ONE-FIELD.
           MOVE 'Returned On.........' TO RPT-FLD-NAME.
           MOVE WS-RT-DATE(WS-RT-IDX)  TO RPT-FLD-VAL.
           PERFORM 750-PRINT-ONE-FIELD.
           MOVE WS-RT-CURR(WS-RT-IDX)  TO RPT-AMT-CURR.
           MOVE 'Value Returned......' TO RPT-AMT-NAME.
           MOVE WS-RT-AMT(WS-RT-IDX)   TO RPT-AMT-VAL.
           WRITE RTVDBM-RECORD FROM RPT-LINE-AMT.
           MOVE 'Credited To Date....' TO RPT-AMT-NAME.
           MOVE WS-RT-CRED(WS-RT-IDX)  TO RPT-AMT-VAL.
           WRITE RTVDBM-RECORD FROM RPT-LINE-AMT.
           MOVE 'Amount Debited......' TO RPT-AMT-NAME.
           MOVE WS-BALANCE             TO RPT-AMT-VAL.
           WRITE RTVDBM-RECORD FROM RPT-LINE-AMT.
           WRITE RTVDBM-RECORD FROM RPT-LINE-0.
           MOVE 'The material above was returned to you and no credit'
                & ' has been received' TO RPT-TEXT.
           WRITE RTVDBM-RECORD FROM RPT-LINE-TEXT.
           MOVE 'for it.  The amount debited will be deducted from '
                & 'your next payment' TO RPT-TEXT.
           WRITE RTVDBM-RECORD FROM RPT-LINE-TEXT.
           MOVE 'under the debit memo number shown.' TO RPT-TEXT.
           WRITE RTVDBM-RECORD FROM RPT-LINE-TEXT.
           WRITE RTVDBM-RECORD FROM RPT-LINE-0.

       740-PRINT-REMIT-ADDRESS.
           MOVE 'N' TO WS-RA-FOUND.
           MOVE ZERO TO WS-RA-FND-IDX.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-CNT
              IF WS-RA-SUPP(WS-RA-IDX) = WS-RT-SUPP(WS-RT-IDX)
                 MOVE 'Y' TO WS-RA-FOUND
                 MOVE WS-RA-IDX TO WS-RA-FND-IDX
              END-IF
           END-PERFORM.
           IF RA-FOUND
              MOVE 'Remit To............' TO RPT-FLD-NAME
              MOVE WS-RA-NAME(WS-RA-FND-IDX) TO RPT-FLD-VAL
              PERFORM 750-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE WS-RA-ADDR1(WS-RA-FND-IDX) TO RPT-FLD-VAL
              PERFORM 750-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE SPACES TO RPT-FLD-VAL
              STRING WS-RA-CITY(WS-RA-FND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RA-STATE(WS-RA-FND-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-RA-ZIP(WS-RA-FND-IDX) DELIMITED BY SIZE
                     INTO RPT-FLD-VAL
              END-STRING
              PERFORM 750-PRINT-ONE-FIELD
           ELSE
              ADD +1 TO WS-NOADDR-CNT
              MOVE 'Remit To............' TO RPT-FLD-NAME
              MOVE '*** NO REMIT ADDRESS ON FILE - SEE AP ***'
                   TO RPT-FLD-VAL
              PERFORM 750-PRINT-ONE-FIELD
           END-IF.

       750-PRINT-ONE-FIELD.
           WRITE RTVDBM-RECORD FROM RPT-LINE-FLD.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.

       800-AGE-BY-SUPPLIER.
      *> everything not yet credited or netted - open returns and
      *> returns whose debit memo the payment run has not reached -
      *> with a total line at each change of supplier
           WRITE RTVRPT-RECORD FROM RPT-LINE-0.
           MOVE 'UNCREDITED RETURN-TO-VENDOR AGING' TO RPT-TITLE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-TITLE.
           WRITE RTVRPT-RECORD FROM RPT-LINE-0.
           WRITE RTVRPT-RECORD FROM RPT-LINE-AGE-HDR.
           WRITE RTVRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE SPACES TO WS-PREV-SUPP.
           MOVE ZERO   TO WS-SUPP-TOTAL.
           PERFORM 805-AGE-ONE-RTV
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT.
           IF WS-PREV-SUPP NOT = SPACES
              PERFORM 830-PRINT-SUPP-TOTAL
           END-IF.

       805-AGE-ONE-RTV.
           IF RT-OPEN(WS-RT-IDX) OR RT-DEBITED(WS-RT-IDX)
              IF WS-RT-SUPP(WS-RT-IDX) NOT = WS-PREV-SUPP
                 IF WS-PREV-SUPP NOT = SPACES
                    PERFORM 830-PRINT-SUPP-TOTAL
                 END-IF
                 MOVE WS-RT-SUPP(WS-RT-IDX) TO WS-PREV-SUPP
                 MOVE ZERO TO WS-SUPP-TOTAL
              END-IF
              ADD +1 TO WS-AGED-CNT
              PERFORM 810-DAYS-OUT
              COMPUTE WS-BALANCE = WS-RT-AMT(WS-RT-IDX)
                                 - WS-RT-CRED(WS-RT-IDX)
              PERFORM 820-PRINT-AGE-LINE
              ADD WS-BALANCE TO WS-AGE-AMT(WS-AGE-IDX)
              ADD WS-BALANCE TO WS-AGE-TOTAL
              ADD WS-BALANCE TO WS-SUPP-TOTAL
           END-IF.

       810-DAYS-OUT.
           COMPUTE WS-RTV-INT =
              FUNCTION INTEGER-OF-DATE(WS-RT-DATE(WS-RT-IDX)).
           IF WS-TODAY-INT > WS-RTV-INT
              COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-RTV-INT
           ELSE
              MOVE ZERO TO WS-DAYS-OUT
           END-IF.

       820-PRINT-AGE-LINE.
      *> the caller set WS-DAYS-OUT and WS-BALANCE
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
           MOVE WS-BUCKET-NAME(WS-AGE-IDX) TO RPT-AG-BUCKET.
           MOVE WS-RT-SUPP(WS-RT-IDX) TO RPT-AG-SUPP.
           MOVE WS-RT-PO(WS-RT-IDX)   TO RPT-AG-PO.
           MOVE WS-RT-PART(WS-RT-IDX) TO RPT-AG-PART.
           MOVE WS-RT-DATE(WS-RT-IDX) TO RPT-AG-RTV-DATE.
           MOVE WS-RT-MEMO(WS-RT-IDX) TO RPT-AG-MEMO-NO.
           MOVE WS-BALANCE            TO RPT-AG-BAL.
           MOVE WS-RT-CURR(WS-RT-IDX) TO RPT-AG-CURR.
           MOVE WS-DAYS-OUT           TO RPT-AG-DAYS.
           WRITE RTVRPT-RECORD FROM RPT-LINE-AGE.

       830-PRINT-SUPP-TOTAL.
           MOVE WS-PREV-SUPP  TO RPT-ST-SUPP.
           MOVE WS-SUPP-TOTAL TO RPT-ST-AMT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-SUPP-TOT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-0.

       900-WRAP-UP.
           PERFORM 910-REWRITE-RECEIVABLES.
           WRITE RTVRPT-RECORD FROM RPT-LINE-4.
           MOVE 'UNCREDITED 0-30 DAYS......... ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(1) TO RPT-BKT-AMT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNCREDITED 31-60 DAYS........ ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(2) TO RPT-BKT-AMT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNCREDITED 61-90 DAYS........ ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(3) TO RPT-BKT-AMT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNCREDITED OVER 90 DAYS...... ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-AMT(4) TO RPT-BKT-AMT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-BUCKET.
           MOVE 'UNCREDITED TOTAL............. ' TO RPT-BKT-LABEL.
           MOVE WS-AGE-TOTAL TO RPT-BKT-AMT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-BUCKET.
           WRITE RTVRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'RETURNS ON FILE.............. ' TO RPT-SUM-LABEL.
           MOVE WS-RTV-READ-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CREDIT MEMOS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-CRED-READ-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CREDITS FAILING THE EDITS.... ' TO RPT-SUM-LABEL.
           MOVE WS-CRED-REJ-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CREDITS UNMATCHED OR OVER.... ' TO RPT-SUM-LABEL.
           MOVE WS-CRED-UNMATCH-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CREDITS AFTER A DEBIT MEMO... ' TO RPT-SUM-LABEL.
           MOVE WS-CRED-LATE-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RETURNS CREDITED THIS RUN.... ' TO RPT-SUM-LABEL.
           MOVE WS-CLOSED-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEBIT MEMOS RAISED........... ' TO RPT-SUM-LABEL.
           MOVE WS-MEMO-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'MEMOS WITH NO REMIT ADDRESS.. ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RETURNS NETTED BY PAYRUN..... ' TO RPT-SUM-LABEL.
           MOVE WS-NETTED-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RETURNS REOPENED BY A VOID... ' TO RPT-SUM-LABEL.
           MOVE WS-REOPEN-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RETURNS NOT YET CREDITED..... ' TO RPT-SUM-LABEL.
           MOVE WS-AGED-CNT TO RPT-SUM-CNT.
           WRITE RTVRPT-RECORD FROM RPT-LINE-5.
           CLOSE DBMREG-FILE, RTVDBM-FILE, RTVRPT-FILE.

       910-REWRITE-RECEIVABLES.
           OPEN OUTPUT RTVREC-FILE.
           IF RTVREC-OK
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                      UNTIL WS-RT-IDX > WS-RT-CNT
                 MOVE WS-RT-ROW(WS-RT-IDX) TO WS-RV-DETAIL
                 WRITE RTVREC-RECORD FROM WS-RV-DETAIL
              END-PERFORM
              CLOSE RTVREC-FILE
           ELSE
              DISPLAY 'Output RTVREC File Error'
              GO TO 999-ERR-RTN
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
