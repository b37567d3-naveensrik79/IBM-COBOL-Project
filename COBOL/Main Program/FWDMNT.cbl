       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FWDMNT.
      * **************************************************
      * FWDMNT KEEPS TREASURY'S FX FORWARD-CONTRACT REGISTER - ONE
      * ROW PER CONTRACT WITH ITS CURRENCY, NOTIONAL, CONTRACTED
      * RATE, VALUE DATE AND COUNTERPARTY - SO THE HEDGES LIVE IN
      * THE SUITE BESIDE THE EXPOSURE THEY COVER INSTEAD OF IN A
      * SPREADSHEET.  TREASURY FEEDS TRANSACTIONS THROUGH HERE -
      * SAME EDIT/APPLY/LIST SHAPE AS CARRMNT:
      *   A - ADD A CONTRACT (OPEN, TRADE DATE = RUN DATE)
      *   C - CHANGE AN OPEN CONTRACT'S TERMS
      *   S - SETTLE AN OPEN CONTRACT AGAINST THE FOREIGN-CURRENCY
      *       PAYMENT IT DELIVERED FOR, NAMED BY ITS PAY-REF ON THE
      *       PAYMENT HISTORY - FXGAIN THEN VALUES THAT PAYMENT AT
      *       THE CONTRACTED RATE
      *   D - DELETE A CONTRACT KEYED IN ERROR (AN OPEN ONE ONLY -
      *       A SETTLED CONTRACT IS FXGAIN'S RECORD OF THE RATE)
      * THE CURRENCY MUST BE ONE THE SHARED CURRRATE TABLE CARRIES,
      * AND NOT USD.  THE REGISTER IS REWRITTEN IN CONTRACT ORDER.
      * CURREXP NETS THE OPEN CONTRACTS AGAINST ITS EXPOSURE.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED TRANSACTION MOVES GOES ON THE
      * SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE, NEW VALUE,
      * WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-FWDCTR = FORWARD-CONTRACT REGISTER (IN, REWRITTEN)
      * UT-C-FWDTRN = ADD/CHANGE/SETTLE/DELETE TRANSACTION FILE
      * UT-C-FWDRPT = EDIT REPORT IN JES
      * UT-C-CHGHIST= MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWDCTR-FILE ASSIGN TO UT-C-FWDCTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FWDCTR-ST.
           SELECT FWDTRN-FILE ASSIGN TO UT-C-FWDTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FWDTRN-ST.
           SELECT FWDRPT-FILE ASSIGN TO UT-C-FWDRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FWDRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD FWDCTR-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 FWDCTR-RECORD       PIC X(100).
       FD FWDTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FWDTRN-RECORD       PIC X(80).
       FD FWDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 FWDRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-SETL-CNT             PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.
       77 WS-FWD-OUT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-FWD-OPEN-CNT         PIC 9(08) VALUE ZERO.

      * FORWARD-CONTRACT TABLE - ONE ROW PER CONTRACT
       77 WS-FT-MAX               PIC 9(5) VALUE 5000.
       77 WS-FT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-FT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-FT-IDX2              PIC 9(5) VALUE ZERO.
       77 WS-FT-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-FT-FOUND             PIC X(01) VALUE 'N'.
           88 FT-FOUND            VALUE 'Y'.
       01 WS-FT-TBL.
           05 WS-FT-ROW OCCURS 5000 TIMES.
               10 WS-FT-ROW-KEY      PIC X(10).
               10 WS-FT-ROW-CURR     PIC X(03).
               10 WS-FT-ROW-NOTIONAL PIC 9(11)V99.
               10 WS-FT-ROW-RATE     PIC 9(04)V999.
               10 WS-FT-ROW-VALUE    PIC 9(08).
               10 WS-FT-ROW-CPTY     PIC X(15).
               10 WS-FT-ROW-TRADE    PIC 9(08).
               10 WS-FT-ROW-STATUS   PIC X(01).
                   88 FT-ROW-OPEN    VALUE 'O'.
                   88 FT-ROW-SETTLED VALUE 'S'.
               10 WS-FT-ROW-PAY-REF  PIC 9(08).
               10 WS-FT-ROW-SETL     PIC 9(08).
               10 FILLER             PIC X(19).
       01 WS-FT-SAVE.
           05 WS-FT-SAVE-KEY      PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(90) VALUE SPACES.

           COPY FWDCTR.
           COPY CURRRATE.

      * ONE ADD/CHANGE/SETTLE/DELETE TRANSACTION
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-SETTLE      VALUE 'S'.
               88 TRN-DELETE      VALUE 'D'.
           05 WS-TRN-CONTRACT     PIC X(10) VALUE SPACES.
           05 WS-TRN-CURRENCY     PIC X(03) VALUE SPACES.
           05 WS-TRN-NOTIONAL     PIC X(13) VALUE SPACES.
           05 WS-TRN-NOTIONAL-N REDEFINES WS-TRN-NOTIONAL
                                  PIC 9(11)V99.
           05 WS-TRN-RATE         PIC X(07) VALUE SPACES.
           05 WS-TRN-RATE-N REDEFINES WS-TRN-RATE
                                  PIC 9(04)V999.
           05 WS-TRN-VALUE-DATE   PIC X(08) VALUE SPACES.
           05 WS-TRN-COUNTERPARTY PIC X(15) VALUE SPACES.
           05 WS-TRN-PAY-REF      PIC X(08) VALUE SPACES.
           05 WS-TRN-PAY-REF-N REDEFINES WS-TRN-PAY-REF
                                  PIC 9(08).
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-FT-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-FB-DETAIL.
           05 WS-FB-KEY           PIC X(10) VALUE SPACES.
           05 WS-FB-CURR          PIC X(03) VALUE SPACES.
           05 WS-FB-NOTIONAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-FB-RATE          PIC 9(04)V999 VALUE ZERO.
           05 WS-FB-VALUE         PIC 9(08) VALUE ZERO.
           05 WS-FB-CPTY          PIC X(15) VALUE SPACES.
           05 WS-FB-TRADE         PIC 9(08) VALUE ZERO.
           05 WS-FB-STATUS        PIC X(01) VALUE SPACES.
           05 WS-FB-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-FB-SETL          PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.
       77 WS-CH-NOTIONAL-ED       PIC Z(10)9.99.
       77 WS-CH-RATE-ED           PIC Z(3)9.999.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

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
           05 FWDCTR-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-FWDCTR      VALUE 'Y'.
           05 FWDCTR-ST               PIC X(02).
               88 FWDCTR-OK           VALUE '00'.
           05 FWDTRN-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-FWDTRN      VALUE 'Y'.
           05 FWDTRN-ST               PIC X(02).
               88 FWDTRN-OK           VALUE '00'.
           05 FWDRPT-ST               PIC X(02).
               88 FWDRPT-OK           VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(34) VALUE
                'FX FORWARD CONTRACT MAINT         '.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION     PIC X(01) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-CONTRACT   PIC X(10) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-CURRENCY   PIC X(03) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-PAY-REF    PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-RESULT     PIC X(08) VALUE SPACES.
             10 FILLER         PIC X(02) VALUE SPACES.
             10 RPT-MESSAGE    PIC X(50) VALUE SPACES.
             10 FILLER         PIC X(42) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(26) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-FWDTRN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-MASTER.
           WRITE FWDRPT-RECORD FROM RPT-LINE-0.
           WRITE FWDRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE FWDRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT FWDTRN-FILE
              IF NOT FWDTRN-OK
                 DISPLAY 'Input FWDTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT FWDRPT-FILE
              IF NOT FWDRPT-OK
                 DISPLAY 'Output FWDRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-MASTER.
      *> a missing file is not an error - the first run of this step
      *> is what loads the contracts off Treasury's spreadsheet
           MOVE ZERO TO WS-FT-CNT.
           OPEN INPUT FWDCTR-FILE.
           IF FWDCTR-OK
              PERFORM 215-LOAD-MASTER-ROW UNTIL NO-MORE-FWDCTR
              CLOSE FWDCTR-FILE
           ELSE
              DISPLAY 'FWDCTR NOT FOUND - STARTING A NEW '
                      'FORWARD-CONTRACT REGISTER'
           END-IF.

       215-LOAD-MASTER-ROW.
           READ FWDCTR-FILE INTO WS-FW-DETAIL
              AT END MOVE 'Y' TO FWDCTR-EOF
           END-READ.
           IF NOT NO-MORE-FWDCTR AND WS-FT-CNT < WS-FT-MAX
              ADD +1 TO WS-FT-CNT
              MOVE WS-FW-DETAIL TO WS-FT-ROW(WS-FT-CNT)
           END-IF.

       300-READ-TRAN.
           READ FWDTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO FWDTRN-EOF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-FT-ROW(WS-FT-FND-IDX) TO WS-FB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-SETTLE PERFORM 445-APPLY-SETTLE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 470-LOG-CONTRACT-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRN-ACTION     TO RPT-ACTION.
           MOVE WS-TRN-CONTRACT   TO RPT-CONTRACT.
           MOVE WS-TRN-CURRENCY   TO RPT-CURRENCY.
           MOVE WS-TRN-PAY-REF    TO RPT-PAY-REF.
           MOVE WS-TRAN-MSG       TO RPT-MESSAGE.
           WRITE FWDRPT-RECORD FROM RPT-LINE-3.
           PERFORM 300-READ-TRAN.

       410-LOOKUP-CONTRACT.
           MOVE 'N' TO WS-FT-FOUND.
           MOVE ZERO TO WS-FT-FND-IDX.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-CNT
              IF WS-FT-ROW-KEY(WS-FT-IDX) = WS-TRN-CONTRACT
                 MOVE 'Y' TO WS-FT-FOUND
                 MOVE WS-FT-IDX TO WS-FT-FND-IDX
              END-IF
           END-PERFORM.

       415-CHECK-CURRENCY.
      *> only a currency the shared rate table carries can be hedged
      *> - CURREXP could not price the exposure of any other
           MOVE 'N' TO CURR-RATE-FOUND-SW.
           PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                   UNTIL CURR-RATE-IDX > CURR-RATE-MAX
              IF CURR-RATE-CODE(CURR-RATE-IDX) = WS-TRN-CURRENCY
                 MOVE 'Y' TO CURR-RATE-FOUND-SW
              END-IF
           END-PERFORM.

       420-EDIT-TRAN.
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-SETTLE OR TRN-DELETE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW01E ACTION must be A, C, S or D.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-CONTRACT = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW02E CONTRACT can not be empty.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 410-LOOKUP-CONTRACT.
           IF TRN-ADD AND FT-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW03E Contract is already on the register.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF NOT TRN-ADD AND NOT FT-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW04E Contract is not on the register.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> a settled contract is the record of the rate a payment was
      *> delivered at - it is neither changed nor deleted after that
           IF NOT TRN-ADD AND FT-ROW-SETTLED(WS-FT-FND-IDX)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW05E Contract is settled - no further change.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-DELETE
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-SETTLE
              PERFORM 425-EDIT-SETTLE
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND WS-FT-CNT >= WS-FT-MAX
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW08E Forward-contract table is full.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD OR WS-TRN-CURRENCY NOT = SPACES
              PERFORM 415-CHECK-CURRENCY
              IF NOT CURR-RATE-IS-FOUND OR WS-TRN-CURRENCY = 'USD'
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'FW09E CURRENCY has to be a foreign rate code.'
                      TO WS-TRAN-MSG
                 GO TO 420-EDIT-EXIT
              END-IF
           END-IF.
           IF (TRN-ADD OR WS-TRN-NOTIONAL NOT = SPACES) AND
              (WS-TRN-NOTIONAL NOT NUMERIC OR
               WS-TRN-NOTIONAL-N = ZERO)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW10E NOTIONAL has to be numeric and above zero.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR WS-TRN-RATE NOT = SPACES) AND
              (WS-TRN-RATE NOT NUMERIC OR WS-TRN-RATE-N = ZERO)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW11E RATE has to be numeric and above zero.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-ADD OR WS-TRN-VALUE-DATE NOT = SPACES) AND
              WS-TRN-VALUE-DATE NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW12E VALUE-DATE has to be YYYYMMDD.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND WS-TRN-COUNTERPARTY = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW13E COUNTERPARTY can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       425-EDIT-SETTLE.
      *> one contract per payment - FXGAIN could not tell which
      *> rate a payment settled at if two contracts named it
           IF WS-TRN-PAY-REF NOT NUMERIC OR WS-TRN-PAY-REF-N = ZERO
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'FW06E PAY-REF has to be the payment''s number.'
                   TO WS-TRAN-MSG
           ELSE
              PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                      UNTIL WS-FT-IDX > WS-FT-CNT
                 IF FT-ROW-SETTLED(WS-FT-IDX) AND
                    WS-FT-ROW-PAY-REF(WS-FT-IDX) = WS-TRN-PAY-REF-N
                    MOVE 'Y' TO WS-TRAN-ERR-SW
                    MOVE 'FW07E Another contract settled that payment.'
                         TO WS-TRAN-MSG
                 END-IF
              END-PERFORM
           END-IF.

       430-APPLY-ADD.
           ADD +1 TO WS-FT-CNT.
           MOVE SPACES TO WS-FT-ROW(WS-FT-CNT).
           MOVE WS-TRN-CONTRACT     TO WS-FT-ROW-KEY(WS-FT-CNT).
           MOVE WS-TRN-CURRENCY     TO WS-FT-ROW-CURR(WS-FT-CNT).
           MOVE WS-TRN-NOTIONAL-N   TO WS-FT-ROW-NOTIONAL(WS-FT-CNT).
           MOVE WS-TRN-RATE-N       TO WS-FT-ROW-RATE(WS-FT-CNT).
           MOVE WS-TRN-VALUE-DATE   TO WS-FT-ROW-VALUE(WS-FT-CNT).
           MOVE WS-TRN-COUNTERPARTY TO WS-FT-ROW-CPTY(WS-FT-CNT).
           MOVE WS01-CURR-DATE-N    TO WS-FT-ROW-TRADE(WS-FT-CNT).
           MOVE 'O'                 TO WS-FT-ROW-STATUS(WS-FT-CNT).
           MOVE ZERO                TO WS-FT-ROW-PAY-REF(WS-FT-CNT).
           MOVE ZERO                TO WS-FT-ROW-SETL(WS-FT-CNT).
           ADD +1 TO WS-ADD-CNT.
           MOVE 'Forward contract added to the register.'
                TO WS-TRAN-MSG.

       440-APPLY-CHANGE.
           IF WS-TRN-CURRENCY NOT = SPACES
              MOVE WS-TRN-CURRENCY TO WS-FT-ROW-CURR(WS-FT-FND-IDX)
           END-IF.
           IF WS-TRN-NOTIONAL NOT = SPACES
              MOVE WS-TRN-NOTIONAL-N TO
                   WS-FT-ROW-NOTIONAL(WS-FT-FND-IDX)
           END-IF.
           IF WS-TRN-RATE NOT = SPACES
              MOVE WS-TRN-RATE-N TO WS-FT-ROW-RATE(WS-FT-FND-IDX)
           END-IF.
           IF WS-TRN-VALUE-DATE NOT = SPACES
              MOVE WS-TRN-VALUE-DATE TO
                   WS-FT-ROW-VALUE(WS-FT-FND-IDX)
           END-IF.
           IF WS-TRN-COUNTERPARTY NOT = SPACES
              MOVE WS-TRN-COUNTERPARTY TO
                   WS-FT-ROW-CPTY(WS-FT-FND-IDX)
           END-IF.
           ADD +1 TO WS-CHG-CNT.
           MOVE 'Forward contract changed on the register.'
                TO WS-TRAN-MSG.

       445-APPLY-SETTLE.
           MOVE 'S'              TO WS-FT-ROW-STATUS(WS-FT-FND-IDX).
           MOVE WS-TRN-PAY-REF-N TO WS-FT-ROW-PAY-REF(WS-FT-FND-IDX).
           MOVE WS01-CURR-DATE-N TO WS-FT-ROW-SETL(WS-FT-FND-IDX).
           ADD +1 TO WS-SETL-CNT.
           MOVE 'Forward contract settled against the payment.'
                TO WS-TRAN-MSG.

       450-APPLY-DELETE.
      *> the row is flagged with HIGH-VALUES in the key and dropped
      *> at the rewrite - same idiom SUPMAINT uses
           MOVE HIGH-VALUES TO WS-FT-ROW-KEY(WS-FT-FND-IDX).
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Forward contract deleted from the register.'
                TO WS-TRAN-MSG.

       470-LOG-CONTRACT-CHANGES.
      *> the row as found (WS-FB-DETAIL) against the row as it now
      *> stands in the table - logged here, before the wrap-up sort
      *> moves the rows about.  a settlement is logged as a change
      *> to the status, payment and settle date it sets
           IF TRN-ADD
              MOVE WS-FT-CNT TO WS-FT-LOG-IDX
           ELSE
              MOVE WS-FT-FND-IDX TO WS-FT-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'FWDCTR'           TO WS-CH-MASTER.
           MOVE WS-TRN-CONTRACT    TO WS-CH-KEY.
           IF TRN-SETTLE
              MOVE 'C'             TO WS-CH-ACTION
           ELSE
              MOVE WS-TRN-ACTION   TO WS-CH-ACTION
           END-IF.
           MOVE 'FWDMNT'           TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'CURRENCY'         TO WS-CH-FIELD.
           MOVE WS-FB-CURR         TO WS-CH-OLD.
           MOVE WS-FT-ROW-CURR(WS-FT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'NOTIONAL'         TO WS-CH-FIELD.
           MOVE WS-FB-NOTIONAL     TO WS-CH-NOTIONAL-ED.
           MOVE WS-CH-NOTIONAL-ED  TO WS-CH-OLD.
           MOVE WS-FT-ROW-NOTIONAL(WS-FT-LOG-IDX)
                                   TO WS-CH-NOTIONAL-ED.
           MOVE WS-CH-NOTIONAL-ED  TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'RATE'             TO WS-CH-FIELD.
           MOVE WS-FB-RATE         TO WS-CH-RATE-ED.
           MOVE WS-CH-RATE-ED      TO WS-CH-OLD.
           MOVE WS-FT-ROW-RATE(WS-FT-LOG-IDX) TO WS-CH-RATE-ED.
           MOVE WS-CH-RATE-ED      TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'VALUE-DATE'       TO WS-CH-FIELD.
           MOVE WS-FB-VALUE        TO WS-CH-OLD.
           MOVE WS-FT-ROW-VALUE(WS-FT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'COUNTERPARTY'     TO WS-CH-FIELD.
           MOVE WS-FB-CPTY         TO WS-CH-OLD.
           MOVE WS-FT-ROW-CPTY(WS-FT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'STATUS'           TO WS-CH-FIELD.
           MOVE WS-FB-STATUS       TO WS-CH-OLD.
           MOVE WS-FT-ROW-STATUS(WS-FT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'PAY-REF'          TO WS-CH-FIELD.
           MOVE WS-FB-PAY-REF      TO WS-CH-OLD.
           MOVE WS-FT-ROW-PAY-REF(WS-FT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.
           MOVE 'SETTLE-DATE'      TO WS-CH-FIELD.
           MOVE WS-FB-SETL         TO WS-CH-OLD.
           MOVE WS-FT-ROW-SETL(WS-FT-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.

       475-LOG-FIELD.
      *> an add has no old value and a delete no new one - only a
      *> field that actually moved is worth a history row
           IF TRN-ADD
              MOVE SPACES TO WS-CH-OLD
           END-IF.
           IF TRN-DELETE
              MOVE SPACES TO WS-CH-NEW
           END-IF.
           IF WS-CH-OLD NOT = WS-CH-NEW
              MOVE 'LOG' TO WS-CL-ACTION
              CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                                  WS-CL-RETURN
              IF WS-CL-RETURN = ZERO
                 ADD +1 TO WS-CH-LOG-CNT
              END-IF
           END-IF.

       900-WRAP-UP.
           PERFORM 905-SORT-CONTRACTS.
           PERFORM 910-REWRITE-MASTER.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE FWDTRN-FILE, FWDRPT-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       905-SORT-CONTRACTS.
           PERFORM VARYING WS-FT-IDX FROM 2 BY 1
                   UNTIL WS-FT-IDX > WS-FT-CNT
              MOVE WS-FT-ROW(WS-FT-IDX) TO WS-FT-SAVE
              COMPUTE WS-FT-IDX2 = WS-FT-IDX - 1
              PERFORM UNTIL WS-FT-IDX2 < 1
                 OR WS-FT-ROW-KEY(WS-FT-IDX2) NOT > WS-FT-SAVE-KEY
                 MOVE WS-FT-ROW(WS-FT-IDX2) TO
                      WS-FT-ROW(WS-FT-IDX2 + 1)
                 SUBTRACT 1 FROM WS-FT-IDX2
              END-PERFORM
              MOVE WS-FT-SAVE TO WS-FT-ROW(WS-FT-IDX2 + 1)
           END-PERFORM.

       910-REWRITE-MASTER.
           OPEN OUTPUT FWDCTR-FILE.
           IF FWDCTR-OK
              PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                      UNTIL WS-FT-IDX > WS-FT-CNT
                 IF WS-FT-ROW-KEY(WS-FT-IDX) NOT = HIGH-VALUES
                    MOVE WS-FT-ROW(WS-FT-IDX) TO WS-FW-DETAIL
                    WRITE FWDCTR-RECORD FROM WS-FW-DETAIL
                    ADD +1 TO WS-FWD-OUT-CNT
                    IF FW-OPEN
                       ADD +1 TO WS-FWD-OPEN-CNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FWDCTR-FILE
           ELSE
              DISPLAY 'Output FWDCTR File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-WRITE-SUMMARY.
           WRITE FWDRPT-RECORD FROM RPT-LINE-0.
           WRITE FWDRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDS APPLIED............. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SETTLEMENTS APPLIED...... ' TO RPT-SUM-LABEL.
           MOVE WS-SETL-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DELETES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEL-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CONTRACTS ON THE REGISTER ' TO RPT-SUM-LABEL.
           MOVE WS-FWD-OUT-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CONTRACTS STILL OPEN..... ' TO RPT-SUM-LABEL.
           MOVE WS-FWD-OPEN-CNT TO RPT-SUM-CNT.
           WRITE FWDRPT-RECORD FROM RPT-LINE-5.
           WRITE FWDRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
