       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ICRECON.
      * **************************************************
      * ICRECON IS THE MONTH-END INTERCOMPANY RECONCILIATION.  EVERY
      * INVOICE ICBILL RAISES PUTS A RECEIVABLE ON THE SHIPPING
      * ENTITY'S SIDE OF UT-C-ICREG AND A PAYABLE ON THE RECEIVING
      * ENTITY'S; BEFORE THE ENTITIES CLOSE THE MONTH BOTH SIDES OF
      * EVERY PAIR HAVE TO AGREE.  FOR THE FISCAL PERIOD BEING
      * CLOSED ICRECON LISTS EVERY INVOICE WHERE:
      *   - ONE SIDE IS MISSING, OR A SIDE IS BOOKED TWICE
      *   - THE AMOUNTS OR QUANTITIES OF THE TWO SIDES DIFFER
      *   - THE ENTITIES DO NOT MIRROR (PAYABLE NOT OWED BY THE
      *     ENTITY THE RECEIVABLE IS DUE FROM)
      *   - THE TWO SIDES NAME DIFFERENT TRANSFERS
      * THEN TOTALS EACH SHIPPING/RECEIVING ENTITY PAIR - WHAT THE
      * SHIPPER SAYS IT IS OWED AGAINST WHAT THE RECEIVER SAYS IT
      * OWES - AND MARKS EACH PAIR AGREES OR DIFFERS.  THE PERIOD IS
      * THE ONE THE RUN DATE FALLS IN, OR THE ONE A 'PERIOD=YYYYPP'
      * CARD NAMES; WITH NO FISCAL CALENDAR THE WHOLE REGISTER IS
      * RECONCILED.  ANY EXCEPTION OR DIFFERENCE ENDS RETURN CODE 4.
      * UT-C-ICRCTL  = CONTROL CARD, 'PERIOD=YYYYPP'
      * UT-C-ICREG   = INTERCOMPANY REGISTER MAINTAINED BY ICBILL
      * UT-C-ICRRPT  = RECONCILIATION REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICRCTL-FILE ASSIGN TO UT-C-ICRCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICRCTL-ST.
           SELECT ICREG-FILE ASSIGN TO UT-C-ICREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICREG-ST.
           SELECT ICRRPT-FILE ASSIGN TO UT-C-ICRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICRRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD ICRCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ICRCTL-RECORD       PIC X(80).
       FD ICREG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 ICREG-RECORD        PIC X(100).
       FD ICRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ICRRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-REG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-SEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-EXC-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DIFF-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CLEAN-CNT            PIC 9(08) VALUE ZERO.
       77 WS-RECV-TOT             PIC 9(13)V99 VALUE ZERO.
       77 WS-PAY-TOT              PIC 9(13)V99 VALUE ZERO.
       77 WS-SELLER               PIC X(04) VALUE SPACES.
       77 WS-BUYER                PIC X(04) VALUE SPACES.
       77 WS-EXC-MSG              PIC X(40) VALUE SPACES.

      * RECONCILIATION PERIOD - THE RUN DATE'S UNLESS A 'PERIOD='
      * CARD SAYS OTHERWISE.  NO CALENDAR LEAVES THE WINDOW WIDE OPEN
       77 WS-REC-PERIOD           PIC X(06) VALUE SPACES.
       77 WS-PER-START            PIC 9(08) VALUE ZERO.
       77 WS-PER-END              PIC 9(08) VALUE 99999999.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      * FISCAL-PERIOD HANDSHAKE WITH THE SHARED FISCPER ROUTINE
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.

      * ONE ROW PER INVOICE IN THE PERIOD, BOTH SIDES SIDE BY SIDE
       77 WS-IV-MAX               PIC 9(05) VALUE 10000.
       77 WS-IV-CNT               PIC 9(05) VALUE ZERO.
       77 WS-IV-IDX               PIC 9(05) VALUE ZERO.
       01 WS-IV-TBL.
           05 WS-IV-ROW OCCURS 10000 TIMES.
               10 WS-IV-INVOICE       PIC 9(08).
               10 WS-IV-R-CNT         PIC 9(02).
               10 WS-IV-R-ENTITY      PIC X(04).
               10 WS-IV-R-PARTNER     PIC X(04).
               10 WS-IV-R-XFR-KEY     PIC X(43).
               10 WS-IV-R-QUANTITY    PIC 9(07).
               10 WS-IV-R-AMOUNT      PIC 9(11)V99.
               10 WS-IV-P-CNT         PIC 9(02).
               10 WS-IV-P-ENTITY      PIC X(04).
               10 WS-IV-P-PARTNER     PIC X(04).
               10 WS-IV-P-XFR-KEY     PIC X(43).
               10 WS-IV-P-QUANTITY    PIC 9(07).
               10 WS-IV-P-AMOUNT      PIC 9(11)V99.

      * ONE ROW PER SHIPPING/RECEIVING ENTITY PAIR
       77 WS-EP-MAX               PIC 9(03) VALUE 500.
       77 WS-EP-CNT               PIC 9(03) VALUE ZERO.
       77 WS-EP-IDX               PIC 9(03) VALUE ZERO.
       01 WS-EP-TBL.
           05 WS-EP-ROW OCCURS 500 TIMES.
               10 WS-EP-SELLER        PIC X(04).
               10 WS-EP-BUYER         PIC X(04).
               10 WS-EP-RECV-AMT      PIC 9(13)V99.
               10 WS-EP-PAY-AMT       PIC 9(13)V99.

           COPY ICREG.

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
           05 ICRCTL-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-ICRCTL        VALUE 'Y'.
           05 ICRCTL-ST                 PIC X(02).
               88 ICRCTL-OK             VALUE '00'.
           05 ICREG-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-ICREG         VALUE 'Y'.
           05 ICREG-ST                  PIC X(02).
               88 ICREG-OK              VALUE '00'.
           05 ICRRPT-ST                 PIC X(02).
               88 ICRRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'INTERCOMPANY RECONCILIATION         '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(11) VALUE '   PERIOD: '.
             10 RPT-REC-PERIOD PIC X(06) VALUE SPACES.
             10 FILLER       PIC X(03) VALUE SPACES.
             10 RPT-PER-START PIC 9(08) BLANK WHEN ZERO.
             10 RPT-PER-DASH PIC X(03) VALUE ' - '.
             10 RPT-PER-END  PIC 9(08) BLANK WHEN ZERO.
             10 FILLER       PIC X(37) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(08) VALUE 'Invoice '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Ship'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Recv'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '        Receivable'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '           Payable'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(71) VALUE 'Exception'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-INVOICE     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SELLER      PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-BUYER       PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RECV-AMT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PAY-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EXC-MSG     PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(31) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-CLEAN.
             10 FILLER          PIC X(60) VALUE
                'NO EXCEPTIONS - EVERY INVOICE HAS TWO AGREEING SIDES'.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-EP-HEAD.
             10 FILLER    PIC X(04) VALUE 'Ship'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Recv'.
             10 FILLER    PIC X(07) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE ' Shipper Is Owed  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '   Receiver Owes  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(76) VALUE 'Status'.
       01 RPT-LINE-EP.
             10 RPT-EP-SELLER   PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-EP-BUYER    PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(07) VALUE SPACES.
             10 RPT-EP-RECV     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EP-PAY      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EP-STATUS   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(68) VALUE SPACES.
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
           PERFORM 300-READ-REGISTER.
           PERFORM 400-COLLECT-ONE-ROW UNTIL NO-MORE-ICREG.
           PERFORM 500-CHECK-ONE-INVOICE
                   VARYING WS-IV-IDX FROM 1 BY 1
                   UNTIL WS-IV-IDX > WS-IV-CNT.
           PERFORM 600-PRINT-ENTITY-PAIRS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 110-READ-CONTROL-CARDS.
           PERFORM 150-SET-PERIOD THRU 150-SET-EXIT.
           PERFORM 200-OPEN-FILES.
           MOVE WS-REC-PERIOD TO RPT-REC-PERIOD.
           MOVE WS-PER-START  TO RPT-PER-START.
           MOVE WS-PER-END    TO RPT-PER-END.
           IF WS-REC-PERIOD = 'ALL'
              MOVE SPACES TO RPT-PER-DASH
              MOVE ZERO TO RPT-PER-END
           END-IF.
           WRITE ICRRPT-RECORD FROM RPT-LINE-0.
           WRITE ICRRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE ICRRPT-RECORD FROM RPT-LINE-1.
           WRITE ICRRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARDS.
      *> same card as GLEXT's GLCTL - no file reconciles the run
      *> date's period
           OPEN INPUT ICRCTL-FILE.
           IF ICRCTL-OK
              PERFORM 115-READ-ONE-CARD UNTIL NO-MORE-ICRCTL
              CLOSE ICRCTL-FILE
           END-IF.

       115-READ-ONE-CARD.
           READ ICRCTL-FILE INTO WS-CNTL-CARD
              AT END MOVE 'Y' TO ICRCTL-EOF
           END-READ.
           IF NOT NO-MORE-ICRCTL
              IF WS-CNTL-CARD(1:7) = 'PERIOD=' AND
                 WS-CNTL-CARD(8:6) IS NUMERIC
                 MOVE WS-CNTL-CARD(8:6) TO WS-REC-PERIOD
              END-IF
           END-IF.

       150-SET-PERIOD.
      *> the period the run date fell in, closed or not - the month
      *> being closed is exactly the one that has to reconcile
           IF WS-REC-PERIOD = SPACES
              MOVE 'CHK' TO WS-FP-ACTION
              MOVE WS01-CURR-DATE-N TO WS-FP-DATE
              CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                   WS-FP-POST-DATE, WS-FP-PERIOD,
                                   WS-FP-STATUS, WS-FP-RETURN
              IF WS-FP-RETURN = 16 OR WS-FP-RETURN = 12
                 MOVE 'ALL' TO WS-REC-PERIOD
                 GO TO 150-SET-EXIT
              END-IF
              MOVE WS-FP-PERIOD TO WS-REC-PERIOD
           END-IF.
           MOVE 'PER' TO WS-FP-ACTION.
           MOVE WS-REC-PERIOD TO WS-FP-PERIOD.
           CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                WS-FP-POST-DATE, WS-FP-PERIOD,
                                WS-FP-STATUS, WS-FP-RETURN.
           IF WS-FP-RETURN = 16
              MOVE 'ALL' TO WS-REC-PERIOD
              GO TO 150-SET-EXIT
           END-IF.
           IF WS-FP-RETURN = 12
              DISPLAY 'ICRECON REFUSED - NO FISCAL PERIOD ON THE '
                      'CALENDAR FOR ' WS-REC-PERIOD
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-FP-DATE      TO WS-PER-START.
           MOVE WS-FP-POST-DATE TO WS-PER-END.
       150-SET-EXIT.
           EXIT.

       200-OPEN-FILES.
           OPEN INPUT ICREG-FILE
              IF NOT ICREG-OK
                 DISPLAY 'Input ICREG File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ICRRPT-FILE
              IF NOT ICRRPT-OK
                 DISPLAY 'Output ICRRPT File Error'
                 GO TO 999-ERR-RTN.

       300-READ-REGISTER.
           READ ICREG-FILE INTO WS-IC-DETAIL
              AT END
              MOVE 'Y' TO ICREG-EOF.

       400-COLLECT-ONE-ROW.
           ADD +1 TO WS-REG-CNT.
           IF WS-IC-INV-DATE NOT < WS-PER-START AND
              WS-IC-INV-DATE NOT > WS-PER-END
              ADD +1 TO WS-SEL-CNT
              PERFORM 410-FIND-INVOICE
              IF WS-IV-IDX > ZERO
                 PERFORM 420-POST-SIDE
              END-IF
           END-IF.
           PERFORM 300-READ-REGISTER.

       410-FIND-INVOICE.
      *> ICBILL writes the two sides back to back, so the invoice is
      *> nearly always the last one added - search from the end
           MOVE WS-IV-CNT TO WS-IV-IDX.
           PERFORM UNTIL WS-IV-IDX = ZERO
                      OR WS-IV-INVOICE(WS-IV-IDX) = WS-IC-INVOICE
              SUBTRACT 1 FROM WS-IV-IDX
           END-PERFORM.
           IF WS-IV-IDX = ZERO
              IF WS-IV-CNT < WS-IV-MAX
                 ADD +1 TO WS-IV-CNT
                 MOVE WS-IV-CNT TO WS-IV-IDX
                 INITIALIZE WS-IV-ROW(WS-IV-IDX)
                 MOVE WS-IC-INVOICE TO WS-IV-INVOICE(WS-IV-IDX)
              ELSE
                 DISPLAY 'ICRECON INVOICE TABLE FULL - INVOICE '
                         WS-IC-INVOICE ' NOT RECONCILED'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       420-POST-SIDE.
           IF IC-RECEIVABLE
              ADD +1 TO WS-IV-R-CNT(WS-IV-IDX)
              MOVE WS-IC-ENTITY   TO WS-IV-R-ENTITY(WS-IV-IDX)
              MOVE WS-IC-PARTNER  TO WS-IV-R-PARTNER(WS-IV-IDX)
              MOVE WS-IC-XFR-KEY  TO WS-IV-R-XFR-KEY(WS-IV-IDX)
              MOVE WS-IC-QUANTITY TO WS-IV-R-QUANTITY(WS-IV-IDX)
              MOVE WS-IC-AMOUNT   TO WS-IV-R-AMOUNT(WS-IV-IDX)
              MOVE WS-IC-ENTITY   TO WS-SELLER
              MOVE WS-IC-PARTNER  TO WS-BUYER
              PERFORM 430-FIND-ENTITY-PAIR
              IF WS-EP-IDX > ZERO
                 ADD WS-IC-AMOUNT TO WS-EP-RECV-AMT(WS-EP-IDX)
              END-IF
              ADD WS-IC-AMOUNT TO WS-RECV-TOT
           END-IF.
           IF IC-PAYABLE
              ADD +1 TO WS-IV-P-CNT(WS-IV-IDX)
              MOVE WS-IC-ENTITY   TO WS-IV-P-ENTITY(WS-IV-IDX)
              MOVE WS-IC-PARTNER  TO WS-IV-P-PARTNER(WS-IV-IDX)
              MOVE WS-IC-XFR-KEY  TO WS-IV-P-XFR-KEY(WS-IV-IDX)
              MOVE WS-IC-QUANTITY TO WS-IV-P-QUANTITY(WS-IV-IDX)
              MOVE WS-IC-AMOUNT   TO WS-IV-P-AMOUNT(WS-IV-IDX)
              MOVE WS-IC-PARTNER  TO WS-SELLER
              MOVE WS-IC-ENTITY   TO WS-BUYER
              PERFORM 430-FIND-ENTITY-PAIR
              IF WS-EP-IDX > ZERO
                 ADD WS-IC-AMOUNT TO WS-EP-PAY-AMT(WS-EP-IDX)
              END-IF
              ADD WS-IC-AMOUNT TO WS-PAY-TOT
           END-IF.

       430-FIND-ENTITY-PAIR.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-CNT
                      OR (WS-EP-SELLER(WS-EP-IDX) = WS-SELLER AND
                          WS-EP-BUYER(WS-EP-IDX) = WS-BUYER)
              CONTINUE
           END-PERFORM.
           IF WS-EP-IDX > WS-EP-CNT
              IF WS-EP-CNT < WS-EP-MAX
                 ADD +1 TO WS-EP-CNT
                 MOVE WS-EP-CNT TO WS-EP-IDX
                 MOVE WS-SELLER TO WS-EP-SELLER(WS-EP-IDX)
                 MOVE WS-BUYER  TO WS-EP-BUYER(WS-EP-IDX)
                 MOVE ZERO TO WS-EP-RECV-AMT(WS-EP-IDX),
                              WS-EP-PAY-AMT(WS-EP-IDX)
              ELSE
                 DISPLAY 'ICRECON ENTITY-PAIR TABLE FULL - '
                         WS-SELLER '/' WS-BUYER ' NOT TOTALLED'
                 MOVE ZERO TO WS-EP-IDX
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       500-CHECK-ONE-INVOICE.
      *> the first thing wrong is the one listed - a missing side
      *> makes every other comparison meaningless
           MOVE SPACES TO WS-EXC-MSG.
           EVALUATE TRUE
              WHEN WS-IV-P-CNT(WS-IV-IDX) = ZERO
                 MOVE 'RECEIVABLE WITH NO PAYABLE' TO WS-EXC-MSG
              WHEN WS-IV-R-CNT(WS-IV-IDX) = ZERO
                 MOVE 'PAYABLE WITH NO RECEIVABLE' TO WS-EXC-MSG
              WHEN WS-IV-R-CNT(WS-IV-IDX) > 1 OR
                   WS-IV-P-CNT(WS-IV-IDX) > 1
                 MOVE 'A SIDE IS BOOKED MORE THAN ONCE'
                      TO WS-EXC-MSG
              WHEN WS-IV-R-AMOUNT(WS-IV-IDX) NOT =
                   WS-IV-P-AMOUNT(WS-IV-IDX)
                 MOVE 'AMOUNTS DIFFER' TO WS-EXC-MSG
              WHEN WS-IV-R-QUANTITY(WS-IV-IDX) NOT =
                   WS-IV-P-QUANTITY(WS-IV-IDX)
                 MOVE 'QUANTITIES DIFFER' TO WS-EXC-MSG
              WHEN WS-IV-R-ENTITY(WS-IV-IDX) NOT =
                   WS-IV-P-PARTNER(WS-IV-IDX) OR
                   WS-IV-R-PARTNER(WS-IV-IDX) NOT =
                   WS-IV-P-ENTITY(WS-IV-IDX)
                 MOVE 'ENTITIES DO NOT MIRROR' TO WS-EXC-MSG
              WHEN WS-IV-R-XFR-KEY(WS-IV-IDX) NOT =
                   WS-IV-P-XFR-KEY(WS-IV-IDX)
                 MOVE 'SIDES NAME DIFFERENT TRANSFERS' TO WS-EXC-MSG
           END-EVALUATE.
           IF WS-EXC-MSG = SPACES
              ADD +1 TO WS-CLEAN-CNT
           ELSE
              ADD +1 TO WS-EXC-CNT
              MOVE SPACES TO RPT-LINE-3
              MOVE WS-IV-INVOICE(WS-IV-IDX) TO RPT-INVOICE
              IF WS-IV-R-CNT(WS-IV-IDX) > ZERO
                 MOVE WS-IV-R-ENTITY(WS-IV-IDX)  TO RPT-SELLER
                 MOVE WS-IV-R-PARTNER(WS-IV-IDX) TO RPT-BUYER
              ELSE
                 MOVE WS-IV-P-PARTNER(WS-IV-IDX) TO RPT-SELLER
                 MOVE WS-IV-P-ENTITY(WS-IV-IDX)  TO RPT-BUYER
              END-IF
              MOVE WS-IV-R-AMOUNT(WS-IV-IDX) TO RPT-RECV-AMT
              MOVE WS-IV-P-AMOUNT(WS-IV-IDX) TO RPT-PAY-AMT
              MOVE WS-EXC-MSG TO RPT-EXC-MSG
              WRITE ICRRPT-RECORD FROM RPT-LINE-3
           END-IF.

       600-PRINT-ENTITY-PAIRS.
           IF WS-EXC-CNT = ZERO
              WRITE ICRRPT-RECORD FROM RPT-LINE-CLEAN
           END-IF.
           WRITE ICRRPT-RECORD FROM RPT-LINE-0.
           WRITE ICRRPT-RECORD FROM RPT-LINE-EP-HEAD.
           WRITE ICRRPT-RECORD FROM RPT-LINE-2.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-CNT
              MOVE WS-EP-SELLER(WS-EP-IDX)   TO RPT-EP-SELLER
              MOVE WS-EP-BUYER(WS-EP-IDX)    TO RPT-EP-BUYER
              MOVE WS-EP-RECV-AMT(WS-EP-IDX) TO RPT-EP-RECV
              MOVE WS-EP-PAY-AMT(WS-EP-IDX)  TO RPT-EP-PAY
              IF WS-EP-RECV-AMT(WS-EP-IDX) = WS-EP-PAY-AMT(WS-EP-IDX)
                 MOVE 'AGREES' TO RPT-EP-STATUS
              ELSE
                 MOVE 'DIFFERS' TO RPT-EP-STATUS
                 ADD +1 TO WS-DIFF-CNT
              END-IF
              WRITE ICRRPT-RECORD FROM RPT-LINE-EP
           END-PERFORM.

       900-WRAP-UP.
           WRITE ICRRPT-RECORD FROM RPT-LINE-0.
           WRITE ICRRPT-RECORD FROM RPT-LINE-4.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-REG-CNT TO RPT-SUM-CNT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROWS IN THE PERIOD........... ' TO RPT-SUM-LABEL.
           MOVE WS-SEL-CNT TO RPT-SUM-CNT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INVOICES THAT AGREE.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CLEAN-CNT TO RPT-SUM-CNT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INVOICES IN EXCEPTION........ ' TO RPT-SUM-LABEL.
           MOVE WS-EXC-CNT TO RPT-SUM-CNT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ENTITY PAIRS THAT DIFFER..... ' TO RPT-SUM-LABEL.
           MOVE WS-DIFF-CNT TO RPT-SUM-CNT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TOTAL RECEIVABLE (USD)....... ' TO RPT-TOT-LABEL.
           MOVE WS-RECV-TOT TO RPT-TOT-AMT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'TOTAL PAYABLE (USD).......... ' TO RPT-TOT-LABEL.
           MOVE WS-PAY-TOT TO RPT-TOT-AMT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-TOT.
           WRITE ICRRPT-RECORD FROM RPT-LINE-4.
           CLOSE ICREG-FILE, ICRRPT-FILE.
           IF WS-EXC-CNT > ZERO OR WS-DIFF-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
