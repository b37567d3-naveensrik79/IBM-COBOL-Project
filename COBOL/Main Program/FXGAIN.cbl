      * THE DIFFERENCE IS THE REALIZED GAIN (PAID FEWER USD) OR LOSS
      * (PAID MORE), LISTED PER PAYMENT AND ROLLED UP BY CURRENCY
      * AND PAYMENT MONTH.  THE COMPILED CURRRATE ROW IS THE
      * FALLBACK WHEN NO DATED ROW GOVERNS A DATE.  A PAYMENT PAYVOID
      * VOIDED OR STOPPED IS VALUED AGAIN OFF ITS REVERSING ROW
      * (SAME PAYMENT DATE) AND ITS GAIN OR LOSS TAKEN BACK OUT.
      * A PAYMENT PAYRUN WIRED CARRIES THE INVOICE-CURRENCY RATE THE
      * WIRE WAS CONVERTED AT - THAT RATE, NOT THE DATED TABLE'S, IS
      * ITS PAYMENT-DATE VALUE, SINCE IT IS WHAT THE MONEY SETTLED AT.
      * A PAYMENT A FORWARD CONTRACT WAS SETTLED AGAINST (FWDMNT
      * RECORDS THE PAY-REF) WAS BOUGHT AT THE CONTRACTED RATE, SO
      * THAT RATE, NOT THE SPOT OR WIRE RATE, IS ITS PAYMENT-DATE
      * VALUE - THE GAIN OR LOSS SHOWN IS WHAT THE HEDGE LOCKED IN.
      * UT-C-PAYHIST  = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-OPENPO   = OPEN-PO MASTER (CURRENCY/ORDER DATE PER PO)
      * UT-C-CURRATES = TREASURY'S EFFECTIVE-DATED RATE DATASET
      * UT-C-FWDCTR   = FORWARD-CONTRACT REGISTER FROM FWDMNT
      * UT-C-FXRPT    = REALIZED GAIN/LOSS REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT CURRATES-FILE ASSIGN TO UT-C-CURRATES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CURRATES-ST.
           SELECT FWDCTR-FILE ASSIGN TO UT-C-FWDCTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FWDCTR-ST.
           SELECT FXRPT-FILE ASSIGN TO UT-C-FXRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FXRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CURRATES-RECORD     PIC X(80).
       FD FWDCTR-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 FWDCTR-RECORD       PIC X(100).
       FD FXRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-PAY-CNT              PIC 9(08) VALUE ZERO.
       77 WS-FX-CNT               PIC 9(08) VALUE ZERO.
       77 WS-NOPO-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REV-CNT              PIC 9(08) VALUE ZERO.
       77 WS-WIRE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-FWD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-RATE-DATE            PIC 9(08) VALUE ZERO.
       77 WS-RATE-ORDER           PIC 9(04)V999 VALUE 1.
       77 WS-RATE-PAY             PIC 9(04)V999 VALUE 1.
               10 WS-EDR-EFF-DATE  PIC 9(08).
               10 WS-EDR-RATE      PIC 9(04)V999.

      * SETTLED FORWARDS - THE PAYMENT EACH WAS DELIVERED AGAINST
       77 WS-SF-MAX               PIC 9(5) VALUE 5000.
       77 WS-SF-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SF-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SF-FOUND             PIC X(01) VALUE 'N'.
           88 SF-FOUND            VALUE 'Y'.
       01 WS-SF-TBL.
           05 WS-SF-ROW OCCURS 5000 TIMES.
               10 WS-SF-PAY-REF   PIC 9(08).
               10 WS-SF-CURR      PIC X(03).
               10 WS-SF-RATE      PIC 9(04)V999.
           COPY FWDCTR.

      * ROLLUP BY CURRENCY AND PAYMENT MONTH
       77 WS-RU-MAX               PIC 9(03) VALUE 500.
       77 WS-RU-CNT               PIC 9(03) VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
               88 PH-PAID-BY-WIRE     VALUE 'W'.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 WS-PH-WIRE-CURR     PIC X(03) VALUE SPACES.
           05 WS-PH-WIRE-AMT      PIC 9(11)V99 VALUE ZERO.
           05 WS-PH-FX-RATE       PIC 9(04)V999 VALUE ZERO.
           05 FILLER              PIC X(02) VALUE SPACES.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'FXGAIN'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
               88 NO-MORE-CURRATES      VALUE 'Y'.
           05 CURRATES-ST               PIC X(02).
               88 CURRATES-OK           VALUE '00'.
           05 FWDCTR-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-FWDCTR        VALUE 'Y'.
           05 FWDCTR-ST                 PIC X(02).
               88 FWDCTR-OK             VALUE '00'.
           05 FXRPT-ST                  PIC X(02).
               88 FXRPT-OK              VALUE '00'.

             10 RPT-USD-PAY     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-GAIN        PIC -ZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ENTRY       PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(34) VALUE SPACES.
       01 RPT-LINE-RU-HDR.
             10 FILLER    PIC X(40) VALUE
                'ROLLUP BY CURRENCY AND PAYMENT MONTH    '.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-ORDER-CURRENCIES.
           PERFORM 220-LOAD-RATES.
           PERFORM 230-LOAD-SETTLED-FORWARDS.
           WRITE FXRPT-RECORD FROM RPT-LINE-0.
           WRITE FXRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE FXRPT-RECORD FROM RPT-LINE-1.
      *> one row per PO - the currency the order settles in and the
      *> date it was placed.  a PO covering several parts settles in
      *> one currency, so the first row seen per PO is kept
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       230-LOAD-SETTLED-FORWARDS.
      *> only settled contracts matter here - an open one has not
      *> paid for anything yet
           OPEN INPUT FWDCTR-FILE.
           IF FWDCTR-OK
              PERFORM 235-LOAD-ONE-FORWARD UNTIL NO-MORE-FWDCTR
              CLOSE FWDCTR-FILE
           ELSE
              DISPLAY 'FWDCTR NOT FOUND - NO PAYMENT VALUED AT A '
                      'CONTRACTED RATE'
           END-IF.

       235-LOAD-ONE-FORWARD.
           READ FWDCTR-FILE INTO WS-FW-DETAIL
              AT END MOVE 'Y' TO FWDCTR-EOF
           END-READ.
           IF NOT NO-MORE-FWDCTR AND FW-SETTLED AND
              WS-SF-CNT < WS-SF-MAX
              ADD +1 TO WS-SF-CNT
              MOVE WS-FW-PAY-REF  TO WS-SF-PAY-REF(WS-SF-CNT)
              MOVE WS-FW-CURRENCY TO WS-SF-CURR(WS-SF-CNT)
              MOVE WS-FW-RATE     TO WS-SF-RATE(WS-SF-CNT)
           END-IF.

       300-READ-PAYHIST.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END
              END-PERFORM
           END-IF.

       430-FIND-SETTLED-FORWARD.
           MOVE 'N' TO WS-SF-FOUND.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-CNT OR SF-FOUND
              IF WS-SF-PAY-REF(WS-SF-IDX) = WS-PH-PAY-REF AND
                 WS-SF-CURR(WS-SF-IDX) = WS-LKP-CURR AND
                 WS-SF-RATE(WS-SF-IDX) > ZERO
                 MOVE 'Y' TO WS-SF-FOUND
                 MOVE WS-SF-RATE(WS-SF-IDX) TO WS-RATE-PAY
              END-IF
           END-PERFORM.

       500-VALUE-BOTH-WAYS.
           ADD +1 TO WS-FX-CNT.
           MOVE WS-OC-CURR(WS-OC-FND-IDX) TO WS-LKP-CURR.
           MOVE WS-PH-PAY-DATE TO WS-RATE-DATE.
           PERFORM 420-LOOKUP-RATE-AT-DATE.
           MOVE WS-CURR-RATE TO WS-RATE-PAY.
      *> a wire settled at the rate PAYRUN converted it at
           IF PH-PAID-BY-WIRE AND WS-PH-FX-RATE > ZERO
              MOVE WS-PH-FX-RATE TO WS-RATE-PAY
           END-IF.
      *> a payment a forward delivered for settled at the contracted
      *> rate - its reversal carries the same pay-ref, so it takes
      *> back the same amount
           PERFORM 430-FIND-SETTLED-FORWARD.
      *> the history gross is the invoice in the order's currency -
      *> valued at each day's rate, the spread is the realized move
           COMPUTE WS-USD-AT-ORDER ROUNDED =
              WS-PH-GROSS-AMT / WS-RATE-PAY.
           COMPUTE WS-GAIN-LOSS =
              WS-USD-AT-ORDER - WS-USD-AT-PAY.
      *> a reversal takes back exactly what its payment booked
           IF PH-IS-REVERSAL
              ADD +1 TO WS-REV-CNT
              COMPUTE WS-GAIN-LOSS = ZERO - WS-GAIN-LOSS
              MOVE 'REVERSAL' TO RPT-ENTRY
           ELSE
              IF SF-FOUND
                 ADD +1 TO WS-FWD-CNT
                 MOVE 'FORWARD' TO RPT-ENTRY
              ELSE
                 IF PH-PAID-BY-WIRE
                    ADD +1 TO WS-WIRE-CNT
                    MOVE 'WIRE' TO RPT-ENTRY
                 ELSE
                    MOVE SPACES TO RPT-ENTRY
                 END-IF
              END-IF
           END-IF.
           MOVE WS-PH-SUPP-CODE  TO RPT-SUPP-CODE.
           MOVE WS-PH-INV-NUMBER TO RPT-INV-NUMBER.
           MOVE WS-LKP-CURR      TO RPT-CURR.
           MOVE 'PAYMENTS WITH NO OPEN-PO ROW. ' TO RPT-SUM-LABEL.
           MOVE WS-NOPO-CNT TO RPT-SUM-CNT.
           WRITE FXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'WIRES AT THEIR SETTLED RATE.. ' TO RPT-SUM-LABEL.
           MOVE WS-WIRE-CNT TO RPT-SUM-CNT.
           WRITE FXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FORWARDS AT CONTRACTED RATE.. ' TO RPT-SUM-LABEL.
           MOVE WS-FWD-CNT TO RPT-SUM-CNT.
           WRITE FXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'VOID/STOP REVERSALS NETTED... ' TO RPT-SUM-LABEL.
           MOVE WS-REV-CNT TO RPT-SUM-CNT.
           WRITE FXRPT-RECORD FROM RPT-LINE-5.
           WRITE FXRPT-RECORD FROM RPT-LINE-4.
           CLOSE PAYHIST-FILE, FXRPT-FILE.

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
