      * SIDE - SO HEDGING DECISIONS STOP BEING GUESSWORK.  A PO
      * WITH NO DELIVERY DATE ROLLS UP UNDER MONTH ZERO SO NOTHING
      * COMMITTED IS DROPPED FROM THE EXPOSURE PICTURE.
      * THE OPEN FORWARD CONTRACTS ON TREASURY'S REGISTER (FWDMNT)
      * ARE NETTED AGAINST THE EXPOSURE FOR THEIR CURRENCY AND
      * VALUE MONTH, AND EACH ROW SHOWS WHAT IS LEFT UNHEDGED, IN
      * THE CURRENCY AND IN USD.  A MONTH HEDGED WITH NO ORDERS DUE
      * IN IT STILL PRINTS, WITH A NEGATIVE (OVER-HEDGED) AMOUNT.
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-FWDCTR   = FORWARD-CONTRACT REGISTER FROM FWDMNT
      * UT-C-CURRRPT  = EXPOSURE REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT FWDCTR-FILE ASSIGN TO UT-C-FWDCTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FWDCTR-ST.
           SELECT CURRRPT-FILE ASSIGN TO UT-C-CURRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CURRRPT-ST.
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD FWDCTR-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 FWDCTR-RECORD       PIC X(100).
       FD CURRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-MONTH-KEY            PIC 9(06) VALUE ZERO.
       77 WS-PO-AMT               PIC S9(9)V99 VALUE ZERO.
       77 WS-PO-USD               PIC S9(11)V99 VALUE ZERO.
       77 WS-FWD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-FWD-USD              PIC S9(11)V99 VALUE ZERO.

      * EXPOSURE ROWS KEYED CURRENCY CODE + DELIVERY MONTH (YYYYMM),
      * ACCUMULATED ACROSS THE RUN AND GROUPED BY CURRENCY AT
       77 WS-EXP-CURR-ORIG        PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-CURR-USD         PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-GR-USD           PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-CURR-HEDGED      PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-CURR-UNHG        PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-CURR-UNHG-USD    PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-GR-UNHG-USD      PIC S9(13)V99 VALUE ZERO.
       77 WS-EXP-UNHG             PIC S9(11)V99 VALUE ZERO.
       77 WS-EXP-UNHG-USD         PIC S9(11)V99 VALUE ZERO.
       01 WS-EXP-TBL.
           05 WS-EXP-ROW OCCURS 2000 TIMES.
               10 WS-EXP-CURR     PIC X(03).
               10 WS-EXP-PO-CNT   PIC 9(05).
               10 WS-EXP-ORIG     PIC S9(11)V99.
               10 WS-EXP-USD      PIC S9(11)V99.
               10 WS-EXP-HEDGED   PIC S9(11)V99.
               10 WS-EXP-HEDGED-USD PIC S9(11)V99.
       01 WS-EXP-SWAP             PIC X(66).

           COPY CURRRATE.
           COPY FWDCTR.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
               88 NO-MORE-PART-SUPP-FILE    VALUE 'Y'.
           05 PART-SUPP-ST                  PIC X(02).
               88 PART-SUPP-FILE-OK         VALUE '00'.
           05 FWDCTR-EOF                    PIC X(01) VALUE 'N'.
               88 NO-MORE-FWDCTR            VALUE 'Y'.
           05 FWDCTR-ST                     PIC X(02).
               88 FWDCTR-OK                 VALUE '00'.
           05 CURRRPT-ST                    PIC X(02).
               88 CURRRPT-OK                VALUE '00'.

             10 FILLER    PIC X(15) VALUE 'Original Amount'.
             10 FILLER    PIC X(09) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE 'USD Equivalent'.
             10 FILLER    PIC X(04) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE 'Forward Hedged'.
             10 FILLER    PIC X(05) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Unhedged Amount'.
             10 FILLER    PIC X(08) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Unhedged USD'.
             10 FILLER    PIC X(04) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ORIG-AMT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-USD-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-HEDGED-AMT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-UNHG-AMT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-UNHG-USD    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(04) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-CTOT.
             10 RPT-CTOT-ORIG   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-CTOT-USD    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CTOT-HEDGED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CTOT-UNHG   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CTOT-UNHG-USD PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(04) VALUE SPACES.
       01 RPT-LINE-GRAND.
             10 FILLER          PIC X(28) VALUE
                'ALL CURRENCIES USD TOTAL    '.
             10 RPT-GR-USD      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(86) VALUE SPACES.
       01 RPT-LINE-GRAND-UNHG.
             10 FILLER          PIC X(28) VALUE
                'ALL CURRENCIES UNHEDGED USD '.
             10 RPT-GR-UNHG-USD PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(86) VALUE SPACES.

           COPY PRTSUBAD.

              IF NOT CURRRPT-OK
                 DISPLAY 'Output CURRRPT File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 250-LOAD-FORWARDS.

       250-LOAD-FORWARDS.
      *> no register is not an error - the exposure simply prints
      *> with nothing netted against it
           OPEN INPUT FWDCTR-FILE.
           IF FWDCTR-OK
              PERFORM 255-LOAD-FORWARD-ROW UNTIL NO-MORE-FWDCTR
              CLOSE FWDCTR-FILE
           ELSE
              DISPLAY 'FWDCTR NOT FOUND - NO FORWARDS TO NET'
           END-IF.

       255-LOAD-FORWARD-ROW.
           READ FWDCTR-FILE INTO WS-FW-DETAIL
              AT END MOVE 'Y' TO FWDCTR-EOF
           END-READ.
           IF NOT NO-MORE-FWDCTR AND FW-OPEN
              PERFORM 260-NET-ONE-FORWARD
           END-IF.

       260-NET-ONE-FORWARD.
      *> the hedge lands on the exposure row for its currency and
      *> value month, creating the row if no order is due that month.
      *> its USD is at the same reference rate as the exposure, so
      *> the unhedged USD is what the orders still carry unhedged
           ADD +1 TO WS-FWD-CNT.
           MOVE 1.000 TO WS-CURR-RATE.
           PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                   UNTIL CURR-RATE-IDX > CURR-RATE-MAX
              IF CURR-RATE-CODE(CURR-RATE-IDX) = WS-FW-CURRENCY
                 MOVE CURR-RATE-VALUE(CURR-RATE-IDX) TO WS-CURR-RATE
              END-IF
           END-PERFORM.
           COMPUTE WS-FWD-USD ROUNDED = WS-FW-NOTIONAL / WS-CURR-RATE.
           MOVE 'N' TO WS-EXP-FOUND.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-CNT
              IF WS-EXP-CURR(WS-EXP-IDX) = WS-FW-CURRENCY AND
                 WS-EXP-MONTH(WS-EXP-IDX) = WS-FW-VALUE-YYYYMM
                 MOVE 'Y' TO WS-EXP-FOUND
                 ADD WS-FW-NOTIONAL TO WS-EXP-HEDGED(WS-EXP-IDX)
                 ADD WS-FWD-USD TO WS-EXP-HEDGED-USD(WS-EXP-IDX)
              END-IF
           END-PERFORM.
           IF NOT EXP-FOUND AND WS-EXP-CNT < WS-EXP-MAX
              ADD +1 TO WS-EXP-CNT
              MOVE WS-FW-CURRENCY     TO WS-EXP-CURR(WS-EXP-CNT)
              MOVE WS-FW-VALUE-YYYYMM TO WS-EXP-MONTH(WS-EXP-CNT)
              MOVE ZERO TO WS-EXP-PO-CNT(WS-EXP-CNT),
                           WS-EXP-ORIG(WS-EXP-CNT),
                           WS-EXP-USD(WS-EXP-CNT)
              MOVE WS-FW-NOTIONAL     TO WS-EXP-HEDGED(WS-EXP-CNT)
              MOVE WS-FWD-USD         TO WS-EXP-HEDGED-USD(WS-EXP-CNT)
           END-IF.

       300-READ-DATA.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              MOVE 1            TO WS-EXP-PO-CNT(WS-EXP-CNT)
              MOVE WS-PO-AMT    TO WS-EXP-ORIG(WS-EXP-CNT)
              MOVE WS-PO-USD    TO WS-EXP-USD(WS-EXP-CNT)
              MOVE ZERO         TO WS-EXP-HEDGED(WS-EXP-CNT),
                                   WS-EXP-HEDGED-USD(WS-EXP-CNT)
           END-IF.

       600-SORT-EXPOSURE.
           WRITE CURRRPT-RECORD FROM RPT-LINE-BANNER.
           MOVE SPACES TO WS-EXP-PREV-CURR.
           MOVE ZERO TO WS-EXP-CURR-ORIG, WS-EXP-CURR-USD,
                        WS-EXP-GR-USD, WS-EXP-CURR-HEDGED,
                        WS-EXP-CURR-UNHG, WS-EXP-CURR-UNHG-USD,
                        WS-EXP-GR-UNHG-USD.
           PERFORM VARYING WS-EXP-RANK FROM 1 BY 1
                   UNTIL WS-EXP-RANK > WS-EXP-CNT
              IF WS-EXP-CURR(WS-EXP-RANK) NOT = WS-EXP-PREV-CURR
              MOVE WS-EXP-PO-CNT(WS-EXP-RANK) TO RPT-PO-CNT
              MOVE WS-EXP-ORIG(WS-EXP-RANK)   TO RPT-ORIG-AMT
              MOVE WS-EXP-USD(WS-EXP-RANK)    TO RPT-USD-AMT
              COMPUTE WS-EXP-UNHG = WS-EXP-ORIG(WS-EXP-RANK)
                                  - WS-EXP-HEDGED(WS-EXP-RANK)
              COMPUTE WS-EXP-UNHG-USD = WS-EXP-USD(WS-EXP-RANK)
                                  - WS-EXP-HEDGED-USD(WS-EXP-RANK)
              MOVE WS-EXP-HEDGED(WS-EXP-RANK) TO RPT-HEDGED-AMT
              MOVE WS-EXP-UNHG                TO RPT-UNHG-AMT
              MOVE WS-EXP-UNHG-USD            TO RPT-UNHG-USD
              WRITE CURRRPT-RECORD FROM RPT-LINE-3
              ADD WS-EXP-ORIG(WS-EXP-RANK) TO WS-EXP-CURR-ORIG
              ADD WS-EXP-USD(WS-EXP-RANK)  TO WS-EXP-CURR-USD
              ADD WS-EXP-USD(WS-EXP-RANK)  TO WS-EXP-GR-USD
              ADD WS-EXP-HEDGED(WS-EXP-RANK) TO WS-EXP-CURR-HEDGED
              ADD WS-EXP-UNHG              TO WS-EXP-CURR-UNHG
              ADD WS-EXP-UNHG-USD          TO WS-EXP-CURR-UNHG-USD
              ADD WS-EXP-UNHG-USD          TO WS-EXP-GR-UNHG-USD
           END-PERFORM.
           IF WS-EXP-PREV-CURR NOT = SPACES
              PERFORM 620-WRITE-CURRENCY-TOTAL
           WRITE CURRRPT-RECORD FROM RPT-LINE-4.
           MOVE WS-EXP-GR-USD TO RPT-GR-USD.
           WRITE CURRRPT-RECORD FROM RPT-LINE-GRAND.
           MOVE WS-EXP-GR-UNHG-USD TO RPT-GR-UNHG-USD.
           WRITE CURRRPT-RECORD FROM RPT-LINE-GRAND-UNHG.

       620-WRITE-CURRENCY-TOTAL.
           MOVE WS-EXP-CURR-ORIG TO RPT-CTOT-ORIG.
           MOVE WS-EXP-CURR-USD  TO RPT-CTOT-USD.
           MOVE WS-EXP-CURR-HEDGED   TO RPT-CTOT-HEDGED.
           MOVE WS-EXP-CURR-UNHG     TO RPT-CTOT-UNHG.
           MOVE WS-EXP-CURR-UNHG-USD TO RPT-CTOT-UNHG-USD.
           WRITE CURRRPT-RECORD FROM RPT-LINE-CTOT.
           MOVE ZERO TO WS-EXP-CURR-ORIG, WS-EXP-CURR-USD,
                        WS-EXP-CURR-HEDGED, WS-EXP-CURR-UNHG,
                        WS-EXP-CURR-UNHG-USD.

       900-WRAP-UP.
           PERFORM 600-SORT-EXPOSURE.
           CLOSE PART-SUPP-FILE, CURRRPT-FILE.
           DISPLAY 'CURREXP RECORDS READ......... ' WS-REC-CNT.
           DISPLAY 'CURREXP POS SUMMARIZED....... ' WS-PO-CNT.
           DISPLAY 'CURREXP OPEN FORWARDS NETTED. ' WS-FWD-CNT.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
