       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ITCRPT.
      * **************************************************
      * ITCRPT IS THE QUARTERLY INPUT TAX CREDIT REPORT THE TAX
      * DEPARTMENT FILES THE CANADIAN GST/HST RETURN FROM.  EVERY
      * ROW INVMATCH APPENDED TO THE INPUT TAX CREDIT REGISTER WITH
      * A POSTING DATE INSIDE THE CALENDAR QUARTER IS:
      *   - LISTED IN DETAIL - PROVINCE, SUPPLIER, INVOICE, PO,
      *     POSTING DATE, NET GOODS AND THE GST/HST CLAIMED
      *   - TOTALLED BY PROVINCE WITH ITS TAX TYPE AND RATE, THE
      *     NUMBER BEHIND EACH PROVINCE'S LINE ON THE RETURN
      *   - TOTALLED FOR THE QUARTER
      * THE QUARTER IS THE LAST ONE COMPLETED BEFORE THE RUN DATE
      * UNLESS A 'QTR=YYYYQ' CARD NAMES ANOTHER.  THE POSTING DATE
      * IS THE SAME ONE GLEXT JOURNALS THE CREDIT UNDER, SO THE
      * REPORT TIES TO THE RECOVERABLE GST/HST ACCOUNT.  AMOUNTS ARE
      * IN CANADIAN DOLLARS, AS INVOICED.
      * UT-C-ITCCTL   = ONE-CARD CONTROL FILE, 'QTR=YYYYQ' - THE
      *                 QUARTER TO REPORT (DEFAULT THE LAST ONE
      *                 COMPLETED)
      * UT-C-ITCREG   = INPUT TAX CREDIT REGISTER FROM INVMATCH
      * UT-C-ITCPRT   = DETAIL/PROVINCE-TOTAL REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITCCTL-FILE ASSIGN TO UT-C-ITCCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ITCCTL-ST.
           SELECT ITCREG-FILE ASSIGN TO UT-C-ITCREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ITCREG-ST.
           SELECT ITCPRT-FILE ASSIGN TO UT-C-ITCPRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ITCPRT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD ITCCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ITCCTL-RECORD       PIC X(80).
       FD ITCREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ITCREG-RECORD       PIC X(80).
       FD ITCPRT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ITCPRT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-IT-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-IT-QTR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-QTR-NET-TOT          PIC S9(13)V99 VALUE ZERO.
       77 WS-QTR-TAX-TOT          PIC S9(11)V99 VALUE ZERO.

      * QUARTER BEING REPORTED AND ITS FIRST AND LAST DAY
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       01 WS-RPT-QTR.
           05 WS-RPT-QTR-YYYY     PIC 9(04) VALUE ZERO.
           05 WS-RPT-QTR-Q        PIC 9(01) VALUE ZERO.
       77 WS-QTR-START-DATE       PIC 9(08) VALUE ZERO.
       77 WS-QTR-END-DATE         PIC 9(08) VALUE ZERO.

      * PER-PROVINCE TOTALS FOR THE RETURN
       77 WS-PV-MAX               PIC 9(03) VALUE 20.
       77 WS-PV-CNT               PIC 9(03) VALUE ZERO.
       77 WS-PV-IDX               PIC 9(03) VALUE ZERO.
       77 WS-PV-FND-IDX           PIC 9(03) VALUE ZERO.
       77 WS-PV-FOUND             PIC X(01) VALUE 'N'.
           88 PV-FOUND            VALUE 'Y'.
       01 WS-PV-TBL.
           05 WS-PV-ROW OCCURS 20 TIMES.
               10 WS-PV-PROVINCE  PIC X(02).
               10 WS-PV-TAX-TYPE  PIC X(01).
               10 WS-PV-RATE      PIC 9(02)V99.
               10 WS-PV-CNT-LINES PIC 9(07).
               10 WS-PV-NET       PIC S9(11)V99.
               10 WS-PV-TAX       PIC S9(9)V99.

      * ONE INPUT TAX CREDIT REGISTER ROW - SAME LAYOUT INVMATCH
      * APPENDS
           COPY ITCREG.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

       01 PROGRAM-SWITCHES.
           05 ITCCTL-ST                 PIC X(02).
               88 ITCCTL-OK             VALUE '00'.
           05 ITCREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-ITCREG        VALUE 'Y'.
           05 ITCREG-ST                 PIC X(02).
               88 ITCREG-OK             VALUE '00'.
           05 ITCPRT-ST                 PIC X(02).
               88 ITCPRT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'GST/HST INPUT TAX CREDITS BY QUARTER'.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-QTR.
             10 FILLER          PIC X(09) VALUE 'QUARTER: '.
             10 RPT-QTR-YYYY    PIC 9(04) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE ' Q'.
             10 RPT-QTR-Q       PIC 9(01) VALUE ZERO.
             10 FILLER          PIC X(09) VALUE '  POSTED '.
             10 RPT-QTR-START   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(04) VALUE ' TO '.
             10 RPT-QTR-END     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(87) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(04) VALUE 'Prov'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Invoice   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Posted  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE '     Net Goods '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE '     GST/HST'.
             10 FILLER    PIC X(55) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PROVINCE    PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-INV-NUMBER  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-POST-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NET-AMT     PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-TAX-AMT     PIC ZZZ,ZZ9.99.
             10 FILLER          PIC X(57) VALUE SPACES.
       01 RPT-LINE-PROV-HDR.
             10 FILLER    PIC X(04) VALUE 'Prov'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Type'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE '  Rate'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '    Lines'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '         Net Goods'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE ' GST/HST Credit'.
             10 FILLER    PIC X(66) VALUE SPACES.
       01 RPT-LINE-PROV.
             10 RPT-PV-PROVINCE PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-PV-TYPE     PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-PV-RATE     PIC Z9.99.
             10 FILLER          PIC X(01) VALUE '%'.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PV-LINES    PIC Z,ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PV-NET      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-PV-TAX      PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(67) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(34) VALUE SPACES.
             10 RPT-TOT-AMT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(79) VALUE SPACES.
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-ITCREG.
           PERFORM 400-REPORT-ONE-CREDIT UNTIL NO-MORE-ITCREG.
           PERFORM 600-WRITE-PROVINCE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 150-SET-QUARTER-BOUNDS.
           PERFORM 200-OPEN-FILES.
           WRITE ITCPRT-RECORD FROM RPT-LINE-0.
           WRITE ITCPRT-RECORD FROM RPT-LINE-BANNER.
           WRITE ITCPRT-RECORD FROM RPT-LINE-QTR.
           WRITE ITCPRT-RECORD FROM RPT-LINE-1.
           WRITE ITCPRT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARD.
      *> same one-card style as GLEXT's GLCTL - no card, or one that
      *> does not read as a year and a quarter 1-4, reports the last
      *> quarter completed before the run date
           MOVE ZERO TO WS-RPT-QTR-YYYY, WS-RPT-QTR-Q.
           OPEN INPUT ITCCTL-FILE.
           IF ITCCTL-OK
              READ ITCCTL-FILE INTO WS-CNTL-CARD
                 AT END MOVE SPACES TO WS-CNTL-CARD
              END-READ
              IF WS-CNTL-CARD(1:4) = 'QTR=' AND
                 WS-CNTL-CARD(5:5) IS NUMERIC AND
                 WS-CNTL-CARD(9:1) >= '1' AND
                 WS-CNTL-CARD(9:1) <= '4'
                 MOVE WS-CNTL-CARD(5:5) TO WS-RPT-QTR
              END-IF
              CLOSE ITCCTL-FILE
           END-IF.
           IF WS-RPT-QTR-Q = ZERO
              COMPUTE WS-RPT-QTR-Q = (WS01-CURR-MM - 1) / 3
              MOVE WS01-CURR-YYYY TO WS-RPT-QTR-YYYY
              IF WS-RPT-QTR-Q = ZERO
                 MOVE 4 TO WS-RPT-QTR-Q
                 SUBTRACT 1 FROM WS-RPT-QTR-YYYY
              END-IF
           END-IF.

       150-SET-QUARTER-BOUNDS.
      *> calendar quarters - the Canadian return is filed quarterly
      *> whatever the fiscal calendar says
           COMPUTE WS-QTR-START-DATE =
              WS-RPT-QTR-YYYY * 10000 +
              ((WS-RPT-QTR-Q - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QTR-END-DATE =
              WS-RPT-QTR-YYYY * 10000 + (WS-RPT-QTR-Q * 3) * 100 + 31.
           MOVE WS-RPT-QTR-YYYY   TO RPT-QTR-YYYY.
           MOVE WS-RPT-QTR-Q      TO RPT-QTR-Q.
           MOVE WS-QTR-START-DATE TO RPT-QTR-START.
           MOVE WS-QTR-END-DATE   TO RPT-QTR-END.

       200-OPEN-FILES.
           OPEN INPUT ITCREG-FILE
              IF NOT ITCREG-OK
                 DISPLAY 'Input ITCREG File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ITCPRT-FILE
              IF NOT ITCPRT-OK
                 DISPLAY 'Output ITCPRT File Error'
                 GO TO 999-ERR-RTN.

       300-READ-ITCREG.
           READ ITCREG-FILE INTO WS-IT-DETAIL
              AT END
              MOVE 'Y' TO ITCREG-EOF.

       400-REPORT-ONE-CREDIT.
           ADD +1 TO WS-IT-REC-CNT.
           IF WS-IT-POST-DATE NOT < WS-QTR-START-DATE AND
              WS-IT-POST-DATE NOT > WS-QTR-END-DATE
              ADD +1 TO WS-IT-QTR-CNT
              ADD WS-IT-NET-AMT TO WS-QTR-NET-TOT
              ADD WS-IT-TAX-AMT TO WS-QTR-TAX-TOT
              PERFORM 500-WRITE-DETAIL-LINE
              PERFORM 510-ACCUM-PROVINCE-TOTAL
           END-IF.
           PERFORM 300-READ-ITCREG.

       500-WRITE-DETAIL-LINE.
           MOVE WS-IT-PROVINCE    TO RPT-PROVINCE.
           MOVE WS-IT-SUPP-CODE   TO RPT-SUPP-CODE.
           MOVE WS-IT-INV-NUMBER  TO RPT-INV-NUMBER.
           MOVE WS-IT-PO-NUMBER   TO RPT-PO-NUMBER.
           MOVE WS-IT-POST-DATE   TO RPT-POST-DATE.
           MOVE WS-IT-NET-AMT     TO RPT-NET-AMT.
           MOVE WS-IT-TAX-AMT     TO RPT-TAX-AMT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-3.

       510-ACCUM-PROVINCE-TOTAL.
      *> a province whose rate changed inside the quarter keeps one
      *> line per rate - each rate is its own line on the return
           MOVE 'N' TO WS-PV-FOUND.
           MOVE ZERO TO WS-PV-FND-IDX.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT
              IF WS-PV-PROVINCE(WS-PV-IDX) = WS-IT-PROVINCE AND
                 WS-PV-RATE(WS-PV-IDX) = WS-IT-RATE
                 MOVE 'Y' TO WS-PV-FOUND
                 MOVE WS-PV-IDX TO WS-PV-FND-IDX
              END-IF
           END-PERFORM.
           IF NOT PV-FOUND AND WS-PV-CNT < WS-PV-MAX
              ADD +1 TO WS-PV-CNT
              MOVE WS-IT-PROVINCE TO WS-PV-PROVINCE(WS-PV-CNT)
              MOVE WS-IT-TAX-TYPE TO WS-PV-TAX-TYPE(WS-PV-CNT)
              MOVE WS-IT-RATE     TO WS-PV-RATE(WS-PV-CNT)
              MOVE ZERO           TO WS-PV-CNT-LINES(WS-PV-CNT)
              MOVE ZERO           TO WS-PV-NET(WS-PV-CNT)
              MOVE ZERO           TO WS-PV-TAX(WS-PV-CNT)
              MOVE WS-PV-CNT TO WS-PV-FND-IDX
           END-IF.
           IF WS-PV-FND-IDX > ZERO
              ADD +1 TO WS-PV-CNT-LINES(WS-PV-FND-IDX)
              ADD WS-IT-NET-AMT TO WS-PV-NET(WS-PV-FND-IDX)
              ADD WS-IT-TAX-AMT TO WS-PV-TAX(WS-PV-FND-IDX)
           END-IF.

       600-WRITE-PROVINCE-TOTALS.
           WRITE ITCPRT-RECORD FROM RPT-LINE-0.
           WRITE ITCPRT-RECORD FROM RPT-LINE-4.
           WRITE ITCPRT-RECORD FROM RPT-LINE-PROV-HDR.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT
              MOVE WS-PV-PROVINCE(WS-PV-IDX) TO RPT-PV-PROVINCE
              IF WS-PV-TAX-TYPE(WS-PV-IDX) = 'H'
                 MOVE 'HST' TO RPT-PV-TYPE
              ELSE
                 MOVE 'GST' TO RPT-PV-TYPE
              END-IF
              MOVE WS-PV-RATE(WS-PV-IDX)      TO RPT-PV-RATE
              MOVE WS-PV-CNT-LINES(WS-PV-IDX) TO RPT-PV-LINES
              MOVE WS-PV-NET(WS-PV-IDX)       TO RPT-PV-NET
              MOVE WS-PV-TAX(WS-PV-IDX)       TO RPT-PV-TAX
              WRITE ITCPRT-RECORD FROM RPT-LINE-PROV
           END-PERFORM.

       900-WRAP-UP.
           WRITE ITCPRT-RECORD FROM RPT-LINE-0.
           WRITE ITCPRT-RECORD FROM RPT-LINE-4.
           MOVE 'NET GOODS FOR THE QUARTER (CAD).. ' TO RPT-TOT-LABEL.
           MOVE WS-QTR-NET-TOT TO RPT-TOT-AMT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-TOT.
           MOVE 'INPUT TAX CREDITS CLAIMED (CAD).. ' TO RPT-TOT-LABEL.
           MOVE WS-QTR-TAX-TOT TO RPT-TOT-AMT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-TOT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-4.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-IT-REC-CNT TO RPT-SUM-CNT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-5.
           MOVE 'CREDITS IN THE QUARTER....... ' TO RPT-SUM-LABEL.
           MOVE WS-IT-QTR-CNT TO RPT-SUM-CNT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-5.
           MOVE 'PROVINCE/RATE LINES.......... ' TO RPT-SUM-LABEL.
           MOVE WS-PV-CNT TO RPT-SUM-CNT.
           WRITE ITCPRT-RECORD FROM RPT-LINE-5.
           WRITE ITCPRT-RECORD FROM RPT-LINE-4.
           CLOSE ITCREG-FILE, ITCPRT-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
