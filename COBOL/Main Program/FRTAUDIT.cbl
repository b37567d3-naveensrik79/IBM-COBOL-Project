       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FRTAUDIT.
      * **************************************************
      * FRTAUDIT STANDS BETWEEN THE CARRIERS' FREIGHT INVOICES AND
      * LANDCOST, SO A CARRIER OVERCHARGE NO LONGER GOES STRAIGHT
      * INTO LANDED COST.  EVERY BILL ON UT-C-FRTINV IS CHECKED
      * AGAINST THE PO REGISTER AND THE CONTRACTED RATE FILE
      * CARRMNT KEEPS:
      *   - A PO THE REGISTER DOES NOT KNOW IS REJECTED
      *   - A PO WHOSE FREIGHT TERMS SAY THE SUPPLIER PAYS (PPD,
      *     FOD, DAP, DDP) IS REJECTED - THE CARRIER BILLS THE
      *     SUPPLIER, NOT US
      *   - A CARRIER OTHER THAN THE ONE ROUTED ON THE PO IS
      *     REJECTED
      *   - A SECOND BILL FOR THE SAME PO, CARRIER AND PRO NUMBER,
      *     THIS RUN OR ANY RUN IN THE LAST YEAR, IS REJECTED AS A
      *     DUPLICATE
      *   - THE REST ARE PRICED OFF THE CARRIER'S RATE FOR THE
      *     ORIGIN STATE ON THE BILL AND THE PO'S RECEIVING PLANT,
      *     LOWEST WEIGHT BREAK THE SHIPMENT FITS UNDER OR THE
      *     LANE'S FLAT RATE.  A LANE WITH NO RATE IS REJECTED.
      * A BILL AT OR UNDER THE CONTRACT AMOUNT PASSES AS BILLED.  A
      * BILL OVER IT BY MORE THAN A DOLLAR PASSES AT THE CONTRACT
      * AMOUNT AND THE DIFFERENCE GOES ON THE CLAIMS REPORT, BY
      * CARRIER, FOR RECOVERY.  ONLY THE PASSED BILLS, AT THEIR
      * AUDITED AMOUNT, ARE WRITTEN TO UT-C-FRTAUD FOR LANDCOST.
      * UT-C-FRTINV  = FREIGHT INVOICES AS THE CARRIERS BILL THEM
      * UT-C-POREG   = PURCHASING'S PO REGISTER (TERMS, CARRIER)
      * UT-C-OPENPO  = OPEN-PO MASTER (RECEIVING PLANT PER PO)
      * UT-C-CARRATE = CONTRACTED CARRIER RATES FROM CARRMNT
      * UT-C-FRTHIST = BILLS ALREADY AUDITED (IN, REWRITTEN)
      * UT-C-FRTAUD  = AUDITED FREIGHT, SAME LAYOUT AS FRTINV
      * UT-C-FRTRPT  = AUDIT REPORT, EVERY BILL AND ITS OUTCOME
      * UT-C-FRTCLM  = OVERCHARGE CLAIMS BY CARRIER IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRTINV-FILE ASSIGN TO UT-C-FRTINV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FRTINV-ST.
           SELECT POREG-FILE ASSIGN TO UT-C-POREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POREG-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT CARRATE-FILE ASSIGN TO UT-C-CARRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CARRATE-ST.
           SELECT FRTHIST-FILE ASSIGN TO UT-C-FRTHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FRTHIST-ST.
           SELECT FRTAUD-FILE ASSIGN TO UT-C-FRTAUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FRTAUD-ST.
           SELECT FRTRPT-FILE ASSIGN TO UT-C-FRTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FRTRPT-ST.
           SELECT FRTCLM-FILE ASSIGN TO UT-C-FRTCLM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FRTCLM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD FRTINV-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FRTINV-RECORD       PIC X(80).
       FD POREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POREG-RECORD        PIC X(80).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD CARRATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CARRATE-RECORD      PIC X(80).
       FD FRTHIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FRTHIST-RECORD      PIC X(80).
       FD FRTAUD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FRTAUD-RECORD       PIC X(80).
       FD FRTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 FRTRPT-RECORD       PIC X(132).
       FD FRTCLM-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 FRTCLM-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-BILL-CNT             PIC 9(08) VALUE ZERO.
       77 WS-PASS-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CLAIM-CNT            PIC 9(08) VALUE ZERO.
       77 WS-REJ-NOREG-CNT        PIC 9(08) VALUE ZERO.
       77 WS-REJ-TERMS-CNT        PIC 9(08) VALUE ZERO.
       77 WS-REJ-CARR-CNT         PIC 9(08) VALUE ZERO.
       77 WS-REJ-DUP-CNT          PIC 9(08) VALUE ZERO.
       77 WS-REJ-RATE-CNT         PIC 9(08) VALUE ZERO.
       77 WS-HIST-DROP-CNT        PIC 9(08) VALUE ZERO.
       77 WS-BILLED-TOT           PIC S9(9)V99 VALUE ZERO.
       77 WS-APPROVED-TOT         PIC S9(9)V99 VALUE ZERO.
       77 WS-OVERCHG-TOT          PIC S9(9)V99 VALUE ZERO.
       77 WS-REJECTED-TOT         PIC S9(9)V99 VALUE ZERO.
       77 WS-CONTRACT-AMT         PIC S9(7)V99 VALUE ZERO.
       77 WS-APPROVED-AMT         PIC S9(7)V99 VALUE ZERO.
       77 WS-OVERCHG-AMT          PIC S9(7)V99 VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-HIST-INT             PIC 9(08) VALUE ZERO.
       77 WS-BILL-PLANT           PIC X(03) VALUE SPACES.
      * AN OVERCHARGE INSIDE THIS IS NOT WORTH A CLAIM - THE BILL
      * PASSES AS BILLED
       77 WS-CLAIM-TOLERANCE      PIC 9(03)V99 VALUE 1.00.
      * AUDITED-BILL HISTORY IS KEPT THIS MANY DAYS FOR THE
      * DUPLICATE CHECK
       77 WS-HIST-KEEP-DAYS       PIC 9(05) VALUE 365.
       77 WS-BILL-RESULT-SW       PIC X(01) VALUE SPACES.
           88 BILL-PASSED         VALUE 'P'.
           88 BILL-CLAIMED        VALUE 'C'.
           88 BILL-REJECTED       VALUE 'R'.
       77 WS-BILL-MSG             PIC X(40) VALUE SPACES.

      * ONE FREIGHT INVOICE AS THE CARRIER BILLS IT - THE AUDITED
      * FILE LANDCOST READS IS THE SAME LAYOUT, AMOUNT AS AUDITED
       01 WS-FR-DETAIL.
           05 WS-FR-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-FR-CARRIER       PIC X(04) VALUE SPACES.
           05 WS-FR-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           05 WS-FR-INV-DATE      PIC 9(08) VALUE ZERO.
           05 WS-FR-PRO-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-FR-WEIGHT        PIC 9(07) VALUE ZERO.
           05 WS-FR-ORIG-STATE    PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(34) VALUE SPACES.

      * FREIGHT TERMS/CARRIER PER PO OFF THE REGISTER
       77 WS-PR-MAX               PIC 9(5) VALUE 20000.
       77 WS-PR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PR-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PR-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-PR-FOUND             PIC X(01) VALUE 'N'.
           88 PR-FOUND            VALUE 'Y'.
       01 WS-PR-TBL.
           05 WS-PR-ROW OCCURS 20000 TIMES.
               10 WS-PR-PO        PIC X(06).
               10 WS-PR-TERMS     PIC X(03).
                   88 PR-SUPPLIER-PAYS VALUE 'PPD' 'FOD' 'DAP' 'DDP'.
               10 WS-PR-CARRIER   PIC X(04).

      * ONE PO REGISTER RECORD - SAME LAYOUT PRTSUPP LOADS
       01 WS-POREG-DETAIL.
           05 WS-POREG-PO-NUMBER  PIC X(06) VALUE SPACES.
           05 WS-POREG-BUYER      PIC X(03) VALUE SPACES.
           05 WS-POREG-ISSUE-DATE PIC 9(08) VALUE ZERO.
           05 WS-POREG-FRT-TERMS  PIC X(03) VALUE SPACES.
           05 WS-POREG-CARRIER    PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(56) VALUE SPACES.

      * RECEIVING PLANT PER PO - FIRST OPEN-PO ROW OF THE ORDER
       77 WS-PP-MAX               PIC 9(5) VALUE 20000.
       77 WS-PP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PP-IDX               PIC 9(5) VALUE ZERO.
       01 WS-PP-TBL.
           05 WS-PP-ROW OCCURS 20000 TIMES.
               10 WS-PP-PO        PIC X(06).
               10 WS-PP-PLANT     PIC X(03).

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

      * CONTRACTED RATES IN CARRIER/LANE/BREAK ORDER
       77 WS-RT-MAX               PIC 9(5) VALUE 5000.
       77 WS-RT-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RT-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RT-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-RT-TBL.
           05 WS-RT-ROW OCCURS 5000 TIMES.
               10 WS-RT-CARRIER   PIC X(04).
               10 WS-RT-ORIG      PIC X(02).
               10 WS-RT-DEST      PIC X(03).
               10 WS-RT-BREAK     PIC 9(07).
               10 WS-RT-TYPE      PIC X(01).
               10 WS-RT-RATE      PIC 9(07)V99.
               10 WS-RT-MIN       PIC 9(05)V99.
               10 WS-RT-EFF       PIC 9(08).

           COPY CARRATE.

      * BILLS ALREADY AUDITED - LAST YEAR'S HISTORY PLUS THIS RUN
       77 WS-DH-MAX               PIC 9(5) VALUE 30000.
       77 WS-DH-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DH-IDX               PIC 9(5) VALUE ZERO.
       77 WS-DH-FOUND             PIC X(01) VALUE 'N'.
           88 DH-FOUND            VALUE 'Y'.
       01 WS-DH-TBL.
           05 WS-DH-ROW OCCURS 30000 TIMES.
               10 WS-DH-KEY.
                   15 WS-DH-PO        PIC X(06).
                   15 WS-DH-CARRIER   PIC X(04).
                   15 WS-DH-PRO       PIC X(10).
               10 WS-DH-INV-DATE      PIC 9(08).
               10 WS-DH-BILLED        PIC 9(7)V99.
               10 WS-DH-APPROVED      PIC 9(7)V99.
               10 WS-DH-AUDIT-DATE    PIC 9(08).
               10 FILLER              PIC X(26).
       01 WS-DH-DETAIL.
           05 WS-DH-D-KEY.
               10 WS-DH-D-PO          PIC X(06) VALUE SPACES.
               10 WS-DH-D-CARRIER     PIC X(04) VALUE SPACES.
               10 WS-DH-D-PRO         PIC X(10) VALUE SPACES.
           05 WS-DH-D-INV-DATE        PIC 9(08) VALUE ZERO.
           05 WS-DH-D-BILLED          PIC 9(7)V99 VALUE ZERO.
           05 WS-DH-D-APPROVED        PIC 9(7)V99 VALUE ZERO.
           05 WS-DH-D-AUDIT-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER                  PIC X(26) VALUE SPACES.

      * OVERCHARGES FOR THE CLAIMS REPORT, SORTED CARRIER/PO
       77 WS-CL-MAX               PIC 9(5) VALUE 5000.
       77 WS-CL-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CL-IDX               PIC 9(5) VALUE ZERO.
       77 WS-CL-IDX2              PIC 9(5) VALUE ZERO.
       77 WS-CL-CARR-TOT          PIC S9(9)V99 VALUE ZERO.
       77 WS-CL-PREV-CARRIER      PIC X(04) VALUE SPACES.
       01 WS-CL-TBL.
           05 WS-CL-ROW OCCURS 5000 TIMES.
               10 WS-CL-SORT-KEY.
                   15 WS-CL-CARRIER   PIC X(04).
                   15 WS-CL-PO        PIC X(06).
                   15 WS-CL-PRO       PIC X(10).
               10 WS-CL-INV-DATE      PIC 9(08).
               10 WS-CL-PLANT         PIC X(03).
               10 WS-CL-BILLED        PIC 9(7)V99.
               10 WS-CL-CONTRACT      PIC 9(7)V99.
               10 WS-CL-OVERCHG       PIC 9(7)V99.
       01 WS-CL-SAVE.
           05 WS-CL-SAVE-KEY          PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(38) VALUE SPACES.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'FRTAUDIT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 FRTINV-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-FRTINV        VALUE 'Y'.
           05 FRTINV-ST                 PIC X(02).
               88 FRTINV-OK             VALUE '00'.
           05 POREG-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-POREG         VALUE 'Y'.
           05 POREG-ST                  PIC X(02).
               88 POREG-OK              VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 CARRATE-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CARRATE       VALUE 'Y'.
           05 CARRATE-ST                PIC X(02).
               88 CARRATE-OK            VALUE '00'.
           05 FRTHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-FRTHIST       VALUE 'Y'.
           05 FRTHIST-ST                PIC X(02).
               88 FRTHIST-OK            VALUE '00'.
           05 FRTAUD-ST                 PIC X(02).
               88 FRTAUD-OK             VALUE '00'.
           05 FRTRPT-ST                 PIC X(02).
               88 FRTRPT-OK             VALUE '00'.
           05 FRTCLM-ST                 PIC X(02).
               88 FRTCLM-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 RPT-BANNER-TITLE PIC X(36) VALUE
                'FREIGHT BILL AUDIT                  '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(06) VALUE 'PO    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Carr'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Pro Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Lane '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '   Weight'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '    Billed'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '  Contract'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '   Audited'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(40) VALUE 'Outcome'.
             10 FILLER    PIC X(09) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PO          PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CARRIER     PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PRO         PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ORIG        PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE '>'.
             10 RPT-DEST        PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WEIGHT      PIC Z,ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BILLED      PIC ZZZZZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CONTRACT    PIC ZZZZZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AUDITED     PIC ZZZZZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OUTCOME     PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(11) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(48) VALUE SPACES.
             10 RPT-TOT-AMT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(64) VALUE SPACES.
       01 RPT-LINE-CL-HDR.
             10 FILLER    PIC X(04) VALUE 'Carr'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Pro Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Inv Date'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Plant'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '    Billed'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '  Contract'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '     Claim'.
             10 FILLER    PIC X(55) VALUE SPACES.
       01 RPT-LINE-CL.
             10 RPT-CL-CARRIER  PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CL-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CL-PRO      PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CL-INV-DATE PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CL-PLANT    PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-CL-BILLED   PIC ZZZZZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CL-CONTRACT PIC ZZZZZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CL-CLAIM    PIC ZZZZZZ9.99.
             10 FILLER          PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-FRTINV.
           PERFORM 400-AUDIT-ONE-BILL UNTIL NO-MORE-FRTINV.
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
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-REGISTER.
           PERFORM 220-LOAD-PLANTS.
           PERFORM 230-LOAD-RATES.
           PERFORM 240-LOAD-HISTORY.
           WRITE FRTRPT-RECORD FROM RPT-LINE-0.
           WRITE FRTRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE FRTRPT-RECORD FROM RPT-LINE-1.
           WRITE FRTRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT FRTINV-FILE
              IF NOT FRTINV-OK
                 DISPLAY 'Input FRTINV File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT POREG-FILE
              IF NOT POREG-OK
                 DISPLAY 'Input POREG File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT FRTAUD-FILE
              IF NOT FRTAUD-OK
                 DISPLAY 'Output FRTAUD File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT FRTRPT-FILE
              IF NOT FRTRPT-OK
                 DISPLAY 'Output FRTRPT File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT FRTCLM-FILE
              IF NOT FRTCLM-OK
                 DISPLAY 'Output FRTCLM File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-REGISTER.
           PERFORM 215-LOAD-ONE-REGISTER UNTIL NO-MORE-POREG.
           CLOSE POREG-FILE.

       215-LOAD-ONE-REGISTER.
           READ POREG-FILE INTO WS-POREG-DETAIL
              AT END MOVE 'Y' TO POREG-EOF
           END-READ.
           IF NOT NO-MORE-POREG AND WS-PR-CNT < WS-PR-MAX
              ADD +1 TO WS-PR-CNT
              MOVE WS-POREG-PO-NUMBER TO WS-PR-PO(WS-PR-CNT)
              MOVE WS-POREG-FRT-TERMS TO WS-PR-TERMS(WS-PR-CNT)
              MOVE WS-POREG-CARRIER   TO WS-PR-CARRIER(WS-PR-CNT)
           END-IF.

       220-LOAD-PLANTS.
      *> the master reads back in PO/part order - one row per PO is
      *> enough, every line of an order lands at the same dock
           PERFORM 225-LOAD-ONE-PLANT UNTIL NO-MORE-OPENPO.
           CLOSE OPENPO-FILE.

       225-LOAD-ONE-PLANT.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO
              IF WS-PP-CNT = ZERO OR
                 WS-PP-PO(WS-PP-CNT) NOT = WS-OP-PO-NUMBER
                 IF WS-PP-CNT < WS-PP-MAX
                    ADD +1 TO WS-PP-CNT
                    MOVE WS-OP-PO-NUMBER  TO WS-PP-PO(WS-PP-CNT)
                    MOVE WS-OP-PLANT-CODE TO WS-PP-PLANT(WS-PP-CNT)
                 END-IF
              END-IF
           END-IF.

       230-LOAD-RATES.
      *> no rate file means no lane can be priced - every bill is
      *> rejected and nothing reaches landed cost unaudited
           OPEN INPUT CARRATE-FILE.
           IF CARRATE-OK
              PERFORM 235-LOAD-ONE-RATE UNTIL NO-MORE-CARRATE
              CLOSE CARRATE-FILE
           ELSE
              DISPLAY 'CARRATE NOT FOUND - NO LANE CAN BE PRICED'
           END-IF.

       235-LOAD-ONE-RATE.
           READ CARRATE-FILE INTO WS-CR-DETAIL
              AT END MOVE 'Y' TO CARRATE-EOF
           END-READ.
           IF NOT NO-MORE-CARRATE AND WS-RT-CNT < WS-RT-MAX
              ADD +1 TO WS-RT-CNT
              MOVE WS-CR-CARRIER    TO WS-RT-CARRIER(WS-RT-CNT)
              MOVE WS-CR-ORIG-STATE TO WS-RT-ORIG(WS-RT-CNT)
              MOVE WS-CR-DEST-PLANT TO WS-RT-DEST(WS-RT-CNT)
              MOVE WS-CR-WGT-BREAK  TO WS-RT-BREAK(WS-RT-CNT)
              MOVE WS-CR-RATE-TYPE  TO WS-RT-TYPE(WS-RT-CNT)
              MOVE WS-CR-RATE       TO WS-RT-RATE(WS-RT-CNT)
              MOVE WS-CR-MIN-CHARGE TO WS-RT-MIN(WS-RT-CNT)
              MOVE WS-CR-EFF-DATE   TO WS-RT-EFF(WS-RT-CNT)
           END-IF.

       240-LOAD-HISTORY.
      *> the first run has no history; rows older than the keep
      *> window are dropped here and fall off at the rewrite
           OPEN INPUT FRTHIST-FILE.
           IF FRTHIST-OK
              PERFORM 245-LOAD-ONE-HISTORY UNTIL NO-MORE-FRTHIST
              CLOSE FRTHIST-FILE
           ELSE
              DISPLAY 'FRTHIST NOT FOUND - STARTING A NEW '
                      'AUDITED-BILL HISTORY'
           END-IF.

       245-LOAD-ONE-HISTORY.
           READ FRTHIST-FILE INTO WS-DH-DETAIL
              AT END MOVE 'Y' TO FRTHIST-EOF
           END-READ.
           IF NOT NO-MORE-FRTHIST
              COMPUTE WS-HIST-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DH-D-AUDIT-DATE)
              IF WS-TODAY-INT - WS-HIST-INT > WS-HIST-KEEP-DAYS OR
                 WS-DH-CNT >= WS-DH-MAX
                 ADD +1 TO WS-HIST-DROP-CNT
              ELSE
                 ADD +1 TO WS-DH-CNT
                 MOVE WS-DH-DETAIL TO WS-DH-ROW(WS-DH-CNT)
              END-IF
           END-IF.

       300-READ-FRTINV.
           READ FRTINV-FILE INTO WS-FR-DETAIL
              AT END
              MOVE 'Y' TO FRTINV-EOF.

       400-AUDIT-ONE-BILL.
           ADD +1 TO WS-BILL-CNT.
           ADD WS-FR-AMOUNT TO WS-BILLED-TOT.
           MOVE ZERO   TO WS-CONTRACT-AMT.
           MOVE ZERO   TO WS-APPROVED-AMT.
           MOVE ZERO   TO WS-OVERCHG-AMT.
           MOVE SPACES TO WS-BILL-PLANT.
           PERFORM 410-EDIT-BILL THRU 410-EDIT-EXIT.
           IF BILL-REJECTED
              ADD WS-FR-AMOUNT TO WS-REJECTED-TOT
           ELSE
              PERFORM 450-PASS-BILL
           END-IF.
           PERFORM 480-WRITE-AUDIT-LINE.
           PERFORM 300-READ-FRTINV.

       410-EDIT-BILL.
           MOVE 'R' TO WS-BILL-RESULT-SW.
           MOVE 'N' TO WS-PR-FOUND.
           MOVE ZERO TO WS-PR-FND-IDX.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-CNT OR PR-FOUND
              IF WS-PR-PO(WS-PR-IDX) = WS-FR-PO-NUMBER
                 MOVE 'Y' TO WS-PR-FOUND
                 MOVE WS-PR-IDX TO WS-PR-FND-IDX
              END-IF
           END-PERFORM.
           IF NOT PR-FOUND
              ADD +1 TO WS-REJ-NOREG-CNT
              MOVE 'REJECTED - PO NOT ON THE PO REGISTER' TO
                   WS-BILL-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF PR-SUPPLIER-PAYS(WS-PR-FND-IDX)
              ADD +1 TO WS-REJ-TERMS-CNT
              MOVE SPACES TO WS-BILL-MSG
              STRING 'REJECTED - TERMS ' WS-PR-TERMS(WS-PR-FND-IDX)
                     ', SUPPLIER PAYS FREIGHT'
                     DELIMITED BY SIZE INTO WS-BILL-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF WS-PR-CARRIER(WS-PR-FND-IDX) NOT = SPACES AND
              WS-PR-CARRIER(WS-PR-FND-IDX) NOT = WS-FR-CARRIER
              ADD +1 TO WS-REJ-CARR-CNT
              MOVE SPACES TO WS-BILL-MSG
              STRING 'REJECTED - PO ROUTED VIA '
                     WS-PR-CARRIER(WS-PR-FND-IDX)
                     DELIMITED BY SIZE INTO WS-BILL-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           MOVE 'N' TO WS-DH-FOUND.
           PERFORM VARYING WS-DH-IDX FROM 1 BY 1
                   UNTIL WS-DH-IDX > WS-DH-CNT OR DH-FOUND
              IF WS-DH-PO(WS-DH-IDX)      = WS-FR-PO-NUMBER AND
                 WS-DH-CARRIER(WS-DH-IDX) = WS-FR-CARRIER AND
                 WS-DH-PRO(WS-DH-IDX)     = WS-FR-PRO-NUMBER
                 MOVE 'Y' TO WS-DH-FOUND
              END-IF
           END-PERFORM.
           IF DH-FOUND
              ADD +1 TO WS-REJ-DUP-CNT
              MOVE 'REJECTED - DUPLICATE OF A BILL AUDITED' TO
                   WS-BILL-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           PERFORM 420-FIND-PLANT.
           PERFORM 430-FIND-RATE.
           IF WS-RT-FND-IDX = ZERO
              ADD +1 TO WS-REJ-RATE-CNT
              MOVE 'REJECTED - NO CONTRACT RATE FOR THE LANE' TO
                   WS-BILL-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           PERFORM 440-PRICE-BILL.
           MOVE 'P' TO WS-BILL-RESULT-SW.
       410-EDIT-EXIT.
           EXIT.

       420-FIND-PLANT.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-CNT OR
                         WS-BILL-PLANT NOT = SPACES
              IF WS-PP-PO(WS-PP-IDX) = WS-FR-PO-NUMBER
                 MOVE WS-PP-PLANT(WS-PP-IDX) TO WS-BILL-PLANT
              END-IF
           END-PERFORM.

       430-FIND-RATE.
      *> the rate file is in carrier/lane/break order, so the first
      *> row in force that the weight fits under is the lowest band
           MOVE ZERO TO WS-RT-FND-IDX.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT OR
                         WS-RT-FND-IDX > ZERO
              IF WS-RT-CARRIER(WS-RT-IDX) = WS-FR-CARRIER AND
                 WS-RT-ORIG(WS-RT-IDX)    = WS-FR-ORIG-STATE AND
                 WS-RT-DEST(WS-RT-IDX)    = WS-BILL-PLANT AND
                 WS-RT-EFF(WS-RT-IDX)    <= WS-FR-INV-DATE
                 IF WS-RT-TYPE(WS-RT-IDX) = 'F' OR
                    WS-FR-WEIGHT <= WS-RT-BREAK(WS-RT-IDX)
                    MOVE WS-RT-IDX TO WS-RT-FND-IDX
                 END-IF
              END-IF
           END-PERFORM.

       440-PRICE-BILL.
           IF WS-RT-TYPE(WS-RT-FND-IDX) = 'F'
              MOVE WS-RT-RATE(WS-RT-FND-IDX) TO WS-CONTRACT-AMT
           ELSE
              COMPUTE WS-CONTRACT-AMT ROUNDED =
                 WS-FR-WEIGHT * WS-RT-RATE(WS-RT-FND-IDX) / 100
              IF WS-CONTRACT-AMT < WS-RT-MIN(WS-RT-FND-IDX)
                 MOVE WS-RT-MIN(WS-RT-FND-IDX) TO WS-CONTRACT-AMT
              END-IF
           END-IF.

       450-PASS-BILL.
      *> over contract by more than the tolerance - pay the contract
      *> amount and claim the rest back from the carrier
           IF WS-FR-AMOUNT > WS-CONTRACT-AMT + WS-CLAIM-TOLERANCE
              MOVE 'C' TO WS-BILL-RESULT-SW
              MOVE WS-CONTRACT-AMT TO WS-APPROVED-AMT
              COMPUTE WS-OVERCHG-AMT =
                 WS-FR-AMOUNT - WS-CONTRACT-AMT
              ADD WS-OVERCHG-AMT TO WS-OVERCHG-TOT
              ADD +1 TO WS-CLAIM-CNT
              MOVE 'AUDITED TO CONTRACT - OVERCHARGE CLAIMED' TO
                   WS-BILL-MSG
              PERFORM 460-ADD-CLAIM
           ELSE
              MOVE WS-FR-AMOUNT TO WS-APPROVED-AMT
              MOVE 'PASSED AS BILLED' TO WS-BILL-MSG
           END-IF.
           ADD +1 TO WS-PASS-CNT.
           ADD WS-APPROVED-AMT TO WS-APPROVED-TOT.
           MOVE WS-APPROVED-AMT TO WS-FR-AMOUNT.
           WRITE FRTAUD-RECORD FROM WS-FR-DETAIL.
      *> back to the billed amount for the audit line and history
           IF BILL-CLAIMED
              ADD WS-OVERCHG-AMT TO WS-FR-AMOUNT
           END-IF.
           PERFORM 470-ADD-HISTORY.

       460-ADD-CLAIM.
           IF WS-CL-CNT < WS-CL-MAX
              ADD +1 TO WS-CL-CNT
              MOVE WS-FR-CARRIER    TO WS-CL-CARRIER(WS-CL-CNT)
              MOVE WS-FR-PO-NUMBER  TO WS-CL-PO(WS-CL-CNT)
              MOVE WS-FR-PRO-NUMBER TO WS-CL-PRO(WS-CL-CNT)
              MOVE WS-FR-INV-DATE   TO WS-CL-INV-DATE(WS-CL-CNT)
              MOVE WS-BILL-PLANT    TO WS-CL-PLANT(WS-CL-CNT)
              MOVE WS-FR-AMOUNT     TO WS-CL-BILLED(WS-CL-CNT)
              MOVE WS-CONTRACT-AMT  TO WS-CL-CONTRACT(WS-CL-CNT)
              MOVE WS-OVERCHG-AMT   TO WS-CL-OVERCHG(WS-CL-CNT)
           ELSE
              DISPLAY 'CLAIM TABLE FULL - CLAIM NOT LISTED FOR PO '
                      WS-FR-PO-NUMBER
           END-IF.

       470-ADD-HISTORY.
      *> a passed bill joins the history at once, so the same bill
      *> twice on one day's file is caught as well
           IF WS-DH-CNT < WS-DH-MAX
              ADD +1 TO WS-DH-CNT
              MOVE SPACES TO WS-DH-ROW(WS-DH-CNT)
              MOVE WS-FR-PO-NUMBER  TO WS-DH-PO(WS-DH-CNT)
              MOVE WS-FR-CARRIER    TO WS-DH-CARRIER(WS-DH-CNT)
              MOVE WS-FR-PRO-NUMBER TO WS-DH-PRO(WS-DH-CNT)
              MOVE WS-FR-INV-DATE   TO WS-DH-INV-DATE(WS-DH-CNT)
              MOVE WS-FR-AMOUNT     TO WS-DH-BILLED(WS-DH-CNT)
              MOVE WS-APPROVED-AMT  TO WS-DH-APPROVED(WS-DH-CNT)
              MOVE WS01-CURR-DATE-N TO WS-DH-AUDIT-DATE(WS-DH-CNT)
           ELSE
              DISPLAY 'AUDITED-BILL HISTORY FULL - PO '
                      WS-FR-PO-NUMBER ' NOT KEPT'
           END-IF.

       480-WRITE-AUDIT-LINE.
           MOVE WS-FR-PO-NUMBER  TO RPT-PO.
           MOVE WS-FR-CARRIER    TO RPT-CARRIER.
           MOVE WS-FR-PRO-NUMBER TO RPT-PRO.
           MOVE WS-FR-ORIG-STATE TO RPT-ORIG.
           MOVE WS-BILL-PLANT    TO RPT-DEST.
           MOVE WS-FR-WEIGHT     TO RPT-WEIGHT.
           MOVE WS-FR-AMOUNT     TO RPT-BILLED.
           MOVE WS-CONTRACT-AMT  TO RPT-CONTRACT.
           MOVE WS-APPROVED-AMT  TO RPT-AUDITED.
           MOVE WS-BILL-MSG      TO RPT-OUTCOME.
           WRITE FRTRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
           PERFORM 910-WRITE-CLAIMS.
           PERFORM 930-REWRITE-HISTORY.
           PERFORM 940-WRITE-SUMMARY.
           CLOSE FRTINV-FILE, FRTAUD-FILE, FRTRPT-FILE, FRTCLM-FILE.

       910-WRITE-CLAIMS.
           PERFORM VARYING WS-CL-IDX FROM 2 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT
              MOVE WS-CL-ROW(WS-CL-IDX) TO WS-CL-SAVE
              COMPUTE WS-CL-IDX2 = WS-CL-IDX - 1
              PERFORM UNTIL WS-CL-IDX2 < 1
                 OR WS-CL-SORT-KEY(WS-CL-IDX2) NOT > WS-CL-SAVE-KEY
                 MOVE WS-CL-ROW(WS-CL-IDX2) TO
                      WS-CL-ROW(WS-CL-IDX2 + 1)
                 SUBTRACT 1 FROM WS-CL-IDX2
              END-PERFORM
              MOVE WS-CL-SAVE TO WS-CL-ROW(WS-CL-IDX2 + 1)
           END-PERFORM.
           MOVE 'FREIGHT OVERCHARGE CLAIMS BY CARRIER' TO
                RPT-BANNER-TITLE.
           WRITE FRTCLM-RECORD FROM RPT-LINE-0.
           WRITE FRTCLM-RECORD FROM RPT-LINE-BANNER.
           WRITE FRTCLM-RECORD FROM RPT-LINE-CL-HDR.
           WRITE FRTCLM-RECORD FROM RPT-LINE-2.
           MOVE SPACES TO WS-CL-PREV-CARRIER.
           MOVE ZERO TO WS-CL-CARR-TOT.
           PERFORM 915-WRITE-ONE-CLAIM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-CNT.
           IF WS-CL-CNT > ZERO
              PERFORM 920-CARRIER-TOTAL
           END-IF.
           WRITE FRTCLM-RECORD FROM RPT-LINE-4.
           MOVE 'TOTAL TO RECOVER FROM CARRIERS (USD)........... ' TO
                RPT-TOT-LABEL.
           MOVE WS-OVERCHG-TOT TO RPT-TOT-AMT.
           WRITE FRTCLM-RECORD FROM RPT-LINE-TOT.
           WRITE FRTCLM-RECORD FROM RPT-LINE-4.

       915-WRITE-ONE-CLAIM.
           IF WS-CL-IDX > 1 AND
              WS-CL-CARRIER(WS-CL-IDX) NOT = WS-CL-PREV-CARRIER
              PERFORM 920-CARRIER-TOTAL
           END-IF.
           MOVE WS-CL-CARRIER(WS-CL-IDX)  TO WS-CL-PREV-CARRIER.
           MOVE WS-CL-CARRIER(WS-CL-IDX)  TO RPT-CL-CARRIER.
           MOVE WS-CL-PO(WS-CL-IDX)       TO RPT-CL-PO.
           MOVE WS-CL-PRO(WS-CL-IDX)      TO RPT-CL-PRO.
           MOVE WS-CL-INV-DATE(WS-CL-IDX) TO RPT-CL-INV-DATE.
           MOVE WS-CL-PLANT(WS-CL-IDX)    TO RPT-CL-PLANT.
           MOVE WS-CL-BILLED(WS-CL-IDX)   TO RPT-CL-BILLED.
           MOVE WS-CL-CONTRACT(WS-CL-IDX) TO RPT-CL-CONTRACT.
           MOVE WS-CL-OVERCHG(WS-CL-IDX)  TO RPT-CL-CLAIM.
           WRITE FRTCLM-RECORD FROM RPT-LINE-CL.
           ADD WS-CL-OVERCHG(WS-CL-IDX) TO WS-CL-CARR-TOT.

       920-CARRIER-TOTAL.
           MOVE SPACES TO RPT-TOT-LABEL.
           STRING '   CARRIER ' WS-CL-PREV-CARRIER
                  ' CLAIM TOTAL (USD)'
                  DELIMITED BY SIZE INTO RPT-TOT-LABEL.
           MOVE WS-CL-CARR-TOT TO RPT-TOT-AMT.
           WRITE FRTCLM-RECORD FROM RPT-LINE-TOT.
           WRITE FRTCLM-RECORD FROM RPT-LINE-0.
           MOVE ZERO TO WS-CL-CARR-TOT.

       930-REWRITE-HISTORY.
           OPEN OUTPUT FRTHIST-FILE.
           IF FRTHIST-OK
              PERFORM VARYING WS-DH-IDX FROM 1 BY 1
                      UNTIL WS-DH-IDX > WS-DH-CNT
                 MOVE WS-DH-ROW(WS-DH-IDX) TO WS-DH-DETAIL
                 WRITE FRTHIST-RECORD FROM WS-DH-DETAIL
              END-PERFORM
              CLOSE FRTHIST-FILE
           ELSE
              DISPLAY 'Output FRTHIST File Error'
              GO TO 999-ERR-RTN
           END-IF.

       940-WRITE-SUMMARY.
           WRITE FRTRPT-RECORD FROM RPT-LINE-0.
           WRITE FRTRPT-RECORD FROM RPT-LINE-4.
           MOVE 'FREIGHT BILLS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-BILL-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'BILLS PASSED TO LANDCOST..... ' TO RPT-SUM-LABEL.
           MOVE WS-PASS-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE '  OF WHICH CLAIMED........... ' TO RPT-SUM-LABEL.
           MOVE WS-CLAIM-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REJECTED - PO NOT REGISTERED. ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-NOREG-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REJECTED - SUPPLIER PAYS..... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-TERMS-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REJECTED - WRONG CARRIER..... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CARR-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REJECTED - DUPLICATE BILL.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-DUP-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REJECTED - NO CONTRACT RATE.. ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-RATE-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HISTORY ROWS AGED OFF........ ' TO RPT-SUM-LABEL.
           MOVE WS-HIST-DROP-CNT TO RPT-SUM-CNT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-5.
           WRITE FRTRPT-RECORD FROM RPT-LINE-4.
           MOVE 'FREIGHT BILLED (USD)........................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-BILLED-TOT TO RPT-TOT-AMT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'FREIGHT PASSED TO LANDCOST (USD)............... ' TO
                RPT-TOT-LABEL.
           MOVE WS-APPROVED-TOT TO RPT-TOT-AMT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'OVERCHARGES CLAIMED (USD)...................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-OVERCHG-TOT TO RPT-TOT-AMT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'FREIGHT REJECTED (USD)......................... ' TO
                RPT-TOT-LABEL.
           MOVE WS-REJECTED-TOT TO RPT-TOT-AMT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-TOT.
           WRITE FRTRPT-RECORD FROM RPT-LINE-4.

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
