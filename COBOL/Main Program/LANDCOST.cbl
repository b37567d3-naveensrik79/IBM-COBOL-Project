      *   - THE LANDED UNIT COST, ALL THREE TOGETHER
      * WITH THE FREIGHT TERMS AND CARRIER PURCHASING CAPTURED ON
      * THE PO REGISTER ALONGSIDE.
      * FREIGHT COMES OFF FRTAUDIT'S AUDITED FILE, NOT THE RAW
      * CARRIER BILLS - A REJECTED BILL NEVER GETS HERE AND AN
      * OVERCHARGED ONE ARRIVES AT ITS CONTRACT AMOUNT.
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-FRTAUD   = AUDITED FREIGHT INVOICES FROM FRTAUDIT
      * UT-C-CUSTBRK  = CUSTOMS BROKER EXTRACT FROM CUSTEXT
      * UT-C-POREG    = PURCHASING'S PO REGISTER (TERMS, CARRIER)
      * UT-C-LANDRPT  = LANDED-COST REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT FRTAUD-FILE ASSIGN TO UT-C-FRTAUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS FRTAUD-ST.
           SELECT CUSTBRK-FILE ASSIGN TO UT-C-CUSTBRK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CUSTBRK-ST.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD FRTAUD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 FRTAUD-RECORD       PIC X(80).
       FD CUSTBRK-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
               10 WS-FI-AMT       PIC 9(7)V99.
               10 WS-FI-USED      PIC X(01).

      * ONE AUDITED FREIGHT INVOICE - SAME LAYOUT FRTAUDIT WRITES,
      * THE AMOUNT BEING THE AUDITED ONE
       01 WS-FR-DETAIL.
           05 WS-FR-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-FR-CARRIER       PIC X(04) VALUE SPACES.
           05 WS-FR-AMOUNT        PIC 9(7)V99 VALUE ZERO.
           05 WS-FR-INV-DATE      PIC 9(08) VALUE ZERO.
           05 WS-FR-PRO-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-FR-WEIGHT        PIC 9(07) VALUE ZERO.
           05 WS-FR-ORIG-STATE    PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(34) VALUE SPACES.

      * DUTY PER PO/PART OFF THE CUSTOMS BROKER EXTRACT
       77 WS-DU-MAX               PIC 9(5) VALUE 10000.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'LANDCOST'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 FRTAUD-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-FRTAUD        VALUE 'Y'.
           05 FRTAUD-ST                 PIC X(02).
               88 FRTAUD-OK             VALUE '00'.
           05 CUSTBRK-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-CUSTBRK       VALUE 'Y'.
           05 CUSTBRK-ST                PIC X(02).
           WRITE LANDRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-FREIGHT.
      *> audited freight matched to receipts by PO-NUMBER - the
      *> file may not exist on a day no carrier billed
           OPEN INPUT FRTAUD-FILE.
           IF FRTAUD-OK
              PERFORM 215-LOAD-ONE-FREIGHT UNTIL NO-MORE-FRTAUD
              CLOSE FRTAUD-FILE
           ELSE
              DISPLAY 'FRTAUD NOT FOUND - NO FREIGHT TO ALLOCATE'
           END-IF.

       215-LOAD-ONE-FREIGHT.
           READ FRTAUD-FILE INTO WS-FR-DETAIL
              AT END MOVE 'Y' TO FRTAUD-EOF
           END-READ.
           IF NOT NO-MORE-FRTAUD AND WS-FI-CNT < WS-FI-MAX
              ADD +1 TO WS-FI-CNT
              ADD +1 TO WS-FRT-REC-CNT
              MOVE WS-FR-PO-NUMBER TO WS-FI-PO(WS-FI-CNT)
           MOVE 'LANDED-COST LINES............ ' TO RPT-SUM-LABEL.
           MOVE WS-RPT-LINE-CNT TO RPT-SUM-CNT.
           WRITE LANDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'AUDITED FREIGHT BILLS READ... ' TO RPT-SUM-LABEL.
           MOVE WS-FRT-REC-CNT TO RPT-SUM-CNT.
           WRITE LANDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FREIGHT MATCHED TO NOTHING... ' TO RPT-SUM-LABEL.
           WRITE LANDRPT-RECORD FROM RPT-LINE-4.
           CLOSE OPENPO-FILE, LANDRPT-FILE.

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
