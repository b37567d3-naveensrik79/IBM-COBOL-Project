      *                 HTS CODE, DUTY RATE PERCENT)
      * UT-C-CUSTBRK  = CUSTOMS BROKER EXTRACT
      * UT-C-DUTYRPT  = LANDED-DUTY SUMMARY LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'CUSTEXT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 RECEIPT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-RECEIPTS      VALUE 'Y'.
           END-IF.

       220-LOAD-OPENPO-KEYS.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
           WRITE DUTYRPT-RECORD FROM RPT-LINE-4.
           CLOSE RECEIPT-FILE, CUSTBRK-FILE, DUTYRPT-FILE.

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
