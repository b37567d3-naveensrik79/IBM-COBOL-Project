      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-SHRTRPT  = SHORTAGE PROJECTION REPORT LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           COPY OPENPO.

      * ONE STOCK MASTER ROW - SAME LAYOUT STOCKUPD WRITES
           COPY STOCKMST.

      * ONE GROSS-REQUIREMENT RECORD FROM THE MRP FEED
       01 WS-DEM-DETAIL.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'MRPSHORT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 MRPDEM-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-MRPDEM        VALUE 'Y'.
       210-LOAD-STOCK-BALANCES.
      *> on-hand is summed across plants - scheduling nets at the
      *> part level.  no stock master yet just means nothing on hand
           MOVE 'STOCKMST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT STOCKMST-FILE.
           IF STOCKMST-OK
              PERFORM 215-LOAD-ONE-BALANCE UNTIL NO-MORE-STOCKMST
       220-LOAD-SCHEDULED-RECEIPTS.
      *> only open and partial rows still have supply coming - the
      *> outstanding quantity is what has not yet been received
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 225-LOAD-ONE-RECEIPT UNTIL NO-MORE-OPENPO
           WRITE SHRTRPT-RECORD FROM RPT-LINE-4.
           CLOSE MRPDEM-FILE, PART-SUPP-FILE, SHRTRPT-FILE.

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
