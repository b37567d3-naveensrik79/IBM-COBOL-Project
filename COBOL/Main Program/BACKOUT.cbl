      * THE JOURNAL OPENS WITH A 'JRN' HEADER NAMING THE PROGRAM AND
      * BUSINESS DATE THAT CUT IT - BOTH ARE REPORTED, SO OPERATIONS
      * KNOWS EXACTLY WHICH RUN WAS BACKED OUT.  THE MASTER IS
      * RELOADED IN FULL FROM THE JOURNALED IMAGE AND SIGNED AGAIN ON
      * UT-C-MSTSIG, SO THE NEXT PROGRAM TO OPEN IT CHECKS IT AGAINST
      * THE RELOAD RATHER THAN THE RUN THAT WAS BACKED OUT.
      * UT-C-BKOCARD = ONE-CARD CONTROL FILE, 'MASTER=xxxxxxxx'
      * UT-C-BKORPT  = BACKOUT REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (RE-SIGNED)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A RELOADED MASTER IS SIGNED AGAIN ONCE IT IS CLOSED
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'BACKOUT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 BKOCARD-ST                PIC X(02).
               88 BKOCARD-OK            VALUE '00'.
           END-IF.
           PERFORM 410-RESTORE-ONE-OPENPO UNTIL NO-MORE-OPOJRNL.
           CLOSE OPOJRNL-FILE, OPENPO-FILE.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
       400-RESTORE-EXIT.
           EXIT.

           END-IF.
           PERFORM 510-RESTORE-ONE-SUPP UNTIL NO-MORE-SUPJRNL.
           CLOSE SUPJRNL-FILE, SUPPMAST-FILE.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
       500-RESTORE-EXIT.
           EXIT.

           END-IF.
           PERFORM 610-RESTORE-ONE-PART UNTIL NO-MORE-PMJRNL.
           CLOSE PMJRNL-FILE, PARTMAST-FILE.
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
       600-RESTORE-EXIT.
           EXIT.

           CLOSE BKORPT-FILE.
           DISPLAY 'BACKOUT RECORDS RESTORED..... ' WS-RESTORED-CNT.

       995-SIGN-MASTER.
      *> the master is closed - leave the control signature the
      *> next program to open it will check against
           MOVE 'SIG' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF WS-MS-RETURN NOT = ZERO
              DISPLAY WS-MS-MASTER ' NOT SIGNED - ITS NEXT OPEN WILL '
                      'FAIL THE CONTROL-TOTAL CHECK'
              MOVE 8 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
