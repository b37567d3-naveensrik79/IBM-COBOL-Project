      *   - PRINTS THE MEMO DOCUMENT (SUPPLIER, PO-NUMBER, PART,
      *     INVOICED VERSUS ORDERED UNIT PRICE, DIFFERENCE EXTENDED)
      *     ADDRESSED TO THE SUPPLIER'S VALIDATED REMIT (TYPE '3')
      *     ADDRESS ON THE SUPPLIER ADDRESS DIRECTORY, READY FOR
      *     MAILING
      * UT-C-PRCDISC = PRICE-DISCREPANCY EXTRACT FROM INVMATCH
      * UT-C-SUPADIR = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      *                (KEYED, REMIT ADDRESS)
      * UT-C-DBMREG  = DEBIT-MEMO REGISTER (EXTENDED EVERY RUN,
      *                STATUS RELIEVED BY THE PAYMENT RUN)
      * UT-C-DBMPRT  = PRINTED MEMOS LANDING IN JES
           SELECT PRCDISC-FILE ASSIGN TO UT-C-PRCDISC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PRCDISC-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT DBMREG-FILE ASSIGN TO UT-C-DBMREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DBMREG-ST.
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 PRCDISC-RECORD      PIC X(120).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD DBMREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       77 WS-DISC-CNT             PIC 9(08) VALUE ZERO.
       77 WS-MEMO-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NEXT-MEMO-NO         PIC 9(08) VALUE ZERO.
       77 WS-DIFF-PRICE           PIC S9(7)V99 VALUE ZERO.
       77 WS-DIFF-EXT             PIC S9(9)V99 VALUE ZERO.

      * THE SUPPLIER'S REMIT ROW OFF THE ADDRESS DIRECTORY
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.

      * ONE PRICE-DISCREPANCY RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-PD-DETAIL.
           05 FILLER              PIC X(38) VALUE SPACES.

      * ONE DEBIT-MEMO REGISTER ROW - 'O' OPEN UNTIL THE PAYMENT RUN
      * NETS IT AGAINST THE SUPPLIER'S NEXT PAYMENT AND STAMPS THE
      * PAY-REF IT WAS NETTED AGAINST (BACK TO 'O' IF PAYVOID
      * REVERSES THAT PAYMENT)
       01 WS-DM-DETAIL.
           05 WS-DM-MEMO-NO       PIC 9(08) VALUE ZERO.
           05 WS-DM-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DM-STATUS        PIC X(01) VALUE SPACES.
               88 DM-STAT-OPEN    VALUE 'O'.
               88 DM-STAT-APPLIED VALUE 'A'.
           05 WS-DM-APPL-REF      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
               88 NO-MORE-PRCDISC       VALUE 'Y'.
           05 PRCDISC-ST                PIC X(02).
               88 PRCDISC-OK            VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 DBMREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DBMREG        VALUE 'Y'.
           05 DBMREG-ST                 PIC X(02).
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-PRCDISC.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-COUNT-REGISTER.
           PERFORM 220-OPEN-ADDRESS-DIRECTORY.

       200-OPEN-FILES.
           OPEN INPUT PRCDISC-FILE
              END-IF
           END-IF.

       220-OPEN-ADDRESS-DIRECTORY.
      *> one keyed remit (type '3') row per memo - a memo with no
      *> address still registers, it just prints with the address
      *> block flagged for AP
           OPEN INPUT SUPADIR-FILE
              IF NOT SUPADIR-OK
                 DISPLAY 'Input SUPADIR File Error'
                 GO TO 999-ERR-RTN.

       300-READ-PRCDISC.
           READ PRCDISC-FILE INTO WS-PD-DETAIL
           WRITE DBMPRT-RECORD FROM RPT-LINE-0.

       610-PRINT-REMIT-ADDRESS.
           MOVE 'N' TO WS-SD-FOUND.
           MOVE WS-PD-SUPP-CODE TO WS-SD-SUPP-CODE.
           MOVE '3'             TO WS-SD-ADDR-TYPE.
           MOVE WS-SD-KEY       TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
           END-READ.
           IF SD-FOUND
              MOVE 'Remit To............' TO RPT-FLD-NAME
              MOVE WS-SD-SUPP-NAME TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE WS-SD-ADDRESS-1 TO RPT-FLD-VAL
              PERFORM 650-PRINT-ONE-FIELD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE SPACES TO RPT-FLD-VAL
              STRING WS-SD-CITY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SD-STATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SD-ZIP DELIMITED BY SIZE
                     INTO RPT-FLD-VAL
              END-STRING
              PERFORM 650-PRINT-ONE-FIELD
           MOVE 'MEMOS WITH NO REMIT ADDRESS.. ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE DBMPRT-RECORD FROM RPT-LINE-5.
           CLOSE PRCDISC-FILE, DBMREG-FILE, DBMPRT-FILE,
                 SUPADIR-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
