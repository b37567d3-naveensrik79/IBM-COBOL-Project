      * USETAX IS THE TAX STEP AP HAS BEEN DOING WITH A CALCULATOR
      * AND A STATE CHART.  FOR EVERY CLEARED INVOICE THAT ARRIVED
      * WITHOUT SUPPLIER-CHARGED TAX, THE SHIP-TO STATE IS FOUND
      * FROM THE SUPPLIER'S VALIDATED TYPE '2' SCHEDULING ADDRESS
      * ON THE SUPPLIER ADDRESS DIRECTORY, THE STATE-RATE FILE GIVES
      * THE RATE, AND THE ACCRUED USE TAX IS:
      *   - WRITTEN TO THE ACCRUAL EXTRACT, ONE RECORD PER INVOICE,
      *     FOR THE MONTHLY FILING
      *   - REPORTED IN DETAIL WITH A TOTAL PER STATE, THE NUMBER
      *     BEHIND EACH STATE'S LINE ON THE RETURN
      * AN INVOICE THE SUPPLIER ALREADY TAXED IS SKIPPED; ONE WHOSE
      * SUPPLIER HAS NO SCHEDULING ADDRESS ON FILE IS LISTED FOR AP.
      * A CANADIAN INVOICE CARRYING GST/HST COUNTS AS ALREADY TAXED -
      * ITS TAX IS RECOVERED THROUGH THE INPUT TAX CREDIT REGISTER,
      * NOT ACCRUED HERE.
      * UT-C-INVCLR   = CLEARED-FOR-PAYMENT EXTRACT FROM INVMATCH
      * UT-C-SUPADIR  = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      *                 (KEYED, SCHEDULING ADDRESS)
      * UT-C-TAXRATE  = STATE USE-TAX RATE FILE (STATE, RATE)
      * UT-C-USETAX   = USE-TAX ACCRUAL EXTRACT FOR THE FILING
      * UT-C-UTAXRPT  = DETAIL/STATE-TOTAL REPORT LANDING IN JES
           SELECT INVCLR-FILE ASSIGN TO UT-C-INVCLR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVCLR-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT TAXRATE-FILE ASSIGN TO UT-C-TAXRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS TAXRATE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INVCLR-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 INVCLR-RECORD       PIC X(100).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD TAXRATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       77 WS-NORATE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-ACCRUAL-AMT          PIC S9(9)V99 VALUE ZERO.

      * SHIP-TO STATE - THE SUPPLIER'S TYPE '2' SCHEDULING ROW OFF
      * THE ADDRESS DIRECTORY
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.

      * STATE RATE TABLE FROM THE TREASURY/TAX DATASET
       77 WS-TR-MAX               PIC 9(03) VALUE 100.
           05 WS-CLR-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05 WS-CLR-INV-DATE     PIC 9(08) VALUE ZERO.
           05 WS-CLR-TAX-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-CLR-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 FILLER              PIC X(18) VALUE SPACES.

      * ONE ACCRUAL EXTRACT RECORD FOR THE MONTHLY FILING
       01 WS-UT-DETAIL.
               88 NO-MORE-INVCLR        VALUE 'Y'.
           05 INVCLR-ST                 PIC X(02).
               88 INVCLR-OK             VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 TAXRATE-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-TAXRATE       VALUE 'Y'.
           05 TAXRATE-ST                PIC X(02).
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-INVCLR.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-OPEN-ADDRESS-DIRECTORY.
           PERFORM 220-LOAD-STATE-RATES.
           WRITE UTAXRPT-RECORD FROM RPT-LINE-0.
           WRITE UTAXRPT-RECORD FROM RPT-LINE-BANNER.
                 DISPLAY 'Output UTAXRPT File Error'
                 GO TO 999-ERR-RTN.

       210-OPEN-ADDRESS-DIRECTORY.
      *> the ship-to state is the validated type '2' scheduling
      *> address - one keyed read of the directory per invoice
           OPEN INPUT SUPADIR-FILE
              IF NOT SUPADIR-OK
                 DISPLAY 'Input SUPADIR File Error'
                 GO TO 999-ERR-RTN.

       220-LOAD-STATE-RATES.
           OPEN INPUT TAXRATE-FILE
           READ INVCLR-FILE INTO WS-CLR-DETAIL
              AT END
              MOVE 'Y' TO INVCLR-EOF.
           IF NOT NO-MORE-INVCLR AND WS-CLR-GST-AMT NOT NUMERIC
              MOVE ZERO TO WS-CLR-GST-AMT
           END-IF.

       400-TAX-ONE-INVOICE.
           ADD +1 TO WS-CLR-CNT.
      *> an invoice the supplier already taxed needs no accrual
           IF WS-CLR-TAX-AMT > ZERO OR WS-CLR-GST-AMT > ZERO
              ADD +1 TO WS-TAXED-CNT
           ELSE
              PERFORM 410-ACCRUE-ONE-INVOICE
           PERFORM 300-READ-INVCLR.

       410-ACCRUE-ONE-INVOICE.
           MOVE 'N' TO WS-SD-FOUND.
           MOVE WS-CLR-SUPP-CODE TO WS-SD-SUPP-CODE.
           MOVE '2'              TO WS-SD-ADDR-TYPE.
           MOVE WS-SD-KEY        TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF WS-SD-STATE NOT = SPACES
                    MOVE 'Y' TO WS-SD-FOUND
                 END-IF
           END-READ.
           IF NOT SD-FOUND
              ADD +1 TO WS-NOADDR-CNT
              MOVE SPACES TO RPT-STATE
              MOVE ZERO TO RPT-TAX-AMT
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-CNT
              IF WS-TR-STATE(WS-TR-IDX) =
                 WS-SD-STATE
                 MOVE 'Y' TO WS-TR-FOUND
                 MOVE WS-TR-IDX TO WS-TR-FND-IDX
              END-IF
           END-PERFORM.
           MOVE WS-SD-STATE TO RPT-STATE.
           IF NOT TR-FOUND
              ADD +1 TO WS-NORATE-CNT
              MOVE ZERO TO RPT-TAX-AMT
           MOVE 'ACCRUED' TO RPT-NOTE.
           PERFORM 500-WRITE-DETAIL-LINE.
           INITIALIZE WS-UT-DETAIL.
           MOVE WS-SD-STATE TO WS-UT-STATE.
           MOVE WS-CLR-SUPP-CODE  TO WS-UT-SUPP-CODE.
           MOVE WS-CLR-INV-NUMBER TO WS-UT-INV-NUMBER.
           MOVE WS-CLR-AMOUNT     TO WS-UT-INV-AMOUNT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              IF WS-ST-STATE(WS-ST-IDX) =
                 WS-SD-STATE
                 MOVE 'Y' TO WS-ST-FOUND
                 MOVE WS-ST-IDX TO WS-ST-FND-IDX
              END-IF
           END-PERFORM.
           IF NOT ST-FOUND AND WS-ST-CNT < WS-ST-MAX
              ADD +1 TO WS-ST-CNT
              MOVE WS-SD-STATE TO
                   WS-ST-STATE(WS-ST-CNT)
              MOVE ZERO TO WS-ST-ACCRUED(WS-ST-CNT)
              MOVE WS-ST-CNT TO WS-ST-FND-IDX
           MOVE WS-NORATE-CNT TO RPT-SUM-CNT.
           WRITE UTAXRPT-RECORD FROM RPT-LINE-5.
           WRITE UTAXRPT-RECORD FROM RPT-LINE-4.
           CLOSE INVCLR-FILE, USETAX-FILE, UTAXRPT-FILE,
                 SUPADIR-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
