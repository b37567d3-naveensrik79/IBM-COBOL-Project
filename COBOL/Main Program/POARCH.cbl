       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POARCH.
      * **************************************************
      * POARCH IS THE MONTHLY CLOSED-ORDER ARCHIVE.  THE OPEN-PO
      * MASTER RECVPO MAINTAINS KEEPS EVERY ORDER EVER REGISTERED,
      * SO EVERY SWEEP OF IT (SUPPERF, DOCKFCST, SUPSTMT, GLEXT,
      * REBATE, DIVRPT ...) READS YEARS OF DEAD ROWS.  THIS STEP
      * MOVES A CLOSED ('C') OR CANCELLED ('X') ROW OFF THE MASTER
      * AND ONTO THE CLOSED-ORDER HISTORY WHEN ALL OF:
      *   - ITS LAST ACTIVITY (ORDER DATE, LAST RECEIPT, INVOICE
      *     CLEAR DATE OR PAYMENT DATE, WHICHEVER IS LATEST) IS
      *     OLDER THAN THE RETENTION AGE
      *   - THE INVOICE REGISTER CARRIES AT LEAST THE RECEIVED
      *     QUANTITY FOR THE PO/PART (FULLY INVOICED)
      *   - EVERY REGISTER ROW FOR THE PO/PART HAS A PAYMENT ON THE
      *     PAYMENT HISTORY THAT PAYVOID HAS NOT SINCE VOIDED,
      *     STOPPED OR REISSUED AWAY (FULLY PAID)
      * A CANCELLED ORDER NOTHING WAS RECEIVED AGAINST NEEDS ONLY THE
      * AGE.  A ROW PAST THE AGE THAT FAILS EITHER OF THE OTHER TWO
      * STAYS ON THE MASTER AND IS LISTED WITH THE REASON, AND THE
      * STEP ENDS WITH RETURN CODE 4 SO SOMEBODY LOOKS AT IT.  EACH
      * ARCHIVED ROW ALSO LEAVES AN 'ARCHIVED' EVENT ON THE PO EVENT
      * TRAIL.  THE ARCHIVE IS THE BEFORE-IMAGE OF EVERY ROW THIS
      * STEP DELETES.  SUPPERF, DIVRPT AND REBATE READ THE ARCHIVE
      * BACK WHEN THEIR PERIOD REACHES IT; POTRAIL AND SUP360 SHOW
      * AN ARCHIVED ORDER WHEN ASKED FOR ONE.
      * RUNS IN THE MONTH-END WINDOW AFTER THE NIGHTLY CHAIN HAS
      * ENDED - IT HOLDS THE OPEN-PO MASTER I-O WHILE IT RUNS.
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO (I-O)
      * UT-C-INVREG  = INVOICE REGISTER MAINTAINED BY INVMATCH
      * UT-C-PAYHIST = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-POACNTL = ONE-CARD CONTROL FILE, 'DAYS=nnnn' - THE
      *                RETENTION AGE IN DAYS (DEFAULT 365)
      * UT-C-POARCH  = CLOSED-ORDER HISTORY (EXTENDED EVERY RUN)
      * UT-C-POEVENT = PO EVENT HISTORY THE SUITE APPENDS
      * UT-C-POARRPT = ARCHIVE REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT INVREG-FILE ASSIGN TO UT-C-INVREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVREG-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT POACNTL-FILE ASSIGN TO UT-C-POACNTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POACNTL-ST.
           SELECT POARCH-FILE ASSIGN TO UT-C-POARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARCH-ST.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
           SELECT POARRPT-FILE ASSIGN TO UT-C-POARRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD INVREG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVREG-RECORD       PIC X(80).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD POACNTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POACNTL-RECORD      PIC X(80).
       FD POARCH-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01 POARCH-RECORD       PIC X(108).
       FD POEVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD POARRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 POARRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-OP-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-IR-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PH-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-DONE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-YOUNG-CNT            PIC 9(08) VALUE ZERO.
       77 WS-HELD-INV-CNT         PIC 9(08) VALUE ZERO.
       77 WS-HELD-PAY-CNT         PIC 9(08) VALUE ZERO.
       77 WS-ARCH-CNT             PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-AGE-DAYS             PIC S9(08) VALUE ZERO.
       77 WS-LAST-ACT-DATE        PIC 9(08) VALUE ZERO.
       77 WS-INV-QTY-FOR-PO       PIC S9(09) VALUE ZERO.
       77 WS-UNPAID-CNT           PIC 9(05) VALUE ZERO.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      * RETENTION AGE - COMPILED-IN DEFAULT, OVERRIDDEN BY THE
      * 'DAYS=' CARD ON UT-C-POACNTL
       77 WS-RETAIN-DAYS          PIC 9(04) VALUE 365.

      * THE INVOICE REGISTER HELD IN STORAGE, ONE ROW PER SUPPLIER
      * INVOICE.  THE PAYMENT HISTORY PASS MARKS EACH ROW WITH ITS
      * STANDING PAYMENT COUNT (PAYMENTS LESS REVERSALS) AND LATEST
      * PAYMENT DATE - SAME NETTING BANKREC DOES ON THE PAY-REF
       77 WS-IRT-MAX              PIC 9(5) VALUE 20000.
       77 WS-IRT-CNT              PIC 9(5) VALUE ZERO.
       77 WS-IRT-IDX              PIC 9(5) VALUE ZERO.
       01 WS-IRT-TBL.
           05 WS-IRT-ROW OCCURS 20000 TIMES.
               10 WS-IRT-SUPP     PIC X(10).
               10 WS-IRT-INV      PIC X(10).
               10 WS-IRT-PO       PIC X(06).
               10 WS-IRT-PART     PIC X(23).
               10 WS-IRT-QTY      PIC 9(07).
               10 WS-IRT-CLEAR    PIC 9(08).
               10 WS-IRT-PAID     PIC S9(03).
               10 WS-IRT-PAY-DATE PIC 9(08).

      * ONE INVOICE-REGISTER RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-IR-DETAIL.
           05 WS-IR-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-IR-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-IR-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-IR-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-IR-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-IR-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 WS-IR-CLEAR-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * ONE PO EVENT RECORD - SAME LAYOUT THE SUITE APPENDS
       77 WS-POEV-OPEN-SW         PIC X(01) VALUE 'N'.
           88 POEV-IS-OPEN        VALUE 'Y'.
       01 WS-EV-DETAIL.
           05 WS-EV-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-EV-DATE          PIC 9(08) VALUE ZERO.
           05 WS-EV-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-EV-EVENT         PIC X(12) VALUE SPACES.
           05 WS-EV-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.
      * ONE CLOSED-ORDER HISTORY ROW
           COPY POARCH.

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
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'POARCH'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 INVREG-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-INVREG        VALUE 'Y'.
           05 INVREG-ST                 PIC X(02).
               88 INVREG-OK             VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 POACNTL-ST                PIC X(02).
               88 POACNTL-OK            VALUE '00'.
           05 POARCH-ST                 PIC X(02).
               88 POARCH-OK             VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 POARRPT-ST                PIC X(02).
               88 POARRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'CLOSED-ORDER ARCHIVE REPORT         '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(20) VALUE '   RETENTION DAYS: '.
             10 RPT-RETAIN   PIC ZZZ9.
             10 FILLER       PIC X(52) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(06) VALUE 'PO    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(02) VALUE 'St'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Received'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Invoiced'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Last Act'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE '   Age'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(30) VALUE 'Action'.
             10 FILLER    PIC X(15) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PO          PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART        PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP        PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-STATUS      PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RCVD-QTY    PIC ZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-INV-QTY     PIC ZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-LAST-ACT    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AGE         PIC ZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ACTION      PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(15) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-INVREG.
           PERFORM 400-LOAD-ONE-REGISTER UNTIL NO-MORE-INVREG.
           PERFORM 310-READ-PAYHIST.
           PERFORM 410-POST-ONE-PAYMENT UNTIL NO-MORE-PAYHIST.
           PERFORM 320-READ-OPENPO.
           PERFORM 500-SCREEN-ONE-PO THRU 500-SCREEN-EXIT
                   UNTIL NO-MORE-OPENPO.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           PERFORM 110-READ-CONTROL-CARD.
           MOVE WS-RETAIN-DAYS TO RPT-RETAIN.
           PERFORM 200-OPEN-FILES.
           WRITE POARRPT-RECORD FROM RPT-LINE-0.
           WRITE POARRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE POARRPT-RECORD FROM RPT-LINE-1.
           WRITE POARRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARD.
      *> same one-card style as DIVRPT - no card, or no usable
      *> DAYS=, keeps the compiled-in retention age
           OPEN INPUT POACNTL-FILE.
           IF POACNTL-OK
              READ POACNTL-FILE INTO WS-CNTL-CARD
                  AT END CONTINUE
              END-READ
              IF WS-CNTL-CARD(1:5) = 'DAYS='
                 IF WS-CNTL-CARD(6:4) IS NUMERIC
                    MOVE WS-CNTL-CARD(6:4) TO WS-RETAIN-DAYS
                 END-IF
              END-IF
              CLOSE POACNTL-FILE
           END-IF.

       200-OPEN-FILES.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN I-O OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Open OPENPO File Error ' OPENPO-ST
                 GO TO 999-ERR-RTN.
           OPEN INPUT INVREG-FILE
              IF NOT INVREG-OK
                 DISPLAY 'Input INVREG File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT PAYHIST-FILE
              IF NOT PAYHIST-OK
                 DISPLAY 'Input PAYHIST File Error'
                 GO TO 999-ERR-RTN.
      *> the closed-order history is append-only and the very first
      *> run starts it
           OPEN EXTEND POARCH-FILE.
           IF NOT POARCH-OK
              OPEN OUTPUT POARCH-FILE
              IF NOT POARCH-OK
                 DISPLAY 'Output POARCH File Error'
                 GO TO 999-ERR-RTN
              END-IF
           END-IF.
      *> losing the event trail costs only the POTRAIL line, so it
      *> does not stop the archive
           OPEN EXTEND POEVENT-FILE.
           IF NOT POEVENT-OK
              OPEN OUTPUT POEVENT-FILE
           END-IF.
           IF POEVENT-OK
              MOVE 'Y' TO WS-POEV-OPEN-SW
           ELSE
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.
           OPEN OUTPUT POARRPT-FILE
              IF NOT POARRPT-OK
                 DISPLAY 'Output POARRPT File Error'
                 GO TO 999-ERR-RTN.

       300-READ-INVREG.
           READ INVREG-FILE INTO WS-IR-DETAIL
              AT END
              MOVE 'Y' TO INVREG-EOF.

       310-READ-PAYHIST.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END
              MOVE 'Y' TO PAYHIST-EOF.

       320-READ-OPENPO.
           READ OPENPO-FILE NEXT RECORD INTO WS-OP-DETAIL
              AT END
              MOVE 'Y' TO OPENPO-EOF.

       400-LOAD-ONE-REGISTER.
           ADD +1 TO WS-IR-REC-CNT.
           IF WS-IRT-CNT < WS-IRT-MAX
              ADD +1 TO WS-IRT-CNT
              MOVE WS-IR-SUPP-CODE   TO WS-IRT-SUPP(WS-IRT-CNT)
              MOVE WS-IR-INV-NUMBER  TO WS-IRT-INV(WS-IRT-CNT)
              MOVE WS-IR-PO-NUMBER   TO WS-IRT-PO(WS-IRT-CNT)
              MOVE WS-IR-PART-NUMBER TO WS-IRT-PART(WS-IRT-CNT)
              MOVE WS-IR-QUANTITY    TO WS-IRT-QTY(WS-IRT-CNT)
              MOVE WS-IR-CLEAR-DATE  TO WS-IRT-CLEAR(WS-IRT-CNT)
              MOVE ZERO              TO WS-IRT-PAID(WS-IRT-CNT)
              MOVE ZERO              TO WS-IRT-PAY-DATE(WS-IRT-CNT)
           ELSE
              DISPLAY 'POARCH: REGISTER TABLE FULL - ROW SKIPPED: '
                      WS-IR-SUPP-CODE ' ' WS-IR-INV-NUMBER
           END-IF.
           PERFORM 300-READ-INVREG.

       410-POST-ONE-PAYMENT.
      *> a void, stop or reissue row repeats the supplier/invoice of
      *> the payment it takes back, so the standing count nets to
      *> zero for an invoice whose only payment was reversed
           ADD +1 TO WS-PH-REC-CNT.
           PERFORM VARYING WS-IRT-IDX FROM 1 BY 1
                   UNTIL WS-IRT-IDX > WS-IRT-CNT
              IF WS-IRT-SUPP(WS-IRT-IDX) = WS-PH-SUPP-CODE AND
                 WS-IRT-INV(WS-IRT-IDX)  = WS-PH-INV-NUMBER
                 IF PH-IS-REVERSAL
                    SUBTRACT +1 FROM WS-IRT-PAID(WS-IRT-IDX)
                 ELSE
                    ADD +1 TO WS-IRT-PAID(WS-IRT-IDX)
                 END-IF
                 IF WS-PH-PAY-DATE > WS-IRT-PAY-DATE(WS-IRT-IDX)
                    MOVE WS-PH-PAY-DATE TO
                         WS-IRT-PAY-DATE(WS-IRT-IDX)
                 END-IF
                 MOVE WS-IRT-CNT TO WS-IRT-IDX
              END-IF
           END-PERFORM.
           PERFORM 310-READ-PAYHIST.

       500-SCREEN-ONE-PO.
           ADD +1 TO WS-OP-REC-CNT.
           IF NOT OP-STAT-CLOSED AND NOT OP-STAT-CANCELLED
              GO TO 500-SCREEN-NEXT
           END-IF.
           ADD +1 TO WS-DONE-CNT.
           PERFORM 510-TALLY-REGISTER.
           IF WS-LAST-ACT-DATE NOT > ZERO
              ADD +1 TO WS-YOUNG-CNT
              GO TO 500-SCREEN-NEXT
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
              FUNCTION INTEGER-OF-DATE(WS-LAST-ACT-DATE).
           IF WS-AGE-DAYS < WS-RETAIN-DAYS
              ADD +1 TO WS-YOUNG-CNT
              GO TO 500-SCREEN-NEXT
           END-IF.
      *> old enough - it goes only once the money side is finished
           IF WS-INV-QTY-FOR-PO < WS-OP-RECEIVED-QTY
              ADD +1 TO WS-HELD-INV-CNT
              MOVE 'HELD - NOT FULLY INVOICED' TO RPT-ACTION
              PERFORM 610-WRITE-DETAIL
              GO TO 500-SCREEN-NEXT
           END-IF.
           IF WS-UNPAID-CNT > ZERO
              ADD +1 TO WS-HELD-PAY-CNT
              MOVE 'HELD - INVOICE NOT PAID' TO RPT-ACTION
              PERFORM 610-WRITE-DETAIL
              GO TO 500-SCREEN-NEXT
           END-IF.
           PERFORM 600-ARCHIVE-ONE-PO.
       500-SCREEN-NEXT.
           PERFORM 320-READ-OPENPO.
       500-SCREEN-EXIT.
           EXIT.

       510-TALLY-REGISTER.
      *> invoiced quantity, unpaid invoices and the latest activity
      *> date across the register rows for this PO/part
           MOVE ZERO TO WS-INV-QTY-FOR-PO.
           MOVE ZERO TO WS-UNPAID-CNT.
           MOVE WS-OP-ORDER-DATE TO WS-LAST-ACT-DATE.
           IF WS-OP-LAST-RCPT-DT > WS-LAST-ACT-DATE
              MOVE WS-OP-LAST-RCPT-DT TO WS-LAST-ACT-DATE
           END-IF.
           PERFORM VARYING WS-IRT-IDX FROM 1 BY 1
                   UNTIL WS-IRT-IDX > WS-IRT-CNT
              IF WS-IRT-PO(WS-IRT-IDX) = WS-OP-PO-NUMBER AND
                 WS-IRT-PART(WS-IRT-IDX) = WS-OP-PART-NUMBER
                 ADD WS-IRT-QTY(WS-IRT-IDX) TO WS-INV-QTY-FOR-PO
                 IF WS-IRT-PAID(WS-IRT-IDX) NOT > ZERO
                    ADD +1 TO WS-UNPAID-CNT
                 END-IF
                 IF WS-IRT-CLEAR(WS-IRT-IDX) > WS-LAST-ACT-DATE
                    MOVE WS-IRT-CLEAR(WS-IRT-IDX) TO WS-LAST-ACT-DATE
                 END-IF
                 IF WS-IRT-PAY-DATE(WS-IRT-IDX) > WS-LAST-ACT-DATE
                    MOVE WS-IRT-PAY-DATE(WS-IRT-IDX)
                         TO WS-LAST-ACT-DATE
                 END-IF
              END-IF
           END-PERFORM.

       600-ARCHIVE-ONE-PO.
      *> history row first, then the delete - a failed delete leaves
      *> the row on both files, which the next run would archive
      *> again, so it stops the step rather than carry on
           MOVE WS01-CURR-DATE-N TO WS-AR-ARCH-DATE.
           MOVE WS-OP-DETAIL     TO WS-AR-ORDER.
           WRITE POARCH-RECORD FROM WS-AR-DETAIL.
           IF NOT POARCH-OK
              DISPLAY 'POARCH WRITE ERROR ' POARCH-ST
                      ' FOR PO ' WS-OP-PO-NUMBER
              GO TO 999-ERR-RTN
           END-IF.
           DELETE OPENPO-FILE
              INVALID KEY
                 DISPLAY 'OPENPO DELETE ERROR ' OPENPO-ST
                         ' FOR PO ' WS-OP-PO-NUMBER
                         ' PART ' WS-OP-PART-NUMBER
                 GO TO 999-ERR-RTN
           END-DELETE.
           ADD +1 TO WS-ARCH-CNT.
           MOVE 'ARCHIVED' TO RPT-ACTION.
           PERFORM 610-WRITE-DETAIL.
           IF POEV-IS-OPEN
              MOVE WS-OP-PO-NUMBER    TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N   TO WS-EV-DATE
              MOVE 'POARCH'           TO WS-EV-PROGRAM
              MOVE 'ARCHIVED'         TO WS-EV-EVENT
              MOVE WS-OP-PART-NUMBER  TO WS-EV-PART-NUMBER
              MOVE WS-OP-RECEIVED-QTY TO WS-EV-QUANTITY
              MOVE ZERO               TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       610-WRITE-DETAIL.
           MOVE WS-OP-PO-NUMBER     TO RPT-PO.
           MOVE WS-OP-PART-NUMBER   TO RPT-PART.
           MOVE WS-OP-SUPPLIER-CODE TO RPT-SUPP.
           MOVE WS-OP-STATUS        TO RPT-STATUS.
           MOVE WS-OP-RECEIVED-QTY  TO RPT-RCVD-QTY.
           MOVE WS-INV-QTY-FOR-PO   TO RPT-INV-QTY.
           MOVE WS-LAST-ACT-DATE    TO RPT-LAST-ACT.
           MOVE WS-AGE-DAYS         TO RPT-AGE.
           WRITE POARRPT-RECORD FROM RPT-LINE-3.

       900-WRAP-UP.
           WRITE POARRPT-RECORD FROM RPT-LINE-0.
           WRITE POARRPT-RECORD FROM RPT-LINE-4.
           MOVE 'OPEN-PO ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-OP-REC-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLOSED/CANCELLED ROWS........ ' TO RPT-SUM-LABEL.
           MOVE WS-DONE-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE '  WITHIN RETENTION AGE....... ' TO RPT-SUM-LABEL.
           MOVE WS-YOUNG-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE '  HELD - NOT FULLY INVOICED.. ' TO RPT-SUM-LABEL.
           MOVE WS-HELD-INV-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE '  HELD - INVOICE NOT PAID.... ' TO RPT-SUM-LABEL.
           MOVE WS-HELD-PAY-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE '  ARCHIVED................... ' TO RPT-SUM-LABEL.
           MOVE WS-ARCH-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REGISTER ROWS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-IR-REC-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENT HISTORY ROWS READ.... ' TO RPT-SUM-LABEL.
           MOVE WS-PH-REC-CNT TO RPT-SUM-CNT.
           WRITE POARRPT-RECORD FROM RPT-LINE-5.
           WRITE POARRPT-RECORD FROM RPT-LINE-4.
           IF WS-HELD-INV-CNT > ZERO OR WS-HELD-PAY-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OPENPO-FILE, INVREG-FILE, PAYHIST-FILE,
                 POARCH-FILE, POARRPT-FILE.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.

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
