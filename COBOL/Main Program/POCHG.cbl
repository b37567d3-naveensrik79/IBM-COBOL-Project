      * IS A KEYED (INDEXED) DATASET NOW - THE CHANGED ORDER IS READ
      * AND REWRITTEN IN PLACE, SAME AS RECVPO, SO A RUN OF TEN
      * CHANGES NO LONGER REWRITES TWENTY THOUSAND ORDERS.
      * ONLY A SUPPLIER THE SUPPLIER MASTER FLAGS FOR EDI GETS THE
      * 860 ROW - A CHANGE FOR ANY OTHER SUPPLIER GOES ON THE PAPER
      * CHANGE EXTRACT AND POPRINT PRINTS IT AS A CHANGE ORDER.
      * UT-C-POCHG   = CHANGE-ORDER TRANSACTION FEED
      * UT-C-OPENPO  = OPEN-PO MASTER (KEYED, UPDATED IN PLACE)
      * UT-C-SUPPMAST = SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-EDI860  = EDI 860 CHANGE EXTRACT FOR THE TRANSLATOR
      * UT-C-PAPERCHG = PAPER CHANGE-ORDER EXTRACT FOR POPRINT
      * UT-C-POCHRPT = APPLIED/REFUSED/ORPHAN LISTING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT EDI860-FILE ASSIGN TO UT-C-EDI860
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EDI860-ST.
           SELECT PAPERCHG-FILE ASSIGN TO UT-C-PAPERCHG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAPERCHG-ST.
           SELECT POCHRPT-FILE ASSIGN TO UT-C-POCHRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POCHRPT-ST.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD EDI860-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 EDI860-RECORD       PIC X(120).
       FD PAPERCHG-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01 PAPERCHG-RECORD     PIC X(160).
       FD POCHRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-APPLIED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-REFUSED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ORPHAN-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PAPER-CNT            PIC 9(08) VALUE ZERO.
       77 WS-ERR-IDX              PIC 9(02) VALUE ZERO.

      * ONE CHANGE-ORDER TRANSACTION

       77 WS01-EDI860-LINE        PIC X(120) VALUE SPACES.

      * SUPPLIERS OFF THE MASTER - THE EDI FLAG DECIDES WHETHER A
      * CHANGE GOES OUT AS AN 860 OR AS A PRINTED CHANGE ORDER
       77 WS-SM-MAX               PIC 9(5) VALUE 5000.
       77 WS-SM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SM-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SMT-TBL.
           05 WS-SMT-ROW OCCURS 5000 TIMES.
               10 WS-SMT-CODE     PIC X(10).
               10 WS-SMT-EDI      PIC X(01).

      * ONE SUPPLIER MASTER ROW - SAME LAYOUT SUPMAINT WRITES
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 WS-SM-TYPE          PIC X(01) VALUE SPACES.
           05 WS-SM-RATING        PIC X(01) VALUE SPACES.
           05 WS-SM-STATUS        PIC X(01) VALUE SPACES.
           05 WS-SM-ACT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SM-NET-DAYS      PIC 9(03) VALUE ZERO.
           05 WS-SM-DISC-PCT      PIC 9(02)V99 VALUE ZERO.
           05 WS-SM-DISC-DAYS     PIC 9(03) VALUE ZERO.
           05 WS-SM-TAX-ID        PIC X(09) VALUE SPACES.
           05 WS-SM-FLAG-1099     PIC X(01) VALUE SPACES.
           05 WS-SM-OWN-CLASS     PIC X(02) VALUE SPACES.
           05 WS-SM-ERS-FLAG      PIC X(01) VALUE SPACES.
           05 WS-SM-EDI-FLAG      PIC X(01) VALUE SPACES.
               88 SM-EDI-SUPPLIER VALUE 'Y'.
           05 FILLER              PIC X(20) VALUE SPACES.

      * ONE PAPER CHANGE-ORDER ROW - SAME LAYOUT PRTSUPP WRITES ITS
      * PAPER PURCHASE ORDERS IN
           COPY POPAPER.

      * ONE COMMITMENT-LEDGER ROW - SAME LAYOUT PRTSUPP WRITES
       77 WS-COMMIT-OPEN-SW       PIC X(01) VALUE 'N'.
           88 COMMIT-IS-OPEN      VALUE 'Y'.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'POCHG'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 CHGFEED-EOF             PIC X(01) VALUE 'N'.
               88 OPENPO-OK           VALUE '00'.
           05 EDI860-ST               PIC X(02).
               88 EDI860-OK           VALUE '00'.
           05 SUPPMAST-EOF            PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST    VALUE 'Y'.
           05 SUPPMAST-ST             PIC X(02).
               88 SUPPMAST-OK         VALUE '00'.
           05 PAPERCHG-ST             PIC X(02).
               88 PAPERCHG-OK         VALUE '00'.
           05 POCHRPT-ST              PIC X(02).
               88 POCHRPT-OK          VALUE '00'.
           05 COMMIT-ST               PIC X(02).
      *> rewriter holds our master
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'POCHG REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
                 DISPLAY 'Input POCHG Feed File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 207-READ-CURR-RATES.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           PERFORM 205-JOURNAL-MASTER THRU 205-JOURNAL-EXIT.
      *> the master opens for keyed update - POCHG can only amend
      *> orders a prior RECVPO run registered, so a missing master
              IF NOT OPENPO-OK
                 DISPLAY 'Open OPENPO File Error ' OPENPO-ST
                 GO TO 999-ERR-RTN.
      *> every applied change has to reach the supplier one way or
      *> the other - without the master there is no telling which
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 209-LOAD-ONE-SUPPLIER UNTIL NO-MORE-SUPPMAST.
           CLOSE SUPPMAST-FILE.
           OPEN OUTPUT EDI860-FILE
              IF NOT EDI860-OK
                 DISPLAY 'Output EDI860 File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PAPERCHG-FILE
              IF NOT PAPERCHG-OK
                 DISPLAY 'Output PAPERCHG File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT POCHRPT-FILE
              IF NOT POCHRPT-OK
                 DISPLAY 'Output POCHRPT File Error'
              MOVE WS-EDR-RATE-IN TO WS-EDR-RATE(WS-EDR-CNT)
           END-IF.

       209-LOAD-ONE-SUPPLIER.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND WS-SM-CNT < WS-SM-MAX
              ADD +1 TO WS-SM-CNT
              MOVE WS-SM-CODE     TO WS-SMT-CODE(WS-SM-CNT)
              MOVE WS-SM-EDI-FLAG TO WS-SMT-EDI(WS-SM-CNT)
           END-IF.

       300-READ-CHANGE.
           READ CHGFEED-FILE INTO WS-CHG-DETAIL
              AT END
                 MOVE 'CANCELLED ' TO RPT-DISPOSITION
                 MOVE 'Order cancelled per buyer instruction.' TO
                      RPT-REASON
                 PERFORM 445-SEND-CHANGE
              WHEN CHG-QUANTITY OR CHG-PRICE OR CHG-DELIVERY
                 PERFORM 430-VALIDATE-CHANGED-ORDER
                 IF WS-PURCHRDS-RTN-CODE = 8
                    MOVE 'APPLIED   ' TO RPT-DISPOSITION
                    MOVE 'Change applied and re-validated.' TO
                         RPT-REASON
                    PERFORM 445-SEND-CHANGE
                 END-IF
              WHEN OTHER
                 ADD +1 TO WS-REFUSED-CNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       445-SEND-CHANGE.
      *> a supplier the master does not flag for EDI - or does not
      *> carry at all - cannot take an 860; its change is printed
           MOVE ZERO TO WS-SM-FND-IDX.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT OR WS-SM-FND-IDX > ZERO
              IF WS-SMT-CODE(WS-SM-IDX) = WS-OP-SUPPLIER-CODE
                 MOVE WS-SM-IDX TO WS-SM-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SM-FND-IDX > ZERO
              IF WS-SMT-EDI(WS-SM-FND-IDX) = 'Y'
                 PERFORM 450-WRITE-EDI860
              ELSE
                 PERFORM 455-WRITE-PAPER-CHANGE
              END-IF
           ELSE
              PERFORM 455-WRITE-PAPER-CHANGE
           END-IF.

       455-WRITE-PAPER-CHANGE.
      *> the order as it now stands, after the change - the printed
      *> change order shows the supplier the revised line in full
           INITIALIZE WS-PP-DETAIL.
           MOVE 'C'                 TO WS-PP-DOC-TYPE.
           MOVE WS-CHG-TYPE         TO WS-PP-CHG-TYPE.
           MOVE WS-CHG-PO-NUMBER    TO WS-PP-PO-NUMBER.
           MOVE WS-CHG-PART-NUMBER  TO WS-PP-PART-NUMBER.
           MOVE WS-OP-SUPPLIER-CODE TO WS-PP-SUPP-CODE.
           MOVE WS-OP-ORDER-QTY     TO WS-PP-QUANTITY.
           MOVE WS-OP-UNIT-PRICE    TO WS-PP-UNIT-PRICE.
           MOVE WS-OP-CURRENCY      TO WS-PP-CURRENCY.
           MOVE WS-OP-ORDER-DATE    TO WS-PP-ORDER-DATE.
           MOVE WS-OP-DELIVERY-DATE TO WS-PP-DELIVERY-DATE.
           MOVE WS-OP-BUYER-CODE    TO WS-PP-BUYER-CODE.
           MOVE WS01-CURR-DATE-N1   TO WS-PP-WRITE-DATE.
           MOVE 'POCHG   '          TO WS-PP-PROGRAM.
           WRITE PAPERCHG-RECORD FROM WS-PP-DETAIL.
           ADD +1 TO WS-PAPER-CNT.

       450-WRITE-EDI860.
      *> one delimited row per applied change, for the translator
      *> that builds the outbound 860 transaction set - same idiom
           MOVE 'ORPHAN CHANGES:         ' TO RPT-TOT-LABEL.
           MOVE WS-ORPHAN-CNT TO RPT-TOT-CNT.
           WRITE POCHRPT-RECORD FROM RPT-LINE-TOT.
           MOVE 'CHANGES SENT ON PAPER:  ' TO RPT-TOT-LABEL.
           MOVE WS-PAPER-CNT TO RPT-TOT-CNT.
           WRITE POCHRPT-RECORD FROM RPT-LINE-TOT.
           CLOSE CHGFEED-FILE, EDI860-FILE, PAPERCHG-FILE,
                 POCHRPT-FILE, OPENPO-FILE.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
           IF COMMIT-IS-OPEN
              CLOSE COMMIT-FILE
           END-IF.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.
           MOVE WS-CHG-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.

           DISPLAY 'POCHG CHANGES READ........... ' WS-CHG-CNT.
           DISPLAY 'POCHG CHANGES APPLIED........ ' WS-APPLIED-CNT.
           DISPLAY 'POCHG CHANGES REFUSED........ ' WS-REFUSED-CNT.
           DISPLAY 'POCHG ORPHAN CHANGES......... ' WS-ORPHAN-CNT.
           DISPLAY 'POCHG CHANGES SENT ON PAPER.. ' WS-PAPER-CNT.

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
