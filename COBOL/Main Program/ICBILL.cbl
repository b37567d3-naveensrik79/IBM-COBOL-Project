       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ICBILL.
      * **************************************************
      * ICBILL IS THE INTERCOMPANY BILLING STEP.  PRTSUPP POSTS EVERY
      * INTER-PLANT MOVE TO UT-C-XFRTRAN; MOST ARE MOVES INSIDE ONE
      * COMPANY, BUT A MOVE BETWEEN PLANTS THE PLANT-TO-ENTITY TABLE
      * PUTS IN DIFFERENT LEGAL ENTITIES IS A SALE BETWEEN THE
      * COMPANIES.  FOR EACH SUCH TRANSFER ICBILL:
      *   - PRICES IT AT THE PART'S TRANSFER PRICE IN FORCE ON THE
      *     ORDER DATE (UT-C-XFRPRICE)
      *   - PRINTS AN INTERCOMPANY INVOICE TO THE RECEIVING ENTITY
      *   - BOOKS A RECEIVABLE FOR THE SHIPPING ENTITY AND A MATCHING
      *     PAYABLE FOR THE RECEIVING ENTITY ON THE REGISTER
      *   - JOURNALS BOTH SIDES IN THE GLEXT EXTRACT LAYOUT, WITH THE
      *     BOOKING ENTITY CARRIED ON EACH ROW:
      *       SHIPPING  DR IC RECEIVABLE 13900000 / CR IC SALES
      *                 41900000
      *       RECEIVING DR IC PURCHASES 51900000 / CR IC PAYABLE
      *                 21900000
      * A TRANSFER ALREADY ON THE REGISTER IS NOT BILLED AGAIN, SO A
      * RERUN OVER THE SAME XFRTRAN IS HARMLESS.  A CROSS-ENTITY
      * TRANSFER WITH NO TRANSFER PRICE, OR TOUCHING A PLANT THE
      * TABLE DOES NOT KNOW, IS LISTED AND LEFT FOR THE NEXT RUN
      * (RETURN CODE 4).  JOURNAL ROWS ARE DATED THROUGH FISCPER.
      * UT-C-XFRTRAN  = IN-TRANSIT POSTINGS WRITTEN BY PRTSUPP
      * UT-C-PLNTENT  = PLANT-TO-LEGAL-ENTITY TABLE
      * UT-C-XFRPRICE = TRANSFER PRICE PER PART
      * UT-C-ICREG    = INTERCOMPANY RECEIVABLE/PAYABLE REGISTER
      *                 (APPENDED)
      * UT-C-ICGLEXT  = INTERCOMPANY JOURNAL IN GLEXT LAYOUT
      * UT-C-ICINV    = INTERCOMPANY INVOICES TO THE RECEIVING
      *                 ENTITIES
      * UT-C-ICBRPT   = BILLING RUN REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFRTRAN-FILE ASSIGN TO UT-C-XFRTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS XFRTRAN-ST.
           SELECT PLNTENT-FILE ASSIGN TO UT-C-PLNTENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PLNTENT-ST.
           SELECT XFRPRICE-FILE ASSIGN TO UT-C-XFRPRICE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS XFRPRICE-ST.
           SELECT ICREG-FILE ASSIGN TO UT-C-ICREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICREG-ST.
           SELECT ICGLEXT-FILE ASSIGN TO UT-C-ICGLEXT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICGLEXT-ST.
           SELECT ICINV-FILE ASSIGN TO UT-C-ICINV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICINV-ST.
           SELECT ICBRPT-FILE ASSIGN TO UT-C-ICBRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ICBRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD XFRTRAN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 XFRTRAN-RECORD      PIC X(80).
       FD PLNTENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PLNTENT-RECORD      PIC X(80).
       FD XFRPRICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 XFRPRICE-RECORD     PIC X(80).
       FD ICREG-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 ICREG-RECORD        PIC X(100).
       FD ICGLEXT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ICGLEXT-RECORD      PIC X(80).
       FD ICINV-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ICINV-RECORD        PIC X(132).
       FD ICBRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ICBRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-XFR-CNT              PIC 9(08) VALUE ZERO.
       77 WS-SAME-ENT-CNT         PIC 9(08) VALUE ZERO.
       77 WS-BILLED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-DUP-CNT              PIC 9(08) VALUE ZERO.
       77 WS-NOPRICE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-NOPLANT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-GL-CNT               PIC 9(08) VALUE ZERO.
       77 WS-BILLED-AMT           PIC 9(11)V99 VALUE ZERO.
       77 WS-NEXT-INVOICE         PIC 9(08) VALUE ZERO.
       77 WS-POST-DATE            PIC 9(08) VALUE ZERO.
       77 WS-PRICE-DATE           PIC 9(08) VALUE ZERO.
       77 WS-FROM-ENTITY          PIC X(04) VALUE SPACES.
       77 WS-FROM-NAME            PIC X(30) VALUE SPACES.
       77 WS-TO-ENTITY            PIC X(04) VALUE SPACES.
       77 WS-TO-NAME              PIC X(30) VALUE SPACES.
       77 WS-XFR-PRICE            PIC 9(07)V99 VALUE ZERO.
       77 WS-XFR-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       77 WS-BEST-EFF             PIC 9(08) VALUE ZERO.
       77 WS-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ROW-FOUND           VALUE 'Y'.

      * SHARED FISCAL-PERIOD HANDSHAKE - SAME FIELDS RECVPO PASSES
       77 WS-FP-ACTION            PIC X(03) VALUE SPACES.
       77 WS-FP-DATE              PIC 9(08) VALUE ZERO.
       77 WS-FP-POST-DATE         PIC 9(08) VALUE ZERO.
       77 WS-FP-PERIOD            PIC X(06) VALUE SPACES.
       77 WS-FP-STATUS            PIC X(01) VALUE SPACES.
       77 WS-FP-RETURN            PIC 9(02) VALUE ZERO.

      * RUN-SEQUENCE INTERLOCK HANDSHAKE WITH THE SHARED RUNCTL
      * CONTROL DATASET
       77 WS-RC-PROGRAM           PIC X(08) VALUE 'ICBILL  '.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * THE PLANT-TO-ENTITY TABLE
       77 WS-PT-MAX               PIC 9(03) VALUE 200.
       77 WS-PT-CNT               PIC 9(03) VALUE ZERO.
       77 WS-PT-IDX               PIC 9(03) VALUE ZERO.
       01 WS-PT-TBL.
           05 WS-PT-ROW OCCURS 200 TIMES.
               10 WS-PT-PLANT     PIC X(03).
               10 WS-PT-ENTITY    PIC X(04).
               10 WS-PT-NAME      PIC X(30).

      * EVERY TRANSFER-PRICE ROW - A PART MAY HAVE SEVERAL DATED ONES
       77 WS-TP-MAX               PIC 9(05) VALUE 10000.
       77 WS-TP-CNT               PIC 9(05) VALUE ZERO.
       77 WS-TP-IDX               PIC 9(05) VALUE ZERO.
       01 WS-TP-TBL.
           05 WS-TP-ROW OCCURS 10000 TIMES.
               10 WS-TP-PART      PIC X(23).
               10 WS-TP-EFF       PIC 9(08).
               10 WS-TP-PRICE     PIC 9(07)V99.

      * TRANSFER KEYS ALREADY ON THE REGISTER (RECEIVABLE SIDE)
       77 WS-BK-MAX               PIC 9(05) VALUE 20000.
       77 WS-BK-CNT               PIC 9(05) VALUE ZERO.
       77 WS-BK-IDX               PIC 9(05) VALUE ZERO.
       01 WS-BK-TBL.
           05 WS-BK-KEY OCCURS 20000 TIMES PIC X(43).

           COPY PLNTENT.
           COPY XFRPRICE.
           COPY ICREG.

      * ONE IN-TRANSIT POSTING - SAME LAYOUT PRTSUPP WRITES
       01 WS-XFR-DETAIL.
           05 WS-XFR-KEY.
               10 WS-XFR-FROM-PLANT    PIC X(03) VALUE SPACES.
               10 WS-XFR-TO-PLANT      PIC X(03) VALUE SPACES.
               10 WS-XFR-PART-NUMBER   PIC X(23) VALUE SPACES.
               10 WS-XFR-PO-NUMBER     PIC X(06) VALUE SPACES.
               10 WS-XFR-ORDER-DATE    PIC 9(08) VALUE ZERO.
           05 WS-XFR-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-XFR-DLV-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER               PIC X(22) VALUE SPACES.
      * THE SAME 80 BYTES IN THE ORDER PRTSUPP LAYS THEM DOWN
       01 WS-XFR-RECORD.
           05 WS-XR-PART-NUMBER    PIC X(23).
           05 WS-XR-FROM-PLANT     PIC X(03).
           05 WS-XR-TO-PLANT       PIC X(03).
           05 WS-XR-QUANTITY       PIC 9(07).
           05 WS-XR-ORDER-DATE     PIC 9(08).
           05 WS-XR-DLV-DATE       PIC 9(08).
           05 WS-XR-PO-NUMBER      PIC X(06).
           05 FILLER               PIC X(22).

      * ONE JOURNAL EXTRACT RECORD - SAME LAYOUT GLEXT WRITES, WITH
      * THE BOOKING ENTITY IN THE FIRST BYTES OF THE SPARE AREA
       01 WS-GL-DETAIL.
           05 WS-GL-ACCOUNT       PIC X(08) VALUE SPACES.
           05 WS-GL-DR-CR         PIC X(02) VALUE SPACES.
           05 WS-GL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-DATE          PIC 9(08) VALUE ZERO.
           05 WS-GL-SOURCE        PIC X(08) VALUE SPACES.
           05 WS-GL-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-GL-ENTITY        PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(31) VALUE SPACES.

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

       01 PROGRAM-SWITCHES.
           05 XFRTRAN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-XFRTRAN       VALUE 'Y'.
           05 XFRTRAN-ST                PIC X(02).
               88 XFRTRAN-OK            VALUE '00'.
           05 PLNTENT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PLNTENT       VALUE 'Y'.
           05 PLNTENT-ST                PIC X(02).
               88 PLNTENT-OK            VALUE '00'.
           05 XFRPRICE-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-XFRPRICE      VALUE 'Y'.
           05 XFRPRICE-ST               PIC X(02).
               88 XFRPRICE-OK           VALUE '00'.
           05 ICREG-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-ICREG         VALUE 'Y'.
           05 ICREG-ST                  PIC X(02).
               88 ICREG-OK              VALUE '00'.
           05 ICGLEXT-ST                PIC X(02).
               88 ICGLEXT-OK            VALUE '00'.
           05 ICINV-ST                  PIC X(02).
               88 ICINV-OK              VALUE '00'.
           05 ICBRPT-ST                 PIC X(02).
               88 ICBRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'INTERCOMPANY TRANSFER BILLING       '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(14) VALUE '   POSTED AS: '.
             10 RPT-POST-DATE PIC 9(08) VALUE ZERO.
             10 FILLER       PIC X(54) VALUE SPACES.
       01 RPT-LINE-PERIOD.
             10 RPT-PERIOD-MSG  PIC X(100) VALUE SPACES.
             10 FILLER          PIC X(32) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(03) VALUE 'Frm'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'To '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE '    Qty'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Ship'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Recv'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Invoice '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '      Amount  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(44) VALUE 'Disposition'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-FROM-PLANT  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-TO-PLANT    PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-QTY         PIC ZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-FROM-ENT    PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-TO-ENT      PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-INVOICE     PIC 9(08) BLANK WHEN ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DISPOSITION PIC X(44) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-TOT.
             10 RPT-TOT-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-TOT-AMT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(84) VALUE SPACES.

      * THE INTERCOMPANY INVOICE - ONE PER BILLED TRANSFER
       01 INV-LINE-TITLE.
             10 FILLER          PIC X(22) VALUE
                'INTERCOMPANY INVOICE  '.
             10 INV-NUMBER      PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(10) VALUE '   DATED  '.
             10 INV-DATE        PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(84) VALUE SPACES.
       01 INV-LINE-PARTY.
             10 INV-PARTY-LABEL PIC X(12) VALUE SPACES.
             10 INV-PARTY-ENT   PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 INV-PARTY-NAME  PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE '  PLANT '.
             10 INV-PARTY-PLANT PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(73) VALUE SPACES.
       01 INV-LINE-HEAD.
             10 FILLER          PIC X(25) VALUE 'PART NUMBER'.
             10 FILLER          PIC X(08) VALUE 'TRANSFER'.
             10 FILLER          PIC X(12) VALUE '    ORDERED '.
             10 FILLER          PIC X(09) VALUE '      QTY'.
             10 FILLER          PIC X(14) VALUE '    UNIT PRICE'.
             10 FILLER          PIC X(17) VALUE '       AMOUNT USD'.
             10 FILLER          PIC X(47) VALUE SPACES.
       01 INV-LINE-ITEM.
             10 INV-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 INV-PO-NUMBER   PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 INV-ORDER-DATE  PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 INV-QTY         PIC Z,ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 INV-PRICE       PIC Z,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 INV-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(45) VALUE SPACES.
       01 INV-LINE-TERMS.
             10 FILLER          PIC X(44) VALUE
                'SETTLE THROUGH THE INTERCOMPANY ACCOUNT ONLY'.
             10 FILLER          PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRANSFER.
           PERFORM 400-BILL-ONE-TRANSFER THRU 400-BILL-EXIT
                   UNTIL NO-MORE-XFRTRAN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS01-CURR-DATE-N TO WS-RC-DATE.
      *> take the suite interlock before touching a single file -
      *> the day's XFRTRAN is only complete once PRTSUPP has ended
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'ICBILL REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 150-SET-POSTING-DATE.
           PERFORM 210-LOAD-ENTITIES.
           PERFORM 220-LOAD-PRICES.
           PERFORM 230-LOAD-REGISTER.
           PERFORM 200-OPEN-FILES.
           MOVE WS-POST-DATE TO RPT-POST-DATE.
           WRITE ICBRPT-RECORD FROM RPT-LINE-0.
           WRITE ICBRPT-RECORD FROM RPT-LINE-BANNER.
           IF RPT-PERIOD-MSG NOT = SPACES
              WRITE ICBRPT-RECORD FROM RPT-LINE-PERIOD
           END-IF.
           WRITE ICBRPT-RECORD FROM RPT-LINE-1.
           WRITE ICBRPT-RECORD FROM RPT-LINE-2.

       150-SET-POSTING-DATE.
      *> one call per run, same as RECVPO - a run dated in a closed
      *> period journals into the first open one
           MOVE 'CHK' TO WS-FP-ACTION.
           MOVE WS01-CURR-DATE-N TO WS-FP-DATE.
           CALL 'FISCPER' USING WS-FP-ACTION, WS-FP-DATE,
                                WS-FP-POST-DATE, WS-FP-PERIOD,
                                WS-FP-STATUS, WS-FP-RETURN.
           MOVE WS-FP-POST-DATE TO WS-POST-DATE.
           MOVE SPACES TO RPT-PERIOD-MSG.
           EVALUATE WS-FP-RETURN
              WHEN 4
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - INVOICES DATED '
                        WS-POST-DATE DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 8
                 STRING 'RUN DATE IS IN CLOSED FISCAL PERIOD '
                        WS-FP-PERIOD ' - NO LATER PERIOD IS OPEN, '
                        'POSTED AS DATED' DELIMITED BY SIZE
                        INTO RPT-PERIOD-MSG
                 END-STRING
              WHEN 12
                 MOVE 'RUN DATE IS ON NO FISCAL PERIOD - POSTED AS '
                    & 'DATED' TO RPT-PERIOD-MSG
           END-EVALUATE.
           IF WS-POST-DATE = ZERO
              MOVE WS01-CURR-DATE-N TO WS-POST-DATE
           END-IF.
           IF RPT-PERIOD-MSG NOT = SPACES
              DISPLAY 'ICBILL: ' RPT-PERIOD-MSG
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT XFRTRAN-FILE
              IF NOT XFRTRAN-OK
                 DISPLAY 'Input XFRTRAN File Error'
                 GO TO 999-ERR-RTN.
      *> the register is append-only - extended, or started by the
      *> first run that bills anything
           OPEN EXTEND ICREG-FILE.
           IF NOT ICREG-OK
              OPEN OUTPUT ICREG-FILE
           END-IF.
           IF NOT ICREG-OK
              DISPLAY 'Output ICREG File Error ' ICREG-ST
              GO TO 999-ERR-RTN
           END-IF.
           OPEN OUTPUT ICGLEXT-FILE
              IF NOT ICGLEXT-OK
                 DISPLAY 'Output ICGLEXT File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ICINV-FILE
              IF NOT ICINV-OK
                 DISPLAY 'Output ICINV File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ICBRPT-FILE
              IF NOT ICBRPT-OK
                 DISPLAY 'Output ICBRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-ENTITIES.
      *> without the table no transfer can be told apart from an
      *> in-company move - that is a hard stop, not a quiet night
           OPEN INPUT PLNTENT-FILE.
           IF NOT PLNTENT-OK
              DISPLAY 'Input PLNTENT File Error - NO PLANT-TO-ENTITY '
                      'TABLE'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 215-LOAD-ONE-ENTITY UNTIL NO-MORE-PLNTENT.
           CLOSE PLNTENT-FILE.

       215-LOAD-ONE-ENTITY.
           READ PLNTENT-FILE INTO WS-PE-DETAIL
              AT END MOVE 'Y' TO PLNTENT-EOF
           END-READ.
           IF NOT NO-MORE-PLNTENT AND WS-PE-PLANT-CODE NOT = SPACES
              IF WS-PT-CNT < WS-PT-MAX
                 ADD +1 TO WS-PT-CNT
                 MOVE WS-PE-PLANT-CODE  TO WS-PT-PLANT(WS-PT-CNT)
                 MOVE WS-PE-ENTITY      TO WS-PT-ENTITY(WS-PT-CNT)
                 MOVE WS-PE-ENTITY-NAME TO WS-PT-NAME(WS-PT-CNT)
              ELSE
                 DISPLAY 'PLNTENT TABLE FULL - PLANT '
                         WS-PE-PLANT-CODE ' NOT LOADED'
              END-IF
           END-IF.

       220-LOAD-PRICES.
      *> no price file just means every cross-entity transfer is
      *> listed unpriced and waits for the next run
           OPEN INPUT XFRPRICE-FILE.
           IF XFRPRICE-OK
              PERFORM 225-LOAD-ONE-PRICE UNTIL NO-MORE-XFRPRICE
              CLOSE XFRPRICE-FILE
           ELSE
              DISPLAY 'XFRPRICE NOT FOUND - NO TRANSFER CAN BE PRICED '
                      'THIS RUN'
           END-IF.

       225-LOAD-ONE-PRICE.
           READ XFRPRICE-FILE INTO WS-XP-DETAIL
              AT END MOVE 'Y' TO XFRPRICE-EOF
           END-READ.
           IF NOT NO-MORE-XFRPRICE AND WS-TP-CNT < WS-TP-MAX
              ADD +1 TO WS-TP-CNT
              MOVE WS-XP-PART-NUMBER TO WS-TP-PART(WS-TP-CNT)
              MOVE WS-XP-EFF-DATE    TO WS-TP-EFF(WS-TP-CNT)
              MOVE WS-XP-PRICE       TO WS-TP-PRICE(WS-TP-CNT)
           END-IF.

       230-LOAD-REGISTER.
      *> the transfers already billed, and the last invoice number
      *> issued - the next one follows it
           OPEN INPUT ICREG-FILE.
           IF ICREG-OK
              PERFORM 235-LOAD-ONE-REG-ROW UNTIL NO-MORE-ICREG
              CLOSE ICREG-FILE
           END-IF.
           MOVE 'N' TO ICREG-EOF.

       235-LOAD-ONE-REG-ROW.
           READ ICREG-FILE INTO WS-IC-DETAIL
              AT END MOVE 'Y' TO ICREG-EOF
           END-READ.
           IF NOT NO-MORE-ICREG
              IF WS-IC-INVOICE > WS-NEXT-INVOICE
                 MOVE WS-IC-INVOICE TO WS-NEXT-INVOICE
              END-IF
              IF IC-RECEIVABLE AND WS-BK-CNT < WS-BK-MAX
                 ADD +1 TO WS-BK-CNT
                 MOVE WS-IC-XFR-KEY TO WS-BK-KEY(WS-BK-CNT)
              END-IF
           END-IF.

       300-READ-TRANSFER.
           READ XFRTRAN-FILE INTO WS-XFR-RECORD
              AT END
              MOVE 'Y' TO XFRTRAN-EOF.
           IF NOT NO-MORE-XFRTRAN
              MOVE WS-XR-FROM-PLANT  TO WS-XFR-FROM-PLANT
              MOVE WS-XR-TO-PLANT    TO WS-XFR-TO-PLANT
              MOVE WS-XR-PART-NUMBER TO WS-XFR-PART-NUMBER
              MOVE WS-XR-PO-NUMBER   TO WS-XFR-PO-NUMBER
              MOVE WS-XR-ORDER-DATE  TO WS-XFR-ORDER-DATE
              MOVE WS-XR-QUANTITY    TO WS-XFR-QUANTITY
              MOVE WS-XR-DLV-DATE    TO WS-XFR-DLV-DATE
           END-IF.

       400-BILL-ONE-TRANSFER.
           ADD +1 TO WS-XFR-CNT.
           MOVE SPACES TO RPT-LINE-3.
           MOVE ZERO TO RPT-INVOICE, RPT-AMOUNT.
           MOVE WS-XFR-FROM-PLANT  TO RPT-FROM-PLANT.
           MOVE WS-XFR-TO-PLANT    TO RPT-TO-PLANT.
           MOVE WS-XFR-PART-NUMBER TO RPT-PART-NUMBER.
           MOVE WS-XFR-PO-NUMBER   TO RPT-PO-NUMBER.
           MOVE WS-XFR-QUANTITY    TO RPT-QTY.
           PERFORM 410-FIND-ENTITIES.
           MOVE WS-FROM-ENTITY TO RPT-FROM-ENT.
           MOVE WS-TO-ENTITY   TO RPT-TO-ENT.
           IF WS-FROM-ENTITY = SPACES OR WS-TO-ENTITY = SPACES
              ADD +1 TO WS-NOPLANT-CNT
              MOVE 'PLANT NOT ON THE ENTITY TABLE - NOT BILLED'
                   TO RPT-DISPOSITION
              WRITE ICBRPT-RECORD FROM RPT-LINE-3
              GO TO 400-BILL-NEXT
           END-IF.
      *> a move inside one company is stock in transit and nothing
      *> more - it is counted, not listed
           IF WS-FROM-ENTITY = WS-TO-ENTITY
              ADD +1 TO WS-SAME-ENT-CNT
              GO TO 400-BILL-NEXT
           END-IF.
           PERFORM 420-CHECK-BILLED.
           IF ROW-FOUND
              ADD +1 TO WS-DUP-CNT
              MOVE 'ALREADY INVOICED ON THE REGISTER'
                   TO RPT-DISPOSITION
              WRITE ICBRPT-RECORD FROM RPT-LINE-3
              GO TO 400-BILL-NEXT
           END-IF.
           PERFORM 430-FIND-PRICE.
           IF NOT ROW-FOUND
              ADD +1 TO WS-NOPRICE-CNT
              MOVE 'NO TRANSFER PRICE IN FORCE - NOT BILLED'
                   TO RPT-DISPOSITION
              WRITE ICBRPT-RECORD FROM RPT-LINE-3
              GO TO 400-BILL-NEXT
           END-IF.
           COMPUTE WS-XFR-AMOUNT ROUNDED =
                   WS-XFR-QUANTITY * WS-XFR-PRICE.
           ADD +1 TO WS-NEXT-INVOICE.
           ADD +1 TO WS-BILLED-CNT.
           ADD WS-XFR-AMOUNT TO WS-BILLED-AMT.
           PERFORM 500-WRITE-REGISTER-PAIR.
           PERFORM 600-JOURNAL-INVOICE.
           PERFORM 700-PRINT-INVOICE.
           MOVE WS-NEXT-INVOICE TO RPT-INVOICE.
           MOVE WS-XFR-AMOUNT   TO RPT-AMOUNT.
           MOVE 'INVOICED - RECEIVABLE/PAYABLE PAIR BOOKED'
                TO RPT-DISPOSITION.
           WRITE ICBRPT-RECORD FROM RPT-LINE-3.
       400-BILL-NEXT.
           PERFORM 300-READ-TRANSFER.
       400-BILL-EXIT.
           EXIT.

       410-FIND-ENTITIES.
           MOVE SPACES TO WS-FROM-ENTITY, WS-FROM-NAME,
                          WS-TO-ENTITY, WS-TO-NAME.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-CNT
              IF WS-PT-PLANT(WS-PT-IDX) = WS-XFR-FROM-PLANT
                 MOVE WS-PT-ENTITY(WS-PT-IDX) TO WS-FROM-ENTITY
                 MOVE WS-PT-NAME(WS-PT-IDX)   TO WS-FROM-NAME
              END-IF
              IF WS-PT-PLANT(WS-PT-IDX) = WS-XFR-TO-PLANT
                 MOVE WS-PT-ENTITY(WS-PT-IDX) TO WS-TO-ENTITY
                 MOVE WS-PT-NAME(WS-PT-IDX)   TO WS-TO-NAME
              END-IF
           END-PERFORM.

       420-CHECK-BILLED.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-CNT OR ROW-FOUND
              IF WS-BK-KEY(WS-BK-IDX) = WS-XFR-KEY
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM.

       430-FIND-PRICE.
      *> the latest price effective on or before the order date - a
      *> transfer with no order date is priced as of the run
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZERO TO WS-BEST-EFF, WS-XFR-PRICE.
           MOVE WS-XFR-ORDER-DATE TO WS-PRICE-DATE.
           IF WS-PRICE-DATE = ZERO
              MOVE WS01-CURR-DATE-N TO WS-PRICE-DATE
           END-IF.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-CNT
              IF WS-TP-PART(WS-TP-IDX) = WS-XFR-PART-NUMBER AND
                 WS-TP-EFF(WS-TP-IDX) NOT > WS-PRICE-DATE AND
                 WS-TP-EFF(WS-TP-IDX) NOT < WS-BEST-EFF
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE WS-TP-EFF(WS-TP-IDX)   TO WS-BEST-EFF
                 MOVE WS-TP-PRICE(WS-TP-IDX) TO WS-XFR-PRICE
              END-IF
           END-PERFORM.

       500-WRITE-REGISTER-PAIR.
      *> both sides go down together under one invoice number - the
      *> receivable first, then the payable that mirrors it
           INITIALIZE WS-IC-DETAIL.
           MOVE WS-NEXT-INVOICE    TO WS-IC-INVOICE.
           MOVE WS-XFR-FROM-PLANT  TO WS-IC-FROM-PLANT.
           MOVE WS-XFR-TO-PLANT    TO WS-IC-TO-PLANT.
           MOVE WS-XFR-PART-NUMBER TO WS-IC-PART-NUMBER.
           MOVE WS-XFR-PO-NUMBER   TO WS-IC-PO-NUMBER.
           MOVE WS-XFR-ORDER-DATE  TO WS-IC-XFR-DATE.
           MOVE WS-XFR-QUANTITY    TO WS-IC-QUANTITY.
           MOVE WS-XFR-PRICE       TO WS-IC-PRICE.
           MOVE WS-XFR-AMOUNT      TO WS-IC-AMOUNT.
           MOVE WS-POST-DATE       TO WS-IC-INV-DATE.
           MOVE 'R'                TO WS-IC-SIDE.
           MOVE WS-FROM-ENTITY     TO WS-IC-ENTITY.
           MOVE WS-TO-ENTITY       TO WS-IC-PARTNER.
           WRITE ICREG-RECORD FROM WS-IC-DETAIL.
           MOVE 'P'                TO WS-IC-SIDE.
           MOVE WS-TO-ENTITY       TO WS-IC-ENTITY.
           MOVE WS-FROM-ENTITY     TO WS-IC-PARTNER.
           WRITE ICREG-RECORD FROM WS-IC-DETAIL.
           IF NOT ICREG-OK
              DISPLAY 'ICREG WRITE ERROR ' ICREG-ST ' FOR INVOICE '
                      WS-NEXT-INVOICE
              GO TO 999-ERR-RTN
           END-IF.
           IF WS-BK-CNT < WS-BK-MAX
              ADD +1 TO WS-BK-CNT
              MOVE WS-XFR-KEY TO WS-BK-KEY(WS-BK-CNT)
           END-IF.

       600-JOURNAL-INVOICE.
      *> the shipping entity books the sale, the receiving entity
      *> the purchase - each pair balances inside its own entity
           MOVE WS-FROM-ENTITY TO WS-GL-ENTITY.
           MOVE '13900000' TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DR-CR.
           PERFORM 610-WRITE-GL-ROW.
           MOVE '41900000' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DR-CR.
           PERFORM 610-WRITE-GL-ROW.
           MOVE WS-TO-ENTITY TO WS-GL-ENTITY.
           MOVE '51900000' TO WS-GL-ACCOUNT.
           MOVE 'DR' TO WS-GL-DR-CR.
           PERFORM 610-WRITE-GL-ROW.
           MOVE '21900000' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-DR-CR.
           PERFORM 610-WRITE-GL-ROW.

       610-WRITE-GL-ROW.
           MOVE WS-XFR-AMOUNT    TO WS-GL-AMOUNT.
           MOVE WS-POST-DATE     TO WS-GL-DATE.
           MOVE 'ICBILL  '       TO WS-GL-SOURCE.
           MOVE WS-XFR-PO-NUMBER TO WS-GL-PO-NUMBER.
           WRITE ICGLEXT-RECORD FROM WS-GL-DETAIL.
           ADD +1 TO WS-GL-CNT.

       700-PRINT-INVOICE.
           MOVE WS-NEXT-INVOICE TO INV-NUMBER.
           MOVE WS-POST-DATE    TO INV-DATE.
           WRITE ICINV-RECORD FROM RPT-LINE-0.
           WRITE ICINV-RECORD FROM INV-LINE-TITLE.
           WRITE ICINV-RECORD FROM RPT-LINE-2.
           MOVE 'BILL TO     '   TO INV-PARTY-LABEL.
           MOVE WS-TO-ENTITY     TO INV-PARTY-ENT.
           MOVE WS-TO-NAME       TO INV-PARTY-NAME.
           MOVE WS-XFR-TO-PLANT  TO INV-PARTY-PLANT.
           WRITE ICINV-RECORD FROM INV-LINE-PARTY.
           MOVE 'FROM        '   TO INV-PARTY-LABEL.
           MOVE WS-FROM-ENTITY   TO INV-PARTY-ENT.
           MOVE WS-FROM-NAME     TO INV-PARTY-NAME.
           MOVE WS-XFR-FROM-PLANT TO INV-PARTY-PLANT.
           WRITE ICINV-RECORD FROM INV-LINE-PARTY.
           WRITE ICINV-RECORD FROM RPT-LINE-0.
           WRITE ICINV-RECORD FROM INV-LINE-HEAD.
           MOVE WS-XFR-PART-NUMBER TO INV-PART-NUMBER.
           MOVE WS-XFR-PO-NUMBER   TO INV-PO-NUMBER.
           MOVE WS-XFR-ORDER-DATE  TO INV-ORDER-DATE.
           MOVE WS-XFR-QUANTITY    TO INV-QTY.
           MOVE WS-XFR-PRICE       TO INV-PRICE.
           MOVE WS-XFR-AMOUNT      TO INV-AMOUNT.
           WRITE ICINV-RECORD FROM INV-LINE-ITEM.
           WRITE ICINV-RECORD FROM RPT-LINE-0.
           WRITE ICINV-RECORD FROM INV-LINE-TERMS.
           WRITE ICINV-RECORD FROM RPT-LINE-4.

       900-WRAP-UP.
           WRITE ICBRPT-RECORD FROM RPT-LINE-0.
           WRITE ICBRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSFERS READ............... ' TO RPT-SUM-LABEL.
           MOVE WS-XFR-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INSIDE ONE ENTITY............ ' TO RPT-SUM-LABEL.
           MOVE WS-SAME-ENT-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'INVOICED THIS RUN............ ' TO RPT-SUM-LABEL.
           MOVE WS-BILLED-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ALREADY INVOICED............. ' TO RPT-SUM-LABEL.
           MOVE WS-DUP-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'NO TRANSFER PRICE............ ' TO RPT-SUM-LABEL.
           MOVE WS-NOPRICE-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PLANT NOT ON ENTITY TABLE.... ' TO RPT-SUM-LABEL.
           MOVE WS-NOPLANT-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'JOURNAL ROWS WRITTEN......... ' TO RPT-SUM-LABEL.
           MOVE WS-GL-CNT TO RPT-SUM-CNT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-5.
           MOVE 'AMOUNT INVOICED (USD)........ ' TO RPT-TOT-LABEL.
           MOVE WS-BILLED-AMT TO RPT-TOT-AMT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-TOT.
           WRITE ICBRPT-RECORD FROM RPT-LINE-4.
           CLOSE XFRTRAN-FILE, ICREG-FILE, ICGLEXT-FILE, ICINV-FILE,
                 ICBRPT-FILE.
           IF WS-NOPRICE-CNT > ZERO OR WS-NOPLANT-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-XFR-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           MOVE WS-RC-COND TO RETURN-CODE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
