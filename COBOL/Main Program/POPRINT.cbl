       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POPRINT.
      * **************************************************
      * POPRINT PRINTS THE PURCHASE ORDERS AND CHANGE ORDERS FOR THE
      * SUPPLIERS THAT CANNOT TAKE THEM BY EDI.  PRTSUPP SENDS AN
      * ORDER FOR A SUPPLIER THE SUPPLIER MASTER FLAGS FOR EDI TO THE
      * 850 EXTRACT AND EVERY OTHER ORDER TO THE PAPER EXTRACT;
      * POCHG DOES THE SAME WITH ITS 860 CHANGES.  THIS STEP TURNS
      * THE PAPER ROWS INTO ONE DOCUMENT PER PURCHASE ORDER, READY TO
      * MAIL:
      *   - ADDRESSED TO THE SUPPLIER'S TYPE '1' ORDER ADDRESS ON THE
      *     SUPPLIER ADDRESS DIRECTORY (A SUPPLIER WITH NONE IS STILL
      *     PRINTED, MARKED, AND COUNTED FOR PURCHASING TO CHASE)
      *   - ONE LINE PER PART - PART NUMBER, DESCRIPTION, BLUEPRINT
      *     REVISION, QUANTITY, UNIT OF MEASURE, UNIT PRICE, CURRENCY
      *     AND DELIVERY DATE - UNDER THE PO NUMBER, ORDER DATE AND
      *     BUYER
      *   - A PURCHASE ORDER CLOSES ON OUR STANDARD TERMS OF PURCHASE;
      *     A CHANGE ORDER SHOWS EACH REVISED LINE AS IT NOW STANDS
      *     AND WHAT CHANGED ON IT
      * PRTSUPP PUTS AN ORDER ON THE PAPER EXTRACT EVERY TIME THE
      * FEED PRESENTS IT, SO THE ORDERS ALREADY PRINTED ARE KEPT ON A
      * PRINT HISTORY AND AN ORDER IS ONLY EVER PRINTED ONCE.  A
      * CHANGE IS PRINTED EVERY TIME - POCHG ONLY WRITES IT THE ONCE.
      * UT-C-PAPERPO  = PAPER PURCHASE-ORDER EXTRACT FROM PRTSUPP
      * UT-C-PAPERCHG = PAPER CHANGE-ORDER EXTRACT FROM POCHG
      * UT-C-SUPADIR  = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      * UT-C-POPRTHST = PRINTED-ORDER HISTORY (READ, THEN REWRITTEN
      *                 WITH THIS RUN'S ORDERS ADDED)
      * UT-C-POPRRPT  = PRINTED DOCUMENTS AND RUN SUMMARY LANDING IN
      *                 JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAPERPO-FILE ASSIGN TO UT-C-PAPERPO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAPERPO-ST.
           SELECT PAPERCHG-FILE ASSIGN TO UT-C-PAPERCHG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAPERCHG-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT POPRTHST-FILE ASSIGN TO UT-C-POPRTHST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POPRTHST-ST.
           SELECT POPRRPT-FILE ASSIGN TO UT-C-POPRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POPRRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PAPERPO-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01 PAPERPO-RECORD      PIC X(160).
       FD PAPERCHG-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01 PAPERCHG-RECORD     PIC X(160).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD POPRTHST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POPRTHST-RECORD     PIC X(80).
       FD POPRRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 POPRRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-ORD-READ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-ORD-SKIP-CNT         PIC 9(08) VALUE ZERO.
       77 WS-CHG-READ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-PO-DOC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-CO-DOC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-LINE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NOADDR-CNT           PIC 9(08) VALUE ZERO.
       77 WS-OVERFLOW-CNT         PIC 9(08) VALUE ZERO.
       77 WS-HIST-DROP-CNT        PIC 9(08) VALUE ZERO.
       77 WS-HIST-WRITE-CNT       PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-SEEN-INT             PIC 9(08) VALUE ZERO.
       77 WS-SORT-I               PIC 9(5) VALUE ZERO.
       77 WS-SORT-J               PIC 9(5) VALUE ZERO.
       77 WS-PAPERPO-OPEN-SW      PIC X(01) VALUE 'N'.
           88 PAPERPO-IS-OPEN     VALUE 'Y'.
       77 WS-PAPERCHG-OPEN-SW     PIC X(01) VALUE 'N'.
           88 PAPERCHG-IS-OPEN    VALUE 'Y'.

      *> an order the paper extract has not carried for a year is
      *> long since received or cancelled - its history row goes
       77 WS-HIST-KEEP-DAYS       PIC 9(03) VALUE 365.

      * PRINTED-ORDER HISTORY - SORTED BY PO + PART.  THE ROWS READ
      * FROM THE FILE ARE BINARY-SEARCHED; THE ROWS THIS RUN ADDS SIT
      * AFTER THEM UNTIL THE TABLE IS SORTED AGAIN FOR THE REWRITE
       77 WS-PHT-MAX              PIC 9(5) VALUE 20000.
       77 WS-PHT-CNT              PIC 9(5) VALUE ZERO.
       77 WS-PHT-LOADED           PIC 9(5) VALUE ZERO.
       77 WS-PHT-IDX              PIC 9(5) VALUE ZERO.
       77 WS-PHT-FND-IDX          PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-LO             PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-HI             PIC 9(5) VALUE ZERO.
       77 WS-BSRCH-MID            PIC 9(5) VALUE ZERO.
       01 WS-PHT-TBL.
           05 WS-PHT-ROW OCCURS 20000 TIMES.
               10 WS-PHT-KEY        PIC X(29).
               10 WS-PHT-SUPP       PIC X(10).
               10 WS-PHT-PRINT-DATE PIC 9(08).
               10 WS-PHT-SEEN-DATE  PIC 9(08).
       01 WS-PHT-SAVE.
           05 WS-PHT-SAVE-KEY     PIC X(29) VALUE SPACES.
           05 FILLER              PIC X(26) VALUE SPACES.

      * DOCUMENT LINES TO PRINT THIS RUN - KEYED DOCUMENT TYPE + PO +
      * ARRIVAL SEQUENCE, SO EACH PO'S LINES PRINT TOGETHER IN THE
      * ORDER THEY WERE WRITTEN
       77 WS-PR-MAX               PIC 9(5) VALUE 5000.
       77 WS-PR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PR-IDX               PIC 9(5) VALUE ZERO.
       01 WS-PR-TBL.
           05 WS-PR-ROW OCCURS 5000 TIMES.
               10 WS-PR-KEY.
                   15 WS-PR-DOC-TYPE  PIC X(01).
                   15 WS-PR-PO-NUMBER PIC X(06).
                   15 WS-PR-SEQ       PIC 9(05).
               10 WS-PR-DATA          PIC X(160).
       01 WS-PR-SAVE.
           05 WS-PR-SAVE-KEY      PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(160) VALUE SPACES.
       01 WS-PRV-DOC-KEY          PIC X(07) VALUE SPACES.

      * ONE PAPER EXTRACT ROW - SAME LAYOUT PRTSUPP AND POCHG WRITE
           COPY POPAPER.

      * ONE PRINTED-ORDER HISTORY ROW
       77 WS-PH-FOUND             PIC X(01) VALUE 'N'.
           88 PH-FOUND            VALUE 'Y'.
           COPY POPRTHST.

      * ORDER ADDRESS OF THE SUPPLIER ON THE DOCUMENT IN HAND
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.

      * OUR STANDARD TERMS OF PURCHASE - PRINTED UNDER EVERY ORDER
       77 WS-TM-MAX               PIC 9(02) VALUE 10.
       77 WS-TM-IDX               PIC 9(02) VALUE ZERO.
       01 WS-TERMS-TEXT.
           05 FILLER              PIC X(54) VALUE
             'STANDARD TERMS AND CONDITIONS OF PURCHASE'.
           05 FILLER              PIC X(54) VALUE
             '1. QUOTE OUR PO NUMBER AND PART NUMBER ON EVERY'.
           05 FILLER              PIC X(54) VALUE
             '   PACKING SLIP, SHIP NOTICE AND INVOICE.'.
           05 FILLER              PIC X(54) VALUE
             '2. SHIP TO THE BLUEPRINT REVISION SHOWN AND NO OTHER.'.
           05 FILLER              PIC X(54) VALUE
             '3. DELIVER ON THE DATE SHOWN - EARLY, LATE OR SHORT'.
           05 FILLER              PIC X(54) VALUE
             '   SHIPMENTS NEED THE BUYER''S WRITTEN CONSENT.'.
           05 FILLER              PIC X(54) VALUE
             '4. PRICES ARE FIRM IN THE CURRENCY SHOWN.  PAYMENT'.
           05 FILLER              PIC X(54) VALUE
             '   TERMS ARE AS HELD ON OUR SUPPLIER MASTER.'.
           05 FILLER              PIC X(54) VALUE
             '5. ACKNOWLEDGE THIS ORDER TO THE BUYER WITHIN FIVE'.
           05 FILLER              PIC X(54) VALUE
             '   WORKING DAYS OF RECEIPT.'.
       01 WS-TERMS-TBL REDEFINES WS-TERMS-TEXT.
           05 WS-TERMS-LINE       PIC X(54) OCCURS 10 TIMES.

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
           05 PAPERPO-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAPERPO       VALUE 'Y'.
           05 PAPERPO-ST                PIC X(02).
               88 PAPERPO-OK            VALUE '00'.
           05 PAPERCHG-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-PAPERCHG      VALUE 'Y'.
           05 PAPERCHG-ST               PIC X(02).
               88 PAPERCHG-OK           VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 POPRTHST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-POPRTHST      VALUE 'Y'.
           05 POPRTHST-ST               PIC X(02).
               88 POPRTHST-OK           VALUE '00'.
           05 POPRRPT-ST                PIC X(02).
               88 POPRRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-BANNER.
             10 RPT-DOC-TITLE PIC X(36) VALUE SPACES.
             10 FILLER       PIC X(06) VALUE 'DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(80) VALUE SPACES.
       01 RPT-LINE-FLD.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-FLD-NAME PIC X(22) VALUE SPACES.
             10 RPT-FLD-VAL  PIC X(50) VALUE SPACES.
             10 FILLER       PIC X(56) VALUE SPACES.
       01 RPT-LINE-TEXT.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 RPT-TEXT     PIC X(100) VALUE SPACES.
             10 FILLER       PIC X(28) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE 'Description   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Blueprint '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE '    Qty'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'UOM'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Unit Price'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'Cur'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Deliver '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(12) VALUE 'Change      '.
             10 FILLER    PIC X(24) VALUE SPACES.
       01 RPT-LINE-3.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART-NAME   PIC X(14) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BLUEPRINT   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-QUANTITY    PIC ZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-UOM         PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-UNIT-PRICE  PIC ZZZZZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CURRENCY    PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DELIVERY    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-CHANGE      PIC X(12) VALUE SPACES.
             10 FILLER          PIC X(24) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-PAPERPO.
           PERFORM 400-TAKE-ORDER-ROW THRU 400-TAKE-EXIT
                   UNTIL NO-MORE-PAPERPO.
           PERFORM 310-READ-PAPERCHG.
           PERFORM 420-TAKE-CHANGE-ROW THRU 420-TAKE-EXIT
                   UNTIL NO-MORE-PAPERCHG.
           PERFORM 500-SORT-PRINT-TBL.
           PERFORM 600-PRINT-ONE-LINE
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-CNT.
           IF WS-PR-CNT > ZERO
              PERFORM 650-CLOSE-DOCUMENT
           END-IF.
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
           PERFORM 210-LOAD-HISTORY.

       200-OPEN-FILES.
      *> either extract may be missing - a day with no new paper
      *> orders, or no POCHG run - and the other still prints
           OPEN INPUT PAPERPO-FILE.
           IF PAPERPO-OK
              MOVE 'Y' TO WS-PAPERPO-OPEN-SW
           ELSE
              DISPLAY 'PAPERPO NOT FOUND - NO NEW PURCHASE ORDERS '
                      'TO PRINT'
              MOVE 'Y' TO PAPERPO-EOF
           END-IF.
           OPEN INPUT PAPERCHG-FILE.
           IF PAPERCHG-OK
              MOVE 'Y' TO WS-PAPERCHG-OPEN-SW
           ELSE
              DISPLAY 'PAPERCHG NOT FOUND - NO CHANGE ORDERS TO '
                      'PRINT'
              MOVE 'Y' TO PAPERCHG-EOF
           END-IF.
      *> no directory means no order address to mail a single
      *> document to
           OPEN INPUT SUPADIR-FILE
              IF NOT SUPADIR-OK
                 DISPLAY 'Input SUPADIR File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT POPRRPT-FILE
              IF NOT POPRRPT-OK
                 DISPLAY 'Output POPRRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-HISTORY.
      *> no history just means nothing has been printed yet
           OPEN INPUT POPRTHST-FILE.
           IF POPRTHST-OK
              PERFORM 215-LOAD-HISTORY-ROW UNTIL NO-MORE-POPRTHST
              CLOSE POPRTHST-FILE
           ELSE
              DISPLAY 'POPRTHST NOT FOUND - STARTING THE PRINT '
                      'HISTORY'
           END-IF.
           PERFORM 220-SORT-HISTORY.
           MOVE WS-PHT-CNT TO WS-PHT-LOADED.

       215-LOAD-HISTORY-ROW.
           READ POPRTHST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO POPRTHST-EOF
           END-READ.
           IF NOT NO-MORE-POPRTHST AND WS-PHT-CNT < WS-PHT-MAX
              ADD +1 TO WS-PHT-CNT
              MOVE WS-PH-KEY        TO WS-PHT-KEY(WS-PHT-CNT)
              MOVE WS-PH-SUPP-CODE  TO WS-PHT-SUPP(WS-PHT-CNT)
              MOVE WS-PH-PRINT-DATE TO WS-PHT-PRINT-DATE(WS-PHT-CNT)
              MOVE WS-PH-SEEN-DATE  TO WS-PHT-SEEN-DATE(WS-PHT-CNT)
           END-IF.

       220-SORT-HISTORY.
      *> insertion sort by PO + part - the file comes back already in
      *> order, so this only has real work to do on the rows a run
      *> has added at the end
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-PHT-CNT
              MOVE WS-PHT-ROW(WS-SORT-I) TO WS-PHT-SAVE
              MOVE WS-SORT-I TO WS-SORT-J
              SUBTRACT 1 FROM WS-SORT-J
              PERFORM UNTIL WS-SORT-J < 1
                 OR WS-PHT-KEY(WS-SORT-J) NOT > WS-PHT-SAVE-KEY
                 MOVE WS-PHT-ROW(WS-SORT-J) TO
                      WS-PHT-ROW(WS-SORT-J + 1)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-PHT-SAVE TO WS-PHT-ROW(WS-SORT-J + 1)
           END-PERFORM.

       300-READ-PAPERPO.
           IF NOT NO-MORE-PAPERPO
              READ PAPERPO-FILE INTO WS-PP-DETAIL
                 AT END MOVE 'Y' TO PAPERPO-EOF
              END-READ
           END-IF.

       310-READ-PAPERCHG.
           IF NOT NO-MORE-PAPERCHG
              READ PAPERCHG-FILE INTO WS-PP-DETAIL
                 AT END MOVE 'Y' TO PAPERCHG-EOF
              END-READ
           END-IF.

       400-TAKE-ORDER-ROW.
      *> an order already on the history went out on an earlier run
      *> - the feed presenting it again only proves it is still live
           ADD +1 TO WS-ORD-READ-CNT.
           MOVE WS-PP-PO-NUMBER   TO WS-PH-PO-NUMBER.
           MOVE WS-PP-PART-NUMBER TO WS-PH-PART-NUMBER.
           PERFORM 410-FIND-HISTORY.
           IF PH-FOUND
              MOVE WS01-CURR-DATE-N TO WS-PHT-SEEN-DATE(WS-PHT-FND-IDX)
              ADD +1 TO WS-ORD-SKIP-CNT
              GO TO 400-TAKE-NEXT
           END-IF.
      *> a line that does not fit is left off the history too, so
      *> the next run prints it
           IF WS-PR-CNT >= WS-PR-MAX OR WS-PHT-CNT >= WS-PHT-MAX
              ADD +1 TO WS-OVERFLOW-CNT
              GO TO 400-TAKE-NEXT
           END-IF.
           PERFORM 430-ADD-PRINT-ROW.
           ADD +1 TO WS-PHT-CNT.
           MOVE WS-PH-KEY        TO WS-PHT-KEY(WS-PHT-CNT).
           MOVE WS-PP-SUPP-CODE  TO WS-PHT-SUPP(WS-PHT-CNT).
           MOVE WS01-CURR-DATE-N TO WS-PHT-PRINT-DATE(WS-PHT-CNT).
           MOVE WS01-CURR-DATE-N TO WS-PHT-SEEN-DATE(WS-PHT-CNT).
       400-TAKE-NEXT.
           PERFORM 300-READ-PAPERPO.
       400-TAKE-EXIT.
           EXIT.

       410-FIND-HISTORY.
      *> binary search of the rows loaded from the file, then a pass
      *> over the rows this run has added - the same order can come
      *> twice on one extract after a PRTSUPP restart
           MOVE 'N' TO WS-PH-FOUND.
           MOVE ZERO TO WS-PHT-FND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-PHT-LOADED TO WS-BSRCH-HI.
           PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR PH-FOUND
              COMPUTE WS-BSRCH-MID =
                 (WS-BSRCH-LO + WS-BSRCH-HI) / 2
              EVALUATE TRUE
                 WHEN WS-PHT-KEY(WS-BSRCH-MID) = WS-PH-KEY
                    MOVE 'Y' TO WS-PH-FOUND
                    MOVE WS-BSRCH-MID TO WS-PHT-FND-IDX
                 WHEN WS-PHT-KEY(WS-BSRCH-MID) < WS-PH-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                 WHEN OTHER
                    COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
              END-EVALUATE
           END-PERFORM.
           IF NOT PH-FOUND
              COMPUTE WS-PHT-IDX = WS-PHT-LOADED + 1
              PERFORM VARYING WS-PHT-IDX FROM WS-PHT-IDX BY 1
                      UNTIL WS-PHT-IDX > WS-PHT-CNT OR PH-FOUND
                 IF WS-PHT-KEY(WS-PHT-IDX) = WS-PH-KEY
                    MOVE 'Y' TO WS-PH-FOUND
                    MOVE WS-PHT-IDX TO WS-PHT-FND-IDX
                 END-IF
              END-PERFORM
           END-IF.

       420-TAKE-CHANGE-ROW.
      *> every applied change is news to the supplier - no history
           ADD +1 TO WS-CHG-READ-CNT.
           IF WS-PR-CNT >= WS-PR-MAX
              ADD +1 TO WS-OVERFLOW-CNT
              GO TO 420-TAKE-NEXT
           END-IF.
           PERFORM 430-ADD-PRINT-ROW.
       420-TAKE-NEXT.
           PERFORM 310-READ-PAPERCHG.
       420-TAKE-EXIT.
           EXIT.

       430-ADD-PRINT-ROW.
           ADD +1 TO WS-PR-CNT.
           MOVE WS-PP-DOC-TYPE  TO WS-PR-DOC-TYPE(WS-PR-CNT).
           MOVE WS-PP-PO-NUMBER TO WS-PR-PO-NUMBER(WS-PR-CNT).
           MOVE WS-PR-CNT       TO WS-PR-SEQ(WS-PR-CNT).
           MOVE WS-PP-DETAIL    TO WS-PR-DATA(WS-PR-CNT).

       500-SORT-PRINT-TBL.
      *> insertion sort by document type + PO + arrival sequence -
      *> purchase orders print first, then change orders
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-PR-CNT
              MOVE WS-PR-ROW(WS-SORT-I) TO WS-PR-SAVE
              MOVE WS-SORT-I TO WS-SORT-J
              SUBTRACT 1 FROM WS-SORT-J
              PERFORM UNTIL WS-SORT-J < 1
                 OR WS-PR-KEY(WS-SORT-J) NOT > WS-PR-SAVE-KEY
                 MOVE WS-PR-ROW(WS-SORT-J) TO
                      WS-PR-ROW(WS-SORT-J + 1)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-PR-SAVE TO WS-PR-ROW(WS-SORT-J + 1)
           END-PERFORM.

       600-PRINT-ONE-LINE.
      *> a new document type or PO number closes the document in
      *> hand and opens the next one
           MOVE WS-PR-DATA(WS-PR-IDX) TO WS-PP-DETAIL.
           IF WS-PR-IDX = 1 OR
              WS-PR-KEY(WS-PR-IDX)(1:7) NOT = WS-PRV-DOC-KEY
              IF WS-PR-IDX > 1
                 PERFORM 650-CLOSE-DOCUMENT
              END-IF
              PERFORM 610-OPEN-DOCUMENT
              MOVE WS-PR-KEY(WS-PR-IDX)(1:7) TO WS-PRV-DOC-KEY
           END-IF.
           PERFORM 620-PRINT-DOCUMENT-LINE.

       610-OPEN-DOCUMENT.
      *> one page per document, field-by-field in the DEBMEMO style
           IF PP-CHANGE
              ADD +1 TO WS-CO-DOC-CNT
              MOVE 'CHANGE ORDER                        '
                   TO RPT-DOC-TITLE
           ELSE
              ADD +1 TO WS-PO-DOC-CNT
              MOVE 'PURCHASE ORDER                      '
                   TO RPT-DOC-TITLE
           END-IF.
           WRITE POPRRPT-RECORD FROM RPT-LINE-PAGE.
           WRITE POPRRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE POPRRPT-RECORD FROM RPT-LINE-0.
           MOVE 'Purchase Order......' TO RPT-FLD-NAME.
           MOVE WS-PP-PO-NUMBER TO RPT-FLD-VAL.
           WRITE POPRRPT-RECORD FROM RPT-LINE-FLD.
           MOVE 'Order Date..........' TO RPT-FLD-NAME.
           MOVE WS-PP-ORDER-DATE TO RPT-FLD-VAL.
           WRITE POPRRPT-RECORD FROM RPT-LINE-FLD.
           MOVE 'Buyer...............' TO RPT-FLD-NAME.
           MOVE WS-PP-BUYER-CODE TO RPT-FLD-VAL.
           WRITE POPRRPT-RECORD FROM RPT-LINE-FLD.
           MOVE 'Supplier Code.......' TO RPT-FLD-NAME.
           MOVE WS-PP-SUPP-CODE TO RPT-FLD-VAL.
           WRITE POPRRPT-RECORD FROM RPT-LINE-FLD.
           WRITE POPRRPT-RECORD FROM RPT-LINE-0.
           PERFORM 630-PRINT-ORDER-ADDRESS.
           WRITE POPRRPT-RECORD FROM RPT-LINE-0.
           WRITE POPRRPT-RECORD FROM RPT-LINE-1.
           WRITE POPRRPT-RECORD FROM RPT-LINE-4.

       620-PRINT-DOCUMENT-LINE.
           MOVE WS-PP-PART-NUMBER   TO RPT-PART-NUMBER.
           MOVE WS-PP-PART-NAME     TO RPT-PART-NAME.
           MOVE WS-PP-BLUEPRINT     TO RPT-BLUEPRINT.
           MOVE WS-PP-QUANTITY      TO RPT-QUANTITY.
           MOVE WS-PP-UOM           TO RPT-UOM.
           MOVE WS-PP-UNIT-PRICE    TO RPT-UNIT-PRICE.
           MOVE WS-PP-CURRENCY      TO RPT-CURRENCY.
           MOVE WS-PP-DELIVERY-DATE TO RPT-DELIVERY.
           EVALUATE TRUE
              WHEN PP-ORDER
                 MOVE SPACES         TO RPT-CHANGE
              WHEN PP-CHG-QUANTITY
                 MOVE 'NEW QUANTITY' TO RPT-CHANGE
              WHEN PP-CHG-PRICE
                 MOVE 'NEW PRICE   ' TO RPT-CHANGE
              WHEN PP-CHG-DELIVERY
                 MOVE 'NEW DATE    ' TO RPT-CHANGE
              WHEN PP-CHG-CANCEL
                 MOVE 'CANCELLED   ' TO RPT-CHANGE
              WHEN OTHER
                 MOVE 'CHANGED     ' TO RPT-CHANGE
           END-EVALUATE.
           WRITE POPRRPT-RECORD FROM RPT-LINE-3.
           ADD +1 TO WS-LINE-CNT.

       630-PRINT-ORDER-ADDRESS.
      *> the type '1' order address off the directory - a supplier
      *> without one is printed anyway, marked for purchasing to
      *> address by hand and chase the directory
           MOVE 'N' TO WS-SD-FOUND.
           MOVE WS-PP-SUPP-CODE TO WS-SD-SUPP-CODE.
           MOVE '1'             TO WS-SD-ADDR-TYPE.
           MOVE WS-SD-KEY       TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
           END-READ.
           MOVE 'Order Address.......' TO RPT-FLD-NAME.
           IF NOT SD-FOUND
              ADD +1 TO WS-NOADDR-CNT
              MOVE '** NO ORDER ADDRESS ON THE DIRECTORY **'
                   TO RPT-FLD-VAL
              WRITE POPRRPT-RECORD FROM RPT-LINE-FLD
           ELSE
              MOVE WS-SD-SUPP-NAME TO RPT-FLD-VAL
              WRITE POPRRPT-RECORD FROM RPT-LINE-FLD
              MOVE SPACES TO RPT-FLD-NAME
              MOVE WS-SD-ADDRESS-1 TO RPT-FLD-VAL
              WRITE POPRRPT-RECORD FROM RPT-LINE-FLD
              IF WS-SD-ADDRESS-2 NOT = SPACES
                 MOVE WS-SD-ADDRESS-2 TO RPT-FLD-VAL
                 WRITE POPRRPT-RECORD FROM RPT-LINE-FLD
              END-IF
              IF WS-SD-ADDRESS-3 NOT = SPACES
                 MOVE WS-SD-ADDRESS-3 TO RPT-FLD-VAL
                 WRITE POPRRPT-RECORD FROM RPT-LINE-FLD
              END-IF
              MOVE SPACES TO RPT-FLD-VAL
              STRING FUNCTION TRIM(WS-SD-CITY) DELIMITED BY SIZE
                     ', '                       DELIMITED BY SIZE
                     WS-SD-STATE                DELIMITED BY SIZE
                     '  '                       DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SD-ZIP)   DELIMITED BY SIZE
                     '  '                       DELIMITED BY SIZE
                     WS-SD-COUNTRY              DELIMITED BY SIZE
                     INTO RPT-FLD-VAL
              END-STRING
              WRITE POPRRPT-RECORD FROM RPT-LINE-FLD
           END-IF.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.

       650-CLOSE-DOCUMENT.
      *> an order closes on the standard terms; a change order only
      *> amends the order the supplier already holds
           WRITE POPRRPT-RECORD FROM RPT-LINE-4.
           WRITE POPRRPT-RECORD FROM RPT-LINE-0.
           IF WS-PRV-DOC-KEY(1:1) = 'C'
              MOVE 'THIS NOTICE AMENDS THE PURCHASE ORDER SHOWN - EACH'
                & ' LINE ABOVE IS THE ORDER LINE AS IT NOW STANDS.'
                TO RPT-TEXT
              WRITE POPRRPT-RECORD FROM RPT-LINE-TEXT
              MOVE 'ALL OTHER TERMS OF THE ORDER ARE UNCHANGED.'
                TO RPT-TEXT
              WRITE POPRRPT-RECORD FROM RPT-LINE-TEXT
           ELSE
              PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                      UNTIL WS-TM-IDX > WS-TM-MAX
                 MOVE WS-TERMS-LINE(WS-TM-IDX) TO RPT-TEXT
                 WRITE POPRRPT-RECORD FROM RPT-LINE-TEXT
              END-PERFORM
           END-IF.
           WRITE POPRRPT-RECORD FROM RPT-LINE-0.

       900-WRAP-UP.
           PERFORM 910-REWRITE-HISTORY.
           WRITE POPRRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'PURCHASE-ORDER PRINT RUN            ' TO RPT-DOC-TITLE.
           WRITE POPRRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE POPRRPT-RECORD FROM RPT-LINE-4.
           MOVE 'PAPER ORDER ROWS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-ORD-READ-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE '  ALREADY PRINTED............ ' TO RPT-SUM-LABEL.
           MOVE WS-ORD-SKIP-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAPER CHANGE ROWS READ....... ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-READ-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PRINT TABLE FULL - NEXT RUN.. ' TO RPT-SUM-LABEL.
           MOVE WS-OVERFLOW-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PURCHASE ORDERS PRINTED...... ' TO RPT-SUM-LABEL.
           MOVE WS-PO-DOC-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGE ORDERS PRINTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-CO-DOC-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE '  LINES PRINTED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-LINE-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE '  NO ORDER ADDRESS ON FILE... ' TO RPT-SUM-LABEL.
           MOVE WS-NOADDR-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PRINT HISTORY ROWS KEPT...... ' TO RPT-SUM-LABEL.
           MOVE WS-HIST-WRITE-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           MOVE '  DROPPED - NOT SEEN IN A YEAR' TO RPT-SUM-LABEL.
           MOVE WS-HIST-DROP-CNT TO RPT-SUM-CNT.
           WRITE POPRRPT-RECORD FROM RPT-LINE-5.
           WRITE POPRRPT-RECORD FROM RPT-LINE-4.
           IF PAPERPO-IS-OPEN
              CLOSE PAPERPO-FILE
           END-IF.
           IF PAPERCHG-IS-OPEN
              CLOSE PAPERCHG-FILE
           END-IF.
           CLOSE SUPADIR-FILE, POPRRPT-FILE.

       910-REWRITE-HISTORY.
      *> written back in key order so the next run can binary-search
      *> it; a row the extract has not carried for a year goes
           PERFORM 220-SORT-HISTORY.
           OPEN OUTPUT POPRTHST-FILE.
           IF NOT POPRTHST-OK
              DISPLAY 'Output POPRTHST File Error - ORDERS PRINTED '
                      'THIS RUN WILL PRINT AGAIN'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 915-WRITE-HISTORY-ROW THRU 915-WRITE-EXIT
                      VARYING WS-PHT-IDX FROM 1 BY 1
                      UNTIL WS-PHT-IDX > WS-PHT-CNT
              CLOSE POPRTHST-FILE
           END-IF.

       915-WRITE-HISTORY-ROW.
           IF WS-PHT-SEEN-DATE(WS-PHT-IDX) > ZERO
              COMPUTE WS-SEEN-INT = FUNCTION INTEGER-OF-DATE
                 (WS-PHT-SEEN-DATE(WS-PHT-IDX))
              IF WS-SEEN-INT + WS-HIST-KEEP-DAYS < WS-TODAY-INT
                 ADD +1 TO WS-HIST-DROP-CNT
                 GO TO 915-WRITE-EXIT
              END-IF
           END-IF.
           INITIALIZE WS-PH-DETAIL.
           MOVE WS-PHT-KEY(WS-PHT-IDX)        TO WS-PH-KEY.
           MOVE WS-PHT-SUPP(WS-PHT-IDX)       TO WS-PH-SUPP-CODE.
           MOVE WS-PHT-PRINT-DATE(WS-PHT-IDX) TO WS-PH-PRINT-DATE.
           MOVE WS-PHT-SEEN-DATE(WS-PHT-IDX)  TO WS-PH-SEEN-DATE.
           WRITE POPRTHST-RECORD FROM WS-PH-DETAIL.
           ADD +1 TO WS-HIST-WRITE-CNT.
       915-WRITE-EXIT.
           EXIT.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
