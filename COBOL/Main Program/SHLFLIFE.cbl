       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SHLFLIFE.
      * **************************************************
      * SHLFLIFE IS THE DAILY SHELF-LIFE SWEEP OF THE LOT MASTER.
      * ADHESIVES, SEALANTS AND RUBBER PARTS WERE BEING ISSUED TO THE
      * LINE PAST THEIR DATE BECAUSE NOTHING WATCHED THE CLOCK.  EVERY
      * LOT RECVPO DATED THAT STILL HOLDS STOCK IS LOOKED AT:
      *   - A LOT PAST ITS EXPIRY DATE IS MOVED TO QUARANTINE (STATUS
      *     'Q', DATED TODAY) AND LISTED FOR QUALITY TO DISPOSITION -
      *     STOCKUPD WILL NOT ISSUE FROM IT AGAIN
      *   - A LOT EXPIRING IN THE NEXT 30 DAYS IS LISTED BY PLANT,
      *     EARLIEST EXPIRY FIRST, SO THE FLOOR USES IT UP IN TIME
      *   - A LOT ALREADY IN QUARANTINE WITH STOCK STILL ON IT IS
      *     COUNTED ON THE SUMMARY UNTIL QUALITY CLEARS IT
      * THE LOT MASTER IS UPDATED IN PLACE - ONLY A LOT GOING INTO
      * QUARANTINE IS REWRITTEN.
      * UT-C-LOTMAST  = SHELF-LIFE LOT MASTER (KEYED, UPDATED IN
      *                 PLACE)
      * UT-C-SHLFRPT  = EXPIRY WARNING AND QUARANTINE LISTING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTMAST-FILE ASSIGN TO UT-C-LOTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LOTMAST-KEY
           FILE STATUS  IS LOTMAST-ST.
           SELECT SHLFRPT-FILE ASSIGN TO UT-C-SHLFRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SHLFRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD LOTMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 LOTMAST-RECORD.
           05 LOTMAST-KEY         PIC X(41).
           05 FILLER              PIC X(79).
       FD SHLFRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 SHLFRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-LOT-CNT              PIC 9(08) VALUE ZERO.
       77 WS-STOCKED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-QUAR-NEW-CNT         PIC 9(08) VALUE ZERO.
       77 WS-QUAR-HELD-CNT        PIC 9(08) VALUE ZERO.
       77 WS-QUAR-HELD-QTY        PIC 9(11) VALUE ZERO.
       77 WS-EXPIRING-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RUN-INT              PIC 9(09) VALUE ZERO.
       77 WS-WARN-DATE            PIC 9(08) VALUE ZERO.
       77 WS-DAYS-LEFT            PIC S9(05) VALUE ZERO.

      * HOW FAR AHEAD THE EXPIRY WARNING LOOKS, IN DAYS
       77 WS-WARN-DAYS            PIC 9(03) VALUE 30.

           COPY LOTMAST.

      * LOTS EXPIRING INSIDE THE WARNING WINDOW - SORTED BY PLANT
      * AND EXPIRY BEFORE THEY PRINT
       77 WS-EX-MAX               PIC 9(5) VALUE 5000.
       77 WS-EX-CNT               PIC 9(5) VALUE ZERO.
       77 WS-EX-IDX               PIC 9(5) VALUE ZERO.
       01 WS-EX-TBL.
           05 WS-EX-ROW OCCURS 5000 TIMES.
               10 WS-EX-SORT-KEY.
                   15 WS-EX-PLANT     PIC X(03).
                   15 WS-EX-EXPIRY    PIC 9(08).
                   15 WS-EX-PART      PIC X(23).
               10 WS-EX-LOT           PIC X(15).
               10 WS-EX-SUPP          PIC X(10).
               10 WS-EX-ON-HAND       PIC 9(09).
       01 WS-EX-SAVE.
           05 WS-EX-SAVE-KEY      PIC X(34) VALUE SPACES.
           05 FILLER              PIC X(34) VALUE SPACES.
       77 WS-SORT-I               PIC 9(5) VALUE ZERO.
       77 WS-SORT-J               PIC 9(5) VALUE ZERO.
       77 WS-PREV-PLANT           PIC X(03) VALUE SPACES.
       77 WS-PLANT-LOT-CNT        PIC 9(05) VALUE ZERO.

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
           05 LOTMAST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-LOTMAST       VALUE 'Y'.
           05 LOTMAST-ST                PIC X(02).
               88 LOTMAST-OK            VALUE '00'.
           05 SHLFRPT-ST                PIC X(02).
               88 SHLFRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'SHELF-LIFE EXPIRY AND QUARANTINE    '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-MSG.
             10 RPT-MSG-TEXT    PIC X(60) VALUE SPACES.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(03) VALUE 'Plt'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Lot Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Expires'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'Days'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE '  On Hand'.
             10 FILLER    PIC X(46) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-PLANT-CODE  PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-LOT-NUMBER  PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-EXPIRY      PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DAYS-LEFT   PIC -ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-ON-HAND     PIC ZZZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NOTE        PIC X(44) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-START-LOTMAST.
           PERFORM 400-CHECK-ONE-LOT UNTIL NO-MORE-LOTMAST.
           PERFORM 600-PRINT-EXPIRING.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N).
           COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER
              (WS-RUN-INT + WS-WARN-DAYS).
           PERFORM 200-OPEN-FILES.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-0.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-0.
           MOVE 'LOTS MOVED TO QUARANTINE - PAST EXPIRY' TO
                RPT-MSG-TEXT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-MSG.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-1.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN I-O LOTMAST-FILE
              IF NOT LOTMAST-OK
                 DISPLAY 'Open LOTMAST File Error ' LOTMAST-ST
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT SHLFRPT-FILE
              IF NOT SHLFRPT-OK
                 DISPLAY 'Output SHLFRPT File Error'
                 GO TO 999-ERR-RTN.

       300-START-LOTMAST.
           MOVE LOW-VALUES TO LOTMAST-KEY.
           START LOTMAST-FILE KEY IS >= LOTMAST-KEY
              INVALID KEY MOVE 'Y' TO LOTMAST-EOF
           END-START.
           IF NOT NO-MORE-LOTMAST
              PERFORM 310-READ-LOTMAST
           END-IF.

       310-READ-LOTMAST.
           READ LOTMAST-FILE NEXT RECORD INTO WS-LM-DETAIL
              AT END MOVE 'Y' TO LOTMAST-EOF
           END-READ.

       400-CHECK-ONE-LOT.
      *> a lot with nothing left on it has nothing to expire
           ADD +1 TO WS-LOT-CNT.
           IF WS-LM-ON-HAND > ZERO
              ADD +1 TO WS-STOCKED-CNT
              EVALUATE TRUE
                 WHEN LM-QUARANTINED
                    ADD +1 TO WS-QUAR-HELD-CNT
                    ADD WS-LM-ON-HAND TO WS-QUAR-HELD-QTY
                 WHEN WS-LM-EXPIRY-DATE < WS01-CURR-DATE-N
                    PERFORM 410-QUARANTINE-LOT
                 WHEN WS-LM-EXPIRY-DATE NOT > WS-WARN-DATE
                    PERFORM 420-SAVE-EXPIRING-LOT
              END-EVALUATE
           END-IF.
           PERFORM 310-READ-LOTMAST.

       410-QUARANTINE-LOT.
      *> past its date - quarantined and rewritten in place, and
      *> listed for quality to scrap or re-certify
           ADD +1 TO WS-QUAR-NEW-CNT.
           ADD +1 TO WS-QUAR-HELD-CNT.
           ADD WS-LM-ON-HAND TO WS-QUAR-HELD-QTY.
           MOVE 'Q' TO WS-LM-STATUS.
           MOVE WS01-CURR-DATE-N TO WS-LM-QUAR-DATE.
           MOVE WS-LM-DETAIL TO LOTMAST-RECORD.
           REWRITE LOTMAST-RECORD
              INVALID KEY
                 DISPLAY 'LOTMAST REWRITE ERROR ' LOTMAST-ST
                         ' FOR LOT ' WS-LM-LOT-NUMBER
           END-REWRITE.
           MOVE WS-LM-PLANT-CODE  TO RPT-PLANT-CODE.
           MOVE WS-LM-PART-NUMBER TO RPT-PART-NUMBER.
           MOVE WS-LM-LOT-NUMBER  TO RPT-LOT-NUMBER.
           MOVE WS-LM-SUPP-CODE   TO RPT-SUPP-CODE.
           MOVE WS-LM-EXPIRY-DATE TO RPT-EXPIRY.
           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE
              (WS-LM-EXPIRY-DATE) - WS-RUN-INT.
           MOVE WS-DAYS-LEFT      TO RPT-DAYS-LEFT.
           MOVE WS-LM-ON-HAND     TO RPT-ON-HAND.
           IF LM-AGED-FROM-RCPT
              MOVE 'QUARANTINED - AGED FROM RECEIPT DATE' TO RPT-NOTE
           ELSE
              MOVE 'QUARANTINED - NOT TO BE ISSUED' TO RPT-NOTE
           END-IF.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-3.

       420-SAVE-EXPIRING-LOT.
           IF WS-EX-CNT < WS-EX-MAX
              ADD +1 TO WS-EX-CNT
              MOVE WS-LM-PLANT-CODE  TO WS-EX-PLANT(WS-EX-CNT)
              MOVE WS-LM-EXPIRY-DATE TO WS-EX-EXPIRY(WS-EX-CNT)
              MOVE WS-LM-PART-NUMBER TO WS-EX-PART(WS-EX-CNT)
              MOVE WS-LM-LOT-NUMBER  TO WS-EX-LOT(WS-EX-CNT)
              MOVE WS-LM-SUPP-CODE   TO WS-EX-SUPP(WS-EX-CNT)
              MOVE WS-LM-ON-HAND     TO WS-EX-ON-HAND(WS-EX-CNT)
           ELSE
              DISPLAY 'SHLFLIFE: EXPIRY TABLE FULL AT LOT '
                      WS-LM-LOT-NUMBER
           END-IF.

       600-PRINT-EXPIRING.
      *> the warning list, plant by plant, earliest expiry first
           PERFORM 610-SORT-EXPIRING.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-0.
           MOVE SPACES TO RPT-MSG-TEXT.
           STRING 'LOTS EXPIRING IN THE NEXT ' WS-WARN-DAYS
                  ' DAYS - BY PLANT' DELIMITED BY SIZE
                  INTO RPT-MSG-TEXT
           END-STRING.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-MSG.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-1.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-2.
           MOVE SPACES TO WS-PREV-PLANT.
           MOVE ZERO TO WS-PLANT-LOT-CNT.
           PERFORM 620-PRINT-ONE-EXPIRING
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-CNT.
           IF WS-EX-CNT > ZERO
              PERFORM 630-PLANT-BREAK
           END-IF.

       610-SORT-EXPIRING.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-EX-CNT
              MOVE WS-EX-ROW(WS-SORT-I) TO WS-EX-SAVE
              COMPUTE WS-SORT-J = WS-SORT-I - 1
              PERFORM UNTIL WS-SORT-J < 1
                 OR WS-EX-SORT-KEY(WS-SORT-J) NOT > WS-EX-SAVE-KEY
                 MOVE WS-EX-ROW(WS-SORT-J) TO WS-EX-ROW(WS-SORT-J + 1)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-EX-SAVE TO WS-EX-ROW(WS-SORT-J + 1)
           END-PERFORM.

       620-PRINT-ONE-EXPIRING.
           IF WS-EX-PLANT(WS-EX-IDX) NOT = WS-PREV-PLANT AND
              WS-EX-IDX > 1
              PERFORM 630-PLANT-BREAK
           END-IF.
           MOVE WS-EX-PLANT(WS-EX-IDX) TO WS-PREV-PLANT.
           ADD +1 TO WS-PLANT-LOT-CNT.
           ADD +1 TO WS-EXPIRING-CNT.
           MOVE WS-EX-PLANT(WS-EX-IDX)   TO RPT-PLANT-CODE.
           MOVE WS-EX-PART(WS-EX-IDX)    TO RPT-PART-NUMBER.
           MOVE WS-EX-LOT(WS-EX-IDX)     TO RPT-LOT-NUMBER.
           MOVE WS-EX-SUPP(WS-EX-IDX)    TO RPT-SUPP-CODE.
           MOVE WS-EX-EXPIRY(WS-EX-IDX)  TO RPT-EXPIRY.
           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE
              (WS-EX-EXPIRY(WS-EX-IDX)) - WS-RUN-INT.
           MOVE WS-DAYS-LEFT             TO RPT-DAYS-LEFT.
           MOVE WS-EX-ON-HAND(WS-EX-IDX) TO RPT-ON-HAND.
           MOVE 'USE FIRST - EXPIRING' TO RPT-NOTE.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-3.

       630-PLANT-BREAK.
           MOVE SPACES TO RPT-SUM-LABEL.
           STRING '   PLANT ' WS-PREV-PLANT ' LOTS EXPIRING.....'
                  DELIMITED BY SIZE INTO RPT-SUM-LABEL
           END-STRING.
           MOVE WS-PLANT-LOT-CNT TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-0.
           MOVE ZERO TO WS-PLANT-LOT-CNT.

       900-WRAP-UP.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-0.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-4.
           MOVE 'LOTS ON THE LOT MASTER....... ' TO RPT-SUM-LABEL.
           MOVE WS-LOT-CNT TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LOTS HOLDING STOCK........... ' TO RPT-SUM-LABEL.
           MOVE WS-STOCKED-CNT TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LOTS EXPIRING IN WINDOW...... ' TO RPT-SUM-LABEL.
           MOVE WS-EXPIRING-CNT TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LOTS QUARANTINED THIS RUN.... ' TO RPT-SUM-LABEL.
           MOVE WS-QUAR-NEW-CNT TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LOTS IN QUARANTINE WITH STOCK ' TO RPT-SUM-LABEL.
           MOVE WS-QUAR-HELD-CNT TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           MOVE 'QUANTITY IN QUARANTINE....... ' TO RPT-SUM-LABEL.
           MOVE WS-QUAR-HELD-QTY TO RPT-SUM-CNT.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-5.
           WRITE SHLFRPT-RECORD FROM RPT-LINE-4.
           CLOSE LOTMAST-FILE, SHLFRPT-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
