      * WE EXTRACTED; ANY EXTRACTED PO STILL UNACKNOWLEDGED AFTER THE
      * CONTROL-CARD AGE LIMIT IS LISTED FOR THE BUYER TO CHASE
      * BEFORE PARTS FAIL TO ARRIVE.
      * AN 855 THAT ACKNOWLEDGES A SINGLE LINE CARRIES THE SUPPLIER'S
      * PART NUMBER.  IT IS TRANSLATED TO OUR PART NUMBER THROUGH THE
      * CROSS-REFERENCE PARTXMNT KEEPS AND CHECKED AGAINST THE LINES
      * WE EXTRACTED FOR THAT PO; A LINE WE DID NOT ORDER IS NOTED ON
      * THE CONSOLE WITH BOTH NUMBERS, AND ONE WITH NO CROSS-
      * REFERENCE IS WRITTEN TO THE CROSS-REFERENCE WORKLIST.
      * UT-C-EDIPO   = SAME DELIMITED EXTRACT PRTSUPP WRITES
      * UT-C-EDIACK  = INBOUND 855/997 ACKNOWLEDGMENT FILE
      * UT-C-ACKCNTL = ONE-CARD CONTROL FILE, 'DAYS=nnn' - HOW OLD AN
      *                UNACKNOWLEDGED PO HAS TO BE BEFORE IT IS
      *                REPORTED (DEFAULT 3 DAYS)
      * UT-C-ACKRPT  = UNACKNOWLEDGED-PO REPORT LANDING IN JES
      * UT-C-PARTXREF= SUPPLIER PART CROSS-REFERENCE (PARTXMNT)
      * UT-C-PARTXWK = CROSS-REFERENCE WORKLIST (EXTENDED)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
           SELECT PARTXREF-FILE ASSIGN TO UT-C-PARTXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXREF-ST.
           SELECT PARTXWK-FILE ASSIGN TO UT-C-PARTXWK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXWK-ST.
       DATA DIVISION.
       FILE SECTION.
       FD EDIPO-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD PARTXREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXREF-RECORD     PIC X(80).
       FD PARTXWK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXWK-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-EXTRACT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ACK-CNT              PIC 9(08) VALUE ZERO.
       77 WS-ACK-ORPHAN-CNT       PIC 9(08) VALUE ZERO.
       77 WS-UNACK-CNT            PIC 9(08) VALUE ZERO.
       77 WS-UNACK-AGED-CNT       PIC 9(08) VALUE ZERO.
       77 WS-ACK-LINE-CNT         PIC 9(08) VALUE ZERO.
       77 WS-XLATE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-PART-MISS-CNT        PIC 9(08) VALUE ZERO.
       77 WS-NOXREF-CNT           PIC 9(08) VALUE ZERO.

      * AGE LIMIT IN DAYS BEFORE AN UNACKNOWLEDGED PO IS REPORTED -
      * OVERRIDDEN BY A 'DAYS=nnn' CONTROL CARD WHEN ONE IS SUPPLIED
       77 WS-PO-AGE-DAYS          PIC S9(7) VALUE ZERO.

      * EXTRACTED-PO TABLE, KEYED PO-NUMBER + SUPPLIER-CODE, LOADED
      * FROM THE DELIMITED EDIPO ROWS - ONE ROW PER PO LINE, SO THE
      * PART NUMBER IS KEPT FOR LINE-LEVEL ACKNOWLEDGMENTS
       77 WS-EX-MAX               PIC 9(5) VALUE 20000.
       77 WS-EX-CNT               PIC 9(5) VALUE ZERO.
       77 WS-EX-IDX               PIC 9(5) VALUE ZERO.
               10 WS-EX-ORD-DATE  PIC X(08).
               10 WS-EX-ACKED     PIC X(01).
                   88 EX-ACKED    VALUE 'Y'.
               10 WS-EX-PART      PIC X(23).
       77 WS-EX-PART-FOUND        PIC X(01) VALUE 'N'.
           88 EX-PART-FOUND       VALUE 'Y'.

      * SUPPLIER PART CROSS-REFERENCE, KEYED SUPPLIER + THE PART
      * NUMBER AS THE SUPPLIER SENDS IT
       77 WS-XR-MAX               PIC 9(5) VALUE 20000.
       77 WS-XR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-XR-IDX               PIC 9(5) VALUE ZERO.
       01 WS-XR-TBL.
           05 WS-XR-ROW OCCURS 20000 TIMES.
               10 WS-XR-ROW-KEY      PIC X(33).
               10 WS-XR-ROW-OUR-PART PIC X(23).
       01 WS-XR-LOOKUP.
           05 WS-XR-LKP-SUPP      PIC X(10) VALUE SPACES.
           05 WS-XR-LKP-PART      PIC X(23) VALUE SPACES.
       77 WS-ACK-OUR-PART         PIC X(23) VALUE SPACES.
       77 WS-XLATE-SW             PIC X(01) VALUE 'N'.
           88 PART-TRANSLATED     VALUE 'Y'.
       77 WS-PXWK-OPEN-SW         PIC X(01) VALUE 'N'.
           88 PXWK-IS-OPEN        VALUE 'Y'.
           COPY PARTXREF.
           COPY PARTXWK.

      * FIELDS UNSTRUNG OUT OF ONE DELIMITED EDIPO ROW - SAME ORDER
      * 245-WRITE-EDIPO-EXTRACT STRINGS THEM IN
           05 WS-EDI-ORD-DATE     PIC X(08) VALUE SPACES.
           05 WS-EDI-DLV-DATE     PIC X(08) VALUE SPACES.

      * ONE INBOUND ACKNOWLEDGMENT RECORD FROM THE TRANSLATOR -
      * PART NUMBER IS THE SUPPLIER'S, AND ONLY ON A LINE-LEVEL 855;
      * A 997 OR A WHOLE-PO 855 LEAVES IT BLANK
       01 WS-ACK-DETAIL.
           05 WS-ACK-TYPE         PIC X(03) VALUE SPACES.
           05 WS-ACK-PO-NUMBER    PIC X(06) VALUE SPACES.
           05 WS-ACK-SUPP-CODE    PIC X(10) VALUE SPACES.
           05 WS-ACK-DATE         PIC 9(08) VALUE ZERO.
           05 WS-ACK-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE SPACES.

       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
               88 ACKRPT-OK             VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 PARTXREF-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTXREF      VALUE 'Y'.
           05 PARTXREF-ST               PIC X(02).
               88 PARTXREF-OK           VALUE '00'.
           05 PARTXWK-ST                PIC X(02).
               88 PARTXWK-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 200-OPEN-FILES.
           PERFORM 220-LOAD-XREF.
           MOVE WS-AGE-LIMIT-DAYS TO RPT-AGE-LIMIT.
           WRITE ACKRPT-RECORD FROM RPT-LINE-0.
           WRITE ACKRPT-RECORD FROM RPT-LINE-BANNER.
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.
      *> the cross-reference worklist is append-only as well
           OPEN EXTEND PARTXWK-FILE.
           IF NOT PARTXWK-OK
              OPEN OUTPUT PARTXWK-FILE
           END-IF.
           IF PARTXWK-OK
              MOVE 'Y' TO WS-PXWK-OPEN-SW
           ELSE
              DISPLAY 'Output PARTXWK File Error - WORKLIST '
                      'NOT UPDATED'
           END-IF.

       220-LOAD-XREF.
      *> no cross-reference yet is not an error - every part number
      *> is then taken as sent
           MOVE ZERO TO WS-XR-CNT.
           OPEN INPUT PARTXREF-FILE.
           IF PARTXREF-OK
              PERFORM 225-LOAD-ONE-XREF UNTIL NO-MORE-PARTXREF
              CLOSE PARTXREF-FILE
           ELSE
              DISPLAY 'PARTXREF NOT FOUND - PART NUMBERS TAKEN AS '
                      'SENT'
           END-IF.

       225-LOAD-ONE-XREF.
           READ PARTXREF-FILE INTO WS-PX-DETAIL
              AT END MOVE 'Y' TO PARTXREF-EOF
           END-READ.
           IF NOT NO-MORE-PARTXREF AND WS-XR-CNT < WS-XR-MAX
              ADD +1 TO WS-XR-CNT
              MOVE WS-PX-KEY      TO WS-XR-ROW-KEY(WS-XR-CNT)
              MOVE WS-PX-OUR-PART TO WS-XR-ROW-OUR-PART(WS-XR-CNT)
           END-IF.

       300-READ-EDIPO.
           READ EDIPO-FILE
              MOVE WS-EDI-SUPP     TO WS-EX-SUPP(WS-EX-CNT)
              MOVE WS-EDI-ORD-DATE TO WS-EX-ORD-DATE(WS-EX-CNT)
              MOVE 'N'             TO WS-EX-ACKED(WS-EX-CNT)
              MOVE WS-EDI-PART     TO WS-EX-PART(WS-EX-CNT)
           END-IF.
           PERFORM 300-READ-EDIPO.

           IF EX-FOUND
              ADD +1 TO WS-ACK-MATCH-CNT
              PERFORM 520-WRITE-PO-EVENT
              IF WS-ACK-PART-NUMBER NOT = SPACES
                 PERFORM 540-CHECK-ACK-LINE
              END-IF
           ELSE
      *> an acknowledgment for a PO we never extracted - worth a
      *> console note, the translator may be re-sending old traffic
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.

       540-CHECK-ACK-LINE.
      *> a line-level 855 - translate the supplier's part number and
      *> make sure the PO really has that line on it
           ADD +1 TO WS-ACK-LINE-CNT.
           MOVE 'N' TO WS-XLATE-SW.
           MOVE WS-ACK-PART-NUMBER TO WS-ACK-OUR-PART.
           MOVE WS-ACK-SUPP-CODE   TO WS-XR-LKP-SUPP.
           MOVE WS-ACK-PART-NUMBER TO WS-XR-LKP-PART.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-CNT OR PART-TRANSLATED
              IF WS-XR-ROW-KEY(WS-XR-IDX) = WS-XR-LOOKUP
                 MOVE 'Y' TO WS-XLATE-SW
                 MOVE WS-XR-ROW-OUR-PART(WS-XR-IDX) TO WS-ACK-OUR-PART
              END-IF
           END-PERFORM.
           IF PART-TRANSLATED
              ADD +1 TO WS-XLATE-CNT
           END-IF.
           MOVE 'N' TO WS-EX-PART-FOUND.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT OR EX-PART-FOUND
              IF WS-EX-PO(WS-EX-IDX)   = WS-ACK-PO-NUMBER AND
                 WS-EX-SUPP(WS-EX-IDX) = WS-ACK-SUPP-CODE AND
                 WS-EX-PART(WS-EX-IDX) = WS-ACK-OUR-PART
                 MOVE 'Y' TO WS-EX-PART-FOUND
              END-IF
           END-PERFORM.
           IF NOT EX-PART-FOUND
              ADD +1 TO WS-PART-MISS-CNT
              IF PART-TRANSLATED
                 DISPLAY 'EDIACK: PO ' WS-ACK-PO-NUMBER
                         ' HAS NO LINE FOR OUR PART ' WS-ACK-OUR-PART
                         ' (SENT AS ' WS-ACK-PART-NUMBER ')'
              ELSE
                 ADD +1 TO WS-NOXREF-CNT
                 DISPLAY 'EDIACK: PO ' WS-ACK-PO-NUMBER
                         ' SUPPLIER PART ' WS-ACK-PART-NUMBER
                         ' NOT CROSS-REFERENCED'
                 PERFORM 550-WRITE-WORKLIST
              END-IF
           END-IF.

       550-WRITE-WORKLIST.
           IF PXWK-IS-OPEN
              INITIALIZE WS-PW-DETAIL
              MOVE WS-ACK-SUPP-CODE   TO WS-PW-SUPP-CODE
              MOVE WS-ACK-PART-NUMBER TO WS-PW-SUPP-PART
              MOVE WS-ACK-PO-NUMBER   TO WS-PW-PO-NUMBER
              MOVE 'EDIACK'           TO WS-PW-SOURCE
              MOVE WS-ACK-TYPE        TO WS-PW-DOC-REF
              MOVE WS01-CURR-DATE-N   TO WS-PW-DATE
              WRITE PARTXWK-RECORD FROM WS-PW-DETAIL
           END-IF.

       900-WRAP-UP.
           PERFORM 700-REPORT-UNACKED.
           PERFORM 920-WRITE-SUMMARY.
           IF POEV-IS-OPEN
              CLOSE POEVENT-FILE
           END-IF.
           IF PXWK-IS-OPEN
              CLOSE PARTXWK-FILE
           END-IF.

       700-REPORT-UNACKED.
      *> list every extracted PO with no acknowledgment on file that
           MOVE 'UNACKNOWLEDGED PAST LIMIT.... ' TO RPT-SUM-LABEL.
           MOVE WS-UNACK-AGED-CNT TO RPT-SUM-CNT.
           WRITE ACKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LINE-LEVEL ACKNOWLEDGMENTS... ' TO RPT-SUM-LABEL.
           MOVE WS-ACK-LINE-CNT TO RPT-SUM-CNT.
           WRITE ACKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PART NUMBERS TRANSLATED...... ' TO RPT-SUM-LABEL.
           MOVE WS-XLATE-CNT TO RPT-SUM-CNT.
           WRITE ACKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ACKED LINES NOT ON THE PO.... ' TO RPT-SUM-LABEL.
           MOVE WS-PART-MISS-CNT TO RPT-SUM-CNT.
           WRITE ACKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PARTS SENT TO THE WORKLIST... ' TO RPT-SUM-LABEL.
           MOVE WS-NOXREF-CNT TO RPT-SUM-CNT.
           WRITE ACKRPT-RECORD FROM RPT-LINE-5.
           WRITE ACKRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
