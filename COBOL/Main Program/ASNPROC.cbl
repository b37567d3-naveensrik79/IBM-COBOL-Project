      *   - A SHIPMENT FOR AN ORDER WE DO NOT RECOGNIZE, OR FOR
      *     MORE THAN IS STILL OUTSTANDING, IS FLAGGED BEFORE THE
      *     TRUCK IS AT THE GATE
      * A SUPPLIER THAT SHIPS UNDER ITS OWN CATALOG NUMBER HAS IT
      * TRANSLATED TO OUR PART NUMBER THROUGH THE PART CROSS-
      * REFERENCE PARTXMNT KEEPS BEFORE THE MATCH, AND THE LISTING
      * SHOWS THE NUMBER THE SUPPLIER SENT BESIDE OURS.  A PART
      * NUMBER WITH NO CROSS-REFERENCE THAT IS NOT ON AN ORDER WE DO
      * KNOW IS FLAGGED AND WRITTEN TO THE CROSS-REFERENCE WORKLIST.
      * UT-C-EDI856  = TRANSLATOR'S INBOUND 856 FILE (DELIMITED)
      * UT-C-OPENPO  = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-PARTXREF= SUPPLIER PART CROSS-REFERENCE (PARTXMNT)
      * UT-C-PARTXWK = CROSS-REFERENCE WORKLIST (EXTENDED)
      * UT-C-EXPRCPT = EXPECTED-RECEIPTS EXTRACT
      * UT-C-ASNRPT  = EXPECTED-RECEIPTS/EXCEPTION LISTING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PARTXREF-FILE ASSIGN TO UT-C-PARTXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXREF-ST.
           SELECT PARTXWK-FILE ASSIGN TO UT-C-PARTXWK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXWK-ST.
           SELECT EXPRCPT-FILE ASSIGN TO UT-C-EXPRCPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EXPRCPT-ST.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD PARTXREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXREF-RECORD     PIC X(80).
       FD PARTXWK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXWK-RECORD      PIC X(80).
       FD EXPRCPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       77 WS-MATCH-CNT            PIC 9(08) VALUE ZERO.
       77 WS-UNKNOWN-CNT          PIC 9(08) VALUE ZERO.
       77 WS-OVERQTY-CNT          PIC 9(08) VALUE ZERO.
       77 WS-XLATE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-NOXREF-CNT           PIC 9(08) VALUE ZERO.
       77 WS-OUT-QTY              PIC S9(09) VALUE ZERO.
       77 WS-OP-FOUND             PIC X(01) VALUE 'N'.
           88 OP-FOUND            VALUE 'Y'.
               10 WS-EX-SUPP      PIC X(10).
               10 WS-EX-QTY       PIC 9(07).
               10 WS-EX-NOTE      PIC X(30).
               10 WS-EX-SUPP-PART PIC X(23).
       01 WS-EX-SWAP              PIC X(107).

      * FIELDS UNSTRUNG OUT OF ONE DELIMITED 856 LINE - SUPPLIER,
      * PO, PART, QUANTITY SHIPPED, PROMISED ARRIVAL DATE
           05 WS-856-QTY          PIC X(07) VALUE SPACES.
           05 WS-856-ARRIVAL      PIC X(08) VALUE SPACES.

      * SUPPLIER PART CROSS-REFERENCE - THE PART NUMBER AS THE
      * SUPPLIER SENT IT IS KEPT FOR THE LISTING AND THE WORKLIST
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
       77 WS-856-SUPP-PART        PIC X(23) VALUE SPACES.
       77 WS-XLATE-SW             PIC X(01) VALUE 'N'.
           88 PART-TRANSLATED     VALUE 'Y'.
       77 WS-PO-ON-FILE-SW        PIC X(01) VALUE 'N'.
           88 PO-ON-FILE          VALUE 'Y'.
       77 WS-PXWK-OPEN-SW         PIC X(01) VALUE 'N'.
           88 PXWK-IS-OPEN        VALUE 'Y'.
           COPY PARTXREF.
           COPY PARTXWK.

      * ONE EXPECTED-RECEIPT EXTRACT RECORD - TRAVPRT READS THIS
      * LAYOUT BACK FOR THE TRAVELER DOCUMENTS, AND DOCKSCHD BOOKS
      * EACH ONE INTO A DOCK APPOINTMENT
       01 WS-ER-DETAIL.
           05 WS-ER-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-ER-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-CURR-DATE-N REDEFINES WS01-CURR-DATE PIC 9(08).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'ASNPROC'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 EDI856-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-EDI856        VALUE 'Y'.
               88 OPENPO-OK             VALUE '00'.
           05 EXPRCPT-ST                PIC X(02).
               88 EXPRCPT-OK            VALUE '00'.
           05 PARTXREF-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTXREF      VALUE 'Y'.
           05 PARTXREF-ST               PIC X(02).
               88 PARTXREF-OK           VALUE '00'.
           05 PARTXWK-ST                PIC X(02).
               88 PARTXWK-OK            VALUE '00'.
           05 ASNRPT-ST                 PIC X(02).
               88 ASNRPT-OK             VALUE '00'.

             10 FILLER    PIC X(08) VALUE 'Shipped '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(30) VALUE 'Note'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Supplier Sent As'.
             10 FILLER    PIC X(12) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-QTY         PIC ZZZZZZ9.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-NOTE        PIC X(30) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-PART   PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(12) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 220-LOAD-XREF.
           WRITE ASNRPT-RECORD FROM RPT-LINE-0.
           WRITE ASNRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE ASNRPT-RECORD FROM RPT-LINE-1.
              IF NOT EDI856-OK
                 DISPLAY 'Input EDI856 File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
              IF NOT ASNRPT-OK
                 DISPLAY 'Output ASNRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the worklist is append-only and the very first run starts it
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

       300-READ-856.
           READ EDI856-FILE
              INTO WS-856-SUPP, WS-856-PO, WS-856-PART,
                   WS-856-QTY, WS-856-ARRIVAL
           END-UNSTRING.
           PERFORM 420-TRANSLATE-PART.
           MOVE 'N' TO WS-OP-FOUND.
           MOVE WS-856-PO   TO OPENPO-KEY-PO.
           MOVE WS-856-PART TO OPENPO-KEY-PART.
              MOVE WS-856-PO   TO WS-EX-PO(WS-EX-CNT)
              MOVE WS-856-PART TO WS-EX-PART(WS-EX-CNT)
              MOVE WS-856-SUPP TO WS-EX-SUPP(WS-EX-CNT)
              IF PART-TRANSLATED
                 MOVE WS-856-SUPP-PART TO WS-EX-SUPP-PART(WS-EX-CNT)
              ELSE
                 MOVE SPACES TO WS-EX-SUPP-PART(WS-EX-CNT)
              END-IF
              IF WS-856-QTY IS NUMERIC
                 MOVE WS-856-QTY TO WS-EX-QTY(WS-EX-CNT)
              ELSE
                 MOVE ZERO TO WS-EX-QTY(WS-EX-CNT)
              END-IF
              MOVE 'N' TO WS-PO-ON-FILE-SW
              IF NOT OP-FOUND AND NOT PART-TRANSLATED
                 PERFORM 440-CHECK-PO-ON-FILE
              END-IF
              EVALUATE TRUE
      *> a known order that does not carry the part as sent - the
      *> supplier's own number with no cross-reference behind it
                 WHEN NOT OP-FOUND AND PO-ON-FILE
                    ADD +1 TO WS-NOXREF-CNT
                    MOVE '** NO PART CROSS-REFERENCE **' TO
                         WS-EX-NOTE(WS-EX-CNT)
                    MOVE WS-856-SUPP-PART TO WS-EX-SUPP-PART(WS-EX-CNT)
                    MOVE '(NONE)' TO WS-EX-PART(WS-EX-CNT)
                    PERFORM 450-WRITE-WORKLIST
                 WHEN NOT OP-FOUND
                    ADD +1 TO WS-UNKNOWN-CNT
                    MOVE '** ORDER NOT RECOGNIZED **' TO
           END-IF.
           PERFORM 300-READ-856.

       420-TRANSLATE-PART.
      *> the supplier's catalog number becomes our part number when
      *> the cross-reference carries it - keyed supplier + the
      *> number exactly as sent
           MOVE 'N' TO WS-XLATE-SW.
           MOVE WS-856-PART TO WS-856-SUPP-PART.
           MOVE WS-856-SUPP TO WS-XR-LKP-SUPP.
           MOVE WS-856-PART TO WS-XR-LKP-PART.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-CNT OR PART-TRANSLATED
              IF WS-XR-ROW-KEY(WS-XR-IDX) = WS-XR-LOOKUP
                 MOVE 'Y' TO WS-XLATE-SW
                 MOVE WS-XR-ROW-OUR-PART(WS-XR-IDX) TO WS-856-PART
              END-IF
           END-PERFORM.
           IF PART-TRANSLATED
              ADD +1 TO WS-XLATE-CNT
           END-IF.

       440-CHECK-PO-ON-FILE.
      *> the order is on file when any row carries its PO number -
      *> a PO we do not know at all is not a cross-reference problem
           MOVE 'N' TO WS-PO-ON-FILE-SW.
           MOVE WS-856-PO  TO OPENPO-KEY-PO.
           MOVE LOW-VALUES TO OPENPO-KEY-PART.
           START OPENPO-FILE KEY IS NOT LESS THAN OPENPO-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ OPENPO-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF OPENPO-KEY-PO = WS-856-PO
                          MOVE 'Y' TO WS-PO-ON-FILE-SW
                       END-IF
                 END-READ
           END-START.

       450-WRITE-WORKLIST.
           IF PXWK-IS-OPEN
              INITIALIZE WS-PW-DETAIL
              MOVE WS-856-SUPP      TO WS-PW-SUPP-CODE
              MOVE WS-856-SUPP-PART TO WS-PW-SUPP-PART
              MOVE WS-856-PO        TO WS-PW-PO-NUMBER
              MOVE 'ASNPROC'        TO WS-PW-SOURCE
              MOVE WS01-CURR-DATE-N TO WS-PW-DATE
              WRITE PARTXWK-RECORD FROM WS-PW-DETAIL
           END-IF.

       500-WRITE-EXPECTED.
      *> only a clean match becomes an expected receipt - the dock
      *> plans on it and the traveler print feeds from it
              MOVE WS-EX-SUPP(WS-EX-IDX)    TO RPT-SUPP-CODE
              MOVE WS-EX-QTY(WS-EX-IDX)     TO RPT-QTY
              MOVE WS-EX-NOTE(WS-EX-IDX)    TO RPT-NOTE
              MOVE WS-EX-SUPP-PART(WS-EX-IDX) TO RPT-SUPP-PART
              WRITE ASNRPT-RECORD FROM RPT-LINE-3
           END-PERFORM.

           MOVE 'SHIPPED OVER OUTSTANDING..... ' TO RPT-SUM-LABEL.
           MOVE WS-OVERQTY-CNT TO RPT-SUM-CNT.
           WRITE ASNRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PART NUMBERS TRANSLATED...... ' TO RPT-SUM-LABEL.
           MOVE WS-XLATE-CNT TO RPT-SUM-CNT.
           WRITE ASNRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PARTS SENT TO THE WORKLIST... ' TO RPT-SUM-LABEL.
           MOVE WS-NOXREF-CNT TO RPT-SUM-CNT.
           WRITE ASNRPT-RECORD FROM RPT-LINE-5.
           WRITE ASNRPT-RECORD FROM RPT-LINE-4.
           CLOSE EDI856-FILE, OPENPO-FILE, EXPRCPT-FILE,
                 ASNRPT-FILE.
           IF PXWK-IS-OPEN
              CLOSE PARTXWK-FILE
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

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
