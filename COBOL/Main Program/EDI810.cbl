      * - AND AN ACCEPTED LINE IS CONVERTED INTO THE UT-C-INVOICE
      * LAYOUT INVMATCH READS, READY TO CONCATENATE INTO THE NEXT
      * MATCH RUN.  BOUNCED LINES GO TO THE INTAKE EDIT REPORT.
      * A LINE WHOSE DOCUMENT TYPE (THE EIGHTH FIELD) IS 'CR' IS THE
      * SUPPLIER'S CREDIT MEMO, NOT AN INVOICE - IT IS EXTENDED TO A
      * CREDIT AMOUNT AND GOES TO THE SUPPLIER-CREDIT FILE RTVTRACK
      * APPLIES TO THE OPEN RETURN-TO-VENDOR RECEIVABLES, NEVER TO
      * INVOICE MATCHING.  A BLANK OR 'IN' TYPE IS AN INVOICE.
      * A CANADIAN SUPPLIER'S INVOICE LINE CARRIES ITS GST/HST IN THE
      * NINTH FIELD (9(5)V99 DIGITS, BLANK FOR NONE) AND THE PROVINCE
      * IT WAS CHARGED UNDER IN THE TENTH.  THE TAX IS PASSED THROUGH
      * SEPARATE FROM THE NET UNIT PRICE, AND A LINE CHARGING TAX
      * UNDER A PROVINCE NOT ON THE GST/HST RATE TABLE IS BOUNCED.
      * A SUPPLIER THAT SENDS ITS OWN CATALOG NUMBER INSTEAD OF OUR
      * PART NUMBER HAS IT TRANSLATED THROUGH THE PART CROSS-
      * REFERENCE PARTXMNT KEEPS BEFORE ANYTHING ELSE LOOKS AT THE
      * LINE, AND THE REPORT PRINTS BOTH NUMBERS.  A PART NUMBER
      * WITH NO CROSS-REFERENCE THAT IS NOT ON THE ORDER EITHER IS
      * BOUNCED AND WRITTEN TO THE CROSS-REFERENCE WORKLIST.
      * UT-C-EDI810  = TRANSLATOR'S INBOUND 810 FILE (DELIMITED)
      * UT-C-SUPPMAST= SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-PARTXREF= SUPPLIER PART CROSS-REFERENCE (PARTXMNT)
      * UT-C-OPENPO  = OPEN-PO MASTER (PART ON THE ORDER)
      * UT-C-PARTXWK = CROSS-REFERENCE WORKLIST (EXTENDED)
      * UT-C-INV810  = ACCEPTED INVOICES IN UT-C-INVOICE LAYOUT
      *                (100 BYTES, GST/HST CARRIED SEPARATELY)
      * UT-C-CRD810  = ACCEPTED CREDIT MEMOS IN SUPPLIER-CREDIT LAYOUT
      * UT-C-E810RPT = INTAKE EDIT REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT PARTXREF-FILE ASSIGN TO UT-C-PARTXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXREF-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT PARTXWK-FILE ASSIGN TO UT-C-PARTXWK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXWK-ST.
           SELECT INV810-FILE ASSIGN TO UT-C-INV810
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INV810-ST.
           SELECT CRD810-FILE ASSIGN TO UT-C-CRD810
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CRD810-ST.
           SELECT E810RPT-FILE ASSIGN TO UT-C-E810RPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS E810RPT-ST.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD PARTXREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXREF-RECORD     PIC X(80).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD PARTXWK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXWK-RECORD      PIC X(80).
       FD INV810-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 INV810-RECORD       PIC X(100).
       FD CRD810-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CRD810-RECORD       PIC X(80).
       FD E810RPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-810-CNT              PIC 9(08) VALUE ZERO.
       77 WS-ACCEPT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-BOUNCE-CNT           PIC 9(08) VALUE ZERO.
       77 WS-CREDIT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-XLATE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-NOXREF-CNT           PIC 9(08) VALUE ZERO.
       77 WS-LINE-ERR-SW          PIC X(01) VALUE 'N'.
           88 LINE-IN-ERROR       VALUE 'Y'.
       77 WS-LINE-MSG             PIC X(50) VALUE SPACES.
           05 WS-SM-ROW OCCURS 5000 TIMES PIC X(10).

      * FIELDS UNSTRUNG OUT OF ONE DELIMITED 810 LINE - SUPPLIER,
      * INVOICE, PO, PART, QUANTITY, UNIT PRICE, INVOICE DATE,
      * DOCUMENT TYPE, GST/HST AND ITS PROVINCE
       01 WS-810-FIELDS.
           05 WS-810-SUPP         PIC X(10) VALUE SPACES.
           05 WS-810-INV          PIC X(10) VALUE SPACES.
           05 WS-810-QTY          PIC X(07) VALUE SPACES.
           05 WS-810-PRICE        PIC X(09) VALUE SPACES.
           05 WS-810-DATE         PIC X(08) VALUE SPACES.
           05 WS-810-DOC-TYPE     PIC X(02) VALUE SPACES.
               88 LINE-IS-CREDIT  VALUE 'CR'.
               88 LINE-IS-INVOICE VALUE 'IN' '  '.
           05 WS-810-GST          PIC X(07) VALUE SPACES.
           05 WS-810-PROV         PIC X(02) VALUE SPACES.
       77 WS-810-GST-AMT          PIC 9(5)V99 VALUE ZERO.
           COPY GSTRATE.

      * SUPPLIER PART CROSS-REFERENCE - THE PART NUMBER AS THE
      * SUPPLIER SENT IT IS KEPT FOR THE REPORT AND THE WORKLIST
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
       77 WS-810-SUPP-PART        PIC X(23) VALUE SPACES.
       77 WS-XLATE-SW             PIC X(01) VALUE 'N'.
           88 PART-TRANSLATED     VALUE 'Y'.
       77 WS-NOXREF-SW            PIC X(01) VALUE 'N'.
           88 PART-NOT-XREFED     VALUE 'Y'.
       77 WS-PO-ON-FILE-SW        PIC X(01) VALUE 'N'.
           88 PO-ON-FILE          VALUE 'Y'.
       77 WS-OPENPO-OPEN-SW       PIC X(01) VALUE 'N'.
           88 OPENPO-IS-OPEN      VALUE 'Y'.
       77 WS-PXWK-OPEN-SW         PIC X(01) VALUE 'N'.
           88 PXWK-IS-OPEN        VALUE 'Y'.
           COPY PARTXREF.
           COPY PARTXWK.

      * ONE CONVERTED INVOICE - SAME LAYOUT INVMATCH READS FROM
      * UT-C-INVOICE
      *> INVMATCH reads these bytes as supplier-charged tax - the 810
      *> feed carries none, so the field goes out as a numeric zero
           05 WS-INV-TAX-AMT      PIC 9(5)V99 VALUE ZERO.
      *> Canadian GST/HST, kept apart from the net price, and the
      *> province it was charged under
           05 WS-INV-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-INV-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE SPACES.

      * ONE CONVERTED CREDIT MEMO - SAME LAYOUT RTVTRACK READS
           COPY SUPCRED.

       01 WS01-CURR-DATE.
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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'EDI810'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 EDI810-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-EDI810        VALUE 'Y'.
               88 SUPPMAST-OK           VALUE '00'.
           05 INV810-ST                 PIC X(02).
               88 INV810-OK             VALUE '00'.
           05 PARTXREF-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTXREF      VALUE 'Y'.
           05 PARTXREF-ST               PIC X(02).
               88 PARTXREF-OK           VALUE '00'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 PARTXWK-ST                PIC X(02).
               88 PARTXWK-OK            VALUE '00'.
           05 CRD810-ST                 PIC X(02).
               88 CRD810-OK             VALUE '00'.
           05 E810RPT-ST                PIC X(02).
               88 E810RPT-OK            VALUE '00'.

             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-MESSAGE     PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(40) VALUE SPACES.
      *> under a line whose part was translated or has no cross-
      *> reference - the supplier's number and ours side by side
       01 RPT-LINE-3P.
             10 FILLER          PIC X(24) VALUE SPACES.
             10 FILLER          PIC X(15) VALUE 'Supplier part: '.
             10 RPT-SUPP-PART   PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(10) VALUE 'Our part: '.
             10 RPT-OUR-PART    PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(35) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-SUPPLIERS.
           PERFORM 220-LOAD-XREF.
           PERFORM 230-OPEN-ORDERS-AND-WORKLIST.
           WRITE E810RPT-RECORD FROM RPT-LINE-0.
           WRITE E810RPT-RECORD FROM RPT-LINE-BANNER.
           WRITE E810RPT-RECORD FROM RPT-LINE-1.
              IF NOT INV810-OK
                 DISPLAY 'Output INV810 File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT CRD810-FILE
              IF NOT CRD810-OK
                 DISPLAY 'Output CRD810 File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT E810RPT-FILE
              IF NOT E810RPT-OK
                 DISPLAY 'Output E810RPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIERS.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
              MOVE SUPPMAST-KEY TO WS-SM-ROW(WS-SM-CNT)
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

       230-OPEN-ORDERS-AND-WORKLIST.
      *> the open-PO master only backs the part-on-the-order edit -
      *> without it no line is bounced for its part.  the worklist
      *> is append-only and the very first run starts it
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              MOVE 'Y' TO WS-OPENPO-OPEN-SW
           ELSE
              DISPLAY 'OPENPO NOT FOUND - PART-ON-ORDER CHECK '
                      'SKIPPED'
           END-IF.
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

       300-READ-810.
           READ EDI810-FILE
              AT END
           UNSTRING EDI810-RECORD DELIMITED BY ','
              INTO WS-810-SUPP, WS-810-INV, WS-810-PO,
                   WS-810-PART, WS-810-QTY, WS-810-PRICE,
                   WS-810-DATE, WS-810-DOC-TYPE,
                   WS-810-GST, WS-810-PROV
           END-UNSTRING.
           PERFORM 420-TRANSLATE-PART.
           PERFORM 410-EDIT-FIELDS THRU 410-EDIT-EXIT.
           IF LINE-IN-ERROR
              ADD +1 TO WS-BOUNCE-CNT
           ELSE
              ADD +1 TO WS-ACCEPT-CNT
              MOVE 'ACCEPTED' TO RPT-RESULT
              IF LINE-IS-CREDIT
                 ADD +1 TO WS-CREDIT-CNT
                 MOVE 'Credit memo passed to RTV tracking.'
                      TO WS-LINE-MSG
                 PERFORM 510-WRITE-CREDIT
              ELSE
                 MOVE 'Converted to the invoice layout.'
                      TO WS-LINE-MSG
                 PERFORM 500-WRITE-INVOICE
              END-IF
           END-IF.
           MOVE WS-810-SUPP TO RPT-SUPP-CODE.
           MOVE WS-810-INV  TO RPT-INV-NUMBER.
           MOVE WS-810-PO   TO RPT-PO-NUMBER.
           MOVE WS-LINE-MSG TO RPT-MESSAGE.
           WRITE E810RPT-RECORD FROM RPT-LINE-3.
           IF PART-TRANSLATED OR PART-NOT-XREFED
              MOVE WS-810-SUPP-PART TO RPT-SUPP-PART
              IF PART-TRANSLATED
                 MOVE WS-810-PART TO RPT-OUR-PART
              ELSE
                 MOVE '(NOT CROSS-REFERENCED)' TO RPT-OUR-PART
              END-IF
              WRITE E810RPT-RECORD FROM RPT-LINE-3P
           END-IF.
           PERFORM 300-READ-810.

       410-EDIT-FIELDS.
                   TO WS-LINE-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
           IF NOT LINE-IS-CREDIT AND NOT LINE-IS-INVOICE
              MOVE 'Y' TO WS-LINE-ERR-SW
              MOVE 'E807E Document type must be IN, CR or blank.'
                   TO WS-LINE-MSG
              GO TO 410-EDIT-EXIT
           END-IF.
      *> no tax field at all is an untaxed line, the way every 810
      *> looked before Canadian suppliers sent GST/HST
           MOVE ZERO TO WS-810-GST-AMT.
           IF WS-810-GST NOT = SPACES
              IF WS-810-GST NOT NUMERIC
                 MOVE 'Y' TO WS-LINE-ERR-SW
                 MOVE 'E808E GST/HST amount is not numeric.'
                      TO WS-LINE-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
              COMPUTE WS-810-GST-AMT =
                 FUNCTION NUMVAL(WS-810-GST) / 100
           END-IF.
           IF WS-810-GST-AMT > ZERO
              MOVE 'N' TO GST-RATE-FOUND-SW
              PERFORM VARYING GST-RATE-IDX FROM 1 BY 1
                      UNTIL GST-RATE-IDX > GST-RATE-MAX
                 IF GST-RATE-PROV(GST-RATE-IDX) = WS-810-PROV
                    MOVE 'Y' TO GST-RATE-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT GST-RATE-IS-FOUND
                 MOVE 'Y' TO WS-LINE-ERR-SW
                 MOVE 'E809E GST/HST province not on the rate table.'
                      TO WS-LINE-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
           END-IF.
      *> a part number nothing translated has to be ours on the
      *> order - one that is not, on an order that is, goes to the
      *> worklist for a cross-reference.  a blank part on a credit
      *> memo is a credit against the whole PO
           IF NOT PART-TRANSLATED AND OPENPO-IS-OPEN AND
              WS-810-PART NOT = SPACES
              PERFORM 430-CHECK-PART-ON-ORDER
              IF PART-NOT-XREFED
                 MOVE 'Y' TO WS-LINE-ERR-SW
                 MOVE 'E810E Part not on the PO and not cross-refd.'
                      TO WS-LINE-MSG
                 GO TO 410-EDIT-EXIT
              END-IF
           END-IF.
       410-EDIT-EXIT.
           EXIT.

       420-TRANSLATE-PART.
      *> the supplier's catalog number becomes our part number when
      *> the cross-reference carries it - keyed supplier + the
      *> number exactly as sent
           MOVE 'N' TO WS-XLATE-SW.
           MOVE 'N' TO WS-NOXREF-SW.
           MOVE WS-810-PART TO WS-810-SUPP-PART.
           MOVE WS-810-SUPP TO WS-XR-LKP-SUPP.
           MOVE WS-810-PART TO WS-XR-LKP-PART.
           IF WS-810-PART NOT = SPACES
              PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                      UNTIL WS-XR-IDX > WS-XR-CNT OR PART-TRANSLATED
                 IF WS-XR-ROW-KEY(WS-XR-IDX) = WS-XR-LOOKUP
                    MOVE 'Y' TO WS-XLATE-SW
                    MOVE WS-XR-ROW-OUR-PART(WS-XR-IDX) TO WS-810-PART
                 END-IF
              END-PERFORM
           END-IF.
           IF PART-TRANSLATED
              ADD +1 TO WS-XLATE-CNT
           END-IF.

       430-CHECK-PART-ON-ORDER.
           MOVE WS-810-PO   TO OPENPO-KEY-PO.
           MOVE WS-810-PART TO OPENPO-KEY-PART.
           READ OPENPO-FILE
              KEY IS OPENPO-KEY
              INVALID KEY
                 PERFORM 440-CHECK-PO-ON-FILE
                 IF PO-ON-FILE
                    MOVE 'Y' TO WS-NOXREF-SW
                    ADD +1 TO WS-NOXREF-CNT
                    PERFORM 450-WRITE-WORKLIST
                 END-IF
           END-READ.

       440-CHECK-PO-ON-FILE.
      *> the order is on file when any row carries its PO number -
      *> a PO we do not know at all is not a cross-reference problem
           MOVE 'N' TO WS-PO-ON-FILE-SW.
           MOVE WS-810-PO  TO OPENPO-KEY-PO.
           MOVE LOW-VALUES TO OPENPO-KEY-PART.
           START OPENPO-FILE KEY IS NOT LESS THAN OPENPO-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ OPENPO-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF OPENPO-KEY-PO = WS-810-PO
                          MOVE 'Y' TO WS-PO-ON-FILE-SW
                       END-IF
                 END-READ
           END-START.

       450-WRITE-WORKLIST.
           IF PXWK-IS-OPEN
              INITIALIZE WS-PW-DETAIL
              MOVE WS-810-SUPP      TO WS-PW-SUPP-CODE
              MOVE WS-810-SUPP-PART TO WS-PW-SUPP-PART
              MOVE WS-810-PO        TO WS-PW-PO-NUMBER
              MOVE 'EDI810'         TO WS-PW-SOURCE
              MOVE WS-810-INV       TO WS-PW-DOC-REF
              MOVE WS01-CURR-DATE-N TO WS-PW-DATE
              WRITE PARTXWK-RECORD FROM WS-PW-DETAIL
           END-IF.

       500-WRITE-INVOICE.
      *> the accepted line in the exact layout INVMATCH reads - the
      *> price arrives as 9(7)V99 digits in the delimited field
           COMPUTE WS-INV-UNIT-PRICE =
              FUNCTION NUMVAL(WS-810-PRICE) / 100.
           MOVE WS-810-DATE  TO WS-INV-DATE.
           MOVE WS-810-GST-AMT TO WS-INV-GST-AMT.
           IF WS-810-GST-AMT > ZERO
              MOVE WS-810-PROV TO WS-INV-GST-PROV
           END-IF.
           WRITE INV810-RECORD FROM WS-INV-DETAIL.

       510-WRITE-CREDIT.
      *> the credit memo's quantity and unit price are extended to
      *> the amount credited - the invoice number field carries the
      *> supplier's credit memo number
           INITIALIZE WS-SC-DETAIL.
           MOVE WS-810-SUPP  TO WS-SC-SUPP-CODE.
           MOVE WS-810-INV   TO WS-SC-CREDIT-NO.
           MOVE WS-810-PO    TO WS-SC-PO-NUMBER.
           MOVE WS-810-PART  TO WS-SC-PART-NUMBER.
           MOVE WS-810-QTY   TO WS-SC-QUANTITY.
           COMPUTE WS-SC-AMOUNT ROUNDED = WS-SC-QUANTITY *
              FUNCTION NUMVAL(WS-810-PRICE) / 100.
           MOVE WS-810-DATE  TO WS-SC-CREDIT-DATE.
           MOVE 'E'          TO WS-SC-SOURCE.
           WRITE CRD810-RECORD FROM WS-SC-DETAIL.

       900-WRAP-UP.
           WRITE E810RPT-RECORD FROM RPT-LINE-0.
           WRITE E810RPT-RECORD FROM RPT-LINE-4.
           MOVE 'LINES ACCEPTED............... ' TO RPT-SUM-LABEL.
           MOVE WS-ACCEPT-CNT TO RPT-SUM-CNT.
           WRITE E810RPT-RECORD FROM RPT-LINE-5.
           MOVE 'CREDIT MEMOS ACCEPTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-CREDIT-CNT TO RPT-SUM-CNT.
           WRITE E810RPT-RECORD FROM RPT-LINE-5.
           MOVE 'LINES BOUNCED................ ' TO RPT-SUM-LABEL.
           MOVE WS-BOUNCE-CNT TO RPT-SUM-CNT.
           WRITE E810RPT-RECORD FROM RPT-LINE-5.
           MOVE 'PART NUMBERS TRANSLATED...... ' TO RPT-SUM-LABEL.
           MOVE WS-XLATE-CNT TO RPT-SUM-CNT.
           WRITE E810RPT-RECORD FROM RPT-LINE-5.
           MOVE 'PARTS SENT TO THE WORKLIST... ' TO RPT-SUM-LABEL.
           MOVE WS-NOXREF-CNT TO RPT-SUM-CNT.
           WRITE E810RPT-RECORD FROM RPT-LINE-5.
           WRITE E810RPT-RECORD FROM RPT-LINE-4.
           CLOSE EDI810-FILE, INV810-FILE, CRD810-FILE,
                 E810RPT-FILE.
           IF OPENPO-IS-OPEN
              CLOSE OPENPO-FILE
           END-IF.
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
