       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PARTXMNT.
      * **************************************************
      * PARTXMNT KEEPS THE SUPPLIER PART-NUMBER CROSS-REFERENCE THE
      * INBOUND EDI STEPS TRANSLATE THROUGH - ONE ROW PER SUPPLIER
      * AND SUPPLIER CATALOG NUMBER, NAMING OUR 23-CHARACTER PART
      * NUMBER IT STANDS FOR.  PURCHASING FEEDS ADD/CHANGE/DELETE
      * TRANSACTIONS THROUGH HERE - SAME EDIT/APPLY/LIST SHAPE AS
      * SUPMAINT - AND THE FILE IS REWRITTEN IN SUPPLIER/SUPPLIER-
      * PART ORDER.  OUR PART HAS TO BE ON THE PART MASTER WHEN THE
      * MASTER CAN BE OPENED.
      * AFTER THE TRANSACTIONS ARE APPLIED THE WORKLIST EDI810,
      * ASNPROC AND EDIACK APPEND - INBOUND LINES WHOSE PART NUMBER
      * NOTHING TRANSLATED - IS WORKED: A ROW THE CROSS-REFERENCE
      * NOW COVERS IS DROPPED, AND THE REST ARE LISTED ONCE PER
      * SUPPLIER AND SUPPLIER PART (WITH HOW OFTEN AND WHEN LAST
      * SEEN) AND KEPT FOR THE NEXT RUN.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED
      * IT, AND EVERY FIELD AN ACCEPTED ADD, CHANGE OR DELETE MOVES
      * GOES ON THE SHARED CHANGE HISTORY THROUGH CHGLOG - OLD VALUE,
      * NEW VALUE, WHO AND WHEN.  NO OPERATOR IS LOGGED 'UNKNOWN'.
      * UT-C-PARTXREF= PART CROSS-REFERENCE FILE (IN, REWRITTEN)
      * UT-C-PARTXTRN= ADD/CHANGE/DELETE TRANSACTION FILE
      * UT-C-PARTXWK = CROSS-REFERENCE WORKLIST (IN, REWRITTEN)
      * UT-C-PARTMAST= PART MASTER (READ ONLY)
      * UT-C-PARTXRPT= EDIT REPORT AND WORKLIST IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * UT-C-CHGHIST = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTXREF-FILE ASSIGN TO UT-C-PARTXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXREF-ST.
           SELECT PARTXTRN-FILE ASSIGN TO UT-C-PARTXTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXTRN-ST.
           SELECT PARTXWK-FILE ASSIGN TO UT-C-PARTXWK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXWK-ST.
           SELECT PARTMAST-FILE ASSIGN TO UT-C-PARTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PARTMAST-KEY-PART
           FILE STATUS  IS PARTMAST-ST.
           SELECT PARTXRPT-FILE ASSIGN TO UT-C-PARTXRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PARTXRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PARTXREF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXREF-RECORD     PIC X(80).
       FD PARTXTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXTRN-RECORD     PIC X(80).
       FD PARTXWK-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXWK-RECORD      PIC X(80).
       FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
           05 PARTMAST-KEY-PART   PIC X(23).
           05 FILLER              PIC X(57).
       FD PARTXRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PARTXRPT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.
       77 WS-XREF-OUT-CNT         PIC 9(08) VALUE ZERO.
       77 WS-WK-READ-CNT          PIC 9(08) VALUE ZERO.
       77 WS-WK-CLEARED-CNT       PIC 9(08) VALUE ZERO.

      * CROSS-REFERENCE TABLE - ONE ROW PER SUPPLIER/SUPPLIER PART
       77 WS-XR-MAX               PIC 9(5) VALUE 20000.
       77 WS-XR-CNT               PIC 9(5) VALUE ZERO.
       77 WS-XR-IDX               PIC 9(5) VALUE ZERO.
       77 WS-XR-IDX2              PIC 9(5) VALUE ZERO.
       77 WS-XR-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-XR-FOUND             PIC X(01) VALUE 'N'.
           88 XR-FOUND            VALUE 'Y'.
       01 WS-XR-TBL.
           05 WS-XR-ROW OCCURS 20000 TIMES.
               10 WS-XR-ROW-KEY      PIC X(33).
               10 WS-XR-ROW-OUR-PART PIC X(23).
               10 WS-XR-ROW-CHG-DATE PIC 9(08).
               10 FILLER             PIC X(16).
       01 WS-XR-SAVE.
           05 WS-XR-SAVE-KEY      PIC X(33) VALUE SPACES.
           05 FILLER              PIC X(47) VALUE SPACES.

           COPY PARTXREF.

      * WORKLIST STILL OPEN - ONE ROW PER SUPPLIER/SUPPLIER PART,
      * WITH THE LAST ORDER AND PROGRAM THAT SENT IT AND HOW OFTEN
       77 WS-WK-MAX               PIC 9(5) VALUE 5000.
       77 WS-WK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-WK-IDX               PIC 9(5) VALUE ZERO.
       77 WS-WK-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-WK-TBL.
           05 WS-WK-ROW OCCURS 5000 TIMES.
               10 WS-WK-ROW-KEY      PIC X(33).
               10 WS-WK-ROW-PO       PIC X(06).
               10 WS-WK-ROW-SOURCE   PIC X(08).
               10 WS-WK-ROW-DOC-REF  PIC X(10).
               10 WS-WK-ROW-DATE     PIC 9(08).
               10 WS-WK-ROW-SEEN     PIC 9(05).
       01 WS-WK-KEY.
           05 WS-WK-KEY-SUPP      PIC X(10) VALUE SPACES.
           05 WS-WK-KEY-PART      PIC X(23) VALUE SPACES.

           COPY PARTXWK.

      * ONE ADD/CHANGE/DELETE TRANSACTION
       01 WS-TRAN-DETAIL.
           05 WS-TRN-ACTION       PIC X(01) VALUE SPACES.
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-DELETE      VALUE 'D'.
           05 WS-TRN-KEY.
               10 WS-TRN-SUPP-CODE  PIC X(10) VALUE SPACES.
               10 WS-TRN-SUPP-PART  PIC X(23) VALUE SPACES.
           05 WS-TRN-OUR-PART     PIC X(23) VALUE SPACES.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE SPACES.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * THE ROW AS FOUND, BEFORE THE TRANSACTION TOUCHES IT, AND THE
      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-XR-LOG-IDX           PIC 9(5) VALUE ZERO.
       01 WS-XB-DETAIL.
           05 WS-XB-KEY           PIC X(33) VALUE SPACES.
           05 WS-XB-OUR-PART      PIC X(23) VALUE SPACES.
           05 WS-XB-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(16) VALUE SPACES.
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
           COPY CHGHIST.

      * PART MASTER - OPTIONAL, BACKS THE OUR-PART EDIT ONLY
       77 WS-PM-OPEN-SW           PIC X(01) VALUE 'N'.
           88 PM-FILE-IS-OPEN     VALUE 'Y'.
       77 WS-PM-FOUND             PIC X(01) VALUE 'N'.
           88 PM-FOUND            VALUE 'Y'.
       01 WS-PM-DETAIL            PIC X(80) VALUE SPACES.

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
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PARTXMNT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PARTXREF-EOF            PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTXREF    VALUE 'Y'.
           05 PARTXREF-ST             PIC X(02).
               88 PARTXREF-OK         VALUE '00'.
           05 PARTXTRN-EOF            PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTXTRN    VALUE 'Y'.
           05 PARTXTRN-ST             PIC X(02).
               88 PARTXTRN-OK         VALUE '00'.
           05 PARTXWK-EOF             PIC X(01) VALUE 'N'.
               88 NO-MORE-PARTXWK     VALUE 'Y'.
           05 PARTXWK-ST              PIC X(02).
               88 PARTXWK-OK          VALUE '00'.
           05 PARTMAST-ST             PIC X(02).
               88 PARTMAST-OK         VALUE '00'.
           05 PARTXRPT-ST             PIC X(02).
               88 PARTXRPT-OK         VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'SUPPLIER PART CROSS-REFERENCE MAINT '.
             10 FILLER       PIC X(02) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(74) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(01) VALUE 'A'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Supplier Part'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Our Part'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Message'.
             10 FILLER    PIC X(07) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-ACTION      PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-PART   PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-OUR-PART    PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-RESULT      PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-MESSAGE     PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(07) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(26) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(99) VALUE SPACES.
       01 RPT-LINE-WK-HDR.
             10 FILLER    PIC X(40) VALUE
                'SUPPLIER PART NUMBERS STILL TO CROSS-REF'.
             10 FILLER    PIC X(92) VALUE 'ERENCE'.
       01 RPT-LINE-WK-1.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Supplier Part'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'PO Num'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Doc Ref   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Sent By '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'LastSeen'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE ' Seen'.
             10 FILLER    PIC X(50) VALUE SPACES.
       01 RPT-LINE-WK.
             10 RPT-WK-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WK-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WK-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WK-DOC-REF  PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WK-SOURCE   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WK-DATE     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-WK-SEEN     PIC ZZZZ9.
             10 FILLER          PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-TRAN.
           PERFORM 400-PROCESS-TRAN UNTIL NO-MORE-PARTXTRN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-MASTER.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-0.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-1.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN INPUT PARTXTRN-FILE
              IF NOT PARTXTRN-OK
                 DISPLAY 'Input PARTXTRN File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PARTXRPT-FILE
              IF NOT PARTXRPT-OK
                 DISPLAY 'Output PARTXRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the part master only backs the our-part edit - without it
      *> a row is taken at the part number keyed
           MOVE 'PARTMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT PARTMAST-FILE.
           IF PARTMAST-OK
              MOVE 'Y' TO WS-PM-OPEN-SW
           ELSE
              DISPLAY 'PARTMAST NOT FOUND - OUR-PART CHECK '
                      'SKIPPED'
           END-IF.

       210-LOAD-MASTER.
      *> a missing file is not an error - the first run of this step
      *> is what starts the cross-reference
           MOVE ZERO TO WS-XR-CNT.
           OPEN INPUT PARTXREF-FILE.
           IF PARTXREF-OK
              PERFORM 215-LOAD-MASTER-ROW UNTIL NO-MORE-PARTXREF
              CLOSE PARTXREF-FILE
           ELSE
              DISPLAY 'PARTXREF NOT FOUND - STARTING A NEW '
                      'PART CROSS-REFERENCE'
           END-IF.

       215-LOAD-MASTER-ROW.
           READ PARTXREF-FILE INTO WS-PX-DETAIL
              AT END MOVE 'Y' TO PARTXREF-EOF
           END-READ.
           IF NOT NO-MORE-PARTXREF AND WS-XR-CNT < WS-XR-MAX
              ADD +1 TO WS-XR-CNT
              MOVE WS-PX-DETAIL TO WS-XR-ROW(WS-XR-CNT)
           END-IF.

       300-READ-TRAN.
           READ PARTXTRN-FILE INTO WS-TRAN-DETAIL
              AT END
              MOVE 'Y' TO PARTXTRN-EOF.

       310-READ-PART.
           MOVE 'N' TO WS-PM-FOUND.
           IF PM-FILE-IS-OPEN
              MOVE WS-TRN-OUR-PART TO PARTMAST-KEY-PART
              READ PARTMAST-FILE INTO WS-PM-DETAIL
                 KEY IS PARTMAST-KEY-PART
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-PM-FOUND
              END-READ
           END-IF.

       400-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              IF NOT TRN-ADD
                 MOVE WS-XR-ROW(WS-XR-FND-IDX) TO WS-XB-DETAIL
              END-IF
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
              END-EVALUATE
              PERFORM 470-LOG-XREF-CHANGES
              MOVE 'ACCEPTED' TO RPT-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO RPT-RESULT
           END-IF.
           MOVE WS-TRN-ACTION    TO RPT-ACTION.
           MOVE WS-TRN-SUPP-CODE TO RPT-SUPP-CODE.
           MOVE WS-TRN-SUPP-PART TO RPT-SUPP-PART.
           MOVE WS-TRN-OUR-PART  TO RPT-OUR-PART.
           MOVE WS-TRAN-MSG      TO RPT-MESSAGE.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-3.
           PERFORM 300-READ-TRAN.

       410-LOOKUP-XREF.
           MOVE 'N' TO WS-XR-FOUND.
           MOVE ZERO TO WS-XR-FND-IDX.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-CNT
              IF WS-XR-ROW-KEY(WS-XR-IDX) = WS-TRN-KEY
                 MOVE 'Y' TO WS-XR-FOUND
                 MOVE WS-XR-IDX TO WS-XR-FND-IDX
              END-IF
           END-PERFORM.

       420-EDIT-TRAN.
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX01E ACTION must be A, C or D.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-SUPP-CODE = SPACES OR
              WS-TRN-SUPP-PART = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX02E SUPPLIER and SUPPLIER-PART can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 410-LOOKUP-XREF.
           IF TRN-ADD AND XR-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX03E Cross-reference is already on the file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-CHANGE OR TRN-DELETE) AND NOT XR-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX04E Cross-reference is not on the file.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-DELETE
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-ADD AND WS-XR-CNT >= WS-XR-MAX
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX05E Cross-reference table is full.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-OUR-PART = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX06E OUR-PART can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           PERFORM 310-READ-PART.
           IF PM-FILE-IS-OPEN AND NOT PM-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'PX07E OUR-PART is not on the part master.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       430-APPLY-ADD.
           ADD +1 TO WS-XR-CNT.
           MOVE SPACES TO WS-XR-ROW(WS-XR-CNT).
           MOVE WS-TRN-KEY       TO WS-XR-ROW-KEY(WS-XR-CNT).
           MOVE WS-TRN-OUR-PART  TO WS-XR-ROW-OUR-PART(WS-XR-CNT).
           MOVE WS01-CURR-DATE-N TO WS-XR-ROW-CHG-DATE(WS-XR-CNT).
           ADD +1 TO WS-ADD-CNT.
           MOVE 'Cross-reference added to the file.' TO WS-TRAN-MSG.

       440-APPLY-CHANGE.
           MOVE WS-TRN-OUR-PART  TO WS-XR-ROW-OUR-PART(WS-XR-FND-IDX).
           MOVE WS01-CURR-DATE-N TO WS-XR-ROW-CHG-DATE(WS-XR-FND-IDX).
           ADD +1 TO WS-CHG-CNT.
           MOVE 'Cross-reference changed on the file.'
                TO WS-TRAN-MSG.

       450-APPLY-DELETE.
      *> the row is flagged with HIGH-VALUES in the key and dropped
      *> at the rewrite - same idiom SUPMAINT uses
           MOVE HIGH-VALUES TO WS-XR-ROW-KEY(WS-XR-FND-IDX).
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Cross-reference deleted from the file.'
                TO WS-TRAN-MSG.

       470-LOG-XREF-CHANGES.
      *> the row as found (WS-XB-DETAIL) against the row as it now
      *> stands in the table - logged here, before the wrap-up sort
      *> moves the rows about
           IF TRN-ADD
              MOVE WS-XR-CNT TO WS-XR-LOG-IDX
           ELSE
              MOVE WS-XR-FND-IDX TO WS-XR-LOG-IDX
           END-IF.
           INITIALIZE WS-CH-DETAIL.
           MOVE 'PARTXREF'         TO WS-CH-MASTER.
           MOVE WS-TRN-SUPP-CODE   TO WS-CH-KEY(1:10).
           MOVE WS-TRN-SUPP-PART   TO WS-CH-KEY(12:23).
           MOVE WS-TRN-ACTION      TO WS-CH-ACTION.
           MOVE 'PARTXMNT'         TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'OUR-PART'         TO WS-CH-FIELD.
           MOVE WS-XB-OUR-PART     TO WS-CH-OLD.
           MOVE WS-XR-ROW-OUR-PART(WS-XR-LOG-IDX) TO WS-CH-NEW.
           PERFORM 475-LOG-FIELD.

       475-LOG-FIELD.
      *> an add has no old value and a delete no new one - only a
      *> field that actually moved is worth a history row
           IF TRN-ADD
              MOVE SPACES TO WS-CH-OLD
           END-IF.
           IF TRN-DELETE
              MOVE SPACES TO WS-CH-NEW
           END-IF.
           IF WS-CH-OLD NOT = WS-CH-NEW
              MOVE 'LOG' TO WS-CL-ACTION
              CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                                  WS-CL-RETURN
              IF WS-CL-RETURN = ZERO
                 ADD +1 TO WS-CH-LOG-CNT
              END-IF
           END-IF.

       600-WORK-THE-WORKLIST.
      *> every worklist row the cross-reference now covers is done
      *> with; the rest fold into one row per supplier part, the
      *> latest sighting kept.  no worklist yet is nothing to work
           MOVE ZERO TO WS-WK-CNT.
           OPEN INPUT PARTXWK-FILE.
           IF PARTXWK-OK
              PERFORM 610-WORK-ONE-ROW UNTIL NO-MORE-PARTXWK
              CLOSE PARTXWK-FILE
           END-IF.
           OPEN OUTPUT PARTXWK-FILE.
           IF NOT PARTXWK-OK
              DISPLAY 'Output PARTXWK File Error'
              GO TO 999-ERR-RTN
           END-IF.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-0.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-WK-HDR.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-WK-1.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-2.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-CNT
              MOVE WS-WK-ROW-KEY(WS-WK-IDX) TO WS-WK-KEY
              INITIALIZE WS-PW-DETAIL
              MOVE WS-WK-KEY-SUPP TO WS-PW-SUPP-CODE
              MOVE WS-WK-KEY-PART TO WS-PW-SUPP-PART
              MOVE WS-WK-ROW-PO(WS-WK-IDX)      TO WS-PW-PO-NUMBER
              MOVE WS-WK-ROW-SOURCE(WS-WK-IDX)  TO WS-PW-SOURCE
              MOVE WS-WK-ROW-DOC-REF(WS-WK-IDX) TO WS-PW-DOC-REF
              MOVE WS-WK-ROW-DATE(WS-WK-IDX)    TO WS-PW-DATE
              WRITE PARTXWK-RECORD FROM WS-PW-DETAIL
              MOVE WS-PW-SUPP-CODE TO RPT-WK-SUPP
              MOVE WS-PW-SUPP-PART TO RPT-WK-PART
              MOVE WS-PW-PO-NUMBER TO RPT-WK-PO
              MOVE WS-PW-DOC-REF   TO RPT-WK-DOC-REF
              MOVE WS-PW-SOURCE    TO RPT-WK-SOURCE
              MOVE WS-PW-DATE      TO RPT-WK-DATE
              MOVE WS-WK-ROW-SEEN(WS-WK-IDX) TO RPT-WK-SEEN
              WRITE PARTXRPT-RECORD FROM RPT-LINE-WK
           END-PERFORM.
           CLOSE PARTXWK-FILE.

       610-WORK-ONE-ROW.
           READ PARTXWK-FILE INTO WS-PW-DETAIL
              AT END MOVE 'Y' TO PARTXWK-EOF
           END-READ.
           IF NOT NO-MORE-PARTXWK
              ADD +1 TO WS-WK-READ-CNT
              MOVE WS-PW-SUPP-CODE TO WS-TRN-SUPP-CODE
              MOVE WS-PW-SUPP-PART TO WS-TRN-SUPP-PART
              PERFORM 410-LOOKUP-XREF
              IF XR-FOUND
                 ADD +1 TO WS-WK-CLEARED-CNT
              ELSE
                 PERFORM 620-KEEP-WORKLIST-ROW
              END-IF
           END-IF.

       620-KEEP-WORKLIST-ROW.
           MOVE ZERO TO WS-WK-FND-IDX.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-CNT
              IF WS-WK-ROW-KEY(WS-WK-IDX) = WS-TRN-KEY
                 MOVE WS-WK-IDX TO WS-WK-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-WK-FND-IDX = ZERO
              IF WS-WK-CNT < WS-WK-MAX
                 ADD +1 TO WS-WK-CNT
                 MOVE WS-WK-CNT  TO WS-WK-FND-IDX
                 MOVE WS-TRN-KEY TO WS-WK-ROW-KEY(WS-WK-CNT)
                 MOVE ZERO       TO WS-WK-ROW-SEEN(WS-WK-CNT)
                 MOVE ZERO       TO WS-WK-ROW-DATE(WS-WK-CNT)
              ELSE
                 DISPLAY 'PARTXWK TABLE FULL - WORKLIST ROW DROPPED '
                         'FOR ' WS-PW-SUPP-CODE ' ' WS-PW-SUPP-PART
              END-IF
           END-IF.
           IF WS-WK-FND-IDX > ZERO
              ADD +1 TO WS-WK-ROW-SEEN(WS-WK-FND-IDX)
              IF WS-PW-DATE >= WS-WK-ROW-DATE(WS-WK-FND-IDX)
                 MOVE WS-PW-PO-NUMBER TO WS-WK-ROW-PO(WS-WK-FND-IDX)
                 MOVE WS-PW-SOURCE
                      TO WS-WK-ROW-SOURCE(WS-WK-FND-IDX)
                 MOVE WS-PW-DOC-REF
                      TO WS-WK-ROW-DOC-REF(WS-WK-FND-IDX)
                 MOVE WS-PW-DATE TO WS-WK-ROW-DATE(WS-WK-FND-IDX)
              END-IF
           END-IF.

       900-WRAP-UP.
           PERFORM 905-SORT-XREF.
           PERFORM 910-REWRITE-MASTER.
           PERFORM 600-WORK-THE-WORKLIST.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE PARTXTRN-FILE, PARTXRPT-FILE.
           IF PM-FILE-IS-OPEN
              CLOSE PARTMAST-FILE
           END-IF.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.

       905-SORT-XREF.
      *> supplier/supplier-part order - the inbound steps load the
      *> file straight into a table in the order it is written
           PERFORM VARYING WS-XR-IDX FROM 2 BY 1
                   UNTIL WS-XR-IDX > WS-XR-CNT
              MOVE WS-XR-ROW(WS-XR-IDX) TO WS-XR-SAVE
              COMPUTE WS-XR-IDX2 = WS-XR-IDX - 1
              PERFORM UNTIL WS-XR-IDX2 < 1
                 OR WS-XR-ROW-KEY(WS-XR-IDX2) NOT > WS-XR-SAVE-KEY
                 MOVE WS-XR-ROW(WS-XR-IDX2) TO
                      WS-XR-ROW(WS-XR-IDX2 + 1)
                 SUBTRACT 1 FROM WS-XR-IDX2
              END-PERFORM
              MOVE WS-XR-SAVE TO WS-XR-ROW(WS-XR-IDX2 + 1)
           END-PERFORM.

       910-REWRITE-MASTER.
           OPEN OUTPUT PARTXREF-FILE.
           IF PARTXREF-OK
              PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                      UNTIL WS-XR-IDX > WS-XR-CNT
                 IF WS-XR-ROW-KEY(WS-XR-IDX) NOT = HIGH-VALUES
                    MOVE WS-XR-ROW(WS-XR-IDX) TO WS-PX-DETAIL
                    WRITE PARTXREF-RECORD FROM WS-PX-DETAIL
                    ADD +1 TO WS-XREF-OUT-CNT
                 END-IF
              END-PERFORM
              CLOSE PARTXREF-FILE
           ELSE
              DISPLAY 'Output PARTXREF File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-WRITE-SUMMARY.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-0.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-4.
           MOVE 'TRANSACTIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDS APPLIED............. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CHANGES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DELETES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEL-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CROSS-REFS ON THE FILE... ' TO RPT-SUM-LABEL.
           MOVE WS-XREF-OUT-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'WORKLIST ROWS READ....... ' TO RPT-SUM-LABEL.
           MOVE WS-WK-READ-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'WORKLIST ROWS NOW COVERED ' TO RPT-SUM-LABEL.
           MOVE WS-WK-CLEARED-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PARTS STILL TO CROSS-REF. ' TO RPT-SUM-LABEL.
           MOVE WS-WK-CNT TO RPT-SUM-CNT.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-5.
           WRITE PARTXRPT-RECORD FROM RPT-LINE-4.

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
           GOBACK.
