       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PLNSCHED.
      * **************************************************
      * PLNSCHED IS THE WEEKLY FORWARD LOOK WE OWE OUR SUPPLIERS.
      * 245-WRITE-EDIPO-EXTRACT SENDS THEM FIRM 850 ORDERS AND POCHG
      * THE 860 CHANGES, BUT NOTHING TOLD THEM WHAT WAS COMING.  THIS
      * STEP TAKES THE MRP SYSTEM'S GROSS REQUIREMENTS FOR THE NEXT
      * 26 WEEKS, CHARGES EACH PART TO ITS PRIMARY SOURCE ON THE
      * LATEST GPARTSUP GENERATION, AND NETS OUT, IN NEED-DATE
      * ORDER, THE QUANTITY STILL OUTSTANDING ON THAT SUPPLIER'S
      * OPEN/PARTIAL ROWS OF THE OPEN-PO MASTER.  WHAT IS LEFT IS
      * BUCKETED BY WEEK (WEEK 1 STARTS ON THE RUN DATE AND TAKES
      * ANY PAST-DUE REQUIREMENT) AND MARKED
      *   F FIRM     - THE WEEK FALLS INSIDE THE PART'S LEAD TIME
      *                (IN-WEEKS-LEAD-TIME, WS-DFLT-FIRM-WKS WHEN THE
      *                PART CARRIES NONE) - THE SUPPLIER MAY BUILD
      *   P PLANNING - BEYOND IT - FOR CAPACITY PLANNING ONLY
      * A SUPPLIER WHOSE MASTER RECORD CARRIES THE EDI FLAG GETS ONE
      * DELIMITED 830 ROW PER PART AND WEEK, BUILT THE WAY THE EDIPO
      * EXTRACT IS SO THE TRANSLATOR HANDLES IT THE SAME WAY.  EVERY
      * OTHER SUPPLIER GETS THE SAME SCHEDULE AS A PRINTED PAGE.
      * UT-C-MRPDEM   = MRP GROSS-REQUIREMENTS FEED, SORTED BY PART
      *                 NUMBER AND NEED DATE
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-SUPPMAST = SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-EDI830   = EDI 830 PLANNING-SCHEDULE EXTRACT FOR THE
      *                 TRANSLATOR
      * UT-C-PLNSRPT  = PRINTED SCHEDULES AND RUN SUMMARY LANDING
      *                 IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRPDEM-FILE ASSIGN TO UT-C-MRPDEM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS MRPDEM-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT EDI830-FILE ASSIGN TO UT-C-EDI830
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EDI830-ST.
           SELECT PLNSRPT-FILE ASSIGN TO UT-C-PLNSRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PLNSRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD MRPDEM-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 MRPDEM-RECORD       PIC X(80).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD EDI830-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.
       01 EDI830-RECORD       PIC X(120).
       FD PLNSRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 PLNSRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-DEM-CNT              PIC 9(08) VALUE ZERO.
       77 WS-GPS-CNT              PIC 9(08) VALUE ZERO.
       77 WS-BEYOND-CNT           PIC 9(08) VALUE ZERO.
       77 WS-NOSRC-CNT            PIC 9(08) VALUE ZERO.
       77 WS-COVERED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-EDI-ROW-CNT          PIC 9(08) VALUE ZERO.
       77 WS-EDI-SUPP-CNT         PIC 9(08) VALUE ZERO.
       77 WS-PRT-SUPP-CNT         PIC 9(08) VALUE ZERO.
       77 WS-PRT-LINE-CNT         PIC 9(08) VALUE ZERO.
       77 WS-OVERFLOW-CNT         PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-NEED-INT             PIC 9(08) VALUE ZERO.
       77 WS-WEEK-INT             PIC 9(08) VALUE ZERO.
       77 WS-WEEK-DATE            PIC 9(08) VALUE ZERO.
       77 WS-DAYS-OUT             PIC S9(08) VALUE ZERO.
       77 WS-WEEK-NO              PIC 9(03) VALUE ZERO.
       77 WS-NET-QTY              PIC 9(09) VALUE ZERO.
       77 WS-OUT-QTY              PIC S9(09) VALUE ZERO.
       77 WS-FIRM-FLAG            PIC X(01) VALUE SPACES.
       77 WS-EX-MSG               PIC X(40) VALUE SPACES.
       77 WS-SUPP-HAS-LINES       PIC X(01) VALUE 'N'.
           88 SUPP-HAS-LINES      VALUE 'Y'.

      *> the schedule runs 26 weeks out; a part with no lead time on
      *> its GPARTSUP record is held firm for the default weeks
       77 WS-HORIZON-WKS          PIC 9(03) VALUE 26.
       77 WS-DFLT-FIRM-WKS        PIC 9(03) VALUE 4.

      * PRIMARY-SOURCE TABLE - THE SUPPLIER A PART'S DEMAND IS
      * SCHEDULED WITH, OFF ITS PRIMARY GPARTSUP RECORD
       77 WS-PS-MAX               PIC 9(5) VALUE 20000.
       77 WS-PS-CNT               PIC 9(5) VALUE ZERO.
       77 WS-PS-IDX               PIC 9(5) VALUE ZERO.
       77 WS-PS-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-PS-TBL.
           05 WS-PS-ROW OCCURS 20000 TIMES.
               10 WS-PS-PART      PIC X(23).
               10 WS-PS-SUPP      PIC X(10).
               10 WS-PS-UOM       PIC X(03).
               10 WS-PS-LEAD-WKS  PIC 9(03).

      * OPEN-ORDER COVERAGE - OUTSTANDING QUANTITY ON THE OPEN/PARTIAL
      * OPEN-PO ROWS, SUMMED BY SUPPLIER AND PART
       77 WS-CV-MAX               PIC 9(5) VALUE 10000.
       77 WS-CV-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CV-IDX               PIC 9(5) VALUE ZERO.
       77 WS-CV-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-CV-TBL.
           05 WS-CV-ROW OCCURS 10000 TIMES.
               10 WS-CV-SUPP      PIC X(10).
               10 WS-CV-PART      PIC X(23).
               10 WS-CV-OUT-QTY   PIC 9(09).

      * SUPPLIERS OFF THE MASTER - NAME FOR THE PRINTED PAGE AND THE
      * EDI FLAG THAT DECIDES WHICH WAY THE SCHEDULE GOES
       77 WS-SM-MAX               PIC 9(5) VALUE 5000.
       77 WS-SM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SM-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SMT-TBL.
           05 WS-SMT-ROW OCCURS 5000 TIMES.
               10 WS-SMT-CODE     PIC X(10).
               10 WS-SMT-NAME     PIC X(15).
               10 WS-SMT-EDI      PIC X(01).

      * ONE SCHEDULE PER SUPPLIER/PART - THE OPEN-ORDER QUANTITY NOT
      * YET NETTED AWAY AND THE NET REQUIREMENT IN EACH WEEK
       77 WS-SC-MAX               PIC 9(5) VALUE 5000.
       77 WS-SC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SC-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SC-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-WK-IDX               PIC 9(3) VALUE ZERO.
       01 WS-SC-TBL.
           05 WS-SC-ROW OCCURS 5000 TIMES.
               10 WS-SC-SUPP      PIC X(10).
               10 WS-SC-PART      PIC X(23).
               10 WS-SC-UOM       PIC X(03).
               10 WS-SC-FIRM-WKS  PIC 9(03).
               10 WS-SC-COVER     PIC 9(09).
               10 WS-SC-WEEK-QTY  PIC 9(09) OCCURS 26 TIMES.

      * SUPPLIERS WITH A SCHEDULE THIS RUN, IN THE ORDER MET
       77 WS-SP-MAX               PIC 9(5) VALUE 2000.
       77 WS-SP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SP-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SP-TBL.
           05 WS-SP-ROW OCCURS 2000 TIMES.
               10 WS-SP-SUPP      PIC X(10).
               10 WS-SP-NAME      PIC X(15).
               10 WS-SP-EDI       PIC X(01).
                   88 SP-EDI-SUPPLIER VALUE 'Y'.

      * REQUIREMENTS THAT COULD NOT BE SCHEDULED WITH ANY SUPPLIER -
      * LISTED FOR THE PLANNER AFTER THE SCHEDULES
       77 WS-EX-MAX               PIC 9(5) VALUE 1000.
       77 WS-EX-CNT               PIC 9(5) VALUE ZERO.
       77 WS-EX-IDX               PIC 9(5) VALUE ZERO.
       01 WS-EX-TBL.
           05 WS-EX-ROW OCCURS 1000 TIMES.
               10 WS-EX-PART      PIC X(23).
               10 WS-EX-NEED-DATE PIC 9(08).
               10 WS-EX-QTY       PIC 9(09).
               10 WS-EX-TEXT      PIC X(40).

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

      * ONE GROSS-REQUIREMENT RECORD FROM THE MRP FEED
       01 WS-DEM-DETAIL.
           05 WS-DEM-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-DEM-QUANTITY     PIC 9(09) VALUE ZERO.
           05 WS-DEM-NEED-DATE    PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(40) VALUE SPACES.

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

      * ONE DELIMITED 830 ROW - SUPPLIER, PART, WEEK-START DATE,
      * NET QUANTITY, F/P, UNIT OF MEASURE, SCHEDULE DATE
       77 WS01-EDI830-LINE        PIC X(120) VALUE SPACES.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PLNSCHED'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 MRPDEM-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-MRPDEM        VALUE 'Y'.
           05 MRPDEM-ST                 PIC X(02).
               88 MRPDEM-OK             VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 EDI830-ST                 PIC X(02).
               88 EDI830-OK             VALUE '00'.
           05 PLNSRPT-ST                PIC X(02).
               88 PLNSRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-PAGE.
           05 FILLER PIC X(132) VALUE ALL "=".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'MATERIAL PLANNING SCHEDULE          '.
             10 FILLER       PIC X(15) VALUE 'SCHEDULE DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(71) VALUE SPACES.
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
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE 'UOM'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Week'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Week Of   '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE '  Quantity'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Schedule'.
             10 FILLER    PIC X(59) VALUE SPACES.
       01 RPT-LINE-3.
             10 RPT-PART-NUMBER PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-UOM         PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-WEEK-NO     PIC Z9.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-WEEK-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-QUANTITY    PIC ZZZZZZZZ9.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-SCHEDULE    PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(60) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.
       01 RPT-LINE-EX-HDR.
             10 FILLER    PIC X(23) VALUE 'Part Number            '.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE 'Need Date'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(09) VALUE ' Required'.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Reason    '.
             10 FILLER    PIC X(72) VALUE SPACES.
       01 RPT-LINE-EX.
             10 RPT-EX-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-EX-NEED     PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(04) VALUE SPACES.
             10 RPT-EX-QTY      PIC ZZZZZZZZ9.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-EX-TEXT     PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(42) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-GPARTSUP.
           PERFORM 400-LOAD-PRIMARY-SOURCE UNTIL NO-MORE-PART-SUPP.
           PERFORM 310-READ-DEMAND.
           PERFORM 500-SCHEDULE-ONE-REQUIREMENT THRU 500-SCHEDULE-EXIT
                   UNTIL NO-MORE-MRPDEM.
           PERFORM 600-SEND-ONE-SUPPLIER
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-CNT.
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
           PERFORM 210-LOAD-SUPPLIERS.
           PERFORM 220-LOAD-OPEN-ORDERS.

       200-OPEN-FILES.
           OPEN INPUT MRPDEM-FILE
              IF NOT MRPDEM-OK
                 DISPLAY 'Input MRPDEM File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT EDI830-FILE
              IF NOT EDI830-OK
                 DISPLAY 'Output EDI830 File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT PLNSRPT-FILE
              IF NOT PLNSRPT-OK
                 DISPLAY 'Output PLNSRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIERS.
           PERFORM 215-LOAD-ONE-SUPPLIER UNTIL NO-MORE-SUPPMAST.
           CLOSE SUPPMAST-FILE.

       215-LOAD-ONE-SUPPLIER.
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND WS-SM-CNT < WS-SM-MAX
              ADD +1 TO WS-SM-CNT
              MOVE WS-SM-CODE     TO WS-SMT-CODE(WS-SM-CNT)
              MOVE WS-SM-NAME     TO WS-SMT-NAME(WS-SM-CNT)
              MOVE WS-SM-EDI-FLAG TO WS-SMT-EDI(WS-SM-CNT)
           END-IF.

       220-LOAD-OPEN-ORDERS.
      *> only open and partial rows still have supply coming - the
      *> outstanding quantity is what the supplier already holds an
      *> order for.  no open-PO master just means nothing to net
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE.
           IF OPENPO-OK
              PERFORM 225-LOAD-ONE-ORDER UNTIL NO-MORE-OPENPO
              CLOSE OPENPO-FILE
           ELSE
              DISPLAY 'OPENPO NOT FOUND - SCHEDULING GROSS '
                      'REQUIREMENTS'
           END-IF.

       225-LOAD-ONE-ORDER.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              AT END MOVE 'Y' TO OPENPO-EOF
           END-READ.
           IF NOT NO-MORE-OPENPO AND
              (OP-STAT-OPEN OR OP-STAT-PARTIAL)
              COMPUTE WS-OUT-QTY =
                 WS-OP-ORDER-QTY - WS-OP-RECEIVED-QTY
              IF WS-OUT-QTY > ZERO
                 MOVE ZERO TO WS-CV-FND-IDX
                 PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                         UNTIL WS-CV-IDX > WS-CV-CNT
                            OR WS-CV-FND-IDX > ZERO
                    IF WS-CV-SUPP(WS-CV-IDX) = WS-OP-SUPPLIER-CODE AND
                       WS-CV-PART(WS-CV-IDX) = WS-OP-PART-NUMBER
                       MOVE WS-CV-IDX TO WS-CV-FND-IDX
                    END-IF
                 END-PERFORM
                 IF WS-CV-FND-IDX = ZERO AND WS-CV-CNT < WS-CV-MAX
                    ADD +1 TO WS-CV-CNT
                    MOVE WS-OP-SUPPLIER-CODE TO WS-CV-SUPP(WS-CV-CNT)
                    MOVE WS-OP-PART-NUMBER   TO WS-CV-PART(WS-CV-CNT)
                    MOVE ZERO TO WS-CV-OUT-QTY(WS-CV-CNT)
                    MOVE WS-CV-CNT TO WS-CV-FND-IDX
                 END-IF
                 IF WS-CV-FND-IDX > ZERO
                    ADD WS-OUT-QTY TO WS-CV-OUT-QTY(WS-CV-FND-IDX)
                 END-IF
              END-IF
           END-IF.

       300-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
              MOVE 'Y' TO PART-SUPP-FILE-EOF.
      *> envelope header/trailer records are not data - an empty
      *> generation is just a header and a trailer back to back
           PERFORM UNTIL NO-MORE-PART-SUPP OR
                   (PART-SUPP-ADDR-PO(1:3) NOT = 'HDR' AND
                    PART-SUPP-ADDR-PO(1:3) NOT = 'TRL')
              READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-FILE-EOF
              END-READ
           END-PERFORM.

       310-READ-DEMAND.
           READ MRPDEM-FILE INTO WS-DEM-DETAIL
              AT END
              MOVE 'Y' TO MRPDEM-EOF.

       400-LOAD-PRIMARY-SOURCE.
      *> the primary source carries the part's schedule - alternate
      *> sources ('2'-'9') and inter-plant transfers are not sent one
           ADD +1 TO WS-GPS-CNT.
           IF (IN-ALT-SOURCE-SEQ = SPACES OR IN-ALT-SOURCE-SEQ = '1')
              AND NOT IN-TRANSFER-ORDER
              AND WS-PS-CNT < WS-PS-MAX
              ADD +1 TO WS-PS-CNT
              MOVE IN-PART-NUMBER     TO WS-PS-PART(WS-PS-CNT)
              MOVE IN-SUPPLIER-CODE   TO WS-PS-SUPP(WS-PS-CNT)
              MOVE IN-UNIT-OF-MEASURE TO WS-PS-UOM(WS-PS-CNT)
              MOVE IN-WEEKS-LEAD-TIME TO WS-PS-LEAD-WKS(WS-PS-CNT)
           END-IF.
           PERFORM 300-READ-GPARTSUP.

       500-SCHEDULE-ONE-REQUIREMENT.
           ADD +1 TO WS-DEM-CNT.
      *> week 1 starts today and also takes anything already past
      *> due; a requirement beyond the horizon is not sent yet
           COMPUTE WS-NEED-INT =
              FUNCTION INTEGER-OF-DATE(WS-DEM-NEED-DATE).
           COMPUTE WS-DAYS-OUT = WS-NEED-INT - WS-TODAY-INT.
           IF WS-DAYS-OUT < ZERO
              MOVE ZERO TO WS-DAYS-OUT
           END-IF.
           IF WS-DAYS-OUT >= WS-HORIZON-WKS * 7
              ADD +1 TO WS-BEYOND-CNT
              GO TO 500-SCHEDULE-NEXT
           END-IF.
           COMPUTE WS-WEEK-NO = (WS-DAYS-OUT / 7) + 1.
           MOVE ZERO TO WS-PS-FND-IDX.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-CNT OR WS-PS-FND-IDX > ZERO
              IF WS-PS-PART(WS-PS-IDX) = WS-DEM-PART-NUMBER
                 MOVE WS-PS-IDX TO WS-PS-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-PS-FND-IDX = ZERO
              ADD +1 TO WS-NOSRC-CNT
              MOVE 'NO PRIMARY SOURCE ON GPARTSUP' TO WS-EX-MSG
              PERFORM 520-LIST-EXCEPTION
              GO TO 500-SCHEDULE-NEXT
           END-IF.
           PERFORM 510-FIND-SCHEDULE.
           IF WS-SC-FND-IDX = ZERO
              ADD +1 TO WS-OVERFLOW-CNT
              GO TO 500-SCHEDULE-NEXT
           END-IF.
      *> open orders the supplier already holds cover the earliest
      *> requirements first; only what they do not cover is sent
           IF WS-SC-COVER(WS-SC-FND-IDX) >= WS-DEM-QUANTITY
              SUBTRACT WS-DEM-QUANTITY FROM WS-SC-COVER(WS-SC-FND-IDX)
              ADD +1 TO WS-COVERED-CNT
              GO TO 500-SCHEDULE-NEXT
           END-IF.
           COMPUTE WS-NET-QTY =
              WS-DEM-QUANTITY - WS-SC-COVER(WS-SC-FND-IDX).
           MOVE ZERO TO WS-SC-COVER(WS-SC-FND-IDX).
           ADD WS-NET-QTY TO WS-SC-WEEK-QTY(WS-SC-FND-IDX, WS-WEEK-NO).
       500-SCHEDULE-NEXT.
           PERFORM 310-READ-DEMAND.
       500-SCHEDULE-EXIT.
           EXIT.

       510-FIND-SCHEDULE.
      *> the part's schedule row, opened on its first requirement
      *> with the open-order coverage the supplier holds for it
           MOVE ZERO TO WS-SC-FND-IDX.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT OR WS-SC-FND-IDX > ZERO
              IF WS-SC-PART(WS-SC-IDX) = WS-DEM-PART-NUMBER
                 MOVE WS-SC-IDX TO WS-SC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SC-FND-IDX = ZERO AND WS-SC-CNT < WS-SC-MAX
              ADD +1 TO WS-SC-CNT
              MOVE WS-SC-CNT TO WS-SC-FND-IDX
              MOVE WS-PS-SUPP(WS-PS-FND-IDX) TO WS-SC-SUPP(WS-SC-CNT)
              MOVE WS-DEM-PART-NUMBER        TO WS-SC-PART(WS-SC-CNT)
              MOVE WS-PS-UOM(WS-PS-FND-IDX)  TO WS-SC-UOM(WS-SC-CNT)
              IF WS-PS-LEAD-WKS(WS-PS-FND-IDX) = ZERO
                 MOVE WS-DFLT-FIRM-WKS TO WS-SC-FIRM-WKS(WS-SC-CNT)
              ELSE
                 MOVE WS-PS-LEAD-WKS(WS-PS-FND-IDX) TO
                      WS-SC-FIRM-WKS(WS-SC-CNT)
              END-IF
              MOVE ZERO TO WS-SC-COVER(WS-SC-CNT)
              PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                      UNTIL WS-CV-IDX > WS-CV-CNT
                 IF WS-CV-SUPP(WS-CV-IDX) = WS-SC-SUPP(WS-SC-CNT) AND
                    WS-CV-PART(WS-CV-IDX) = WS-DEM-PART-NUMBER
                    MOVE WS-CV-OUT-QTY(WS-CV-IDX) TO
                         WS-SC-COVER(WS-SC-CNT)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                      UNTIL WS-WK-IDX > WS-HORIZON-WKS
                 MOVE ZERO TO WS-SC-WEEK-QTY(WS-SC-CNT, WS-WK-IDX)
              END-PERFORM
              PERFORM 530-NOTE-SUPPLIER
           END-IF.

       520-LIST-EXCEPTION.
           IF WS-EX-CNT < WS-EX-MAX
              ADD +1 TO WS-EX-CNT
              MOVE WS-EX-MSG          TO WS-EX-TEXT(WS-EX-CNT)
              MOVE WS-DEM-PART-NUMBER TO WS-EX-PART(WS-EX-CNT)
              MOVE WS-DEM-NEED-DATE   TO WS-EX-NEED-DATE(WS-EX-CNT)
              MOVE WS-DEM-QUANTITY    TO WS-EX-QTY(WS-EX-CNT)
           END-IF.

       530-NOTE-SUPPLIER.
      *> a supplier not on the master cannot be on EDI - it gets the
      *> printed schedule under its GPARTSUP code
           MOVE ZERO TO WS-SP-FND-IDX.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-CNT OR WS-SP-FND-IDX > ZERO
              IF WS-SP-SUPP(WS-SP-IDX) = WS-SC-SUPP(WS-SC-CNT)
                 MOVE WS-SP-IDX TO WS-SP-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-SP-FND-IDX = ZERO AND WS-SP-CNT < WS-SP-MAX
              ADD +1 TO WS-SP-CNT
              MOVE WS-SC-SUPP(WS-SC-CNT) TO WS-SP-SUPP(WS-SP-CNT)
              MOVE SPACES TO WS-SP-NAME(WS-SP-CNT)
              MOVE 'N'    TO WS-SP-EDI(WS-SP-CNT)
              MOVE ZERO TO WS-SM-FND-IDX
              PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                      UNTIL WS-SM-IDX > WS-SM-CNT
                         OR WS-SM-FND-IDX > ZERO
                 IF WS-SMT-CODE(WS-SM-IDX) = WS-SC-SUPP(WS-SC-CNT)
                    MOVE WS-SM-IDX TO WS-SM-FND-IDX
                 END-IF
              END-PERFORM
              IF WS-SM-FND-IDX > ZERO
                 MOVE WS-SMT-NAME(WS-SM-FND-IDX) TO
                      WS-SP-NAME(WS-SP-CNT)
                 IF WS-SMT-EDI(WS-SM-FND-IDX) = 'Y'
                    MOVE 'Y' TO WS-SP-EDI(WS-SP-CNT)
                 END-IF
              END-IF
           END-IF.

       600-SEND-ONE-SUPPLIER.
      *> a supplier whose requirements were all covered by open
      *> orders has nothing new to hear this week
           MOVE 'N' TO WS-SUPP-HAS-LINES.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-CNT
              IF WS-SC-SUPP(WS-SC-IDX) = WS-SP-SUPP(WS-SP-IDX)
                 PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                         UNTIL WS-WK-IDX > WS-HORIZON-WKS
                    IF WS-SC-WEEK-QTY(WS-SC-IDX, WS-WK-IDX) > ZERO
                       MOVE 'Y' TO WS-SUPP-HAS-LINES
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF SUPP-HAS-LINES
              IF SP-EDI-SUPPLIER(WS-SP-IDX)
                 ADD +1 TO WS-EDI-SUPP-CNT
              ELSE
                 ADD +1 TO WS-PRT-SUPP-CNT
                 PERFORM 620-PRINT-SCHEDULE-HEAD
              END-IF
              PERFORM 610-SEND-ONE-PART
                      VARYING WS-SC-IDX FROM 1 BY 1
                      UNTIL WS-SC-IDX > WS-SC-CNT
              IF NOT SP-EDI-SUPPLIER(WS-SP-IDX)
                 WRITE PLNSRPT-RECORD FROM RPT-LINE-4
                 WRITE PLNSRPT-RECORD FROM RPT-LINE-0
              END-IF
           END-IF.

       610-SEND-ONE-PART.
           IF WS-SC-SUPP(WS-SC-IDX) = WS-SP-SUPP(WS-SP-IDX)
              PERFORM 630-SEND-ONE-WEEK
                      VARYING WS-WK-IDX FROM 1 BY 1
                      UNTIL WS-WK-IDX > WS-HORIZON-WKS
           END-IF.

       620-PRINT-SCHEDULE-HEAD.
      *> one page per paper supplier, field-by-field in the DEBMEMO
      *> style, then one line per part and week with a quantity
           WRITE PLNSRPT-RECORD FROM RPT-LINE-PAGE.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-0.
           MOVE 'Supplier Code.......' TO RPT-FLD-NAME.
           MOVE WS-SP-SUPP(WS-SP-IDX) TO RPT-FLD-VAL.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-FLD.
           MOVE 'Supplier Name.......' TO RPT-FLD-NAME.
           MOVE WS-SP-NAME(WS-SP-IDX) TO RPT-FLD-VAL.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-FLD.
           MOVE SPACES TO RPT-FLD-NAME, RPT-FLD-VAL.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-0.
           MOVE 'FIRM WEEKS ARE AUTHORIZED FOR MATERIAL AND PRODUCTION'
             & ' - PLANNING WEEKS ARE FOR CAPACITY' TO RPT-TEXT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-TEXT.
           MOVE 'PLANNING ONLY.  QUANTITIES ARE NET OF THE ORDERS YOU'
             & ' ALREADY HOLD FROM US.' TO RPT-TEXT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-TEXT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-0.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-1.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-4.

       630-SEND-ONE-WEEK.
           IF WS-SC-WEEK-QTY(WS-SC-IDX, WS-WK-IDX) > ZERO
              COMPUTE WS-WEEK-INT =
                 WS-TODAY-INT + ((WS-WK-IDX - 1) * 7)
              COMPUTE WS-WEEK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
              MOVE WS-SC-WEEK-QTY(WS-SC-IDX, WS-WK-IDX) TO WS-NET-QTY
              IF WS-WK-IDX > WS-SC-FIRM-WKS(WS-SC-IDX)
                 MOVE 'P' TO WS-FIRM-FLAG
              ELSE
                 MOVE 'F' TO WS-FIRM-FLAG
              END-IF
              IF SP-EDI-SUPPLIER(WS-SP-IDX)
                 PERFORM 640-WRITE-EDI830
              ELSE
                 PERFORM 650-PRINT-WEEK-LINE
              END-IF
           END-IF.

       640-WRITE-EDI830.
      *> same delimited idiom as 245-WRITE-EDIPO-EXTRACT - the
      *> translator builds the 830 from supplier and part without
      *> re-deriving the trading partner
           MOVE SPACES TO WS01-EDI830-LINE.
           STRING FUNCTION TRIM(WS-SC-SUPP(WS-SC-IDX))
                                                 DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SC-PART(WS-SC-IDX))
                                                 DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-WEEK-DATE                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-NET-QTY                      DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-FIRM-FLAG                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SC-UOM(WS-SC-IDX))
                                                 DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS01-CURR-DATE-N                DELIMITED BY SIZE
                  INTO WS01-EDI830-LINE
           END-STRING.
           WRITE EDI830-RECORD FROM WS01-EDI830-LINE.
           ADD +1 TO WS-EDI-ROW-CNT.

       650-PRINT-WEEK-LINE.
           MOVE WS-SC-PART(WS-SC-IDX) TO RPT-PART-NUMBER.
           MOVE WS-SC-UOM(WS-SC-IDX)  TO RPT-UOM.
           MOVE WS-WK-IDX             TO RPT-WEEK-NO.
           MOVE WS-WEEK-DATE          TO RPT-WEEK-DATE.
           MOVE WS-NET-QTY            TO RPT-QUANTITY.
           IF WS-FIRM-FLAG = 'F'
              MOVE 'FIRM    ' TO RPT-SCHEDULE
           ELSE
              MOVE 'PLANNING' TO RPT-SCHEDULE
           END-IF.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-3.
           ADD +1 TO WS-PRT-LINE-CNT.

       700-PRINT-EXCEPTIONS.
      *> the planner's page - requirements no supplier was sent
           WRITE PLNSRPT-RECORD FROM RPT-LINE-PAGE.
           MOVE 'REQUIREMENTS NOT SCHEDULED WITH ANY SUPPLIER'
                TO RPT-TEXT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-TEXT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-0.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-EX-HDR.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-CNT
              MOVE WS-EX-PART(WS-EX-IDX)      TO RPT-EX-PART
              MOVE WS-EX-NEED-DATE(WS-EX-IDX) TO RPT-EX-NEED
              MOVE WS-EX-QTY(WS-EX-IDX)       TO RPT-EX-QTY
              MOVE WS-EX-TEXT(WS-EX-IDX)      TO RPT-EX-TEXT
              WRITE PLNSRPT-RECORD FROM RPT-LINE-EX
           END-PERFORM.

       900-WRAP-UP.
           IF WS-EX-CNT > ZERO
              PERFORM 700-PRINT-EXCEPTIONS
           END-IF.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-PAGE.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-4.
           MOVE 'GPARTSUP RECORDS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-GPS-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REQUIREMENTS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-DEM-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE '  BEYOND THE 26-WEEK HORIZON. ' TO RPT-SUM-LABEL.
           MOVE WS-BEYOND-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE '  COVERED BY OPEN ORDERS..... ' TO RPT-SUM-LABEL.
           MOVE WS-COVERED-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE '  NO PRIMARY SOURCE.......... ' TO RPT-SUM-LABEL.
           MOVE WS-NOSRC-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE '  SCHEDULE TABLE FULL........ ' TO RPT-SUM-LABEL.
           MOVE WS-OVERFLOW-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SUPPLIERS SENT AN EDI 830.... ' TO RPT-SUM-LABEL.
           MOVE WS-EDI-SUPP-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE '  830 ROWS WRITTEN........... ' TO RPT-SUM-LABEL.
           MOVE WS-EDI-ROW-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SUPPLIERS SENT A PRINTED PAGE ' TO RPT-SUM-LABEL.
           MOVE WS-PRT-SUPP-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           MOVE '  SCHEDULE LINES PRINTED..... ' TO RPT-SUM-LABEL.
           MOVE WS-PRT-LINE-CNT TO RPT-SUM-CNT.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-5.
           WRITE PLNSRPT-RECORD FROM RPT-LINE-4.
           CLOSE MRPDEM-FILE, PART-SUPP-FILE, EDI830-FILE,
                 PLNSRPT-FILE.

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
