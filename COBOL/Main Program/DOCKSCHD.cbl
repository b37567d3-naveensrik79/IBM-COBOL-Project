       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DOCKSCHD.
      * **************************************************
      * DOCKSCHD TURNS THE TRUCKS ASNPROC SAYS ARE COMING INTO DOCK
      * APPOINTMENTS, SO CARRIERS STOP ARRIVING THREE TO A DOOR AT
      * SEVEN IN THE MORNING.  EACH PLANT'S DOORS, THEIR SLOT TIMES
      * AND HOW MANY TRUCKS A SLOT HOLDS COME FROM THE DOCK-DOOR
      * TABLE THE RECEIVING SUPERVISOR KEEPS.  EVERY RUN:
      *   - EACH EXPECTED RECEIPT ON ASNPROC'S EXTRACT NOT ALREADY
      *     BOOKED IS BOOKED INTO THE FIRST SLOT AT ITS RECEIVING
      *     PLANT (OFF THE OPEN-PO MASTER) WITH ROOM LEFT ON ITS
      *     PROMISED ARRIVAL DATE.  A FULL DAY ROLLS THE TRUCK TO
      *     THE NEXT OPEN SLOT AND LISTS IT; NOTHING OPEN WITHIN TWO
      *     WEEKS IS LISTED UNBOOKED.  A PROMISED DATE ALREADY PAST
      *     BOOKS FROM TODAY.
      *   - THE DOCK TRANSACTION FEED IS APPLIED: A CARRIER'S
      *     RESCHEDULE ('R') MOVES ITS APPOINTMENT TO THE FIRST OPEN
      *     SLOT FROM THE DATE AND TIME ASKED FOR, AND A GATE
      *     ARRIVAL ('A') IS SCORED ON TIME OR LATE AGAINST ITS
      *     SLOT - UP TO FIFTEEN MINUTES AFTER THE SLOT IS ON TIME,
      *     AND AN EARLY TRUCK IS ON TIME.
      *   - THE DAY'S DOOR SCHEDULE PRINTS FOR THE RECEIVING
      *     SUPERVISOR, PLANT BY PLANT IN SLOT ORDER, OPEN SLOTS
      *     INCLUDED.
      * UT-C-EXPRCPT  = EXPECTED RECEIPTS WRITTEN BY ASNPROC
      * UT-C-OPENPO   = OPEN-PO MASTER (RECEIVING PLANT)
      * UT-C-DOCKDOOR = DOCK-DOOR AND SLOT TABLE PER PLANT
      * UT-C-DOCKAPPT = DOCK APPOINTMENT FILE (IN, REWRITTEN)
      * UT-C-DOCKTRN  = CARRIER RESCHEDULE / GATE ARRIVAL FEED
      * UT-C-DOCKCNTL = ONE-CARD CONTROL FILE, 'DATE=yyyymmdd' - THE
      *                 DAY THE DOOR SCHEDULE PRINTS FOR (DEFAULT
      *                 TODAY)
      * UT-C-DOCKSCHD = BOOKING/TRANSACTION LISTING AND DOOR
      *                 SCHEDULE LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPRCPT-FILE ASSIGN TO UT-C-EXPRCPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS EXPRCPT-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT DOCKDOOR-FILE ASSIGN TO UT-C-DOCKDOOR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DOCKDOOR-ST.
           SELECT DOCKAPPT-FILE ASSIGN TO UT-C-DOCKAPPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DOCKAPPT-ST.
           SELECT DOCKTRN-FILE ASSIGN TO UT-C-DOCKTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DOCKTRN-ST.
           SELECT DOCKCNTL-FILE ASSIGN TO UT-C-DOCKCNTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DOCKCNTL-ST.
           SELECT DOCKRPT-FILE ASSIGN TO UT-C-DOCKSCHD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DOCKRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD EXPRCPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 EXPRCPT-RECORD      PIC X(80).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD DOCKDOOR-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DOCKDOOR-RECORD     PIC X(80).
       FD DOCKAPPT-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 DOCKAPPT-RECORD     PIC X(100).
       FD DOCKTRN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DOCKTRN-RECORD      PIC X(80).
       FD DOCKCNTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DOCKCNTL-RECORD     PIC X(80).
       FD DOCKRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 DOCKRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-RCPT-CNT             PIC 9(08) VALUE ZERO.
       77 WS-BOOKED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-ALREADY-CNT          PIC 9(08) VALUE ZERO.
       77 WS-OVERFLOW-CNT         PIC 9(08) VALUE ZERO.
       77 WS-UNBOOKED-CNT         PIC 9(08) VALUE ZERO.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-RESCHED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ARRIVAL-CNT          PIC 9(08) VALUE ZERO.
       77 WS-ONTIME-CNT           PIC 9(08) VALUE ZERO.
       77 WS-LATE-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.
       77 WS-PURGE-CNT            PIC 9(08) VALUE ZERO.
       77 WS-APPT-OUT-CNT         PIC 9(08) VALUE ZERO.
       77 WS-SCHED-APPT-CNT       PIC 9(08) VALUE ZERO.

      * BOOKING LIMITS - HOW FAR PAST THE PROMISED DATE A FULL DOCK
      * ROLLS A TRUCK, HOW LATE AFTER ITS SLOT A TRUCK IS STILL ON
      * TIME, AND HOW LONG A PAST APPOINTMENT STAYS ON THE FILE
       77 WS-HORIZON-DAYS         PIC 9(03) VALUE 14.
       77 WS-GRACE-MINUTES        PIC 9(03) VALUE 15.
       77 WS-KEEP-DAYS            PIC 9(03) VALUE 30.

      * SLOT TABLE - ONE ROW PER PLANT/DOOR/SLOT TIME, EXPANDED FROM
      * THE DOCK-DOOR TABLE AND KEPT IN PLANT/TIME/DOOR ORDER SO A
      * SCAN FINDS THE EARLIEST SLOT FIRST
       77 WS-SL-MAX               PIC 9(5) VALUE 2000.
       77 WS-SL-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SL-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SL-IDX2              PIC 9(5) VALUE ZERO.
       77 WS-SL-NBR               PIC 9(02) VALUE ZERO.
       77 WS-SL-MINUTE            PIC 9(05) VALUE ZERO.
       77 WS-SL-HH                PIC 9(02) VALUE ZERO.
       77 WS-SL-MM                PIC 9(02) VALUE ZERO.
       77 WS-DOOR-CNT             PIC 9(05) VALUE ZERO.
       01 WS-SL-TBL.
           05 WS-SL-ROW OCCURS 2000 TIMES.
               10 WS-SL-KEY.
                   15 WS-SL-PLANT    PIC X(03).
                   15 WS-SL-TIME     PIC 9(04).
                   15 WS-SL-DOOR     PIC X(03).
               10 WS-SL-CAPACITY     PIC 9(02).
       01 WS-SL-SAVE.
           05 WS-SL-SAVE-KEY      PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE SPACES.

      * APPOINTMENT TABLE - THE WHOLE APPOINTMENT FILE, SAME LAYOUT
      * AS DOCKAPPT; A ROW DROPPED AT THE REWRITE CARRIES HIGH-VALUES
      * IN ITS KEY
       77 WS-AP-MAX               PIC 9(5) VALUE 10000.
       77 WS-AP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-AP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-AP-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-AP-SKIP-IDX          PIC 9(5) VALUE ZERO.
       77 WS-AP-FOUND             PIC X(01) VALUE 'N'.
           88 AP-FOUND            VALUE 'Y'.
       01 WS-AP-TBL.
           05 WS-AP-ROW OCCURS 10000 TIMES.
               10 WS-AP-KEY          PIC X(29).
               10 WS-AP-SUPP         PIC X(10).
               10 WS-AP-PLANT        PIC X(03).
               10 WS-AP-DOOR         PIC X(03).
               10 WS-AP-DATE         PIC 9(08).
               10 WS-AP-TIME         PIC 9(04).
               10 WS-AP-PROMISED     PIC 9(08).
               10 WS-AP-QTY          PIC 9(07).
               10 WS-AP-CARRIER      PIC X(04).
               10 WS-AP-STATUS       PIC X(01).
                   88 AP-BOOKED      VALUE 'B'.
                   88 AP-ARRIVED     VALUE 'A'.
               10 WS-AP-ARR-DATE     PIC 9(08).
               10 WS-AP-ARR-TIME     PIC 9(04).
               10 WS-AP-SCORE        PIC X(01).
               10 WS-AP-RESCHED      PIC 9(02).
               10 FILLER             PIC X(08).

      * ONE SLOT SEARCH - THE PLANT, THE FIRST DAY AND TIME A TRUCK
      * MAY BE BOOKED, AND THE SLOT IT GOT
       01 WS-BK-FIELDS.
           05 WS-BK-PLANT         PIC X(03) VALUE SPACES.
           05 WS-BK-START-DATE    PIC 9(08) VALUE ZERO.
           05 WS-BK-START-TIME    PIC 9(04) VALUE ZERO.
           05 WS-BK-DATE          PIC 9(08) VALUE ZERO.
           05 WS-BK-TIME          PIC 9(04) VALUE ZERO.
           05 WS-BK-DOOR          PIC X(03) VALUE SPACES.
       77 WS-BK-START-INT         PIC 9(08) VALUE ZERO.
       77 WS-BK-DAY               PIC 9(03) VALUE ZERO.
       77 WS-BK-TRY-DATE          PIC 9(08) VALUE ZERO.
       77 WS-BK-LOAD              PIC 9(05) VALUE ZERO.
       77 WS-BK-PLANT-SW          PIC X(01) VALUE 'N'.
           88 BK-PLANT-HAS-DOORS  VALUE 'Y'.
       77 WS-BK-FOUND-SW          PIC X(01) VALUE 'N'.
           88 BK-SLOT-FOUND       VALUE 'Y'.

      * ON-TIME SCORING - SLOT AND ARRIVAL AS MINUTES OF THE DAY
       77 WS-APPT-MINUTE          PIC 9(05) VALUE ZERO.
       77 WS-ARR-MINUTE           PIC 9(05) VALUE ZERO.

      * ONE EXPECTED-RECEIPT EXTRACT RECORD - SAME LAYOUT ASNPROC
      * WRITES AND TRAVPRT READS
       01 WS-ER-DETAIL.
           05 WS-ER-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-ER-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-ER-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-ER-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-ER-ARRIVAL-DATE  PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(26) VALUE SPACES.
       01 WS-ER-KEY.
           05 WS-ER-KEY-PO        PIC X(06) VALUE SPACES.
           05 WS-ER-KEY-PART      PIC X(23) VALUE SPACES.
       77 WS-ER-NOTE              PIC X(40) VALUE SPACES.

      * ONE OPEN-PO MASTER ROW - SAME LAYOUT RECVPO WRITES
           COPY OPENPO.

           COPY DOCKDOOR.

           COPY DOCKAPPT.

      * ONE DOCK TRANSACTION - A CARRIER'S RESCHEDULE REQUEST OR
      * THE GATE LOGGING A TRUCK IN.  A RESCHEDULE WITH NO TIME
      * TAKES THE FIRST OPEN SLOT OF THE DAY ASKED FOR
       01 WS-TRAN-DETAIL.
           05 WS-TRN-TYPE         PIC X(01) VALUE SPACES.
               88 TRN-RESCHEDULE  VALUE 'R'.
               88 TRN-ARRIVAL     VALUE 'A'.
           05 WS-TRN-PO-NUMBER    PIC X(06) VALUE SPACES.
           05 WS-TRN-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-TRN-CARRIER      PIC X(04) VALUE SPACES.
           05 WS-TRN-DATE         PIC X(08) VALUE SPACES.
           05 WS-TRN-DATE-N REDEFINES WS-TRN-DATE.
               10 WS-TRN-DATE-YYYY PIC 9(04).
               10 WS-TRN-DATE-MM  PIC 9(02).
               10 WS-TRN-DATE-DD  PIC 9(02).
           05 WS-TRN-TIME         PIC X(04) VALUE SPACES.
           05 WS-TRN-TIME-N REDEFINES WS-TRN-TIME.
               10 WS-TRN-TIME-HH  PIC 9(02).
               10 WS-TRN-TIME-MM  PIC 9(02).
           05 FILLER              PIC X(34) VALUE SPACES.
       01 WS-TRN-KEY.
           05 WS-TRN-KEY-PO       PIC X(06) VALUE SPACES.
           05 WS-TRN-KEY-PART     PIC X(23) VALUE SPACES.
       77 WS-TRN-DATE-VAL         PIC 9(08) VALUE ZERO.
       77 WS-TRN-TIME-VAL         PIC 9(04) VALUE ZERO.
       77 WS-TRAN-ERR-SW          PIC X(01) VALUE 'N'.
           88 TRAN-IN-ERROR       VALUE 'Y'.
       77 WS-TRAN-MSG             PIC X(50) VALUE SPACES.

      * HHMM AS THE LISTINGS PRINT IT
       01 WS-FMT-HHMM.
           05 WS-FMT-IN-HH        PIC 9(02) VALUE ZERO.
           05 WS-FMT-IN-MM        PIC 9(02) VALUE ZERO.
       01 WS-FMT-TIME.
           05 WS-FMT-HH           PIC 9(02) VALUE ZERO.
           05 FILLER              PIC X(01) VALUE ':'.
           05 WS-FMT-MM           PIC 9(02) VALUE ZERO.

       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.
       77 WS-SCHED-DATE           PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT            PIC 9(08) VALUE ZERO.
       77 WS-PURGE-BEFORE         PIC 9(08) VALUE ZERO.
       77 WS-PRT-PLANT            PIC X(03) VALUE SPACES.
       77 WS-PRT-SLOT-CNT         PIC 9(05) VALUE ZERO.
       77 WS-TRN-OPEN-SW          PIC X(01) VALUE 'N'.
           88 DOCKTRN-IS-OPEN     VALUE 'Y'.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'DOCKSCHD'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 EXPRCPT-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-EXPRCPT       VALUE 'Y'.
           05 EXPRCPT-ST                PIC X(02).
               88 EXPRCPT-OK            VALUE '00'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 DOCKDOOR-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-DOCKDOOR      VALUE 'Y'.
           05 DOCKDOOR-ST               PIC X(02).
               88 DOCKDOOR-OK           VALUE '00'.
           05 DOCKAPPT-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-DOCKAPPT      VALUE 'Y'.
           05 DOCKAPPT-ST               PIC X(02).
               88 DOCKAPPT-OK           VALUE '00'.
           05 DOCKTRN-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-DOCKTRN       VALUE 'Y'.
           05 DOCKTRN-ST                PIC X(02).
               88 DOCKTRN-OK            VALUE '00'.
           05 DOCKCNTL-ST               PIC X(02).
               88 DOCKCNTL-OK           VALUE '00'.
           05 DOCKRPT-ST                PIC X(02).
               88 DOCKRPT-OK            VALUE '00'.
           05 WS-OP-FOUND               PIC X(01) VALUE 'N'.
               88 OP-FOUND              VALUE 'Y'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'DOCK APPOINTMENT SCHEDULING         '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

      *> receipts that did not get a slot on their promised date
       01 RPT-LINE-BK-HDR.
             10 FILLER    PIC X(50) VALUE
                'EXPECTED RECEIPTS NOT BOOKED ON THEIR PROMISED DAY'.
             10 FILLER    PIC X(82) VALUE SPACES.
       01 RPT-LINE-BK-1.
             10 FILLER    PIC X(08) VALUE 'PO No.  '.
             10 FILLER    PIC X(25) VALUE 'Part Number'.
             10 FILLER    PIC X(12) VALUE 'Supplier'.
             10 FILLER    PIC X(10) VALUE 'Promised'.
             10 FILLER    PIC X(10) VALUE 'Booked'.
             10 FILLER    PIC X(07) VALUE 'Slot'.
             10 FILLER    PIC X(05) VALUE 'Door'.
             10 FILLER    PIC X(40) VALUE 'Note'.
             10 FILLER    PIC X(15) VALUE SPACES.
       01 RPT-LINE-BK-3.
             10 RPT-BK-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-PROMISED PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-BOOKED   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-TIME     PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-DOOR     PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-BK-NOTE     PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(15) VALUE SPACES.

      *> one line per reschedule or gate arrival
       01 RPT-LINE-TR-HDR.
             10 FILLER    PIC X(50) VALUE
                'CARRIER RESCHEDULES AND GATE ARRIVALS             '.
             10 FILLER    PIC X(82) VALUE SPACES.
       01 RPT-LINE-TR-3.
             10 RPT-TR-TYPE     PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-CARRIER  PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-DATE     PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-TIME     PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-RESULT   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-TR-MESSAGE  PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(14) VALUE SPACES.

      *> the receiving supervisor's door schedule for one day
       01 RPT-LINE-SC-HDR.
             10 FILLER        PIC X(28) VALUE
                'DOOR SCHEDULE FOR          '.
             10 RPT-SC-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER        PIC X(96) VALUE SPACES.
       01 RPT-LINE-SC-PLANT.
             10 FILLER        PIC X(17) VALUE 'RECEIVING PLANT  '.
             10 RPT-SC-PLANT  PIC X(03) VALUE SPACES.
             10 FILLER        PIC X(112) VALUE SPACES.
       01 RPT-LINE-SC-1.
             10 FILLER    PIC X(08) VALUE 'Slot'.
             10 FILLER    PIC X(06) VALUE 'Door'.
             10 FILLER    PIC X(08) VALUE 'PO No.'.
             10 FILLER    PIC X(25) VALUE 'Part Number'.
             10 FILLER    PIC X(12) VALUE 'Supplier'.
             10 FILLER    PIC X(09) VALUE 'Quantity'.
             10 FILLER    PIC X(06) VALUE 'Carr'.
             10 FILLER    PIC X(24) VALUE 'Status'.
             10 FILLER    PIC X(34) VALUE SPACES.
       01 RPT-LINE-SC-3.
             10 RPT-SC-TIME     PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-SC-DOOR     PIC X(03) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.
             10 RPT-SC-PO       PIC X(06) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SC-PART     PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SC-SUPP     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SC-QTY      PIC ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SC-CARRIER  PIC X(04) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SC-STATUS   PIC X(24) VALUE SPACES.
             10 FILLER          PIC X(34) VALUE SPACES.
       01 RPT-SC-ARRIVED.
             10 FILLER          PIC X(08) VALUE 'ARRIVED '.
             10 RPT-SC-ARR-TIME PIC X(05) VALUE SPACES.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SC-SCORE    PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-BK-HDR.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-BK-1.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-4.
           PERFORM 300-READ-EXPRCPT.
           PERFORM 400-BOOK-ONE-RECEIPT UNTIL NO-MORE-EXPRCPT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-0.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-TR-HDR.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-4.
           PERFORM 310-READ-TRAN.
           PERFORM 500-PROCESS-TRAN UNTIL NO-MORE-DOCKTRN.
           PERFORM 600-PRINT-DOOR-SCHEDULE.
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
           COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INT - WS-KEEP-DAYS).
           MOVE WS01-CURR-DATE-N TO WS-SCHED-DATE.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-DOORS.
           PERFORM 220-SORT-SLOTS.
           PERFORM 230-LOAD-APPOINTMENTS.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-0.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-2.

       110-READ-CONTROL-CARD.
      *> same one-card style as BATCHSLA's SLACNTL-FILE - no card,
      *> or no date on it, prints today's door schedule
           OPEN INPUT DOCKCNTL-FILE.
           IF DOCKCNTL-OK
              READ DOCKCNTL-FILE INTO WS-CNTL-CARD
                  AT END CONTINUE
              END-READ
              IF WS-CNTL-CARD(1:5) = 'DATE='
                 IF WS-CNTL-CARD(6:8) IS NUMERIC
                    MOVE WS-CNTL-CARD(6:8) TO WS-SCHED-DATE
                 END-IF
              END-IF
              CLOSE DOCKCNTL-FILE
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT EXPRCPT-FILE
              IF NOT EXPRCPT-OK
                 DISPLAY 'Input EXPRCPT File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 GO TO 999-ERR-RTN.
           OPEN INPUT DOCKDOOR-FILE
              IF NOT DOCKDOOR-OK
                 DISPLAY 'Input DOCKDOOR File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT DOCKRPT-FILE
              IF NOT DOCKRPT-OK
                 DISPLAY 'Output DOCKSCHD File Error'
                 GO TO 999-ERR-RTN.
      *> no feed is not an error - a quiet day has no reschedules
      *> and the gate may not have keyed its log yet
           OPEN INPUT DOCKTRN-FILE.
           IF DOCKTRN-OK
              MOVE 'Y' TO WS-TRN-OPEN-SW
           ELSE
              MOVE 'Y' TO DOCKTRN-EOF
              DISPLAY 'DOCKTRN NOT FOUND - NO RESCHEDULES OR '
                      'ARRIVALS APPLIED'
           END-IF.

       210-LOAD-DOORS.
      *> every door's day is laid out as slot rows up front - a slot
      *> that would run past midnight is not taken
           MOVE ZERO TO WS-SL-CNT.
           PERFORM 215-LOAD-ONE-DOOR UNTIL NO-MORE-DOCKDOOR.
           CLOSE DOCKDOOR-FILE.

       215-LOAD-ONE-DOOR.
           READ DOCKDOOR-FILE INTO WS-DD-DETAIL
              AT END MOVE 'Y' TO DOCKDOOR-EOF
           END-READ.
           IF NOT NO-MORE-DOCKDOOR AND WS-DD-PLANT-CODE NOT = SPACES
              AND WS-DD-CAPACITY > ZERO
              ADD +1 TO WS-DOOR-CNT
              DIVIDE WS-DD-FIRST-SLOT BY 100 GIVING WS-SL-HH
                     REMAINDER WS-SL-MM
              COMPUTE WS-SL-MINUTE = WS-SL-HH * 60 + WS-SL-MM
              PERFORM VARYING WS-SL-NBR FROM 1 BY 1
                      UNTIL WS-SL-NBR > WS-DD-SLOT-COUNT
                         OR WS-SL-MINUTE > 1439
                         OR WS-SL-CNT >= WS-SL-MAX
                 ADD +1 TO WS-SL-CNT
                 MOVE WS-DD-PLANT-CODE TO WS-SL-PLANT(WS-SL-CNT)
                 MOVE WS-DD-DOOR       TO WS-SL-DOOR(WS-SL-CNT)
                 MOVE WS-DD-CAPACITY   TO WS-SL-CAPACITY(WS-SL-CNT)
                 DIVIDE WS-SL-MINUTE BY 60 GIVING WS-SL-HH
                        REMAINDER WS-SL-MM
                 COMPUTE WS-SL-TIME(WS-SL-CNT) =
                    WS-SL-HH * 100 + WS-SL-MM
                 ADD WS-DD-SLOT-MINUTES TO WS-SL-MINUTE
              END-PERFORM
           END-IF.

       220-SORT-SLOTS.
      *> plant/time/door order - the booking scan and the printed
      *> schedule both walk a plant's day earliest slot first
           PERFORM VARYING WS-SL-IDX FROM 2 BY 1
                   UNTIL WS-SL-IDX > WS-SL-CNT
              MOVE WS-SL-ROW(WS-SL-IDX) TO WS-SL-SAVE
              COMPUTE WS-SL-IDX2 = WS-SL-IDX - 1
              PERFORM UNTIL WS-SL-IDX2 < 1
                 OR WS-SL-KEY(WS-SL-IDX2) NOT > WS-SL-SAVE-KEY
                 MOVE WS-SL-ROW(WS-SL-IDX2) TO
                      WS-SL-ROW(WS-SL-IDX2 + 1)
                 SUBTRACT 1 FROM WS-SL-IDX2
              END-PERFORM
              MOVE WS-SL-SAVE TO WS-SL-ROW(WS-SL-IDX2 + 1)
           END-PERFORM.

       230-LOAD-APPOINTMENTS.
      *> a missing file is not an error - the first run of this step
      *> is what starts the appointment book
           MOVE ZERO TO WS-AP-CNT.
           OPEN INPUT DOCKAPPT-FILE.
           IF DOCKAPPT-OK
              PERFORM 235-LOAD-ONE-APPOINTMENT UNTIL NO-MORE-DOCKAPPT
              CLOSE DOCKAPPT-FILE
           ELSE
              DISPLAY 'DOCKAPPT NOT FOUND - STARTING A NEW '
                      'APPOINTMENT FILE'
           END-IF.

       235-LOAD-ONE-APPOINTMENT.
           READ DOCKAPPT-FILE INTO WS-DA-DETAIL
              AT END MOVE 'Y' TO DOCKAPPT-EOF
           END-READ.
           IF NOT NO-MORE-DOCKAPPT AND WS-AP-CNT < WS-AP-MAX
              ADD +1 TO WS-AP-CNT
              MOVE WS-DA-DETAIL TO WS-AP-ROW(WS-AP-CNT)
           END-IF.

       300-READ-EXPRCPT.
           READ EXPRCPT-FILE INTO WS-ER-DETAIL
              AT END
              MOVE 'Y' TO EXPRCPT-EOF.

       310-READ-TRAN.
           IF NOT NO-MORE-DOCKTRN
              READ DOCKTRN-FILE INTO WS-TRAN-DETAIL
                 AT END
                 MOVE 'Y' TO DOCKTRN-EOF
              END-READ
           END-IF.

       400-BOOK-ONE-RECEIPT.
      *> ASNPROC re-extracts every notice it still holds, so a truck
      *> already on the book for the same promised date is left
      *> where it is - a reschedule may have moved it since
           ADD +1 TO WS-RCPT-CNT.
           MOVE SPACES TO WS-ER-NOTE.
           MOVE 'N' TO WS-BK-FOUND-SW.
           MOVE WS-ER-PO-NUMBER   TO WS-ER-KEY-PO.
           MOVE WS-ER-PART-NUMBER TO WS-ER-KEY-PART.
           MOVE 'N' TO WS-AP-FOUND.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT OR AP-FOUND
              IF WS-AP-KEY(WS-AP-IDX) = WS-ER-KEY AND
                 WS-AP-PROMISED(WS-AP-IDX) = WS-ER-ARRIVAL-DATE
                 MOVE 'Y' TO WS-AP-FOUND
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN AP-FOUND
                 ADD +1 TO WS-ALREADY-CNT
              WHEN WS-ER-ARRIVAL-DATE = ZERO
                 MOVE 'NO PROMISED ARRIVAL DATE ON THE NOTICE'
                      TO WS-ER-NOTE
              WHEN WS-AP-CNT >= WS-AP-MAX
                 MOVE 'APPOINTMENT TABLE FULL' TO WS-ER-NOTE
              WHEN OTHER
                 PERFORM 410-BOOK-NEW-APPOINTMENT
           END-EVALUATE.
           IF NOT AP-FOUND AND NOT BK-SLOT-FOUND
              ADD +1 TO WS-UNBOOKED-CNT
           END-IF.
           IF WS-ER-NOTE NOT = SPACES
              PERFORM 460-WRITE-BOOKING-LINE
           END-IF.
           PERFORM 300-READ-EXPRCPT.

       410-BOOK-NEW-APPOINTMENT.
      *> the receiving plant is the one the order was registered to
           MOVE 'N' TO WS-OP-FOUND.
           MOVE WS-ER-PO-NUMBER   TO OPENPO-KEY-PO.
           MOVE WS-ER-PART-NUMBER TO OPENPO-KEY-PART.
           READ OPENPO-FILE INTO WS-OP-DETAIL
              KEY IS OPENPO-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-OP-FOUND
           END-READ.
           IF NOT OP-FOUND
              MOVE 'ORDER NOT ON THE OPEN-PO MASTER' TO WS-ER-NOTE
           ELSE
              MOVE WS-OP-PLANT-CODE   TO WS-BK-PLANT
              MOVE WS-ER-ARRIVAL-DATE TO WS-BK-START-DATE
              IF WS-BK-START-DATE < WS01-CURR-DATE-N
                 MOVE WS01-CURR-DATE-N TO WS-BK-START-DATE
              END-IF
              MOVE ZERO TO WS-BK-START-TIME
              MOVE ZERO TO WS-AP-SKIP-IDX
              PERFORM 450-FIND-OPEN-SLOT
              EVALUATE TRUE
                 WHEN NOT BK-PLANT-HAS-DOORS
                    MOVE 'NO DOCK DOORS ON FILE FOR THE PLANT'
                         TO WS-ER-NOTE
                 WHEN NOT BK-SLOT-FOUND
                    MOVE 'NO OPEN SLOT WITHIN TWO WEEKS' TO WS-ER-NOTE
                 WHEN OTHER
                    PERFORM 420-ADD-APPOINTMENT
              END-EVALUATE
           END-IF.

       420-ADD-APPOINTMENT.
           ADD +1 TO WS-AP-CNT.
           INITIALIZE WS-DA-DETAIL.
           MOVE WS-ER-PO-NUMBER    TO WS-DA-PO-NUMBER.
           MOVE WS-ER-PART-NUMBER  TO WS-DA-PART-NUMBER.
           MOVE WS-ER-SUPP-CODE    TO WS-DA-SUPP-CODE.
           MOVE WS-BK-PLANT        TO WS-DA-PLANT-CODE.
           MOVE WS-BK-DOOR         TO WS-DA-DOOR.
           MOVE WS-BK-DATE         TO WS-DA-APPT-DATE.
           MOVE WS-BK-TIME         TO WS-DA-APPT-TIME.
           MOVE WS-ER-ARRIVAL-DATE TO WS-DA-PROMISED-DATE.
           MOVE WS-ER-QUANTITY     TO WS-DA-QUANTITY.
           MOVE 'B'                TO WS-DA-STATUS.
           MOVE WS-DA-DETAIL TO WS-AP-ROW(WS-AP-CNT).
           ADD +1 TO WS-BOOKED-CNT.
      *> the promised day was full (or already past) - the truck is
      *> on a later day than the supplier said and traffic has to
      *> tell the carrier
           IF WS-BK-DATE > WS-ER-ARRIVAL-DATE
              ADD +1 TO WS-OVERFLOW-CNT
              IF WS-ER-ARRIVAL-DATE < WS01-CURR-DATE-N
                 MOVE 'PROMISED DATE PAST - BOOKED FROM TODAY'
                      TO WS-ER-NOTE
              ELSE
                 MOVE 'PROMISED DAY FULL - MOVED TO NEXT SLOT'
                      TO WS-ER-NOTE
              END-IF
           END-IF.

       450-FIND-OPEN-SLOT.
      *> walk the plant's slots day by day from the start date, the
      *> first day only from the start time on, until a slot has
      *> room.  the appointment in WS-AP-SKIP-IDX is the one being
      *> moved and does not count against its own slot
           MOVE 'N' TO WS-BK-PLANT-SW.
           MOVE 'N' TO WS-BK-FOUND-SW.
           COMPUTE WS-BK-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-BK-START-DATE).
           PERFORM VARYING WS-BK-DAY FROM 0 BY 1
                   UNTIL WS-BK-DAY > WS-HORIZON-DAYS OR BK-SLOT-FOUND
              COMPUTE WS-BK-TRY-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-BK-START-INT + WS-BK-DAY)
              PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                      UNTIL WS-SL-IDX > WS-SL-CNT OR BK-SLOT-FOUND
                 IF WS-SL-PLANT(WS-SL-IDX) = WS-BK-PLANT
                    MOVE 'Y' TO WS-BK-PLANT-SW
                    IF WS-BK-DAY > ZERO OR
                       WS-SL-TIME(WS-SL-IDX) NOT < WS-BK-START-TIME
                       PERFORM 455-COUNT-SLOT-LOAD
                       IF WS-BK-LOAD < WS-SL-CAPACITY(WS-SL-IDX)
                          MOVE 'Y' TO WS-BK-FOUND-SW
                          MOVE WS-BK-TRY-DATE        TO WS-BK-DATE
                          MOVE WS-SL-TIME(WS-SL-IDX) TO WS-BK-TIME
                          MOVE WS-SL-DOOR(WS-SL-IDX) TO WS-BK-DOOR
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT BK-PLANT-HAS-DOORS
                 MOVE WS-HORIZON-DAYS TO WS-BK-DAY
              END-IF
           END-PERFORM.

       455-COUNT-SLOT-LOAD.
           MOVE ZERO TO WS-BK-LOAD.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
              IF WS-AP-PLANT(WS-AP-IDX) = WS-BK-PLANT AND
                 WS-AP-DOOR(WS-AP-IDX)  = WS-SL-DOOR(WS-SL-IDX) AND
                 WS-AP-DATE(WS-AP-IDX)  = WS-BK-TRY-DATE AND
                 WS-AP-TIME(WS-AP-IDX)  = WS-SL-TIME(WS-SL-IDX) AND
                 WS-AP-KEY(WS-AP-IDX) NOT = HIGH-VALUES AND
                 WS-AP-IDX NOT = WS-AP-SKIP-IDX
                 ADD +1 TO WS-BK-LOAD
              END-IF
           END-PERFORM.

       460-WRITE-BOOKING-LINE.
           MOVE WS-ER-PO-NUMBER    TO RPT-BK-PO.
           MOVE WS-ER-PART-NUMBER  TO RPT-BK-PART.
           MOVE WS-ER-SUPP-CODE    TO RPT-BK-SUPP.
           MOVE WS-ER-ARRIVAL-DATE TO RPT-BK-PROMISED.
           IF BK-SLOT-FOUND
              MOVE WS-BK-DATE TO RPT-BK-BOOKED
              MOVE WS-BK-TIME TO WS-FMT-HHMM
              PERFORM 850-FMT-TIME
              MOVE WS-FMT-TIME TO RPT-BK-TIME
              MOVE WS-BK-DOOR TO RPT-BK-DOOR
           ELSE
              MOVE SPACES TO RPT-BK-BOOKED, RPT-BK-TIME, RPT-BK-DOOR
           END-IF.
           MOVE WS-ER-NOTE TO RPT-BK-NOTE.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-BK-3.

       500-PROCESS-TRAN.
           ADD +1 TO WS-TRAN-CNT.
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 520-EDIT-TRAN THRU 520-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              EVALUATE TRUE
                 WHEN TRN-RESCHEDULE PERFORM 530-APPLY-RESCHEDULE
                 WHEN TRN-ARRIVAL    PERFORM 540-APPLY-ARRIVAL
              END-EVALUATE
           END-IF.
           IF NOT TRAN-IN-ERROR
              MOVE 'ACCEPTED' TO RPT-TR-RESULT
           ELSE
              ADD +1 TO WS-REJ-CNT
              MOVE 'REJECTED' TO RPT-TR-RESULT
           END-IF.
           MOVE WS-TRN-TYPE        TO RPT-TR-TYPE.
           MOVE WS-TRN-PO-NUMBER   TO RPT-TR-PO.
           MOVE WS-TRN-PART-NUMBER TO RPT-TR-PART.
           MOVE WS-TRN-CARRIER     TO RPT-TR-CARRIER.
           MOVE WS-TRN-DATE        TO RPT-TR-DATE.
           MOVE WS-TRN-TIME        TO RPT-TR-TIME.
           MOVE WS-TRAN-MSG        TO RPT-TR-MESSAGE.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-TR-3.
           PERFORM 310-READ-TRAN.

       510-FIND-OPEN-APPOINTMENT.
      *> the earliest appointment for the PO line the truck has not
      *> yet arrived against
           MOVE 'N' TO WS-AP-FOUND.
           MOVE ZERO TO WS-AP-FND-IDX.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
              IF WS-AP-KEY(WS-AP-IDX) = WS-TRN-KEY AND
                 AP-BOOKED(WS-AP-IDX)
                 IF NOT AP-FOUND OR
                    WS-AP-DATE(WS-AP-IDX) < WS-AP-DATE(WS-AP-FND-IDX)
                    MOVE 'Y' TO WS-AP-FOUND
                    MOVE WS-AP-IDX TO WS-AP-FND-IDX
                 END-IF
              END-IF
           END-PERFORM.

       520-EDIT-TRAN.
           IF NOT (TRN-RESCHEDULE OR TRN-ARRIVAL)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'DK01E TYPE must be R (reschedule) or A (arrival).'
                   TO WS-TRAN-MSG
              GO TO 520-EDIT-EXIT
           END-IF.
           IF WS-TRN-PO-NUMBER = SPACES OR
              WS-TRN-PART-NUMBER = SPACES
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'DK02E PO and PART can not be empty.'
                   TO WS-TRAN-MSG
              GO TO 520-EDIT-EXIT
           END-IF.
           IF WS-TRN-DATE NOT NUMERIC OR
              WS-TRN-DATE-MM < 1 OR WS-TRN-DATE-MM > 12 OR
              WS-TRN-DATE-DD < 1 OR WS-TRN-DATE-DD > 31
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'DK03E DATE has to be YYYYMMDD.'
                   TO WS-TRAN-MSG
              GO TO 520-EDIT-EXIT
           END-IF.
           MOVE WS-TRN-DATE TO WS-TRN-DATE-VAL.
      *> a reschedule may leave the time off - the gate never may
           IF WS-TRN-TIME = SPACES AND TRN-RESCHEDULE
              MOVE ZERO TO WS-TRN-TIME-VAL
           ELSE
              IF WS-TRN-TIME NOT NUMERIC OR
                 WS-TRN-TIME-HH > 23 OR WS-TRN-TIME-MM > 59
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'DK04E TIME has to be HHMM on a 24-hour clock.'
                      TO WS-TRAN-MSG
                 GO TO 520-EDIT-EXIT
              END-IF
              MOVE WS-TRN-TIME TO WS-TRN-TIME-VAL
           END-IF.
           MOVE WS-TRN-PO-NUMBER   TO WS-TRN-KEY-PO.
           MOVE WS-TRN-PART-NUMBER TO WS-TRN-KEY-PART.
           PERFORM 510-FIND-OPEN-APPOINTMENT.
           IF NOT AP-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'DK05E No open appointment for this PO and part.'
                   TO WS-TRAN-MSG
              GO TO 520-EDIT-EXIT
           END-IF.
           IF TRN-RESCHEDULE AND WS-TRN-DATE-VAL < WS01-CURR-DATE-N
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'DK06E A reschedule can not be to a past date.'
                   TO WS-TRAN-MSG
              GO TO 520-EDIT-EXIT
           END-IF.
       520-EDIT-EXIT.
           EXIT.

       530-APPLY-RESCHEDULE.
      *> the truck's own slot is freed for the search, so asking for
      *> a later time the same day can land back in the same door
           MOVE WS-AP-PLANT(WS-AP-FND-IDX) TO WS-BK-PLANT.
           MOVE WS-TRN-DATE-VAL TO WS-BK-START-DATE.
           MOVE WS-TRN-TIME-VAL TO WS-BK-START-TIME.
           MOVE WS-AP-FND-IDX   TO WS-AP-SKIP-IDX.
           PERFORM 450-FIND-OPEN-SLOT.
           MOVE ZERO TO WS-AP-SKIP-IDX.
           IF NOT BK-SLOT-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'DK07E No open slot within two weeks - not moved.'
                   TO WS-TRAN-MSG
           ELSE
              MOVE WS-BK-DATE TO WS-AP-DATE(WS-AP-FND-IDX)
              MOVE WS-BK-TIME TO WS-AP-TIME(WS-AP-FND-IDX)
              MOVE WS-BK-DOOR TO WS-AP-DOOR(WS-AP-FND-IDX)
              IF WS-TRN-CARRIER NOT = SPACES
                 MOVE WS-TRN-CARRIER TO WS-AP-CARRIER(WS-AP-FND-IDX)
              END-IF
              ADD +1 TO WS-AP-RESCHED(WS-AP-FND-IDX)
              ADD +1 TO WS-RESCHED-CNT
              MOVE WS-BK-TIME TO WS-FMT-HHMM
              PERFORM 850-FMT-TIME
              IF WS-BK-DATE = WS-TRN-DATE-VAL AND
                 (WS-TRN-TIME = SPACES OR WS-BK-TIME = WS-TRN-TIME-VAL)
                 STRING 'Rebooked ' WS-BK-DATE ' ' WS-FMT-TIME
                        ' door ' WS-BK-DOOR '.'
                        DELIMITED BY SIZE INTO WS-TRAN-MSG
              ELSE
                 STRING 'Slot full - moved to ' WS-BK-DATE ' '
                        WS-FMT-TIME ' door ' WS-BK-DOOR '.'
                        DELIMITED BY SIZE INTO WS-TRAN-MSG
              END-IF
           END-IF.

       540-APPLY-ARRIVAL.
      *> on time is up to the grace minutes after the slot on the
      *> appointment day; any earlier day or time is on time too
           MOVE WS-AP-TIME(WS-AP-FND-IDX) TO WS-FMT-HHMM.
           COMPUTE WS-APPT-MINUTE = WS-FMT-IN-HH * 60 + WS-FMT-IN-MM.
           COMPUTE WS-ARR-MINUTE =
              WS-TRN-TIME-HH * 60 + WS-TRN-TIME-MM.
           MOVE 'A'             TO WS-AP-STATUS(WS-AP-FND-IDX).
           MOVE WS-TRN-DATE-VAL TO WS-AP-ARR-DATE(WS-AP-FND-IDX).
           MOVE WS-TRN-TIME-VAL TO WS-AP-ARR-TIME(WS-AP-FND-IDX).
           IF WS-TRN-CARRIER NOT = SPACES
              MOVE WS-TRN-CARRIER TO WS-AP-CARRIER(WS-AP-FND-IDX)
           END-IF.
           ADD +1 TO WS-ARRIVAL-CNT.
           IF WS-TRN-DATE-VAL > WS-AP-DATE(WS-AP-FND-IDX) OR
              (WS-TRN-DATE-VAL = WS-AP-DATE(WS-AP-FND-IDX) AND
               WS-ARR-MINUTE > WS-APPT-MINUTE + WS-GRACE-MINUTES)
              MOVE 'L' TO WS-AP-SCORE(WS-AP-FND-IDX)
              ADD +1 TO WS-LATE-CNT
              MOVE 'Arrived late against its appointment.'
                   TO WS-TRAN-MSG
           ELSE
              MOVE 'O' TO WS-AP-SCORE(WS-AP-FND-IDX)
              ADD +1 TO WS-ONTIME-CNT
              MOVE 'Arrived on time for its appointment.'
                   TO WS-TRAN-MSG
           END-IF.

       600-PRINT-DOOR-SCHEDULE.
      *> every slot of the day prints, booked or not, so the
      *> supervisor sees the open capacity as well as the trucks
           MOVE WS-SCHED-DATE TO RPT-SC-DATE.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-0.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-2.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-SC-HDR.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-2.
           MOVE SPACES TO WS-PRT-PLANT.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-CNT
              IF WS-SL-PLANT(WS-SL-IDX) NOT = WS-PRT-PLANT
                 MOVE WS-SL-PLANT(WS-SL-IDX) TO WS-PRT-PLANT
                 MOVE WS-PRT-PLANT TO RPT-SC-PLANT
                 WRITE DOCKRPT-RECORD FROM RPT-LINE-0
                 WRITE DOCKRPT-RECORD FROM RPT-LINE-SC-PLANT
                 WRITE DOCKRPT-RECORD FROM RPT-LINE-SC-1
                 WRITE DOCKRPT-RECORD FROM RPT-LINE-4
              END-IF
              PERFORM 610-PRINT-ONE-SLOT
           END-PERFORM.

       610-PRINT-ONE-SLOT.
           MOVE WS-SL-TIME(WS-SL-IDX) TO WS-FMT-HHMM.
           PERFORM 850-FMT-TIME.
           MOVE ZERO TO WS-PRT-SLOT-CNT.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-CNT
              IF WS-AP-PLANT(WS-AP-IDX) = WS-SL-PLANT(WS-SL-IDX) AND
                 WS-AP-DOOR(WS-AP-IDX)  = WS-SL-DOOR(WS-SL-IDX) AND
                 WS-AP-TIME(WS-AP-IDX)  = WS-SL-TIME(WS-SL-IDX) AND
                 WS-AP-DATE(WS-AP-IDX)  = WS-SCHED-DATE AND
                 WS-AP-KEY(WS-AP-IDX) NOT = HIGH-VALUES
                 ADD +1 TO WS-PRT-SLOT-CNT
                 ADD +1 TO WS-SCHED-APPT-CNT
                 PERFORM 620-PRINT-ONE-APPOINTMENT
              END-IF
           END-PERFORM.
           IF WS-PRT-SLOT-CNT = ZERO
              MOVE SPACES TO RPT-LINE-SC-3
              MOVE WS-FMT-TIME TO RPT-SC-TIME
              MOVE WS-SL-DOOR(WS-SL-IDX) TO RPT-SC-DOOR
              MOVE '(OPEN)' TO RPT-SC-STATUS
              WRITE DOCKRPT-RECORD FROM RPT-LINE-SC-3
           END-IF.

       620-PRINT-ONE-APPOINTMENT.
           MOVE WS-AP-ROW(WS-AP-IDX) TO WS-DA-DETAIL.
           MOVE WS-FMT-TIME          TO RPT-SC-TIME.
           MOVE WS-DA-DOOR           TO RPT-SC-DOOR.
           MOVE WS-DA-PO-NUMBER      TO RPT-SC-PO.
           MOVE WS-DA-PART-NUMBER    TO RPT-SC-PART.
           MOVE WS-DA-SUPP-CODE      TO RPT-SC-SUPP.
           MOVE WS-DA-QUANTITY       TO RPT-SC-QTY.
           MOVE WS-DA-CARRIER        TO RPT-SC-CARRIER.
           IF DA-ARRIVED
              MOVE WS-DA-ARRIVE-TIME TO WS-FMT-HHMM
              PERFORM 850-FMT-TIME
              MOVE WS-FMT-TIME TO RPT-SC-ARR-TIME
              IF DA-LATE
                 MOVE 'LATE'    TO RPT-SC-SCORE
              ELSE
                 MOVE 'ON TIME' TO RPT-SC-SCORE
              END-IF
              MOVE RPT-SC-ARRIVED TO RPT-SC-STATUS
      *> the slot time is wanted again for the next truck in it
              MOVE WS-SL-TIME(WS-SL-IDX) TO WS-FMT-HHMM
              PERFORM 850-FMT-TIME
           ELSE
              IF WS-DA-RESCHED-CNT > ZERO
                 MOVE 'BOOKED - RESCHEDULED' TO RPT-SC-STATUS
              ELSE
                 MOVE 'BOOKED' TO RPT-SC-STATUS
              END-IF
           END-IF.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-SC-3.

       850-FMT-TIME.
           MOVE WS-FMT-IN-HH TO WS-FMT-HH.
           MOVE WS-FMT-IN-MM TO WS-FMT-MM.

       900-WRAP-UP.
           PERFORM 910-REWRITE-APPOINTMENTS.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE EXPRCPT-FILE, OPENPO-FILE, DOCKRPT-FILE.
           IF DOCKTRN-IS-OPEN
              CLOSE DOCKTRN-FILE
           END-IF.

       910-REWRITE-APPOINTMENTS.
      *> a month past its date an appointment has served its turn -
      *> arrived or not it is dropped here
           OPEN OUTPUT DOCKAPPT-FILE.
           IF DOCKAPPT-OK
              PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                      UNTIL WS-AP-IDX > WS-AP-CNT
                 IF WS-AP-KEY(WS-AP-IDX) NOT = HIGH-VALUES
                    IF WS-AP-DATE(WS-AP-IDX) < WS-PURGE-BEFORE
                       ADD +1 TO WS-PURGE-CNT
                    ELSE
                       MOVE WS-AP-ROW(WS-AP-IDX) TO WS-DA-DETAIL
                       WRITE DOCKAPPT-RECORD FROM WS-DA-DETAIL
                       ADD +1 TO WS-APPT-OUT-CNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DOCKAPPT-FILE
           ELSE
              DISPLAY 'Output DOCKAPPT File Error'
              GO TO 999-ERR-RTN
           END-IF.

       920-WRITE-SUMMARY.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-0.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-4.
           MOVE 'DOCK DOORS ON THE TABLE...... ' TO RPT-SUM-LABEL.
           MOVE WS-DOOR-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'EXPECTED RECEIPTS READ....... ' TO RPT-SUM-LABEL.
           MOVE WS-RCPT-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ALREADY ON THE BOOK.......... ' TO RPT-SUM-LABEL.
           MOVE WS-ALREADY-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'APPOINTMENTS BOOKED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-BOOKED-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'BOOKED PAST THE PROMISED DAY. ' TO RPT-SUM-LABEL.
           MOVE WS-OVERFLOW-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RECEIPTS NOT BOOKED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-UNBOOKED-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DOCK TRANSACTIONS READ....... ' TO RPT-SUM-LABEL.
           MOVE WS-TRAN-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'APPOINTMENTS RESCHEDULED..... ' TO RPT-SUM-LABEL.
           MOVE WS-RESCHED-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ARRIVALS SCORED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-ARRIVAL-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE '  ON TIME.................... ' TO RPT-SUM-LABEL.
           MOVE WS-ONTIME-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE '  LATE....................... ' TO RPT-SUM-LABEL.
           MOVE WS-LATE-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRANSACTIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'TRUCKS ON THE DOOR SCHEDULE.. ' TO RPT-SUM-LABEL.
           MOVE WS-SCHED-APPT-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAST APPOINTMENTS DROPPED.... ' TO RPT-SUM-LABEL.
           MOVE WS-PURGE-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           MOVE 'APPOINTMENTS ON FILE......... ' TO RPT-SUM-LABEL.
           MOVE WS-APPT-OUT-CNT TO RPT-SUM-CNT.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-5.
           WRITE DOCKRPT-RECORD FROM RPT-LINE-4.

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
