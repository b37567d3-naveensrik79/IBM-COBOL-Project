       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ADDRDIR.
      * **************************************************
      * ADDRDIR KEEPS THE SUPPLIER ADDRESS DIRECTORY - ONE ROW PER
      * SUPPLIER AND ADDRESS TYPE, KEYED, SO THE PROGRAMS THAT NEED
      * ONE SUPPLIER'S ORDER, SCHEDULING, REMIT OR RMA ADDRESS READ
      * IT DIRECTLY INSTEAD OF RESCANNING THE WHOLE GPARTSUP
      * GENERATION.  IT RUNS AFTER EVERY NEW GENERATION:
      *   - AP'S REMIT-ADDRESS CONFIRMATIONS ARE APPLIED FIRST.
      *     EACH NAMES THE SUPPLIER, THE CHANGE DATE OFF THE ALERT
      *     REPORT AND THE OPERATOR, WHO MUST BE AN ACTIVE OPERATOR
      *     ON THE SECURITY MASTER.  A CONFIRMED ADDRESS IS MARKED
      *     VERIFIED WITH WHO AND WHEN, AND PAYSEL STOPS HOLDING
      *     THAT SUPPLIER'S PAYMENTS
      *   - THE GENERATION IS THEN WALKED.  THE FIRST NON-BLANK
      *     ADDRESS OF EACH TYPE A SUPPLIER CARRIES IS ADDED TO THE
      *     DIRECTORY, OR REWRITTEN WHEN IT DIFFERS FROM THE ROW ON
      *     FILE
      *   - A NEW OR CHANGED REMIT (TYPE '3') ADDRESS GOES PENDING
      *     AND ON THE ALERT REPORT, OLD AGAINST NEW, FOR AP TO CALL
      *     THE SUPPLIER BACK ON - A REMIT ADDRESS THAT CHANGED
      *     OVERNIGHT IN THE FEED IS HOW PAYMENT FRAUD STARTS
      * THE VERY FIRST RUN BUILDS THE DIRECTORY AS THE BASELINE AND
      * FLAGS NOTHING.  A SUPPLIER OR ADDRESS THAT DROPS OUT OF THE
      * GENERATION KEEPS ITS LAST ROW.
      * UT-C-GPARTSUP = LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-SUPADIR  = SUPPLIER ADDRESS DIRECTORY (KEYED, UPDATED)
      * UT-C-ADRCONF  = AP REMIT-ADDRESS CONFIRMATIONS (OPTIONAL)
      * UT-C-OPERSEC  = OPERATOR SECURITY MASTER
      * UT-C-ADRALRT  = REMIT-CHANGE ALERT REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT ADRCONF-FILE ASSIGN TO UT-C-ADRCONF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ADRCONF-ST.
           SELECT OPERSEC-FILE ASSIGN TO UT-C-OPERSEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPERSEC-ST.
           SELECT ADRALRT-FILE ASSIGN TO UT-C-ADRALRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS ADRALRT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD ADRCONF-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 ADRCONF-RECORD      PIC X(80).
       FD OPERSEC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 OPERSEC-RECORD      PIC X(80).
       FD ADRALRT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 ADRALRT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-GEN-CNT              PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-SAME-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REMIT-CNT            PIC 9(08) VALUE ZERO.
       77 WS-CONF-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CONF-OK-CNT          PIC 9(08) VALUE ZERO.
       77 WS-CONF-REJ-CNT         PIC 9(08) VALUE ZERO.
       77 WS-SPAD-IDX             PIC 9(01) VALUE ZERO.
       77 WS-TABLE-MAX-ADDR       PIC 9(01) VALUE 4.

      * A DIRECTORY THAT HAD TO BE STARTED THIS RUN IS THE BASELINE -
      * NOTHING ON IT IS A CHANGE
       77 WS-INITIAL-SW           PIC X(01) VALUE 'N'.
           88 INITIAL-BUILD       VALUE 'Y'.
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.
      * THE ROW'S ADDRESS AS IT STOOD BEFORE THIS GENERATION
       01 WS-SD-OLD-ADDRESS       PIC X(74) VALUE SPACES.
       01 WS-SD-OLD-NAME          PIC X(15) VALUE SPACES.

      * SUPPLIER/TYPE KEYS ALREADY TAKEN FROM THIS GENERATION - A
      * SUPPLIER CARRIES ITS ADDRESSES ON EVERY PART RECORD, AND
      * ONLY THE FIRST ONE COUNTS
       77 WS-SK-MAX               PIC 9(5) VALUE 20000.
       77 WS-SK-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SK-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SK-FOUND             PIC X(01) VALUE 'N'.
           88 SK-FOUND            VALUE 'Y'.
       01 WS-SK-TBL.
           05 WS-SK-KEY OCCURS 20000 TIMES PIC X(11).

      * ONE AP CONFIRMATION - THE CHANGE DATE IS THE ONE PRINTED ON
      * THE ALERT, SO A REMIT ADDRESS THAT CHANGED AGAIN SINCE IS
      * NOT CONFIRMED BY A CALL ABOUT THE EARLIER ONE
       01 WS-AC-DETAIL.
           05 WS-AC-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-AC-CHG-DATE      PIC X(08) VALUE SPACES.
           05 WS-AC-OPERATOR      PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(54) VALUE SPACES.
       77 WS-CONF-ERR-SW          PIC X(01) VALUE 'N'.
           88 CONF-IN-ERROR       VALUE 'Y'.
       77 WS-CONF-MSG             PIC X(60) VALUE SPACES.

      * OPERATOR SECURITY MASTER, LOADED ONCE AT STARTUP - SAME
      * TABLE SHAPE BANKMNT VALIDATES AGAINST
       77 WS-OSEC-MAX             PIC 9(03) VALUE 200.
       77 WS-OSEC-CNT             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-IDX             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-FND-IDX         PIC 9(03) VALUE ZERO.
       77 WS-OSEC-FOUND           PIC X(01) VALUE 'N'.
           88 OSEC-FOUND          VALUE 'Y'.
       01 WS-OSEC-DETAIL.
           05 WS-OSEC-ID          PIC X(08) VALUE SPACES.
           05 WS-OSEC-NAME        PIC X(20) VALUE SPACES.
           05 WS-OSEC-ROLE        PIC X(01) VALUE SPACES.
           05 WS-OSEC-ACTIVE      PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE SPACES.
       01 WS-OSEC-TBL.
           05 WS-OSEC-ROW OCCURS 200 TIMES.
               10 WS-OSEC-ROW-ID     PIC X(08).
               10 WS-OSEC-ROW-NAME   PIC X(20).
               10 WS-OSEC-ROW-ROLE   PIC X(01).
               10 WS-OSEC-ROW-ACTIVE PIC X(01).

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
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
               88 SUPADIR-NO-FILE       VALUE '35'.
           05 ADRCONF-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-ADRCONF       VALUE 'Y'.
           05 ADRCONF-ST                PIC X(02).
               88 ADRCONF-OK            VALUE '00'.
           05 OPERSEC-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-OPERSEC       VALUE 'Y'.
           05 OPERSEC-ST                PIC X(02).
               88 OPERSEC-OK            VALUE '00'.
           05 ADRALRT-ST                PIC X(02).
               88 ADRALRT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'SUPPLIER REMIT-ADDRESS CHANGE ALERT '.
             10 FILLER       PIC X(04) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(72) VALUE SPACES.
       01 RPT-LINE-SECTION.
             10 RPT-SECTION  PIC X(40) VALUE SPACES.
             10 FILLER       PIC X(92) VALUE SPACES.
       01 RPT-LINE-1C.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Changed '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Operator'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Result  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(60) VALUE 'Message'.
             10 FILLER    PIC X(30) VALUE SPACES.
       01 RPT-LINE-1A.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Name           '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Changed '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(03) VALUE SPACES.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Address        '.
             10 FILLER    PIC X(33) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'City           '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(02) VALUE 'St'.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Zip       '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(02) VALUE 'Cy'.
             10 FILLER    PIC X(10) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-CONF.
             10 RPT-CF-SUPP-CODE PIC X(10) VALUE SPACES.
             10 FILLER           PIC X(02) VALUE SPACES.
             10 RPT-CF-CHG-DATE  PIC X(08) VALUE SPACES.
             10 FILLER           PIC X(02) VALUE SPACES.
             10 RPT-CF-OPERATOR  PIC X(08) VALUE SPACES.
             10 FILLER           PIC X(02) VALUE SPACES.
             10 RPT-CF-RESULT    PIC X(08) VALUE SPACES.
             10 FILLER           PIC X(02) VALUE SPACES.
             10 RPT-CF-MESSAGE   PIC X(60) VALUE SPACES.
             10 FILLER           PIC X(30) VALUE SPACES.
      * A CHANGE PRINTS AS A 'WAS' LINE AND A 'NOW' LINE; A REMIT
      * ADDRESS NEW TO THE DIRECTORY PRINTS ONLY THE 'NEW' LINE
       01 RPT-LINE-ADDR.
             10 RPT-AD-SUPP-CODE PIC X(10) VALUE SPACES.
             10 FILLER           PIC X(02) VALUE SPACES.
             10 RPT-AD-SUPP-NAME PIC X(15) VALUE SPACES.
             10 FILLER           PIC X(02) VALUE SPACES.
             10 RPT-AD-CHG-DATE  PIC X(08) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-WHEN      PIC X(03) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-ADDRESS-1 PIC X(15) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-ADDRESS-2 PIC X(15) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-ADDRESS-3 PIC X(15) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-CITY      PIC X(15) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-STATE     PIC X(02) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-ZIP       PIC X(10) VALUE SPACES.
             10 FILLER           PIC X(01) VALUE SPACES.
             10 RPT-AD-COUNTRY   PIC X(02) VALUE SPACES.
             10 FILLER           PIC X(10) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 400-APPLY-CONFIRMATIONS.
           PERFORM 500-START-CHANGE-SECTION.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 600-REFRESH-ONE-RECORD UNTIL NO-MORE-PART-SUPP.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 220-LOAD-OPERSEC.
           WRITE ADRALRT-RECORD FROM RPT-LINE-0.
           WRITE ADRALRT-RECORD FROM RPT-LINE-BANNER.

       200-OPEN-FILES.
           OPEN INPUT PART-SUPP-FILE
              IF NOT PART-SUPP-OK
                 DISPLAY 'Input GPARTSUP File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT ADRALRT-FILE
              IF NOT ADRALRT-OK
                 DISPLAY 'Output ADRALRT File Error'
                 GO TO 999-ERR-RTN.
      *> the directory opens for keyed update - the very first run
      *> of this step creates it, and that run is the baseline
           OPEN I-O SUPADIR-FILE.
           IF SUPADIR-NO-FILE
              DISPLAY 'SUPADIR NOT FOUND - BUILDING A NEW '
                      'SUPPLIER ADDRESS DIRECTORY'
              MOVE 'Y' TO WS-INITIAL-SW
              OPEN OUTPUT SUPADIR-FILE
              CLOSE SUPADIR-FILE
              OPEN I-O SUPADIR-FILE
           END-IF.
           IF NOT SUPADIR-OK
              DISPLAY 'Open SUPADIR File Error ' SUPADIR-ST
              GO TO 999-ERR-RTN
           END-IF.

       220-LOAD-OPERSEC.
      *> without the security master nobody can be held to a
      *> confirmation, which is the point
           OPEN INPUT OPERSEC-FILE.
           IF NOT OPERSEC-OK
              DISPLAY 'Input OPERSEC File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 225-LOAD-OSEC-ROW UNTIL NO-MORE-OPERSEC.
           CLOSE OPERSEC-FILE.

       225-LOAD-OSEC-ROW.
           READ OPERSEC-FILE INTO WS-OSEC-DETAIL
              AT END MOVE 'Y' TO OPERSEC-EOF
           END-READ.
           IF NOT NO-MORE-OPERSEC AND WS-OSEC-CNT < WS-OSEC-MAX
              ADD +1 TO WS-OSEC-CNT
              MOVE WS-OSEC-ID     TO WS-OSEC-ROW-ID(WS-OSEC-CNT)
              MOVE WS-OSEC-NAME   TO WS-OSEC-ROW-NAME(WS-OSEC-CNT)
              MOVE WS-OSEC-ROLE   TO WS-OSEC-ROW-ROLE(WS-OSEC-CNT)
              MOVE WS-OSEC-ACTIVE TO WS-OSEC-ROW-ACTIVE(WS-OSEC-CNT)
           END-IF.

       310-READ-GPARTSUP.
           READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
              AT END
              MOVE 'Y' TO PART-SUPP-FILE-EOF.
      *> envelope header/trailer records are not data
           PERFORM UNTIL NO-MORE-PART-SUPP OR
                   (PART-SUPP-ADDR-PO(1:3) NOT = 'HDR' AND
                    PART-SUPP-ADDR-PO(1:3) NOT = 'TRL')
              READ PART-SUPP-FILE INTO PART-SUPP-ADDR-PO
                 AT END MOVE 'Y' TO PART-SUPP-FILE-EOF
              END-READ
           END-PERFORM.

       400-APPLY-CONFIRMATIONS.
      *> no confirmation file is an ordinary night - AP had nothing
      *> to confirm
           MOVE 'AP REMIT-ADDRESS CONFIRMATIONS' TO RPT-SECTION.
           WRITE ADRALRT-RECORD FROM RPT-LINE-0.
           WRITE ADRALRT-RECORD FROM RPT-LINE-SECTION.
           WRITE ADRALRT-RECORD FROM RPT-LINE-1C.
           WRITE ADRALRT-RECORD FROM RPT-LINE-2.
           OPEN INPUT ADRCONF-FILE.
           IF ADRCONF-OK
              PERFORM 405-READ-ADRCONF
              PERFORM 410-APPLY-ONE-CONFIRMATION
                      UNTIL NO-MORE-ADRCONF
              CLOSE ADRCONF-FILE
           END-IF.

       405-READ-ADRCONF.
           READ ADRCONF-FILE INTO WS-AC-DETAIL
              AT END
              MOVE 'Y' TO ADRCONF-EOF.

       410-APPLY-ONE-CONFIRMATION.
           ADD +1 TO WS-CONF-CNT.
           MOVE 'N' TO WS-CONF-ERR-SW.
           MOVE SPACES TO WS-CONF-MSG.
           PERFORM 420-EDIT-CONFIRMATION THRU 420-EDIT-EXIT.
           IF CONF-IN-ERROR
              ADD +1 TO WS-CONF-REJ-CNT
              MOVE 'REJECTED' TO RPT-CF-RESULT
           ELSE
              MOVE 'V'              TO WS-SD-VERIFY
              MOVE WS-AC-OPERATOR   TO WS-SD-CONF-OPER
              MOVE WS01-CURR-DATE-N TO WS-SD-CONF-DATE
              MOVE WS-SD-DETAIL TO SUPADIR-RECORD
              REWRITE SUPADIR-RECORD
                 INVALID KEY
                    DISPLAY 'SUPADIR REWRITE ERROR ' SUPADIR-ST
                            ' FOR ' WS-SD-KEY
              END-REWRITE
              ADD +1 TO WS-CONF-OK-CNT
              MOVE 'ACCEPTED' TO RPT-CF-RESULT
              MOVE 'Remit address confirmed - payments released.'
                   TO WS-CONF-MSG
           END-IF.
           MOVE WS-AC-SUPP-CODE TO RPT-CF-SUPP-CODE.
           MOVE WS-AC-CHG-DATE  TO RPT-CF-CHG-DATE.
           MOVE WS-AC-OPERATOR  TO RPT-CF-OPERATOR.
           MOVE WS-CONF-MSG     TO RPT-CF-MESSAGE.
           WRITE ADRALRT-RECORD FROM RPT-LINE-CONF.
           PERFORM 405-READ-ADRCONF.

       420-EDIT-CONFIRMATION.
      *> first edit that fails carries the confirmation's reject
      *> message - same one-message rule BANKMNT applies
           PERFORM 415-LOOKUP-OPERATOR.
           IF NOT OSEC-FOUND
              MOVE 'Y' TO WS-CONF-ERR-SW
              MOVE 'AD01E OPERATOR is not on the security master.'
                   TO WS-CONF-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-OSEC-ROW-ACTIVE(WS-OSEC-FND-IDX) NOT = 'Y'
              MOVE 'Y' TO WS-CONF-ERR-SW
              MOVE 'AD02E OPERATOR is not active.' TO WS-CONF-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           MOVE WS-AC-SUPP-CODE TO WS-SD-SUPP-CODE.
           MOVE '3'             TO WS-SD-ADDR-TYPE.
           PERFORM 430-READ-DIRECTORY.
           IF NOT SD-FOUND
              MOVE 'Y' TO WS-CONF-ERR-SW
              MOVE 'AD03E SUPPLIER has no remit address on file.'
                   TO WS-CONF-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF NOT SD-PENDING
              MOVE 'Y' TO WS-CONF-ERR-SW
              MOVE 'AD04E Remit address is not awaiting confirmation.'
                   TO WS-CONF-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-AC-CHG-DATE NOT NUMERIC OR
              WS-AC-CHG-DATE NOT = WS-SD-CHG-DATE
              MOVE 'Y' TO WS-CONF-ERR-SW
              MOVE 'AD05E CHANGE DATE is not the latest change.'
                   TO WS-CONF-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       415-LOOKUP-OPERATOR.
           MOVE 'N' TO WS-OSEC-FOUND.
           MOVE ZERO TO WS-OSEC-FND-IDX.
           PERFORM VARYING WS-OSEC-IDX FROM 1 BY 1
                   UNTIL WS-OSEC-IDX > WS-OSEC-CNT
              IF WS-OSEC-ROW-ID(WS-OSEC-IDX) = WS-AC-OPERATOR
                 MOVE 'Y' TO WS-OSEC-FOUND
                 MOVE WS-OSEC-IDX TO WS-OSEC-FND-IDX
              END-IF
           END-PERFORM.

       430-READ-DIRECTORY.
      *> one keyed probe - the row lands in WS-SD-DETAIL when the
      *> supplier/type is on the directory
           MOVE 'N' TO WS-SD-FOUND.
           MOVE WS-SD-KEY TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
           END-READ.

       500-START-CHANGE-SECTION.
           MOVE 'REMIT ADDRESSES AWAITING AP CONFIRMATION'
                TO RPT-SECTION.
           WRITE ADRALRT-RECORD FROM RPT-LINE-0.
           WRITE ADRALRT-RECORD FROM RPT-LINE-SECTION.
           WRITE ADRALRT-RECORD FROM RPT-LINE-1A.
           WRITE ADRALRT-RECORD FROM RPT-LINE-2.

       600-REFRESH-ONE-RECORD.
      *> an inter-plant transfer carries a plant, not a supplier,
      *> and has no addresses of its own
           ADD +1 TO WS-GEN-CNT.
           IF NOT IN-TRANSFER-ORDER
              PERFORM VARYING WS-SPAD-IDX FROM 1 BY 1
                      UNTIL WS-SPAD-IDX >= WS-TABLE-MAX-ADDR
                 IF (IN-ORDER-ADDRESS(WS-SPAD-IDX) OR
                     IN-SCHED-ADDRESS(WS-SPAD-IDX) OR
                     IN-REMIT-ADDRESS(WS-SPAD-IDX) OR
                     IN-RMA-ADDRESS(WS-SPAD-IDX)) AND
                    (IN-ADDRESS-1(WS-SPAD-IDX) NOT = SPACES OR
                     IN-ADDR-STATE(WS-SPAD-IDX) NOT = SPACES)
                    PERFORM 610-REFRESH-ONE-ADDRESS
                            THRU 610-REFRESH-EXIT
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 310-READ-GPARTSUP.

       610-REFRESH-ONE-ADDRESS.
           MOVE IN-SUPPLIER-CODE TO WS-SD-SUPP-CODE.
           MOVE IN-ADDRESS-TYPE(WS-SPAD-IDX) TO WS-SD-ADDR-TYPE.
           MOVE 'N' TO WS-SK-FOUND.
           PERFORM VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-SK-CNT OR SK-FOUND
              IF WS-SK-KEY(WS-SK-IDX) = WS-SD-KEY
                 MOVE 'Y' TO WS-SK-FOUND
              END-IF
           END-PERFORM.
           IF SK-FOUND
              GO TO 610-REFRESH-EXIT
           END-IF.
      *> past the table every later record would count as the first
      *> one again, and a per-part address would read as a change
           IF WS-SK-CNT NOT < WS-SK-MAX
              DISPLAY 'SUPPLIER/ADDRESS TABLE FULL AT ' WS-SK-MAX
                      ' - DIRECTORY REFRESH STOPPED'
              GO TO 999-ERR-RTN
           END-IF.
           ADD +1 TO WS-SK-CNT.
           MOVE WS-SD-KEY TO WS-SK-KEY(WS-SK-CNT).
           PERFORM 430-READ-DIRECTORY.
           IF SD-FOUND
              MOVE WS-SD-ADDRESS   TO WS-SD-OLD-ADDRESS
              MOVE WS-SD-SUPP-NAME TO WS-SD-OLD-NAME
           ELSE
              INITIALIZE WS-SD-DETAIL
              MOVE IN-SUPPLIER-CODE TO WS-SD-SUPP-CODE
              MOVE IN-ADDRESS-TYPE(WS-SPAD-IDX) TO WS-SD-ADDR-TYPE
           END-IF.
           MOVE IN-SUPPLIER-NAME             TO WS-SD-SUPP-NAME.
           MOVE IN-ADDRESS-1(WS-SPAD-IDX)    TO WS-SD-ADDRESS-1.
           MOVE IN-ADDRESS-2(WS-SPAD-IDX)    TO WS-SD-ADDRESS-2.
           MOVE IN-ADDRESS-3(WS-SPAD-IDX)    TO WS-SD-ADDRESS-3.
           MOVE IN-CITY(WS-SPAD-IDX)         TO WS-SD-CITY.
           MOVE IN-ADDR-STATE(WS-SPAD-IDX)   TO WS-SD-STATE.
           MOVE IN-ZIP-CODE(WS-SPAD-IDX)     TO WS-SD-ZIP.
           MOVE IN-ADDR-COUNTRY(WS-SPAD-IDX) TO WS-SD-COUNTRY.
           IF SD-FOUND
              PERFORM 620-APPLY-CHANGE
           ELSE
              PERFORM 630-APPLY-ADD
           END-IF.
       610-REFRESH-EXIT.
           EXIT.

       620-APPLY-CHANGE.
      *> a renamed supplier is carried quietly - only the address
      *> itself dates the row, and only a remit address goes pending
           IF WS-SD-ADDRESS = WS-SD-OLD-ADDRESS
              ADD +1 TO WS-SAME-CNT
           ELSE
              ADD +1 TO WS-CHG-CNT
              MOVE WS01-CURR-DATE-N TO WS-SD-CHG-DATE
              IF SD-REMIT-ADDRESS
                 MOVE 'P'    TO WS-SD-VERIFY
                 MOVE SPACES TO WS-SD-CONF-OPER
                 MOVE ZERO   TO WS-SD-CONF-DATE
                 PERFORM 700-WRITE-REMIT-ALERT
              END-IF
           END-IF.
           IF WS-SD-ADDRESS NOT = WS-SD-OLD-ADDRESS OR
              WS-SD-SUPP-NAME NOT = WS-SD-OLD-NAME
              MOVE WS-SD-DETAIL TO SUPADIR-RECORD
              REWRITE SUPADIR-RECORD
                 INVALID KEY
                    DISPLAY 'SUPADIR REWRITE ERROR ' SUPADIR-ST
                            ' FOR ' WS-SD-KEY
              END-REWRITE
           END-IF.

       630-APPLY-ADD.
      *> a remit address the directory has never seen is as
      *> unproven as a changed one - except on the baseline build
           ADD +1 TO WS-ADD-CNT.
           MOVE WS01-CURR-DATE-N TO WS-SD-CHG-DATE.
           MOVE 'V' TO WS-SD-VERIFY.
           IF SD-REMIT-ADDRESS AND NOT INITIAL-BUILD
              MOVE 'P' TO WS-SD-VERIFY
              MOVE SPACES TO WS-SD-OLD-ADDRESS
              PERFORM 700-WRITE-REMIT-ALERT
           END-IF.
           MOVE WS-SD-DETAIL TO SUPADIR-RECORD.
           WRITE SUPADIR-RECORD
              INVALID KEY
                 DISPLAY 'SUPADIR WRITE ERROR ' SUPADIR-ST
                         ' FOR ' WS-SD-KEY
           END-WRITE.

       700-WRITE-REMIT-ALERT.
      *> the old address first, when there was one, then the new -
      *> AP calls the supplier back on a number already on file
           ADD +1 TO WS-REMIT-CNT.
           MOVE WS-SD-SUPP-CODE TO RPT-AD-SUPP-CODE.
           MOVE WS-SD-SUPP-NAME TO RPT-AD-SUPP-NAME.
           MOVE WS-SD-CHG-DATE  TO RPT-AD-CHG-DATE.
           IF WS-SD-OLD-ADDRESS NOT = SPACES
              MOVE 'WAS' TO RPT-AD-WHEN
              MOVE WS-SD-OLD-ADDRESS(1:15)  TO RPT-AD-ADDRESS-1
              MOVE WS-SD-OLD-ADDRESS(16:15) TO RPT-AD-ADDRESS-2
              MOVE WS-SD-OLD-ADDRESS(31:15) TO RPT-AD-ADDRESS-3
              MOVE WS-SD-OLD-ADDRESS(46:15) TO RPT-AD-CITY
              MOVE WS-SD-OLD-ADDRESS(61:2)  TO RPT-AD-STATE
              MOVE WS-SD-OLD-ADDRESS(63:10) TO RPT-AD-ZIP
              MOVE WS-SD-OLD-ADDRESS(73:2)  TO RPT-AD-COUNTRY
              WRITE ADRALRT-RECORD FROM RPT-LINE-ADDR
              MOVE 'NOW' TO RPT-AD-WHEN
           ELSE
              MOVE 'NEW' TO RPT-AD-WHEN
           END-IF.
           MOVE WS-SD-ADDRESS-1 TO RPT-AD-ADDRESS-1.
           MOVE WS-SD-ADDRESS-2 TO RPT-AD-ADDRESS-2.
           MOVE WS-SD-ADDRESS-3 TO RPT-AD-ADDRESS-3.
           MOVE WS-SD-CITY      TO RPT-AD-CITY.
           MOVE WS-SD-STATE     TO RPT-AD-STATE.
           MOVE WS-SD-ZIP       TO RPT-AD-ZIP.
           MOVE WS-SD-COUNTRY   TO RPT-AD-COUNTRY.
           WRITE ADRALRT-RECORD FROM RPT-LINE-ADDR.
           WRITE ADRALRT-RECORD FROM RPT-LINE-0.

       900-WRAP-UP.
           WRITE ADRALRT-RECORD FROM RPT-LINE-0.
           WRITE ADRALRT-RECORD FROM RPT-LINE-4.
           MOVE 'CONFIRMATIONS READ........... ' TO RPT-SUM-LABEL.
           MOVE WS-CONF-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'CONFIRMATIONS ACCEPTED....... ' TO RPT-SUM-LABEL.
           MOVE WS-CONF-OK-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'CONFIRMATIONS REJECTED....... ' TO RPT-SUM-LABEL.
           MOVE WS-CONF-REJ-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'GENERATION RECORDS READ...... ' TO RPT-SUM-LABEL.
           MOVE WS-GEN-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDRESSES ADDED.............. ' TO RPT-SUM-LABEL.
           MOVE WS-ADD-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDRESSES CHANGED............ ' TO RPT-SUM-LABEL.
           MOVE WS-CHG-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDRESSES UNCHANGED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-SAME-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           MOVE 'REMIT ADDRESSES NOW PENDING.. ' TO RPT-SUM-LABEL.
           MOVE WS-REMIT-CNT TO RPT-SUM-CNT.
           WRITE ADRALRT-RECORD FROM RPT-LINE-5.
           WRITE ADRALRT-RECORD FROM RPT-LINE-4.
           IF INITIAL-BUILD
              DISPLAY 'ADDRDIR: BASELINE DIRECTORY BUILT - NO REMIT '
                      'ADDRESS FLAGGED THIS RUN'
           END-IF.
           CLOSE PART-SUPP-FILE, SUPADIR-FILE, ADRALRT-FILE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
