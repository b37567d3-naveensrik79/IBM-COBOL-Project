       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DPSCREEN.
      * **************************************************
      * DPSCREEN SCREENS EVERY SUPPLIER AGAINST THE GOVERNMENT
      * DENIED-PARTY LIST COMPLIANCE LOADS.  THE SUPPLIER NAME ON
      * THE SUPPLIER MASTER, AND EVERY ADDRESS LINE ON THE LATEST
      * GOOD-RECORD GENERATION FROM PRTSUPP, IS COMPARED TO EVERY
      * NAME ON THE LIST.  BOTH SIDES ARE NORMALIZED FIRST - UPPER
      * CASE, PUNCTUATION AND SPACES OUT, COMPANY SUFFIXES (INC, LLC,
      * LTD, GMBH AND THE LIKE) DROPPED - SO "ACME TRADING CO., LTD."
      * AND "ACME TRADING" ARE THE SAME NAME.  A NORMALIZED NAME THAT
      * EQUALS, OR CONTAINS, THE OTHER IS A POSSIBLE HIT.
      * POSSIBLE HITS ARE KEPT ON THE SCREENING STATUS FILE AND
      * LISTED FOR COMPLIANCE, WHO SEND BACK A DISPOSITION PER HIT:
      * CONFIRM (THE SUPPLIER IS THE DENIED PARTY - PRTSUPP THEN
      * REJECTS ITS ORDERS AND PAYRUN WILL NOT PAY IT) OR CLEAR (A
      * FALSE MATCH, NEVER RAISED AGAIN FOR THAT LIST ENTRY).  THE
      * DISPOSITIONS ARE APPLIED BEFORE THE SCREEN RUNS.
      * UT-C-DPLIST  = DENIED-PARTY LIST (LIST ID, NAME, COUNTRY)
      * UT-C-SUPPMAST= SUPPLIER MASTER (KEYED, READ IN SEQUENCE)
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-DPDISP  = COMPLIANCE CONFIRM/CLEAR DISPOSITION FEED
      * UT-C-OPERSEC = OPERATOR SECURITY MASTER
      * UT-C-DPSTAT  = SCREENING STATUS FILE (IN, REWRITTEN)
      * UT-C-DPRPT   = COMPLIANCE REVIEW REPORT LANDING IN JES
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPLIST-FILE ASSIGN TO UT-C-DPLIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DPLIST-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT DPDISP-FILE ASSIGN TO UT-C-DPDISP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DPDISP-ST.
           SELECT OPERSEC-FILE ASSIGN TO UT-C-OPERSEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS OPERSEC-ST.
           SELECT DPSTAT-FILE ASSIGN TO UT-C-DPSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DPSTAT-ST.
           SELECT DPRPT-FILE ASSIGN TO UT-C-DPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DPRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD DPLIST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DPLIST-RECORD       PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD DPDISP-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DPDISP-RECORD       PIC X(80).
       FD OPERSEC-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 OPERSEC-RECORD      PIC X(80).
       FD DPSTAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DPSTAT-RECORD       PIC X(80).
       FD DPRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 DPRPT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-SUPP-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADDR-CNT             PIC 9(08) VALUE ZERO.
       77 WS-NEW-HIT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-PEND-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CONF-CNT             PIC 9(08) VALUE ZERO.
       77 WS-CLEAR-CNT            PIC 9(08) VALUE ZERO.
       77 WS-DISP-CNT             PIC 9(08) VALUE ZERO.
       77 WS-DISP-REJ-CNT         PIC 9(08) VALUE ZERO.

      * DENIED-PARTY LIST AS COMPLIANCE LOADS IT
       01 WS-DL-DETAIL.
           05 WS-DL-LIST-ID       PIC X(10) VALUE SPACES.
           05 WS-DL-NAME          PIC X(40) VALUE SPACES.
           05 WS-DL-COUNTRY       PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(28) VALUE SPACES.

      * DENIED-PARTY TABLE - EACH NAME CARRIED WITH ITS NORMALIZED
      * KEY, BUILT ONCE AT LOAD
       77 WS-DL-MAX               PIC 9(5) VALUE 5000.
       77 WS-DL-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DL-IDX               PIC 9(5) VALUE ZERO.
       77 WS-DL-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-DLT-TBL.
           05 WS-DLT-ROW OCCURS 5000 TIMES.
               10 WS-DLT-ID       PIC X(10).
               10 WS-DLT-NAME     PIC X(40).
               10 WS-DLT-COUNTRY  PIC X(02).
               10 WS-DLT-KEY      PIC X(40).
               10 WS-DLT-KEY-LEN  PIC 9(02).

      * SCREENING STATUS TABLE - SAME ROW LAYOUT AS DPSTAT,
      * REWRITTEN IN FULL AT WRAP-UP
           COPY DPSTAT.
       77 WS-ST-MAX               PIC 9(5) VALUE 20000.
       77 WS-ST-CNT               PIC 9(5) VALUE ZERO.
       77 WS-ST-IDX               PIC 9(5) VALUE ZERO.
       77 WS-ST-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-ST-TBL.
           05 WS-ST-ROW OCCURS 20000 TIMES.
               10 WS-ST-SUPP          PIC X(10).
               10 WS-ST-LIST-ID       PIC X(10).
               10 WS-ST-MATCH-TYPE    PIC X(01).
               10 WS-ST-STATUS        PIC X(01).
                   88 ST-POSSIBLE     VALUE 'P'.
                   88 ST-CONFIRMED    VALUE 'C'.
                   88 ST-CLEARED      VALUE 'X'.
               10 WS-ST-HIT-DATE      PIC 9(08).
               10 WS-ST-DISP-DATE     PIC 9(08).
               10 WS-ST-DISP-OPER     PIC X(08).
               10 WS-ST-MATCH-TEXT    PIC X(15).
               10 FILLER              PIC X(19).

      * ONE SUPPLIER MASTER RECORD - ONLY CODE AND NAME ARE SCREENED
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(55) VALUE SPACES.

      * THE GOOD RECORD ON HAND - SAME LAYOUT PRTSUPP WRITES
           COPY PRTSUBAD.
       77 WS-ADDR-IDX             PIC 9(01) VALUE ZERO.
       77 WS-LINE-IDX             PIC 9(01) VALUE ZERO.

      * ONE COMPLIANCE DISPOSITION - CONFIRM OR CLEAR ONE HIT
       01 WS-DS-DETAIL.
           05 WS-DS-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-DS-LIST-ID       PIC X(10) VALUE SPACES.
           05 WS-DS-DISPOSITION   PIC X(01) VALUE SPACES.
               88 DS-CONFIRM      VALUE 'C'.
               88 DS-CLEAR        VALUE 'X'.
           05 WS-DS-OPERATOR      PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(51) VALUE SPACES.
       77 WS-DS-MSG               PIC X(50) VALUE SPACES.

      * OPERATOR SECURITY MASTER - SAME TABLE SHAPE RJCTCORR SIGNS
      * ON AGAINST.  A DISPOSITION NEEDS AN ACTIVE APPROVER ('A')
       77 WS-OSEC-MAX             PIC 9(03) VALUE 200.
       77 WS-OSEC-CNT             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-IDX             PIC 9(03) VALUE ZERO.
       77 WS-OSEC-FND-IDX         PIC 9(03) VALUE ZERO.
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

      * NAME NORMALIZATION - WS-NORM-IN IS REDUCED TO WS-NORM-KEY,
      * ITS SIGNIFICANT WORDS RUN TOGETHER, AND WS-NORM-LEN
       77 WS-NORM-IN              PIC X(40) VALUE SPACES.
       77 WS-NORM-KEY             PIC X(40) VALUE SPACES.
       77 WS-NORM-LEN             PIC 9(02) VALUE ZERO.
       77 WS-NORM-PTR             PIC 9(02) VALUE ZERO.
       77 WS-NORM-IDX             PIC 9(02) VALUE ZERO.
       01 WS-NORM-WORDS.
           05 WS-NORM-WORD OCCURS 8 TIMES PIC X(40).
       01 WS-NORM-ONE-WORD        PIC X(40) VALUE SPACES.
           88 NORM-NOISE-WORD     VALUE 'INC' 'INCORPORATED' 'LLC'
                                        'LTD' 'LIMITED' 'CORP'
                                        'CORPORATION' 'CO' 'COMPANY'
                                        'GMBH' 'AG' 'SA' 'SRL' 'BV'
                                        'PLC' 'THE' 'AND'.

      * THE NAME BEING SCREENED, NORMALIZED, AND THE MATCH RESULT
       77 WS-SCR-SUPP             PIC X(10) VALUE SPACES.
       77 WS-SCR-TEXT             PIC X(15) VALUE SPACES.
       77 WS-SCR-TYPE             PIC X(01) VALUE SPACES.
       77 WS-SCR-KEY              PIC X(40) VALUE SPACES.
       77 WS-SCR-LEN              PIC 9(02) VALUE ZERO.
       77 WS-MATCH-SW             PIC X(01) VALUE 'N'.
           88 NAMES-MATCH         VALUE 'Y'.
       77 WS-TALLY                PIC 9(04) VALUE ZERO.

      * A CONTAINED NAME SHORTER THAN THIS IS TOO COMMON TO MEAN
      * ANYTHING - ONLY AN EXACT MATCH COUNTS BELOW IT
       77 WS-MIN-CONTAIN-LEN      PIC 9(02) VALUE 6.

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
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'DPSCREEN'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 DPLIST-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DPLIST        VALUE 'Y'.
           05 DPLIST-ST                 PIC X(02).
               88 DPLIST-OK             VALUE '00'.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 DPDISP-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DPDISP        VALUE 'Y'.
           05 DPDISP-ST                 PIC X(02).
               88 DPDISP-OK             VALUE '00'.
           05 OPERSEC-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-OPERSEC       VALUE 'Y'.
           05 OPERSEC-ST                PIC X(02).
               88 OPERSEC-OK            VALUE '00'.
           05 DPSTAT-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-DPSTAT        VALUE 'Y'.
           05 DPSTAT-ST                 PIC X(02).
               88 DPSTAT-OK             VALUE '00'.
           05 DPRPT-ST                  PIC X(02).
               88 DPRPT-OK              VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'DENIED-PARTY SCREENING REVIEW       '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-SECT.
             10 RPT-SECT-NAME   PIC X(60) VALUE SPACES.
             10 FILLER          PIC X(72) VALUE SPACES.
       01 RPT-LINE-1D.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'List ID   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(04) VALUE 'Disp'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Operator'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Result'.
             10 FILLER    PIC X(42) VALUE SPACES.
       01 RPT-LINE-3D.
             10 RPT-D-SUPP      PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-D-LIST-ID   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-D-DISP      PIC X(01) VALUE SPACES.
             10 FILLER          PIC X(05) VALUE SPACES.
             10 RPT-D-OPER      PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-D-MSG       PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(42) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'List ID   '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(40) VALUE 'Denied-Party Name'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(02) VALUE 'Ct'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Matched'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Our Text       '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Hit Date'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Disposed'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'By      '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(05) VALUE 'Flag '.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-LIST-ID     PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-LIST-NAME   PIC X(40) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-COUNTRY     PIC X(02) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-MATCH-TYPE  PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-MATCH-TEXT  PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-HIT-DATE    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DISP-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DISP-OPER   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-FLAG        PIC X(05) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-APPLY-DISPOSITIONS.
           PERFORM 400-SCREEN-SUPPLIER-NAMES.
           PERFORM 500-SCREEN-ADDRESSES.
           PERFORM 600-WRITE-REVIEW-LISTS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           OPEN OUTPUT DPRPT-FILE
              IF NOT DPRPT-OK
                 DISPLAY 'Output DPRPT File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 210-LOAD-DENIED-PARTIES.
           PERFORM 220-LOAD-SCREEN-STATUS.
           PERFORM 230-LOAD-OPERSEC.
           WRITE DPRPT-RECORD FROM RPT-LINE-0.
           WRITE DPRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE DPRPT-RECORD FROM RPT-LINE-2.

       210-LOAD-DENIED-PARTIES.
      *> no list, no screen - the run ends rather than report every
      *> supplier clean against nothing
           MOVE ZERO TO WS-DL-CNT.
           OPEN INPUT DPLIST-FILE.
           IF NOT DPLIST-OK
              DISPLAY 'Input DPLIST File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 215-LOAD-ONE-PARTY UNTIL NO-MORE-DPLIST.
           CLOSE DPLIST-FILE.

       215-LOAD-ONE-PARTY.
           READ DPLIST-FILE INTO WS-DL-DETAIL
              AT END MOVE 'Y' TO DPLIST-EOF
           END-READ.
           IF NOT NO-MORE-DPLIST AND WS-DL-NAME NOT = SPACES
              IF WS-DL-CNT < WS-DL-MAX
                 ADD +1 TO WS-DL-CNT
                 MOVE WS-DL-LIST-ID TO WS-DLT-ID(WS-DL-CNT)
                 MOVE WS-DL-NAME    TO WS-DLT-NAME(WS-DL-CNT)
                 MOVE WS-DL-COUNTRY TO WS-DLT-COUNTRY(WS-DL-CNT)
                 MOVE WS-DL-NAME    TO WS-NORM-IN
                 PERFORM 700-NORMALIZE-NAME
                 MOVE WS-NORM-KEY   TO WS-DLT-KEY(WS-DL-CNT)
                 MOVE WS-NORM-LEN   TO WS-DLT-KEY-LEN(WS-DL-CNT)
              ELSE
                 DISPLAY 'DPLIST TABLE FULL - ENTRY NOT SCREENED: '
                         WS-DL-LIST-ID
              END-IF
           END-IF.

       220-LOAD-SCREEN-STATUS.
      *> a missing file is not an error - the first run starts it
           MOVE ZERO TO WS-ST-CNT.
           OPEN INPUT DPSTAT-FILE.
           IF DPSTAT-OK
              PERFORM 225-LOAD-ONE-STATUS UNTIL NO-MORE-DPSTAT
              CLOSE DPSTAT-FILE
           ELSE
              DISPLAY 'DPSTAT NOT FOUND - STARTING A NEW '
                      'SCREENING STATUS FILE'
           END-IF.

       225-LOAD-ONE-STATUS.
           READ DPSTAT-FILE INTO WS-DP-DETAIL
              AT END MOVE 'Y' TO DPSTAT-EOF
           END-READ.
           IF NOT NO-MORE-DPSTAT AND WS-ST-CNT < WS-ST-MAX
              ADD +1 TO WS-ST-CNT
              MOVE WS-DP-DETAIL TO WS-ST-ROW(WS-ST-CNT)
           END-IF.

       230-LOAD-OPERSEC.
           OPEN INPUT OPERSEC-FILE.
           IF NOT OPERSEC-OK
              DISPLAY 'Input OPERSEC File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM 235-LOAD-OSEC-ROW UNTIL NO-MORE-OPERSEC.
           CLOSE OPERSEC-FILE.

       235-LOAD-OSEC-ROW.
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

       300-APPLY-DISPOSITIONS.
      *> no feed just means compliance sent nothing back today
           OPEN INPUT DPDISP-FILE.
           IF NOT DPDISP-OK
              DISPLAY 'DPDISP NOT FOUND - NO DISPOSITIONS APPLIED'
           ELSE
              MOVE 'COMPLIANCE DISPOSITIONS APPLIED' TO RPT-SECT-NAME
              WRITE DPRPT-RECORD FROM RPT-LINE-SECT
              WRITE DPRPT-RECORD FROM RPT-LINE-1D
              WRITE DPRPT-RECORD FROM RPT-LINE-4
              PERFORM 310-READ-DISPOSITION
              PERFORM 320-APPLY-ONE-DISPOSITION UNTIL NO-MORE-DPDISP
              CLOSE DPDISP-FILE
              WRITE DPRPT-RECORD FROM RPT-LINE-0
           END-IF.

       310-READ-DISPOSITION.
           READ DPDISP-FILE INTO WS-DS-DETAIL
              AT END MOVE 'Y' TO DPDISP-EOF.

       320-APPLY-ONE-DISPOSITION.
           PERFORM 330-EDIT-DISPOSITION THRU 330-EDIT-EXIT.
           IF WS-DS-MSG = SPACES
              ADD +1 TO WS-DISP-CNT
              MOVE WS-DS-DISPOSITION TO WS-ST-STATUS(WS-ST-FND-IDX)
              MOVE WS01-CURR-DATE-N  TO WS-ST-DISP-DATE(WS-ST-FND-IDX)
              MOVE WS-DS-OPERATOR    TO WS-ST-DISP-OPER(WS-ST-FND-IDX)
              IF DS-CONFIRM
                 MOVE 'CONFIRMED - ORDERS AND PAYMENTS BLOCKED'
                      TO WS-DS-MSG
              ELSE
                 MOVE 'CLEARED - FALSE MATCH' TO WS-DS-MSG
              END-IF
           ELSE
              ADD +1 TO WS-DISP-REJ-CNT
           END-IF.
           MOVE WS-DS-SUPP-CODE   TO RPT-D-SUPP.
           MOVE WS-DS-LIST-ID     TO RPT-D-LIST-ID.
           MOVE WS-DS-DISPOSITION TO RPT-D-DISP.
           MOVE WS-DS-OPERATOR    TO RPT-D-OPER.
           MOVE WS-DS-MSG         TO RPT-D-MSG.
           WRITE DPRPT-RECORD FROM RPT-LINE-3D.
           PERFORM 310-READ-DISPOSITION.

       330-EDIT-DISPOSITION.
      *> first edit that fails carries the reject message; a clean
      *> disposition leaves WS-DS-MSG blank and the hit at
      *> WS-ST-FND-IDX
           MOVE SPACES TO WS-DS-MSG.
           IF NOT (DS-CONFIRM OR DS-CLEAR)
              MOVE 'DP01E DISPOSITION must be C or X.' TO WS-DS-MSG
              GO TO 330-EDIT-EXIT
           END-IF.
           MOVE ZERO TO WS-OSEC-FND-IDX.
           PERFORM VARYING WS-OSEC-IDX FROM 1 BY 1
                   UNTIL WS-OSEC-IDX > WS-OSEC-CNT
              IF WS-OSEC-ROW-ID(WS-OSEC-IDX) = WS-DS-OPERATOR
                 MOVE WS-OSEC-IDX TO WS-OSEC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-OSEC-FND-IDX = ZERO
              MOVE 'DP02E OPERATOR is not on the security master.'
                   TO WS-DS-MSG
              GO TO 330-EDIT-EXIT
           END-IF.
           IF WS-OSEC-ROW-ACTIVE(WS-OSEC-FND-IDX) NOT = 'Y' OR
              WS-OSEC-ROW-ROLE(WS-OSEC-FND-IDX) NOT = 'A'
              MOVE 'DP03E OPERATOR is not an active approver.'
                   TO WS-DS-MSG
              GO TO 330-EDIT-EXIT
           END-IF.
           MOVE WS-DS-SUPP-CODE TO WS-SCR-SUPP.
           MOVE WS-DS-LIST-ID   TO WS-DL-LIST-ID.
           PERFORM 810-FIND-STATUS-ROW.
           IF WS-ST-FND-IDX = ZERO
              MOVE 'DP04E No screening hit on file for this pair.'
                   TO WS-DS-MSG
              GO TO 330-EDIT-EXIT
           END-IF.
       330-EDIT-EXIT.
           EXIT.

       400-SCREEN-SUPPLIER-NAMES.
      *> every supplier on the master, by its master name
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE.
           IF NOT SUPPMAST-OK
              DISPLAY 'Input SUPPMAST File Error'
              GO TO 999-ERR-RTN
           END-IF.
           MOVE 'N' TO SUPPMAST-EOF.
           PERFORM 410-SCREEN-ONE-SUPPLIER UNTIL NO-MORE-SUPPMAST.
           CLOSE SUPPMAST-FILE.

       410-SCREEN-ONE-SUPPLIER.
           READ SUPPMAST-FILE NEXT RECORD INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST AND WS-SM-NAME NOT = SPACES
              ADD +1 TO WS-SUPP-CNT
              MOVE WS-SM-CODE TO WS-SCR-SUPP
              MOVE WS-SM-NAME TO WS-SCR-TEXT
              MOVE 'N'        TO WS-SCR-TYPE
              PERFORM 800-SCREEN-ONE-NAME
           END-IF.

       500-SCREEN-ADDRESSES.
      *> every address line on the good records - a denied party
      *> can hide behind a trading name on a remit-to address.  no
      *> generation yet just means the names were all there was
           OPEN INPUT PART-SUPP-FILE.
           IF NOT PART-SUPP-OK
              DISPLAY 'GPARTSUP NOT FOUND - ADDRESSES NOT SCREENED'
           ELSE
              PERFORM 510-READ-GPARTSUP
              PERFORM 520-SCREEN-ONE-RECORD UNTIL NO-MORE-PART-SUPP
              CLOSE PART-SUPP-FILE
           END-IF.

       510-READ-GPARTSUP.
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

       520-SCREEN-ONE-RECORD.
      *> a transfer order names a plant, not a supplier
           IF IN-SUPPLIER-CODE NOT = SPACES AND
              NOT IN-TRANSFER-ORDER
              MOVE IN-SUPPLIER-CODE TO WS-SCR-SUPP
              MOVE 'A' TO WS-SCR-TYPE
              PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                      UNTIL WS-ADDR-IDX > 3
                 IF IN-ADDRESS-1(WS-ADDR-IDX) NOT = SPACES
                    ADD +1 TO WS-ADDR-CNT
                    MOVE IN-ADDRESS-1(WS-ADDR-IDX) TO WS-SCR-TEXT
                    PERFORM 800-SCREEN-ONE-NAME
                    IF IN-ADDRESS-2(WS-ADDR-IDX) NOT = SPACES
                       MOVE IN-ADDRESS-2(WS-ADDR-IDX) TO WS-SCR-TEXT
                       PERFORM 800-SCREEN-ONE-NAME
                    END-IF
                    IF IN-ADDRESS-3(WS-ADDR-IDX) NOT = SPACES
                       MOVE IN-ADDRESS-3(WS-ADDR-IDX) TO WS-SCR-TEXT
                       PERFORM 800-SCREEN-ONE-NAME
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 510-READ-GPARTSUP.

       600-WRITE-REVIEW-LISTS.
      *> hits still waiting on compliance first, then the confirmed
      *> parties everything downstream is blocking
           MOVE 'POSSIBLE HITS AWAITING COMPLIANCE REVIEW'
                TO RPT-SECT-NAME.
           WRITE DPRPT-RECORD FROM RPT-LINE-SECT.
           WRITE DPRPT-RECORD FROM RPT-LINE-1.
           WRITE DPRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              IF ST-POSSIBLE(WS-ST-IDX)
                 ADD +1 TO WS-PEND-CNT
                 PERFORM 610-WRITE-HIT-LINE
              END-IF
           END-PERFORM.
           WRITE DPRPT-RECORD FROM RPT-LINE-0.
           MOVE 'CONFIRMED DENIED PARTIES - ORDERS AND PAYMENTS '
                TO RPT-SECT-NAME.
           MOVE 'BLOCKED' TO RPT-SECT-NAME(48:7).
           WRITE DPRPT-RECORD FROM RPT-LINE-SECT.
           WRITE DPRPT-RECORD FROM RPT-LINE-1.
           WRITE DPRPT-RECORD FROM RPT-LINE-4.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              EVALUATE TRUE
                 WHEN ST-CONFIRMED(WS-ST-IDX)
                    ADD +1 TO WS-CONF-CNT
                    PERFORM 610-WRITE-HIT-LINE
                 WHEN ST-CLEARED(WS-ST-IDX)
                    ADD +1 TO WS-CLEAR-CNT
              END-EVALUATE
           END-PERFORM.

       610-WRITE-HIT-LINE.
           MOVE WS-ST-SUPP(WS-ST-IDX)       TO RPT-SUPP-CODE.
           MOVE WS-ST-LIST-ID(WS-ST-IDX)    TO RPT-LIST-ID.
           MOVE WS-ST-MATCH-TEXT(WS-ST-IDX) TO RPT-MATCH-TEXT.
           MOVE WS-ST-HIT-DATE(WS-ST-IDX)   TO RPT-HIT-DATE.
           MOVE WS-ST-DISP-DATE(WS-ST-IDX)  TO RPT-DISP-DATE.
           MOVE WS-ST-DISP-OPER(WS-ST-IDX)  TO RPT-DISP-OPER.
           IF WS-ST-MATCH-TYPE(WS-ST-IDX) = 'A'
              MOVE 'ADDRESS' TO RPT-MATCH-TYPE
           ELSE
              MOVE 'NAME   ' TO RPT-MATCH-TYPE
           END-IF.
           MOVE ZERO TO WS-DL-FND-IDX.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-CNT OR WS-DL-FND-IDX > ZERO
              IF WS-DLT-ID(WS-DL-IDX) = WS-ST-LIST-ID(WS-ST-IDX)
                 MOVE WS-DL-IDX TO WS-DL-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-DL-FND-IDX > ZERO
              MOVE WS-DLT-NAME(WS-DL-FND-IDX)    TO RPT-LIST-NAME
              MOVE WS-DLT-COUNTRY(WS-DL-FND-IDX) TO RPT-COUNTRY
           ELSE
              MOVE '*** NO LONGER ON THE LIST ***' TO RPT-LIST-NAME
              MOVE SPACES TO RPT-COUNTRY
           END-IF.
           IF WS-ST-HIT-DATE(WS-ST-IDX) = WS01-CURR-DATE-N
              MOVE 'NEW' TO RPT-FLAG
           ELSE
              MOVE SPACES TO RPT-FLAG
           END-IF.
           WRITE DPRPT-RECORD FROM RPT-LINE-3.

       700-NORMALIZE-NAME.
      *> upper case, punctuation to spaces, split into words, drop
      *> the company-suffix noise words, run the rest together
           INSPECT WS-NORM-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NORM-IN CONVERTING
              ".,-/&'()#:;" TO '           '.
           MOVE SPACES TO WS-NORM-WORDS.
           UNSTRING WS-NORM-IN DELIMITED BY ALL SPACES
              INTO WS-NORM-WORD(1) WS-NORM-WORD(2) WS-NORM-WORD(3)
                   WS-NORM-WORD(4) WS-NORM-WORD(5) WS-NORM-WORD(6)
                   WS-NORM-WORD(7) WS-NORM-WORD(8)
           END-UNSTRING.
           MOVE SPACES TO WS-NORM-KEY.
           MOVE 1 TO WS-NORM-PTR.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 8
              MOVE WS-NORM-WORD(WS-NORM-IDX) TO WS-NORM-ONE-WORD
              IF WS-NORM-ONE-WORD NOT = SPACES AND
                 NOT NORM-NOISE-WORD
                 STRING WS-NORM-ONE-WORD DELIMITED BY SPACE
                        INTO WS-NORM-KEY WITH POINTER WS-NORM-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           COMPUTE WS-NORM-LEN = WS-NORM-PTR - 1.

       800-SCREEN-ONE-NAME.
      *> WS-SCR-TEXT for supplier WS-SCR-SUPP against every list
      *> name.  a hit already on file - possible, confirmed or
      *> cleared - is left as it is
           MOVE WS-SCR-TEXT TO WS-NORM-IN.
           PERFORM 700-NORMALIZE-NAME.
           MOVE WS-NORM-KEY TO WS-SCR-KEY.
           MOVE WS-NORM-LEN TO WS-SCR-LEN.
           IF WS-SCR-LEN > ZERO
              PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                      UNTIL WS-DL-IDX > WS-DL-CNT
                 PERFORM 820-COMPARE-KEYS
                 IF NAMES-MATCH
                    MOVE WS-DLT-ID(WS-DL-IDX) TO WS-DL-LIST-ID
                    PERFORM 810-FIND-STATUS-ROW
                    IF WS-ST-FND-IDX = ZERO
                       PERFORM 830-ADD-POSSIBLE-HIT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       810-FIND-STATUS-ROW.
      *> hit for supplier WS-SCR-SUPP and list id WS-DL-LIST-ID
           MOVE ZERO TO WS-ST-FND-IDX.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT OR WS-ST-FND-IDX > ZERO
              IF WS-ST-SUPP(WS-ST-IDX)    = WS-SCR-SUPP AND
                 WS-ST-LIST-ID(WS-ST-IDX) = WS-DL-LIST-ID
                 MOVE WS-ST-IDX TO WS-ST-FND-IDX
              END-IF
           END-PERFORM.

       820-COMPARE-KEYS.
      *> equal keys match; otherwise the longer key has to contain
      *> the shorter, and the shorter has to be long enough to mean
      *> something
           MOVE 'N' TO WS-MATCH-SW.
           IF WS-DLT-KEY-LEN(WS-DL-IDX) > ZERO
              IF WS-SCR-KEY = WS-DLT-KEY(WS-DL-IDX)
                 MOVE 'Y' TO WS-MATCH-SW
              ELSE
                 MOVE ZERO TO WS-TALLY
                 IF WS-SCR-LEN < WS-DLT-KEY-LEN(WS-DL-IDX)
                    IF WS-SCR-LEN >= WS-MIN-CONTAIN-LEN
                       INSPECT WS-DLT-KEY(WS-DL-IDX) TALLYING
                          WS-TALLY FOR ALL WS-SCR-KEY(1:WS-SCR-LEN)
                    END-IF
                 ELSE
                    IF WS-DLT-KEY-LEN(WS-DL-IDX) >=
                       WS-MIN-CONTAIN-LEN
                       INSPECT WS-SCR-KEY TALLYING WS-TALLY FOR ALL
                          WS-DLT-KEY(WS-DL-IDX)
                             (1:WS-DLT-KEY-LEN(WS-DL-IDX))
                    END-IF
                 END-IF
                 IF WS-TALLY > ZERO
                    MOVE 'Y' TO WS-MATCH-SW
                 END-IF
              END-IF
           END-IF.

       830-ADD-POSSIBLE-HIT.
           IF WS-ST-CNT < WS-ST-MAX
              ADD +1 TO WS-ST-CNT
              ADD +1 TO WS-NEW-HIT-CNT
              MOVE SPACES           TO WS-ST-ROW(WS-ST-CNT)
              MOVE WS-SCR-SUPP      TO WS-ST-SUPP(WS-ST-CNT)
              MOVE WS-DL-LIST-ID    TO WS-ST-LIST-ID(WS-ST-CNT)
              MOVE WS-SCR-TYPE      TO WS-ST-MATCH-TYPE(WS-ST-CNT)
              MOVE 'P'              TO WS-ST-STATUS(WS-ST-CNT)
              MOVE WS01-CURR-DATE-N TO WS-ST-HIT-DATE(WS-ST-CNT)
              MOVE ZERO             TO WS-ST-DISP-DATE(WS-ST-CNT)
              MOVE WS-SCR-TEXT      TO WS-ST-MATCH-TEXT(WS-ST-CNT)
           ELSE
              DISPLAY 'DPSTAT TABLE FULL - HIT NOT KEPT FOR '
                      WS-SCR-SUPP ' / ' WS-DL-LIST-ID
           END-IF.

       900-WRAP-UP.
           PERFORM 910-REWRITE-SCREEN-STATUS.
           WRITE DPRPT-RECORD FROM RPT-LINE-0.
           WRITE DPRPT-RECORD FROM RPT-LINE-4.
           MOVE 'DENIED-PARTY ENTRIES LOADED.. ' TO RPT-SUM-LABEL.
           MOVE WS-DL-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SUPPLIER NAMES SCREENED...... ' TO RPT-SUM-LABEL.
           MOVE WS-SUPP-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ADDRESSES SCREENED........... ' TO RPT-SUM-LABEL.
           MOVE WS-ADDR-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DISPOSITIONS APPLIED......... ' TO RPT-SUM-LABEL.
           MOVE WS-DISP-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DISPOSITIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-DISP-REJ-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'NEW POSSIBLE HITS............ ' TO RPT-SUM-LABEL.
           MOVE WS-NEW-HIT-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'HITS AWAITING REVIEW......... ' TO RPT-SUM-LABEL.
           MOVE WS-PEND-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CONFIRMED - BLOCKED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CONF-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CLEARED AS FALSE MATCHES..... ' TO RPT-SUM-LABEL.
           MOVE WS-CLEAR-CNT TO RPT-SUM-CNT.
           WRITE DPRPT-RECORD FROM RPT-LINE-5.
           WRITE DPRPT-RECORD FROM RPT-LINE-4.
           CLOSE DPRPT-FILE.

       910-REWRITE-SCREEN-STATUS.
           OPEN OUTPUT DPSTAT-FILE.
           IF NOT DPSTAT-OK
              DISPLAY 'Output DPSTAT File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-CNT
              MOVE WS-ST-ROW(WS-ST-IDX) TO WS-DP-DETAIL
              WRITE DPSTAT-RECORD FROM WS-DP-DETAIL
           END-PERFORM.
           CLOSE DPSTAT-FILE.

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
