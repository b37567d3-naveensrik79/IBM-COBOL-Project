       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MSTVFY.
      * **************************************************
      * MSTVFY IS THE STANDALONE CONTROL-TOTAL CHECK OF THE FOUR
      * MASTERS - SUPPMAST, PARTMAST, OPENPO AND STOCKMST.  EACH IS
      * RECOUNTED THROUGH THE SHARED MSTSIG ROUTINE AND COMPARED WITH
      * THE SIGNATURE ITS LAST UPDATER LEFT, AND ONE LINE PER MASTER
      * SHOWS THE SIGNED AND FOUND TOTALS SIDE BY SIDE.  IT RUNS ON
      * DEMAND AND AS THE FIRST STEP OF THE NIGHTLY CHAIN - RUNCTL
      * HOLDS SUPMAINT, ENGCHG, RJCTCORR AND PRTSUPP UNTIL IT HAS
      * ENDED FOR THE BUSINESS DATE.
      *   RC 00 EVERY MASTER AGREES WITH ITS SIGNATURE
      *   RC 04 A MASTER IS NOT SIGNED YET OR NOT THERE - NOTHING
      *         TO HOLD THE NIGHT FOR
      *   RC 16 A MASTER DISAGREES.  THE INTERLOCK IS LEFT OPEN, SO
      *         THE CHAIN DOES NOT START UNTIL THE MASTER IS
      *         RESTORED (BACKOUT) AND THIS STEP IS RERUN
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (READ ONLY)
      * UT-C-MSVRPT  = CONTROL-TOTAL REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSVRPT-FILE ASSIGN TO UT-C-MSVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS MSVRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD MSVRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 MSVRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-AGREE-CNT            PIC 9(02) VALUE ZERO.
       77 WS-UNSIGNED-CNT         PIC 9(02) VALUE ZERO.
       77 WS-MISSING-CNT          PIC 9(02) VALUE ZERO.
       77 WS-DISAGREE-CNT         PIC 9(02) VALUE ZERO.
       77 WS-ERROR-CNT            PIC 9(02) VALUE ZERO.

      * THE MASTERS CHECKED, IN THE ORDER THEY PRINT
       01 WS-MST-DATA.
           05 FILLER PIC X(08) VALUE 'SUPPMAST'.
           05 FILLER PIC X(08) VALUE 'PARTMAST'.
           05 FILLER PIC X(08) VALUE 'OPENPO  '.
           05 FILLER PIC X(08) VALUE 'STOCKMST'.
       01 WS-MST-TBL REDEFINES WS-MST-DATA.
           05 WS-MST-NAME OCCURS 4 TIMES PIC X(08).
       77 WS-MST-MAX              PIC 9(02) VALUE 4.
       77 WS-MST-IDX              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE - THE
      * DETAIL COMES BACK AS THE SIGNATURE ON FILE, THEN THE TOTALS
      * JUST COUNTED, BOTH IN MSTSIG LAYOUT
       77 WS-MS-ACTION            PIC X(03) VALUE 'VFY'.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'MSTVFY'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-AGREES           VALUE 00.
           88 MS-NOT-SIGNED       VALUE 04.
           88 MS-NO-MASTER        VALUE 08.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL.
           05 WS-MS-ON-FILE       PIC X(80) VALUE SPACES.
           05 WS-MS-FOUND         PIC X(80) VALUE SPACES.

           COPY MSTSIG.

      * RUN-SEQUENCE INTERLOCK HANDSHAKE WITH THE SHARED RUNCTL
      * CONTROL DATASET
       77 WS-RC-PROGRAM           PIC X(08) VALUE 'MSTVFY  '.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 WS01-CURR-DD          PIC 9(02).
       01 WS01-RUN-DATE.
           05 WS01-RD-MM            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-DD            PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

       01 PROGRAM-SWITCHES.
           05 MSVRPT-ST                 PIC X(02).
               88 MSVRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'MASTER CONTROL-TOTAL VERIFICATION   '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(08) VALUE 'Master  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Status    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Signed  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'On      '.
             10 FILLER    PIC X(01) VALUE SPACES.
             10 FILLER    PIC X(06) VALUE 'At    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(11) VALUE '  Sgn Recs '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(11) VALUE '  Fnd Recs '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(57) VALUE 'Finding'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-MASTER      PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-STATUS      PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SIGNED-BY   PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SIGNED-DATE PIC 9(08) BLANK WHEN ZERO.
             10 FILLER          PIC X(01) VALUE SPACES.
             10 RPT-SIGNED-TIME PIC 9(06) BLANK WHEN ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SIGNED-RECS PIC ZZZ,ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-FOUND-RECS  PIC ZZZ,ZZZ,ZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-FINDING     PIC X(50) VALUE SPACES.
             10 FILLER          PIC X(07) VALUE SPACES.
       01 RPT-LINE-HASH.
             10 FILLER          PIC X(14) VALUE SPACES.
             10 RPT-HASH-LABEL  PIC X(08) VALUE SPACES.
             10 FILLER          PIC X(08) VALUE '  QTY   '.
             10 RPT-HASH-QTY    PIC 9(13).
             10 FILLER          PIC X(08) VALUE '  AMT   '.
             10 RPT-HASH-AMT    PIC 9(11).99.
             10 FILLER          PIC X(08) VALUE '  KEY   '.
             10 RPT-HASH-KEY    PIC 9(13).
             10 FILLER          PIC X(46) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 400-VERIFY-ONE-MASTER
                   VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-MAX.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE WS01-CURR-DATE TO WS-RC-DATE.
      *> take the suite interlock before touching a single file -
      *> the chain's first rewriters wait on this step's 'END'
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'MSTVFY REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 200-OPEN-FILES.
           WRITE MSVRPT-RECORD FROM RPT-LINE-0.
           WRITE MSVRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE MSVRPT-RECORD FROM RPT-LINE-1.
           WRITE MSVRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           OPEN OUTPUT MSVRPT-FILE
              IF NOT MSVRPT-OK
                 DISPLAY 'Output MSVRPT File Error'
                 GO TO 999-ERR-RTN.

       400-VERIFY-ONE-MASTER.
           MOVE WS-MST-NAME(WS-MST-IDX) TO WS-MS-MASTER.
           MOVE 'VFY' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           MOVE SPACES TO RPT-LINE-3.
           MOVE WS-MS-MASTER TO RPT-MASTER.
           MOVE ZERO TO RPT-SIGNED-DATE, RPT-SIGNED-TIME,
                        RPT-SIGNED-RECS, RPT-FOUND-RECS.
      *> whatever came back, show the signature on file and the
      *> count just taken where there is one
           IF WS-MS-ON-FILE NOT = SPACES
              MOVE WS-MS-ON-FILE   TO WS-SG-DETAIL
              MOVE WS-SG-PROGRAM   TO RPT-SIGNED-BY
              MOVE WS-SG-DATE      TO RPT-SIGNED-DATE
              MOVE WS-SG-TIME      TO RPT-SIGNED-TIME
              MOVE WS-SG-REC-CNT   TO RPT-SIGNED-RECS
           END-IF.
           IF WS-MS-FOUND NOT = SPACES
              MOVE WS-MS-FOUND     TO WS-SG-DETAIL
              MOVE WS-SG-REC-CNT   TO RPT-FOUND-RECS
           END-IF.
           EVALUATE TRUE
              WHEN MS-AGREES
                 ADD +1 TO WS-AGREE-CNT
                 MOVE 'AGREES' TO RPT-STATUS
                 MOVE 'RECOUNT MATCHES THE SIGNATURE' TO RPT-FINDING
              WHEN MS-NOT-SIGNED
                 ADD +1 TO WS-UNSIGNED-CNT
                 MOVE 'NOT SIGNED' TO RPT-STATUS
                 MOVE 'NO SIGNATURE YET - SIGNED AT ITS NEXT UPDATE'
                      TO RPT-FINDING
              WHEN MS-NO-MASTER
                 ADD +1 TO WS-MISSING-CNT
                 MOVE 'NO MASTER' TO RPT-STATUS
                 MOVE 'MASTER COULD NOT BE OPENED - NOTHING TO CHECK'
                      TO RPT-FINDING
              WHEN MS-DISAGREES
                 ADD +1 TO WS-DISAGREE-CNT
                 MOVE 'DISAGREES' TO RPT-STATUS
                 MOVE 'RESTORE THE MASTER BEFORE THE CHAIN RUNS'
                      TO RPT-FINDING
              WHEN OTHER
                 ADD +1 TO WS-ERROR-CNT
                 MOVE 'ERROR' TO RPT-STATUS
                 MOVE 'SIGNATURE FILE ERROR - SEE MSTSIG MESSAGES'
                      TO RPT-FINDING
           END-EVALUATE.
           WRITE MSVRPT-RECORD FROM RPT-LINE-3.
      *> a disagreement prints both sets of hashes, so whoever
      *> restores the master can see which totals moved
           IF MS-DISAGREES
              MOVE WS-MS-ON-FILE TO WS-SG-DETAIL
              MOVE 'SIGNED'  TO RPT-HASH-LABEL
              PERFORM 410-WRITE-HASH-LINE
              MOVE WS-MS-FOUND TO WS-SG-DETAIL
              MOVE 'FOUND'   TO RPT-HASH-LABEL
              PERFORM 410-WRITE-HASH-LINE
           END-IF.

       410-WRITE-HASH-LINE.
           MOVE WS-SG-QTY-HASH TO RPT-HASH-QTY.
           MOVE WS-SG-AMT-HASH TO RPT-HASH-AMT.
           MOVE WS-SG-KEY-HASH TO RPT-HASH-KEY.
           WRITE MSVRPT-RECORD FROM RPT-LINE-HASH.

       900-WRAP-UP.
           WRITE MSVRPT-RECORD FROM RPT-LINE-0.
           WRITE MSVRPT-RECORD FROM RPT-LINE-4.
           MOVE 'MASTERS AGREEING............. ' TO RPT-SUM-LABEL.
           MOVE WS-AGREE-CNT TO RPT-SUM-CNT.
           WRITE MSVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'MASTERS NOT SIGNED YET....... ' TO RPT-SUM-LABEL.
           MOVE WS-UNSIGNED-CNT TO RPT-SUM-CNT.
           WRITE MSVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'MASTERS NOT FOUND............ ' TO RPT-SUM-LABEL.
           MOVE WS-MISSING-CNT TO RPT-SUM-CNT.
           WRITE MSVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'MASTERS DISAGREEING.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DISAGREE-CNT TO RPT-SUM-CNT.
           WRITE MSVRPT-RECORD FROM RPT-LINE-5.
           MOVE 'SIGNATURE FILE ERRORS........ ' TO RPT-SUM-LABEL.
           MOVE WS-ERROR-CNT TO RPT-SUM-CNT.
           WRITE MSVRPT-RECORD FROM RPT-LINE-5.
           WRITE MSVRPT-RECORD FROM RPT-LINE-4.
           CLOSE MSVRPT-FILE.
      *> a master that disagrees holds the whole night - no 'END'
      *> token, so RUNCTL refuses every step that waits on this one
           IF WS-DISAGREE-CNT > ZERO OR WS-ERROR-CNT > ZERO
              DISPLAY 'MSTVFY: MASTER CONTROL TOTALS DO NOT AGREE - '
                      'NIGHTLY CHAIN HELD'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-UNSIGNED-CNT > ZERO OR WS-MISSING-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-MST-MAX TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
      *> the call hands back RUNCTL's own code - the step ends on
      *> the condition it recorded
           MOVE WS-RC-COND TO RETURN-CODE.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
