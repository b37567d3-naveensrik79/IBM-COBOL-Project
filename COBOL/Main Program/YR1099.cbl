      *     NAME, YEAR, DOLLARS) FOR THE FILING SERVICE
      *   - LISTS THE SUPPLIER ON THE EXCEPTION REPORT WHEN THE
      *     MASTER CARRIES NO TAX ID - A FILING WITHOUT ONE BOUNCES
      * A PAYMENT PAYVOID VOIDED OR STOPPED IS NETTED BACK OUT BY ITS
      * REVERSING ROW, WHICH CARRIES THE ORIGINAL PAYMENT DATE.
      * THE TAX ID PRINTS MASKED TO ITS LAST FOUR DIGITS THROUGH THE
      * SHARED MASKID ROUTINE - THE EXTRACT KEEPS IT IN FULL.
      * A PAYMENT TO A CODE SUPMAINT HAS SINCE RETIRED BY MERGING IT
      * INTO ANOTHER COUNTS UNDER THE SURVIVING CODE, SO ONE COMPANY
      * FILES ONE 1099 UNDER ONE TAX ID.
      * UT-C-PAYHIST = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-SUPPMAST= SUPPLIER MASTER (TAX ID AND 1099 FLAG)
      * UT-C-1099CTL = ONE-CARD CONTROL FILE, 'YEAR=yyyy' - THE
      *                RUN DATE, YEAR-END JOBS RUN IN JANUARY)
      * UT-C-1099EXT = 1099-MISC EXTRACT FOR THE FILING SERVICE
      * UT-C-1099RPT = SUMMARY/EXCEPTION REPORT LANDING IN JES
      * UT-C-MASKVLT = MASKED-VALUE VAULT (APPENDED BY MASKID)
      * UT-C-MSTSIG  = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
       77 WS-EXC-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REPORT-YEAR          PIC 9(04) VALUE ZERO.
       77 WS-PAY-YEAR             PIC 9(04) VALUE ZERO.
       77 WS-FOLD-CNT             PIC 9(08) VALUE ZERO.

      * THE CODE A PAYMENT COUNTS UNDER - ITS OWN, OR THE SURVIVOR A
      * MERGE RETIRED IT INTO (FOLLOWED THROUGH A FEW REMERGES)
       77 WS-PAY-SUPP             PIC X(10) VALUE SPACES.
       77 WS-MRG-HOPS             PIC 9(02) VALUE ZERO.
       77 WS-MRG-DONE-SW          PIC X(01) VALUE 'N'.
           88 MRG-DONE            VALUE 'Y'.
       01 WS-CNTL-CARD            PIC X(80) VALUE SPACES.

      * PER-SUPPLIER ACCUMULATION FOR THE REPORTING YEAR
               10 WS-SM-ROW-DISC-DAYS PIC 9(03).
               10 WS-SM-ROW-TAX-ID    PIC X(09).
               10 WS-SM-ROW-1099      PIC X(01).
               10 FILLER              PIC X(08).
               10 WS-SM-ROW-ONB-STAT  PIC X(01).
               10 WS-SM-ROW-MERGED-TO PIC X(10).
               10 FILLER              PIC X(05).

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * ONE 1099-MISC EXTRACT RECORD FOR THE FILING SERVICE
       01 WS-X99-DETAIL.
           05 WS-X99-AMOUNT       PIC 9(11)V99 VALUE ZERO.
           05 FILLER              PIC X(29) VALUE SPACES.

      * MASKING HANDSHAKE WITH THE SHARED MASKID ROUTINE
       77 WS-MK-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MK-PROGRAM           PIC X(08) VALUE 'YR1099'.
       77 WS-MK-KEY               PIC X(10) VALUE SPACES.
       77 WS-MK-KIND              PIC X(01) VALUE SPACES.
       77 WS-MK-VALUE             PIC X(17) VALUE SPACES.
       77 WS-MK-MASKED            PIC X(17) VALUE SPACES.
       77 WS-MK-RETURN            PIC 9(02) VALUE ZERO.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
           05 WS01-CURR-MM          PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'YR1099'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIER-MASTER.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
           MOVE WS-PH-PAY-YYYY TO WS-PAY-YEAR.
           IF WS-PAY-YEAR = WS-REPORT-YEAR
              ADD +1 TO WS-YEAR-HIT-CNT
              PERFORM 405-RESOLVE-SURVIVOR
              MOVE 'N' TO WS-AC-FOUND
              MOVE ZERO TO WS-AC-FND-IDX
              PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                      UNTIL WS-AC-IDX > WS-AC-CNT
                 IF WS-AC-SUPP(WS-AC-IDX) = WS-PAY-SUPP
                    MOVE 'Y' TO WS-AC-FOUND
                    MOVE WS-AC-IDX TO WS-AC-FND-IDX
                 END-IF
              END-PERFORM
              IF NOT AC-FOUND AND WS-AC-CNT < WS-AC-MAX
                 ADD +1 TO WS-AC-CNT
                 MOVE WS-PAY-SUPP TO WS-AC-SUPP(WS-AC-CNT)
                 MOVE ZERO TO WS-AC-PAID(WS-AC-CNT)
                 MOVE WS-AC-CNT TO WS-AC-FND-IDX
              END-IF
              IF WS-AC-FND-IDX > ZERO
                 IF PH-IS-REVERSAL
                    SUBTRACT WS-PH-NET-AMT
                        FROM WS-AC-PAID(WS-AC-FND-IDX)
                 ELSE
                    ADD WS-PH-NET-AMT TO WS-AC-PAID(WS-AC-FND-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 300-READ-PAYHIST.

       405-RESOLVE-SURVIVOR.
           MOVE WS-PH-SUPP-CODE TO WS-PAY-SUPP.
           MOVE ZERO TO WS-MRG-HOPS.
           MOVE 'N' TO WS-MRG-DONE-SW.
           PERFORM 406-FOLLOW-ONE-MERGE
              UNTIL MRG-DONE OR WS-MRG-HOPS > 5.
           IF WS-PAY-SUPP NOT = WS-PH-SUPP-CODE
              ADD +1 TO WS-FOLD-CNT
           END-IF.

       406-FOLLOW-ONE-MERGE.
           MOVE 'Y' TO WS-MRG-DONE-SW.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-CNT
              IF WS-SM-ROW-CODE(WS-SM-IDX) = WS-PAY-SUPP
                 IF WS-SM-ROW-ONB-STAT(WS-SM-IDX) = 'M' AND
                    WS-SM-ROW-MERGED-TO(WS-SM-IDX) NOT = SPACES
                    MOVE WS-SM-ROW-MERGED-TO(WS-SM-IDX) TO WS-PAY-SUPP
                    MOVE 'N' TO WS-MRG-DONE-SW
                    ADD +1 TO WS-MRG-HOPS
                 END-IF
                 MOVE WS-SM-CNT TO WS-SM-IDX
              END-IF
           END-PERFORM.

       500-WRITE-EXTRACT-AND-REPORT.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-CNT
       520-WRITE-ONE-SUPPLIER.
           MOVE WS-AC-SUPP(WS-AC-IDX)           TO RPT-SUPP-CODE.
           MOVE WS-SM-ROW-NAME(WS-SM-FND-IDX)   TO RPT-SUPP-NAME.
           MOVE WS-AC-PAID(WS-AC-IDX)           TO RPT-DOLLARS.
      *> the printed tax ID is the masked one - JES and the report
      *> archive never see the full number
           MOVE 'MSK'                           TO WS-MK-ACTION.
           MOVE WS-AC-SUPP(WS-AC-IDX)           TO WS-MK-KEY.
           MOVE 'T'                             TO WS-MK-KIND.
           MOVE WS-SM-ROW-TAX-ID(WS-SM-FND-IDX) TO WS-MK-VALUE.
           CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                               WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                               WS-MK-MASKED, WS-MK-RETURN.
           MOVE WS-MK-MASKED                    TO RPT-TAX-ID.
      *> a reportable supplier with no tax ID is the exception the
      *> filing service bounces - it goes on the list, not the
      *> extract, until procurement fixes the master
           MOVE 'PAYMENTS IN REPORTING YEAR... ' TO RPT-SUM-LABEL.
           MOVE WS-YEAR-HIT-CNT TO RPT-SUM-CNT.
           WRITE RPT1099-RECORD FROM RPT-LINE-5.
           MOVE 'OF THEM TO A RETIRED CODE.... ' TO RPT-SUM-LABEL.
           MOVE WS-FOLD-CNT TO RPT-SUM-CNT.
           WRITE RPT1099-RECORD FROM RPT-LINE-5.
           MOVE '1099 RECORDS EXTRACTED....... ' TO RPT-SUM-LABEL.
           MOVE WS-EXT-CNT TO RPT-SUM-CNT.
           WRITE RPT1099-RECORD FROM RPT-LINE-5.
           WRITE RPT1099-RECORD FROM RPT-LINE-5.
           WRITE RPT1099-RECORD FROM RPT-LINE-4.
           CLOSE PAYHIST-FILE, EXT1099-FILE, RPT1099-FILE.
           MOVE 'END' TO WS-MK-ACTION.
           CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                               WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                               WS-MK-MASKED, WS-MK-RETURN.

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
