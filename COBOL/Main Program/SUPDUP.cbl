       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SUPDUP.
      * **************************************************
      * SUPDUP IS THE PERIODIC DUPLICATE-SUPPLIER AUDIT.  PRTSUPP'S
      * DUPLICATE CHECK ONLY CATCHES THE SAME SUPPLIER CODE TWICE IN
      * ONE RUN - THE SAME COMPANY CAN STILL SIT ON THE SUPPLIER
      * MASTER UNDER TWO CODES, SPLITTING ITS SPEND, ITS REBATE TIERS
      * AND ITS 1099 TOTAL, AND A SECOND CODE ON A KNOWN COMPANY'S
      * BANK ACCOUNT IS THE CLASSIC FICTITIOUS-VENDOR PATTERN.  EVERY
      * LIVE CODE ON THE MASTER IS MATCHED AGAINST EVERY OTHER ON:
      *   - THE TAX ID ON THE MASTER
      *   - THE BANK ACCOUNT ON SUPBANK (ROUTING AND ACCOUNT, OR THE
      *     IBAN FOR A FOREIGN SUPPLIER)
      *   - THE REMIT ADDRESS ON THE ADDRESS DIRECTORY (FIRST LINE
      *     AND ZIP, SQUEEZED TO LETTERS AND DIGITS)
      *   - THE NAME, UPPER-CASED, SQUEEZED TO LETTERS AND DIGITS AND
      *     STRIPPED OF A LEADING 'THE' AND A TRAILING INC, LLC, LTD,
      *     CO OR CORP - 'ACME TOOL, INC.' AND 'Acme Tool Co' MATCH
      * CODES SHARING A VALUE PRINT AS ONE MATCH GROUP, EACH WITH ITS
      * PAID SPEND (NET OF VOIDS) AND LAST PAYMENT OFF THE PAYMENT
      * HISTORY, SO PURCHASING CAN PICK THE SURVIVOR AND RETIRE THE
      * OTHER THROUGH A SUPMAINT MERGE ('M') TRANSACTION.  CODES
      * ALREADY RETIRED THAT WAY ARE LEFT OUT.  TAX IDS AND BANK
      * ACCOUNTS PRINT MASKED THROUGH THE SHARED MASKID ROUTINE.  ANY
      * GROUP FOUND ENDS THE STEP WITH RETURN CODE 4.
      * UT-C-SUPPMAST = SUPPLIER MASTER MAINTAINED BY SUPMAINT
      * UT-C-SUPBANK  = SUPPLIER BANKING FILE MAINTAINED BY BANKMNT
      * UT-C-SUPADIR  = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      * UT-C-PAYHIST  = PAYMENT HISTORY APPENDED BY PAYRUN
      * UT-C-SUPDRPT  = MATCH-GROUP REPORT LANDING IN JES
      * UT-C-MASKVLT  = MASKED-VALUE VAULT (APPENDED BY MASKID)
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT SUPBANK-FILE ASSIGN TO UT-C-SUPBANK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPBANK-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT PAYHIST-FILE ASSIGN TO UT-C-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PAYHIST-ST.
           SELECT SUPDRPT-FILE ASSIGN TO UT-C-SUPDRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPDRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(70).
       FD SUPBANK-FILE
           RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F.
       01 SUPBANK-RECORD      PIC X(140).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD PAYHIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 PAYHIST-RECORD      PIC X(100).
       FD SUPDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 SUPDRPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-SM-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-RETIRED-CNT          PIC 9(08) VALUE ZERO.
       77 WS-BK-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-SD-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-PH-REC-CNT           PIC 9(08) VALUE ZERO.
       77 WS-GROUP-CNT            PIC 9(08) VALUE ZERO.
       77 WS-MEMBER-CNT           PIC 9(08) VALUE ZERO.

      * LIVE SUPPLIERS OFF THE MASTER, ONE ROW PER CODE, WITH THE
      * FOUR MATCH KEYS BUILT FOR EACH (SPACES = NOTHING TO MATCH ON)
      *   KEY 1 TAX ID   2 BANK ACCOUNT   3 REMIT ADDRESS   4 NAME
       77 WS-SU-MAX               PIC 9(5) VALUE 5000.
       77 WS-SU-CNT               PIC 9(5) VALUE ZERO.
       77 WS-SU-IDX               PIC 9(5) VALUE ZERO.
       77 WS-SU-JDX               PIC 9(5) VALUE ZERO.
       77 WS-SU-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-SU-TBL.
           05 WS-SU-ROW OCCURS 5000 TIMES.
               10 WS-SU-CODE      PIC X(10).
               10 WS-SU-NAME      PIC X(15).
               10 WS-SU-ONB-STAT  PIC X(01).
               10 WS-SU-KEY       OCCURS 4 TIMES PIC X(34).
               10 WS-SU-SPEND     PIC S9(11)V99.
               10 WS-SU-LAST-PAY  PIC 9(08).
               10 WS-SU-GROUPED   PIC X(01).

      * ONE MATCH KIND AT A TIME - ITS KEY SUBSCRIPT AND REPORT LABEL
       77 WS-KIND                 PIC 9(01) VALUE ZERO.
       01 WS-KIND-LABELS.
           05 FILLER PIC X(20) VALUE 'SHARED TAX ID       '.
           05 FILLER PIC X(20) VALUE 'SHARED BANK ACCOUNT '.
           05 FILLER PIC X(20) VALUE 'SHARED REMIT ADDRESS'.
           05 FILLER PIC X(20) VALUE 'LOOK-ALIKE NAME     '.
       01 WS-KIND-LABEL-TBL REDEFINES WS-KIND-LABELS.
           05 WS-KIND-LABEL OCCURS 4 TIMES PIC X(20).
       01 WS-KIND-GROUPS.
           05 WS-KIND-GRP-CNT OCCURS 4 TIMES PIC 9(07).
       77 WS-CUR-KEY              PIC X(34) VALUE SPACES.
       77 WS-MATCH-CNT            PIC 9(05) VALUE ZERO.

      * KEY NORMALIZATION WORK AREAS - UPPER-CASE, PUNCTUATION TO
      * SPACES, THEN ONLY LETTERS AND DIGITS KEPT
       77 WS-NRM-IN               PIC X(40) VALUE SPACES.
       77 WS-NRM-OUT              PIC X(34) VALUE SPACES.
       77 WS-NRM-IDX              PIC 9(02) VALUE ZERO.
       77 WS-NRM-OUT-LEN          PIC 9(02) VALUE ZERO.
       77 WS-NRM-CHAR             PIC X(01) VALUE SPACE.
       77 WS-NM-WORK              PIC X(15) VALUE SPACES.
       77 WS-NM-LAST              PIC 9(02) VALUE ZERO.
       77 WS-NM-WORD-AT           PIC 9(02) VALUE ZERO.
       77 WS-NM-WORD              PIC X(15) VALUE SPACES.

      * ONE SUPPLIER MASTER ROW - SAME LAYOUT SUPMAINT KEEPS
       01 WS-SM-DETAIL.
           05 WS-SM-CODE          PIC X(10) VALUE SPACES.
           05 WS-SM-NAME          PIC X(15) VALUE SPACES.
           05 FILLER              PIC X(21) VALUE SPACES.
           05 WS-SM-TAX-ID        PIC X(09) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE SPACES.
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-RETIRED      VALUE 'M'.
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE SUPBANK ROW - SAME LAYOUT BANKMNT MAINTAINS
       01 WS-BK-DETAIL.
           05 WS-BK-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-BK-ROUTING       PIC X(09) VALUE SPACES.
           05 WS-BK-ACCOUNT       PIC X(17) VALUE SPACES.
           05 WS-BK-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-BK-CALLBACK-DATE PIC 9(08) VALUE ZERO.
           05 WS-BK-CHG-OPER      PIC X(08) VALUE SPACES.
           05 WS-BK-PRENOTE-DATE  PIC 9(08) VALUE ZERO.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WS-BK-SWIFT         PIC X(11) VALUE SPACES.
           05 WS-BK-IBAN          PIC X(34) VALUE SPACES.
           05 WS-BK-PAY-CURR      PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE SPACES.

      * ONE ADDRESS DIRECTORY ROW - SAME LAYOUT ADDRDIR REFRESHES
           COPY SUPADIR.

      * ONE PAYMENT-HISTORY RECORD - SAME LAYOUT PAYRUN WRITES
       01 WS-PH-DETAIL.
           05 WS-PH-SUPP-CODE     PIC X(10) VALUE SPACES.
           05 WS-PH-INV-NUMBER    PIC X(10) VALUE SPACES.
           05 WS-PH-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-PH-PAY-DATE      PIC 9(08) VALUE ZERO.
           05 WS-PH-GROSS-AMT     PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-DISC-AMT      PIC 9(7)V99 VALUE ZERO.
           05 WS-PH-NET-AMT       PIC 9(9)V99 VALUE ZERO.
           05 WS-PH-PAY-REF       PIC 9(08) VALUE ZERO.
           05 WS-PH-PAY-METHOD    PIC X(01) VALUE SPACES.
           05 WS-PH-ENTRY-TYPE    PIC X(01) VALUE SPACES.
               88 PH-IS-REVERSAL      VALUE 'V' 'S' 'R'.
           05 FILLER              PIC X(25) VALUE SPACES.

      * MASKING HANDSHAKE WITH THE SHARED MASKID ROUTINE
       77 WS-MK-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MK-PROGRAM           PIC X(08) VALUE 'SUPDUP'.
       77 WS-MK-KEY               PIC X(10) VALUE SPACES.
       77 WS-MK-KIND              PIC X(01) VALUE SPACES.
       77 WS-MK-VALUE             PIC X(17) VALUE SPACES.
       77 WS-MK-MASKED            PIC X(17) VALUE SPACES.
       77 WS-MK-RETURN            PIC 9(02) VALUE ZERO.

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

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SUPDUP'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 SUPPMAST-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPPMAST      VALUE 'Y'.
           05 SUPPMAST-ST               PIC X(02).
               88 SUPPMAST-OK           VALUE '00'.
           05 SUPBANK-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPBANK       VALUE 'Y'.
           05 SUPBANK-ST                PIC X(02).
               88 SUPBANK-OK            VALUE '00'.
           05 SUPADIR-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-SUPADIR       VALUE 'Y'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 PAYHIST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-PAYHIST       VALUE 'Y'.
           05 PAYHIST-ST                PIC X(02).
               88 PAYHIST-OK            VALUE '00'.
           05 SUPDRPT-ST                PIC X(02).
               88 SUPDRPT-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(39) VALUE
                'DUPLICATE AND LOOK-ALIKE SUPPLIER AUDIT'.
             10 FILLER       PIC X(01) VALUE SPACES.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(72) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(06) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Supplier  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(15) VALUE 'Name           '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE 'Status '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(18) VALUE '        Paid Spend'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Last Pay'.
             10 FILLER    PIC X(60) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-GROUP.
             10 FILLER          PIC X(06) VALUE 'GROUP '.
             10 RPT-GRP-NO      PIC ZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-GRP-KIND    PIC X(20) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-GRP-KEY     PIC X(34) VALUE SPACES.
             10 FILLER          PIC X(63) VALUE SPACES.
       01 RPT-LINE-3.
             10 FILLER          PIC X(06) VALUE SPACES.
             10 RPT-SUPP-CODE   PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SUPP-NAME   PIC X(15) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-STATUS      PIC X(07) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-SPEND       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-LAST-PAY    PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(60) VALUE SPACES.
       01 RPT-LINE-CLEAN.
             10 FILLER          PIC X(50) VALUE
                'NO SUPPLIER CODES SHARE A TAX ID, ACCOUNT, ADDRESS'.
             10 FILLER          PIC X(13) VALUE ' OR NAME     '.
             10 FILLER          PIC X(69) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 400-FIND-MATCHES.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           MOVE ZERO TO WS-KIND-GROUPS.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-SUPPLIERS.
           PERFORM 220-LOAD-BANKING.
           PERFORM 230-LOAD-REMIT-ADDRESSES.
           PERFORM 240-ACCUM-PAYMENTS.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-0.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-1.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-2.

       200-OPEN-FILES.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT SUPPMAST-FILE
              IF NOT SUPPMAST-OK
                 DISPLAY 'Input SUPPMAST File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT SUPDRPT-FILE
              IF NOT SUPDRPT-OK
                 DISPLAY 'Output SUPDRPT File Error'
                 GO TO 999-ERR-RTN.

       210-LOAD-SUPPLIERS.
           PERFORM 215-LOAD-ONE-SUPPLIER UNTIL NO-MORE-SUPPMAST.
           CLOSE SUPPMAST-FILE.

       215-LOAD-ONE-SUPPLIER.
      *> a code already retired by a merge has been dealt with - it
      *> is history, not a duplicate
           READ SUPPMAST-FILE INTO WS-SM-DETAIL
              AT END MOVE 'Y' TO SUPPMAST-EOF
           END-READ.
           IF NOT NO-MORE-SUPPMAST
              ADD +1 TO WS-SM-REC-CNT
              IF SM-RETIRED
                 ADD +1 TO WS-RETIRED-CNT
              ELSE
                 IF WS-SU-CNT < WS-SU-MAX
                    ADD +1 TO WS-SU-CNT
                    MOVE WS-SM-CODE     TO WS-SU-CODE(WS-SU-CNT)
                    MOVE WS-SM-NAME     TO WS-SU-NAME(WS-SU-CNT)
                    MOVE WS-SM-ONB-STAT TO WS-SU-ONB-STAT(WS-SU-CNT)
                    MOVE SPACES TO WS-SU-KEY(WS-SU-CNT, 1)
                                   WS-SU-KEY(WS-SU-CNT, 2)
                                   WS-SU-KEY(WS-SU-CNT, 3)
                                   WS-SU-KEY(WS-SU-CNT, 4)
                    MOVE ZERO   TO WS-SU-SPEND(WS-SU-CNT)
                    MOVE ZERO   TO WS-SU-LAST-PAY(WS-SU-CNT)
                    MOVE 'N'    TO WS-SU-GROUPED(WS-SU-CNT)
                    IF WS-SM-TAX-ID NOT = SPACES AND
                       WS-SM-TAX-ID NOT = '000000000'
                       MOVE WS-SM-TAX-ID TO WS-SU-KEY(WS-SU-CNT, 1)
                    END-IF
                    PERFORM 250-NORMALIZE-NAME
                    MOVE WS-NRM-OUT TO WS-SU-KEY(WS-SU-CNT, 4)
                 END-IF
              END-IF
           END-IF.

       220-LOAD-BANKING.
      *> no banking file means no account matching this run - the
      *> other three kinds still run
           OPEN INPUT SUPBANK-FILE.
           IF SUPBANK-OK
              PERFORM 225-LOAD-ONE-BANK-ROW UNTIL NO-MORE-SUPBANK
              CLOSE SUPBANK-FILE
           ELSE
              DISPLAY 'SUPBANK NOT FOUND - BANK ACCOUNTS NOT MATCHED'
           END-IF.

       225-LOAD-ONE-BANK-ROW.
      *> a foreign supplier is paid to its IBAN, a domestic one to
      *> its routing and account - either is the account the money
      *> lands in
           READ SUPBANK-FILE INTO WS-BK-DETAIL
              AT END MOVE 'Y' TO SUPBANK-EOF
           END-READ.
           IF NOT NO-MORE-SUPBANK
              ADD +1 TO WS-BK-REC-CNT
              MOVE WS-BK-SUPP-CODE TO WS-CUR-KEY
              PERFORM 260-FIND-SUPPLIER
              IF WS-SU-FND-IDX > ZERO
                 IF WS-BK-IBAN NOT = SPACES
                    MOVE WS-BK-IBAN TO WS-SU-KEY(WS-SU-FND-IDX, 2)
                 ELSE
                    IF WS-BK-ACCOUNT NOT = SPACES
                       STRING WS-BK-ROUTING WS-BK-ACCOUNT
                              DELIMITED BY SIZE
                              INTO WS-SU-KEY(WS-SU-FND-IDX, 2)
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-IF.

       230-LOAD-REMIT-ADDRESSES.
           OPEN INPUT SUPADIR-FILE.
           IF SUPADIR-OK
              PERFORM 235-LOAD-ONE-ADDRESS UNTIL NO-MORE-SUPADIR
              CLOSE SUPADIR-FILE
           ELSE
              DISPLAY 'SUPADIR NOT FOUND - REMIT ADDRESSES NOT MATCHED'
           END-IF.

       235-LOAD-ONE-ADDRESS.
      *> only the remit address says where the check goes - the
      *> first line and the zip, squeezed, so 'P.O. BOX 12' and
      *> 'PO Box 12' are the same place
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              AT END MOVE 'Y' TO SUPADIR-EOF
           END-READ.
           IF NOT NO-MORE-SUPADIR AND SD-REMIT-ADDRESS
              ADD +1 TO WS-SD-REC-CNT
              MOVE WS-SD-SUPP-CODE TO WS-CUR-KEY
              PERFORM 260-FIND-SUPPLIER
              IF WS-SU-FND-IDX > ZERO AND
                 WS-SD-ADDRESS-1 NOT = SPACES
                 MOVE SPACES TO WS-NRM-IN
                 STRING WS-SD-ADDRESS-1 ' ' WS-SD-ZIP(1:5)
                        DELIMITED BY SIZE INTO WS-NRM-IN
                 END-STRING
                 PERFORM 255-SQUEEZE-KEY
                 MOVE WS-NRM-OUT TO WS-SU-KEY(WS-SU-FND-IDX, 3)
              END-IF
           END-IF.

       240-ACCUM-PAYMENTS.
      *> spend is what was paid, voids and stops netted back out by
      *> their reversing rows; the last payment is the latest real
      *> one
           OPEN INPUT PAYHIST-FILE.
           IF PAYHIST-OK
              PERFORM 245-ACCUM-ONE-PAYMENT UNTIL NO-MORE-PAYHIST
              CLOSE PAYHIST-FILE
           ELSE
              DISPLAY 'PAYHIST NOT FOUND - SPEND SHOWN AS ZERO'
           END-IF.

       245-ACCUM-ONE-PAYMENT.
           READ PAYHIST-FILE INTO WS-PH-DETAIL
              AT END MOVE 'Y' TO PAYHIST-EOF
           END-READ.
           IF NOT NO-MORE-PAYHIST
              ADD +1 TO WS-PH-REC-CNT
              MOVE WS-PH-SUPP-CODE TO WS-CUR-KEY
              PERFORM 260-FIND-SUPPLIER
              IF WS-SU-FND-IDX > ZERO
                 IF PH-IS-REVERSAL
                    SUBTRACT WS-PH-NET-AMT
                        FROM WS-SU-SPEND(WS-SU-FND-IDX)
                 ELSE
                    ADD WS-PH-NET-AMT TO WS-SU-SPEND(WS-SU-FND-IDX)
                    IF WS-PH-PAY-DATE >
                       WS-SU-LAST-PAY(WS-SU-FND-IDX)
                       MOVE WS-PH-PAY-DATE TO
                            WS-SU-LAST-PAY(WS-SU-FND-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       250-NORMALIZE-NAME.
      *> upper-case, punctuation to spaces, drop a leading THE and a
      *> trailing company-form word, then squeeze
           MOVE WS-SM-NAME TO WS-NM-WORK.
           INSPECT WS-NM-WORK CONVERTING
              'abcdefghijklmnopqrstuvwxyz.,&-/'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '.
           IF WS-NM-WORK(1:4) = 'THE '
              MOVE WS-NM-WORK(5:11) TO WS-NM-WORD
              MOVE WS-NM-WORD       TO WS-NM-WORK
           END-IF.
           MOVE ZERO TO WS-NM-LAST, WS-NM-WORD-AT.
           PERFORM VARYING WS-NRM-IDX FROM 15 BY -1
                   UNTIL WS-NRM-IDX < 1 OR WS-NM-LAST > ZERO
              IF WS-NM-WORK(WS-NRM-IDX:1) NOT = SPACE
                 MOVE WS-NRM-IDX TO WS-NM-LAST
              END-IF
           END-PERFORM.
           IF WS-NM-LAST > 1
              PERFORM VARYING WS-NRM-IDX FROM WS-NM-LAST BY -1
                      UNTIL WS-NRM-IDX < 1 OR WS-NM-WORD-AT > ZERO
                 IF WS-NM-WORK(WS-NRM-IDX:1) = SPACE
                    COMPUTE WS-NM-WORD-AT = WS-NRM-IDX + 1
                 END-IF
              END-PERFORM
           END-IF.
      *> a one-word name keeps its only word whatever it is
           IF WS-NM-WORD-AT > 1
              MOVE SPACES TO WS-NM-WORD
              MOVE WS-NM-WORK(WS-NM-WORD-AT:
                              WS-NM-LAST - WS-NM-WORD-AT + 1)
                   TO WS-NM-WORD
              IF WS-NM-WORD = 'INC' OR 'LLC' OR 'LTD' OR 'CO' OR
                 'CORP' OR 'CORPORATION' OR 'COMPANY' OR 'LIMITED'
                 MOVE SPACES TO WS-NM-WORK(WS-NM-WORD-AT:)
              END-IF
           END-IF.
           MOVE WS-NM-WORK TO WS-NRM-IN.
           PERFORM 255-SQUEEZE-KEY.

       255-SQUEEZE-KEY.
      *> WS-NRM-IN to WS-NRM-OUT, letters and digits only
           INSPECT WS-NRM-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NRM-OUT.
           MOVE ZERO TO WS-NRM-OUT-LEN.
           PERFORM VARYING WS-NRM-IDX FROM 1 BY 1
                   UNTIL WS-NRM-IDX > 40
              MOVE WS-NRM-IN(WS-NRM-IDX:1) TO WS-NRM-CHAR
              IF ((WS-NRM-CHAR >= 'A' AND WS-NRM-CHAR <= 'Z') OR
                  (WS-NRM-CHAR >= '0' AND WS-NRM-CHAR <= '9')) AND
                 WS-NRM-OUT-LEN < 34
                 ADD +1 TO WS-NRM-OUT-LEN
                 MOVE WS-NRM-CHAR TO WS-NRM-OUT(WS-NRM-OUT-LEN:1)
              END-IF
           END-PERFORM.

       260-FIND-SUPPLIER.
      *> WS-CUR-KEY carries the code looked for
           MOVE ZERO TO WS-SU-FND-IDX.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-CNT
              IF WS-SU-CODE(WS-SU-IDX) = WS-CUR-KEY(1:10)
                 MOVE WS-SU-IDX TO WS-SU-FND-IDX
                 MOVE WS-SU-CNT TO WS-SU-IDX
              END-IF
           END-PERFORM.

       400-FIND-MATCHES.
      *> one pass of the table per match kind - a pair of codes that
      *> share both a tax ID and a bank account shows up under both,
      *> which is the point: each kind is its own kind of evidence
           PERFORM VARYING WS-KIND FROM 1 BY 1 UNTIL WS-KIND > 4
              PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                      UNTIL WS-SU-IDX > WS-SU-CNT
                 MOVE 'N' TO WS-SU-GROUPED(WS-SU-IDX)
              END-PERFORM
              PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                      UNTIL WS-SU-IDX > WS-SU-CNT
                 PERFORM 410-GROUP-FROM-ROW THRU 410-EXIT
              END-PERFORM
           END-PERFORM.

       410-GROUP-FROM-ROW.
      *> the first code holding a key value opens the group; every
      *> later code holding the same value joins it and is not
      *> looked at again for this kind
           MOVE WS-SU-KEY(WS-SU-IDX, WS-KIND) TO WS-CUR-KEY.
           IF WS-CUR-KEY = SPACES OR WS-SU-GROUPED(WS-SU-IDX) = 'Y'
              GO TO 410-EXIT
           END-IF.
           MOVE ZERO TO WS-MATCH-CNT.
           PERFORM VARYING WS-SU-JDX FROM WS-SU-IDX BY 1
                   UNTIL WS-SU-JDX > WS-SU-CNT
              IF WS-SU-JDX > WS-SU-IDX AND
                 WS-SU-KEY(WS-SU-JDX, WS-KIND) = WS-CUR-KEY
                 ADD +1 TO WS-MATCH-CNT
              END-IF
           END-PERFORM.
           IF WS-MATCH-CNT = ZERO
              GO TO 410-EXIT
           END-IF.
           ADD +1 TO WS-GROUP-CNT.
           ADD +1 TO WS-KIND-GRP-CNT(WS-KIND).
           PERFORM 420-WRITE-GROUP-HEADER.
           MOVE WS-SU-IDX TO WS-SU-FND-IDX.
           PERFORM 430-WRITE-MEMBER.
           PERFORM VARYING WS-SU-JDX FROM WS-SU-IDX BY 1
                   UNTIL WS-SU-JDX > WS-SU-CNT
              IF WS-SU-JDX > WS-SU-IDX AND
                 WS-SU-KEY(WS-SU-JDX, WS-KIND) = WS-CUR-KEY
                 MOVE 'Y' TO WS-SU-GROUPED(WS-SU-JDX)
                 MOVE WS-SU-JDX TO WS-SU-FND-IDX
                 PERFORM 430-WRITE-MEMBER
              END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

       420-WRITE-GROUP-HEADER.
      *> a tax ID or an account never prints in full - the vault
      *> keeps it for RPRINT
           WRITE SUPDRPT-RECORD FROM RPT-LINE-0.
           MOVE WS-GROUP-CNT         TO RPT-GRP-NO.
           MOVE WS-KIND-LABEL(WS-KIND) TO RPT-GRP-KIND.
           EVALUATE WS-KIND
              WHEN 1
                 MOVE 'T'                TO WS-MK-KIND
                 MOVE WS-CUR-KEY(1:17)   TO WS-MK-VALUE
                 PERFORM 440-MASK-KEY
              WHEN 2
      *> a domestic key is the routing number then the account; an
      *> IBAN opens with its country letters and is masked on its
      *> tail
                 MOVE 'A'                TO WS-MK-KIND
                 IF WS-CUR-KEY(1:9) IS NUMERIC
                    MOVE WS-CUR-KEY(10:17) TO WS-MK-VALUE
                 ELSE
                    IF WS-CUR-KEY(18:17) = SPACES
                       MOVE WS-CUR-KEY(1:17)  TO WS-MK-VALUE
                    ELSE
                       MOVE WS-CUR-KEY(18:17) TO WS-MK-VALUE
                    END-IF
                 END-IF
                 PERFORM 440-MASK-KEY
              WHEN OTHER
                 MOVE WS-CUR-KEY         TO RPT-GRP-KEY
           END-EVALUATE.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-GROUP.

       430-WRITE-MEMBER.
           ADD +1 TO WS-MEMBER-CNT.
           MOVE WS-SU-CODE(WS-SU-FND-IDX)     TO RPT-SUPP-CODE.
           MOVE WS-SU-NAME(WS-SU-FND-IDX)     TO RPT-SUPP-NAME.
           IF WS-SU-ONB-STAT(WS-SU-FND-IDX) = 'P'
              MOVE 'PENDING' TO RPT-STATUS
           ELSE
              MOVE 'ACTIVE'  TO RPT-STATUS
           END-IF.
           MOVE WS-SU-SPEND(WS-SU-FND-IDX)    TO RPT-SPEND.
           MOVE WS-SU-LAST-PAY(WS-SU-FND-IDX) TO RPT-LAST-PAY.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-3.

       440-MASK-KEY.
           MOVE 'MSK'                     TO WS-MK-ACTION.
           MOVE WS-SU-CODE(WS-SU-IDX)     TO WS-MK-KEY.
           CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                               WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                               WS-MK-MASKED, WS-MK-RETURN.
           MOVE WS-MK-MASKED              TO RPT-GRP-KEY.

       900-WRAP-UP.
           IF WS-GROUP-CNT = ZERO
              WRITE SUPDRPT-RECORD FROM RPT-LINE-0
              WRITE SUPDRPT-RECORD FROM RPT-LINE-CLEAN
           END-IF.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-0.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-4.
           MOVE 'SUPPLIER MASTER ROWS READ.... ' TO RPT-SUM-LABEL.
           MOVE WS-SM-REC-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'RETIRED CODES LEFT OUT....... ' TO RPT-SUM-LABEL.
           MOVE WS-RETIRED-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'LIVE CODES COMPARED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-SU-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'BANK ROWS READ............... ' TO RPT-SUM-LABEL.
           MOVE WS-BK-REC-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REMIT ADDRESSES READ......... ' TO RPT-SUM-LABEL.
           MOVE WS-SD-REC-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PAYMENT ROWS READ............ ' TO RPT-SUM-LABEL.
           MOVE WS-PH-REC-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'GROUPS - SHARED TAX ID....... ' TO RPT-SUM-LABEL.
           MOVE WS-KIND-GRP-CNT(1) TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'GROUPS - SHARED BANK ACCOUNT. ' TO RPT-SUM-LABEL.
           MOVE WS-KIND-GRP-CNT(2) TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'GROUPS - SHARED REMIT ADDRESS ' TO RPT-SUM-LABEL.
           MOVE WS-KIND-GRP-CNT(3) TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'GROUPS - LOOK-ALIKE NAME..... ' TO RPT-SUM-LABEL.
           MOVE WS-KIND-GRP-CNT(4) TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CODES LISTED IN A GROUP...... ' TO RPT-SUM-LABEL.
           MOVE WS-MEMBER-CNT TO RPT-SUM-CNT.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-5.
           WRITE SUPDRPT-RECORD FROM RPT-LINE-4.
           CLOSE SUPDRPT-FILE.
           MOVE 'END' TO WS-MK-ACTION.
           CALL 'MASKID' USING WS-MK-ACTION, WS-MK-PROGRAM,
                               WS-MK-KEY, WS-MK-KIND, WS-MK-VALUE,
                               WS-MK-MASKED, WS-MK-RETURN.
      *> set after the last CALL - a called routine leaves its own
      *> return code behind
           IF WS-GROUP-CNT > ZERO
              MOVE 4 TO RETURN-CODE
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
           GOBACK.
