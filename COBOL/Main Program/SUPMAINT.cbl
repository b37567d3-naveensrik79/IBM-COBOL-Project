      * ON THE EDIT REPORT.  THE MASTER IS A KEYED (INDEXED) DATASET
      * NOW - TEN TRANSACTIONS TOUCH TEN RECORDS, NOT THE WHOLE
      * MASTER, AND THE OLD 5000-ROW TABLE CEILING IS GONE.
      * THE ERS FLAG MARKS A SUPPLIER AP HAS CERTIFIED FOR EVALUATED
      * RECEIPT SETTLEMENT - ERSBILL SELF-BILLS ITS ACCEPTED RECEIPTS
      * AND INVMATCH TREATS ITS PAPER INVOICES AS PROBABLE DUPLICATES.
      * THE EDI FLAG MARKS A SUPPLIER TRADING WITH US THROUGH THE
      * TRANSLATOR - PLNSCHED SENDS IT THE PLANNING SCHEDULE AS AN 830
      * AND PRINTS IT FOR EVERYONE ELSE.
      * THE WARRANTY DAYS ARE HOW LONG AFTER OUR RECEIPT A FIELD
      * FAILURE CAN STILL BE CLAIMED BACK FROM THE SUPPLIER - WARRCLM
      * REJECTS A CLAIM OUTSIDE THEM (ZERO = THE SHOP STANDARD).
      * EVERY SUPPLIER ADDED HERE GOES ON THE MASTER PENDING
      * ONBOARDING - PRTSUPP WILL NOT TAKE AN ORDER FOR IT UNTIL THE
      * ONBOARDING CHECKLIST (TAX ID, BANK PRENOTE, CERTIFICATES,
      * DENIED-PARTY SCREEN) IS COMPLETE.  ONBOARD WRITES THE RELEASE
      * TRANSACTION WHEN IT IS, AND A RELEASE KEYED BY HAND IS
      * REFUSED UNLESS UT-C-ONBMAST SHOWS THE CHECKLIST COMPLETE.
      * SUPPLIERS ON THE MASTER BEFORE ONBOARDING STARTED CARRY A
      * BLANK STATUS AND ARE ACTIVE.
      * EVERY TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED IT
      * (ONBOARD'S RELEASES CARRY 'ONBOARD'), AND EVERY FIELD AN
      * ACCEPTED ADD, CHANGE OR DELETE MOVES GOES ON THE SHARED
      * CHANGE HISTORY THROUGH CHGLOG - OLD VALUE, NEW VALUE, WHO AND
      * WHEN - FOR CHGREVW'S MONTHLY SENSITIVE-FIELD REVIEW.  A
      * TRANSACTION WITH NO OPERATOR IS LOGGED AS 'UNKNOWN'.
      * A MERGE ('M') RETIRES A SUPPLIER CODE SUPDUP HAS FOUND TO BE
      * THE SAME COMPANY AS ANOTHER - THE CODE STAYS ON THE MASTER SO
      * ITS HISTORY STILL RESOLVES, MARKED RETIRED AND NAMING THE
      * SURVIVING CODE.  PRTSUPP REFUSES ORDERS TO A RETIRED CODE,
      * AND YR1099 AND REBATE COUNT ITS PAYMENTS AND SPEND UNDER THE
      * SURVIVOR.  A RETIRED CODE TAKES NO FURTHER CHANGE OR MERGE.
      * UT-C-SUPPMAST = SUPPLIER MASTER (KEYED, UPDATED IN PLACE)
      * UT-C-SUPPTRAN = ADD/CHANGE/DELETE/MERGE TRANSACTION FILE
      * UT-C-SUPMRPT  = EDIT REPORT LANDING IN JES
      * UT-C-ONBMAST  = ONBOARDING CHECKLIST (KEYED, READ ONLY)
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES
      * UT-C-CHGHIST  = MASTER CHANGE HISTORY (APPENDED BY CHGLOG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT SUPJRNL-FILE ASSIGN TO UT-C-SUPJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPJRNL-ST.
           SELECT ONBMAST-FILE ASSIGN TO UT-C-ONBMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ONBMAST-KEY
           FILE STATUS  IS ONBMAST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 SUPJRNL-RECORD      PIC X(80).
       FD ONBMAST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 ONBMAST-RECORD.
           05 ONBMAST-KEY         PIC X(10).
           05 FILLER              PIC X(110).
       WORKING-STORAGE SECTION.
       77 WS-TRAN-CNT             PIC 9(08) VALUE ZERO.
       77 WS-ADD-CNT              PIC 9(08) VALUE ZERO.
       77 WS-CHG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-DEL-CNT              PIC 9(08) VALUE ZERO.
       77 WS-MRG-CNT              PIC 9(08) VALUE ZERO.
       77 WS-REJ-CNT              PIC 9(08) VALUE ZERO.

      * THE ONE MASTER RECORD ON HAND - SAME ROW LAYOUT PRTSUPP'S
      *> reporting: LG LARGE, SB SMALL, MB MINORITY-OWNED, WB
      *> WOMEN-OWNED, VB VETERAN-OWNED.  BLANK = NOT CLASSIFIED
           05 WS-SM-OWN-CLASS     PIC X(02) VALUE SPACES.
      *> evaluated receipt settlement - 'Y' means we bill ourselves
      *> from the accepted receipts and do not wait for an invoice
           05 WS-SM-ERS-FLAG      PIC X(01) VALUE SPACES.
               88 SM-ERS-SUPPLIER VALUE 'Y'.
      *> 'Y' - the supplier takes our EDI transaction sets through
      *> the translator; 'N' or blank - paper only
           05 WS-SM-EDI-FLAG      PIC X(01) VALUE SPACES.
               88 SM-EDI-SUPPLIER VALUE 'Y'.
      *> days after receipt a field failure can be claimed back
           05 WS-SM-WARR-DAYS     PIC 9(04) VALUE ZERO.
      *> 'P' - added but still onboarding, no orders until ONBOARD
      *> releases it; 'M' - retired, merged into the code below;
      *> blank - active
           05 WS-SM-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SM-PENDING      VALUE 'P'.
               88 SM-RETIRED      VALUE 'M'.
      *> the surviving code a retired supplier was merged into
           05 WS-SM-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * ONE ADD/CHANGE/DELETE TRANSACTION - ACTION BYTE THEN THE SAME
      * FIELDS THE MASTER ROW CARRIES.  ON A CHANGE, A BLANK (OR ZERO
               88 TRN-ADD         VALUE 'A'.
               88 TRN-CHANGE      VALUE 'C'.
               88 TRN-DELETE      VALUE 'D'.
               88 TRN-MERGE       VALUE 'M'.
           05 WS-TRN-CODE         PIC X(10) VALUE SPACES.
           05 WS-TRN-NAME         PIC X(15) VALUE SPACES.
      *> a merge carries the surviving code where the name would be -
      *> WS-TRN-CODE is the duplicate being retired
           05 WS-TRN-MERGE-DATA REDEFINES WS-TRN-NAME.
               10 WS-TRN-SURVIVOR PIC X(10).
               10 FILLER          PIC X(05).
           05 WS-TRN-TYPE         PIC X(01) VALUE SPACES.
           05 WS-TRN-RATING       PIC X(01) VALUE SPACES.
           05 WS-TRN-STATUS       PIC X(01) VALUE SPACES.
           05 WS-TRN-TAX-ID       PIC X(09) VALUE SPACES.
           05 WS-TRN-1099         PIC X(01) VALUE SPACES.
           05 WS-TRN-OWN-CLASS    PIC X(02) VALUE SPACES.
           05 WS-TRN-ERS          PIC X(01) VALUE SPACES.
           05 WS-TRN-EDI          PIC X(01) VALUE SPACES.
           05 WS-TRN-WARR-DAYS    PIC X(04) VALUE SPACES.
      *> change only - 'A' releases a pending supplier, 'P' puts
      *> one back on hold
           05 WS-TRN-ONB          PIC X(01) VALUE SPACES.
               88 TRN-RELEASE     VALUE 'A'.
      *> who keyed the transaction - carried to the change history
           05 WS-TRN-OPERATOR     PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE SPACES.

      * THE MASTER RECORD AS FOUND, BEFORE THE TRANSACTION TOUCHES
      * IT - COMPARED FIELD BY FIELD WITH WS-SM-DETAIL AFTERWARDS
      * FOR THE CHANGE HISTORY
       01 WS-SB-DETAIL.
           05 WS-SB-CODE          PIC X(10) VALUE SPACES.
           05 WS-SB-NAME          PIC X(15) VALUE SPACES.
           05 WS-SB-TYPE          PIC X(01) VALUE SPACES.
           05 WS-SB-RATING        PIC X(01) VALUE SPACES.
           05 WS-SB-STATUS        PIC X(01) VALUE SPACES.
           05 WS-SB-ACT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SB-NET-DAYS      PIC 9(03) VALUE ZERO.
           05 WS-SB-DISC-PCT      PIC 9(02)V99 VALUE ZERO.
           05 WS-SB-DISC-DAYS     PIC 9(03) VALUE ZERO.
           05 WS-SB-TAX-ID        PIC X(09) VALUE SPACES.
           05 WS-SB-FLAG-1099     PIC X(01) VALUE SPACES.
           05 WS-SB-OWN-CLASS     PIC X(02) VALUE SPACES.
           05 WS-SB-ERS-FLAG      PIC X(01) VALUE SPACES.
           05 WS-SB-EDI-FLAG      PIC X(01) VALUE SPACES.
           05 WS-SB-WARR-DAYS     PIC 9(04) VALUE ZERO.
           05 WS-SB-ONB-STAT      PIC X(01) VALUE SPACES.
           05 WS-SB-MERGED-TO     PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE SPACES.

      * THE SURVIVING SUPPLIER A MERGE NAMES - PROBED BY KEY INTO ITS
      * OWN AREA SO THE RETIRING RECORD STAYS IN WS-SM-DETAIL
       77 WS-SV-FOUND             PIC X(01) VALUE 'N'.
           88 SV-FOUND            VALUE 'Y'.
       01 WS-SV-DETAIL.
           05 WS-SV-CODE          PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 WS-SV-ONB-STAT      PIC X(01) VALUE SPACES.
               88 SV-RETIRED      VALUE 'M'.
           05 FILLER              PIC X(15) VALUE SPACES.

      * FIELD-LEVEL CHANGE HISTORY HANDSHAKE WITH THE SHARED CHGLOG
      * ROUTINE - ONE CHGHIST ROW PER FIELD MOVED
       77 WS-CL-ACTION            PIC X(03) VALUE SPACES.
       77 WS-CL-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-CH-LOG-CNT           PIC 9(08) VALUE ZERO.
       77 WS-CH-PCT-ED            PIC Z9.99.
           COPY CHGHIST.

      * THE SUPPLIER'S ONBOARDING CHECKLIST, WHEN A RELEASE NEEDS IT
       77 WS-OB-FOUND             PIC X(01) VALUE 'N'.
           88 OB-FOUND            VALUE 'Y'.
       77 WS-ONB-OPEN-SW          PIC X(01) VALUE 'N'.
           88 ONBMAST-OPEN        VALUE 'Y'.
           COPY ONBMAST.

      * JOURNAL HEADER - NAMES THE RUN THE BEFORE-IMAGE BELONGS TO
       77 WS-JRNL-REC-CNT         PIC 9(08) VALUE ZERO.
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND SIGNED AGAIN ONCE THIS RUN HAS CLOSED IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SUPMAINT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 SUPPMAST-ST             PIC X(02).
               88 SUPMRPT-OK          VALUE '00'.
           05 SUPJRNL-ST              PIC X(02).
               88 SUPJRNL-OK          VALUE '00'.
           05 ONBMAST-ST              PIC X(02).
               88 ONBMAST-OK          VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
      *> rewriter holds our master
           MOVE 'STR' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.
           IF WS-RC-RETURN = 8
              DISPLAY 'SUPMAINT REFUSED BY RUN INTERLOCK - SEE RUNCTL '
                      'MESSAGES'
              IF NOT SUPMRPT-OK
                 DISPLAY 'Output SUPMRPT File Error'
                 GO TO 999-ERR-RTN.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           PERFORM 205-JOURNAL-MASTER THRU 205-JOURNAL-EXIT.
      *> the master opens for keyed update - a missing master is not
      *> an error, the very first run of this step creates one
              DISPLAY 'Open SUPPMAST File Error ' SUPPMAST-ST
              GO TO 999-ERR-RTN
           END-IF.
      *> the checklist is only read to release a pending supplier -
      *> without it every release is refused, nothing else stops
           OPEN INPUT ONBMAST-FILE.
           IF ONBMAST-OK
              MOVE 'Y' TO WS-ONB-OPEN-SW
           ELSE
              DISPLAY 'ONBMAST NOT FOUND - PENDING SUPPLIERS CAN NOT '
                      'BE RELEASED THIS RUN'
           END-IF.

       205-JOURNAL-MASTER.
      *> copy the master as found to the journal before a single
           MOVE 'N' TO WS-TRAN-ERR-SW.
           MOVE SPACES TO WS-TRAN-MSG.
           PERFORM 410-LOOKUP-MASTER.
           PERFORM 420-EDIT-TRAN THRU 420-EDIT-EXIT.
           IF NOT TRAN-IN-ERROR
              MOVE WS-SM-DETAIL TO WS-SB-DETAIL
              EVALUATE TRUE
                 WHEN TRN-ADD    PERFORM 430-APPLY-ADD
                 WHEN TRN-CHANGE PERFORM 440-APPLY-CHANGE
                 WHEN TRN-DELETE PERFORM 450-APPLY-DELETE
                 WHEN TRN-MERGE  PERFORM 455-APPLY-MERGE
              END-EVALUATE
              PERFORM 460-LOG-SUPP-CHANGES
           ELSE
              ADD +1 TO WS-REJ-CNT
           END-IF.
      *> first edit that fails carries the transaction's reject
      *> message - one message per transaction is enough for the
      *> data-entry team to act on
           IF NOT (TRN-ADD OR TRN-CHANGE OR TRN-DELETE OR TRN-MERGE)
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM01E ACTION must be A, C, D or M.' TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-CODE = SPACES
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF (TRN-CHANGE OR TRN-DELETE OR TRN-MERGE) AND
              NOT SM-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM04E Supplier is not on the master.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> a retired code is history only - it takes no change, and
      *> merging it again would only move its pointer
           IF (TRN-CHANGE OR TRN-MERGE) AND SM-RETIRED
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM22E Supplier is retired - merged into another.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-MERGE
              PERFORM 427-EDIT-MERGE THRU 427-EDIT-EXIT
              GO TO 420-EDIT-EXIT
           END-IF.
      *> field edits - everything is required on an add; on a change
      *> a blank field means "leave the master value alone"
           IF TRN-ADD AND WS-TRN-NAME = SPACES
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-ERS NOT = SPACES AND
              WS-TRN-ERS NOT = 'Y' AND WS-TRN-ERS NOT = 'N'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM17E ERS-FLAG has to be Y or N.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-EDI NOT = SPACES AND
              WS-TRN-EDI NOT = 'Y' AND WS-TRN-EDI NOT = 'N'
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM18E EDI-FLAG has to be Y or N.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF WS-TRN-WARR-DAYS NOT = SPACES AND
              WS-TRN-WARR-DAYS NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM19E WARRANTY-DAYS has to be a number.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
      *> onboarding status moves on a change only - an add always
      *> goes on pending
           IF WS-TRN-ONB NOT = SPACES AND
              (NOT TRN-CHANGE OR
               (WS-TRN-ONB NOT = 'A' AND WS-TRN-ONB NOT = 'P'))
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM20E ONBOARD-STATUS is A or P, on a change only.'
                   TO WS-TRAN-MSG
              GO TO 420-EDIT-EXIT
           END-IF.
           IF TRN-CHANGE AND TRN-RELEASE AND SM-PENDING
              PERFORM 425-CHECK-ONBOARDING THRU 425-CHECK-EXIT
              IF NOT OB-FOUND OR NOT OB-COMPLETE
                 MOVE 'Y' TO WS-TRAN-ERR-SW
                 MOVE 'SM21E Onboarding checklist not complete.'
                      TO WS-TRAN-MSG
                 GO TO 420-EDIT-EXIT
              END-IF
           END-IF.
       420-EDIT-EXIT.
           EXIT.

       425-CHECK-ONBOARDING.
      *> keyed probe of the checklist - only a complete one releases
           MOVE 'N' TO WS-OB-FOUND.
           IF NOT ONBMAST-OPEN
              GO TO 425-CHECK-EXIT
           END-IF.
           MOVE WS-TRN-CODE TO ONBMAST-KEY.
           READ ONBMAST-FILE INTO WS-OB-DETAIL
              KEY IS ONBMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-OB-FOUND
           END-READ.
       425-CHECK-EXIT.
           EXIT.

       427-EDIT-MERGE.
      *> the survivor has to be a different, live code on the master
      *> - pending is allowed, it may be the newer of the two
           IF WS-TRN-SURVIVOR = SPACES OR
              WS-TRN-SURVIVOR = WS-TRN-CODE
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM23E SURVIVOR has to be another supplier code.'
                   TO WS-TRAN-MSG
              GO TO 427-EDIT-EXIT
           END-IF.
           MOVE 'N' TO WS-SV-FOUND.
           MOVE WS-TRN-SURVIVOR TO SUPPMAST-KEY.
           READ SUPPMAST-FILE INTO WS-SV-DETAIL
              KEY IS SUPPMAST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SV-FOUND
           END-READ.
           IF NOT SV-FOUND
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM24E SURVIVOR is not on the master.'
                   TO WS-TRAN-MSG
              GO TO 427-EDIT-EXIT
           END-IF.
           IF SV-RETIRED
              MOVE 'Y' TO WS-TRAN-ERR-SW
              MOVE 'SM25E SURVIVOR is itself a retired code.'
                   TO WS-TRAN-MSG
              GO TO 427-EDIT-EXIT
           END-IF.
       427-EDIT-EXIT.
           EXIT.

       430-APPLY-ADD.
           INITIALIZE WS-SM-DETAIL.
           MOVE WS-TRN-CODE   TO WS-SM-CODE.
              MOVE WS-TRN-1099 TO WS-SM-FLAG-1099
           END-IF.
           MOVE WS-TRN-OWN-CLASS TO WS-SM-OWN-CLASS.
           IF WS-TRN-ERS = SPACES
              MOVE 'N' TO WS-SM-ERS-FLAG
           ELSE
              MOVE WS-TRN-ERS TO WS-SM-ERS-FLAG
           END-IF.
           IF WS-TRN-EDI = SPACES
              MOVE 'N' TO WS-SM-EDI-FLAG
           ELSE
              MOVE WS-TRN-EDI TO WS-SM-EDI-FLAG
           END-IF.
           IF WS-TRN-WARR-DAYS = SPACES
              MOVE ZERO TO WS-SM-WARR-DAYS
           ELSE
              MOVE WS-TRN-WARR-DAYS TO WS-SM-WARR-DAYS
           END-IF.
           MOVE 'P' TO WS-SM-ONB-STAT.
           MOVE WS-SM-DETAIL TO SUPPMAST-RECORD.
           WRITE SUPPMAST-RECORD
              INVALID KEY
           END-WRITE.
           ADD +1 TO WS-ADD-CNT.
           MOVE 'ACCEPTED' TO RPT-RESULT.
           MOVE 'Supplier added - pending onboarding.' TO WS-TRAN-MSG.

       440-APPLY-CHANGE.
      *> the 410 lookup left the master record in WS-SM-DETAIL -
           IF WS-TRN-OWN-CLASS NOT = SPACES
              MOVE WS-TRN-OWN-CLASS TO WS-SM-OWN-CLASS
           END-IF.
           IF WS-TRN-ERS NOT = SPACES
              MOVE WS-TRN-ERS TO WS-SM-ERS-FLAG
           END-IF.
           IF WS-TRN-EDI NOT = SPACES
              MOVE WS-TRN-EDI TO WS-SM-EDI-FLAG
           END-IF.
           IF WS-TRN-WARR-DAYS NOT = SPACES
              MOVE WS-TRN-WARR-DAYS TO WS-SM-WARR-DAYS
           END-IF.
           IF TRN-RELEASE
              MOVE SPACES TO WS-SM-ONB-STAT
           END-IF.
           IF WS-TRN-ONB = 'P'
              MOVE 'P' TO WS-SM-ONB-STAT
           END-IF.
           MOVE WS-SM-DETAIL TO SUPPMAST-RECORD.
           REWRITE SUPPMAST-RECORD
              INVALID KEY
           ADD +1 TO WS-DEL-CNT.
           MOVE 'Supplier deleted from the master.' TO WS-TRAN-MSG.

       455-APPLY-MERGE.
      *> the duplicate stays on the master as history - retired and
      *> pointing at the survivor, so every program reading its old
      *> payments, invoices and orders can carry them across
           MOVE 'M'             TO WS-SM-ONB-STAT.
           MOVE WS-TRN-SURVIVOR TO WS-SM-MERGED-TO.
           MOVE WS-SM-DETAIL TO SUPPMAST-RECORD.
           REWRITE SUPPMAST-RECORD
              INVALID KEY
                 DISPLAY 'SUPPMAST REWRITE ERROR ' SUPPMAST-ST
                         ' FOR ' WS-TRN-CODE
           END-REWRITE.
           ADD +1 TO WS-MRG-CNT.
           STRING 'Supplier retired - merged into ' DELIMITED BY SIZE
                  WS-TRN-SURVIVOR DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  INTO WS-TRAN-MSG
           END-STRING.

       460-LOG-SUPP-CHANGES.
      *> the record as found (WS-SB-DETAIL) against the record as
      *> written (WS-SM-DETAIL) - one history row per field moved
           INITIALIZE WS-CH-DETAIL.
           MOVE 'SUPPMAST'      TO WS-CH-MASTER.
           MOVE WS-TRN-CODE     TO WS-CH-KEY.
           MOVE WS-TRN-ACTION   TO WS-CH-ACTION.
           MOVE 'SUPMAINT'      TO WS-CH-PROGRAM.
           IF WS-TRN-OPERATOR = SPACES
              MOVE 'UNKNOWN' TO WS-CH-OPERATOR
           ELSE
              MOVE WS-TRN-OPERATOR TO WS-CH-OPERATOR
           END-IF.
           MOVE 'NAME'          TO WS-CH-FIELD.
           MOVE WS-SB-NAME      TO WS-CH-OLD.
           MOVE WS-SM-NAME      TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'TYPE'          TO WS-CH-FIELD.
           MOVE WS-SB-TYPE      TO WS-CH-OLD.
           MOVE WS-SM-TYPE      TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'RATING'        TO WS-CH-FIELD.
           MOVE WS-SB-RATING    TO WS-CH-OLD.
           MOVE WS-SM-RATING    TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'STATUS'        TO WS-CH-FIELD.
           MOVE WS-SB-STATUS    TO WS-CH-OLD.
           MOVE WS-SM-STATUS    TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'ACT-DATE'      TO WS-CH-FIELD.
           MOVE WS-SB-ACT-DATE  TO WS-CH-OLD.
           MOVE WS-SM-ACT-DATE  TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'NET-DAYS'      TO WS-CH-FIELD.
           MOVE WS-SB-NET-DAYS  TO WS-CH-OLD.
           MOVE WS-SM-NET-DAYS  TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'DISC-PCT'      TO WS-CH-FIELD.
           MOVE WS-SB-DISC-PCT  TO WS-CH-PCT-ED.
           MOVE WS-CH-PCT-ED    TO WS-CH-OLD.
           MOVE WS-SM-DISC-PCT  TO WS-CH-PCT-ED.
           MOVE WS-CH-PCT-ED    TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'DISC-DAYS'     TO WS-CH-FIELD.
           MOVE WS-SB-DISC-DAYS TO WS-CH-OLD.
           MOVE WS-SM-DISC-DAYS TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'TAX-ID'        TO WS-CH-FIELD.
           MOVE WS-SB-TAX-ID    TO WS-CH-OLD.
           MOVE WS-SM-TAX-ID    TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE '1099-FLAG'     TO WS-CH-FIELD.
           MOVE WS-SB-FLAG-1099 TO WS-CH-OLD.
           MOVE WS-SM-FLAG-1099 TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'OWN-CLASS'     TO WS-CH-FIELD.
           MOVE WS-SB-OWN-CLASS TO WS-CH-OLD.
           MOVE WS-SM-OWN-CLASS TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'ERS-FLAG'      TO WS-CH-FIELD.
           MOVE WS-SB-ERS-FLAG  TO WS-CH-OLD.
           MOVE WS-SM-ERS-FLAG  TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'EDI-FLAG'      TO WS-CH-FIELD.
           MOVE WS-SB-EDI-FLAG  TO WS-CH-OLD.
           MOVE WS-SM-EDI-FLAG  TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'WARR-DAYS'     TO WS-CH-FIELD.
           MOVE WS-SB-WARR-DAYS TO WS-CH-OLD.
           MOVE WS-SM-WARR-DAYS TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'ONB-STAT'      TO WS-CH-FIELD.
           MOVE WS-SB-ONB-STAT  TO WS-CH-OLD.
           MOVE WS-SM-ONB-STAT  TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.
           MOVE 'MERGED-TO'     TO WS-CH-FIELD.
           MOVE WS-SB-MERGED-TO TO WS-CH-OLD.
           MOVE WS-SM-MERGED-TO TO WS-CH-NEW.
           PERFORM 470-LOG-FIELD.

       470-LOG-FIELD.
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

       500-WRITE-TRAN-LINE.
           MOVE WS-TRN-ACTION TO RPT-ACTION.
           MOVE WS-TRN-CODE   TO RPT-SUPP-CODE.
       900-WRAP-UP.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE SUPPTRAN-FILE, SUPMRPT-FILE, SUPPMAST-FILE.
           MOVE 'END' TO WS-CL-ACTION.
           CALL 'CHGLOG' USING WS-CL-ACTION, WS-CH-DETAIL,
                               WS-CL-RETURN.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 995-SIGN-MASTER.
           IF ONBMAST-OPEN
              CLOSE ONBMAST-FILE
           END-IF.
           MOVE WS-TRAN-CNT TO WS-RC-RECS.
           MOVE RETURN-CODE TO WS-RC-COND.
           MOVE 'END' TO WS-RC-ACTION.
           CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                               WS-RC-DATE, WS-RC-RETURN,
                               WS-RC-RECS, WS-RC-COND.


       920-WRITE-SUMMARY.
           MOVE 'DELETES APPLIED.......... ' TO RPT-SUM-LABEL.
           MOVE WS-DEL-CNT TO RPT-SUM-CNT2.
           WRITE SUPMRPT-RECORD FROM RPT-LINE-5B.
           MOVE 'MERGES APPLIED........... ' TO RPT-SUM-LABEL.
           MOVE WS-MRG-CNT TO RPT-SUM-CNT2.
           WRITE SUPMRPT-RECORD FROM RPT-LINE-5B.
           MOVE 'TRANSACTIONS REJECTED.... ' TO RPT-SUM-LABEL.
           MOVE WS-REJ-CNT TO RPT-SUM-CNT2.
           WRITE SUPMRPT-RECORD FROM RPT-LINE-5B.
           MOVE 'FIELD CHANGES LOGGED..... ' TO RPT-SUM-LABEL.
           MOVE WS-CH-LOG-CNT TO RPT-SUM-CNT2.
           WRITE SUPMRPT-RECORD FROM RPT-LINE-5B.
           WRITE SUPMRPT-RECORD FROM RPT-LINE-4.

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

       995-SIGN-MASTER.
      *> the master is closed - leave the control signature the
      *> next program to open it will check against
           MOVE 'SIG' TO WS-MS-ACTION.
           CALL 'MSTSIG' USING WS-MS-ACTION, WS-MS-MASTER,
                               WS-MS-PROGRAM, WS-MS-RETURN,
                               WS-MS-DETAIL.
           IF WS-MS-RETURN NOT = ZERO
              DISPLAY WS-MS-MASTER ' NOT SIGNED - ITS NEXT OPEN WILL '
                      'FAIL THE CONTROL-TOTAL CHECK'
              MOVE 8 TO RETURN-CODE
           END-IF.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
