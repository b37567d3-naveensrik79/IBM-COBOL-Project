       IDENTIFICATION DIVISION.
      ****************************************************************
      **   THIS SUBPROGRAM IS THE SUITE-WIDE CONTROL-TOTAL SIGNATURE
      **   FOR THE FOUR MASTERS - SUPPMAST, PARTMAST, OPENPO AND
      **   STOCKMST.  IT READS THE NAMED MASTER FROM END TO END AND
      **   WORKS OUT ITS RECORD COUNT AND QUANTITY, AMOUNT AND KEY
      **   HASH TOTALS (SEE THE MSTSIG COPYBOOK FOR WHICH FIELDS).
      **   ACTION 'SIG' - CALLED BY AN UPDATING PROGRAM AFTER IT HAS
      **     CLOSED THE MASTER (AND BY BACKOUT AFTER A RELOAD).  THE
      **     TOTALS ARE APPENDED TO UT-C-MSTSIG AS THE MASTER'S NEW
      **     SIGNATURE
      **   ACTION 'VFY' - CALLED BEFORE A PROGRAM OPENS THE MASTER.
      **     THE TOTALS ARE COMPARED WITH THE NEWEST SIGNATURE ON
      **     UT-C-MSTSIG; A MASTER THAT WAS HALF-WRITTEN BY AN ABEND
      **     OR CHANGED OUTSIDE THE SUITE WILL NOT AGREE
      **   LS-MS-DETAIL COMES BACK WITH THE SIGNATURE ON FILE IN
      **   BYTES 1-80 AND THE TOTALS JUST COUNTED IN 81-160, BOTH IN
      **   MSTSIG LAYOUT.
      **   RETURN: 00 AGREES ('VFY') OR SIGNED ('SIG')
      **           04 NO SIGNATURE ON FILE FOR THE MASTER YET - NOT
      **              VERIFIED ('VFY')
      **           08 THE MASTER COULD NOT BE OPENED - NOTHING TO
      **              VERIFY OR SIGN; THE CALLER'S OWN OPEN DECIDES
      **           12 TOTALS DISAGREE WITH THE SIGNATURE - DO NOT USE
      **              THE MASTER ('VFY')
      **           16 SIGNATURE FILE ERROR OR MASTER NOT KNOWN
      ****************************************************************
       PROGRAM-ID. MSTSIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTSIG-FILE ASSIGN TO UT-C-MSTSIG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS MSTSIG-ST.
           SELECT SUPPMAST-FILE ASSIGN TO UT-C-SUPPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUPPMAST-KEY
           FILE STATUS  IS SUPPMAST-ST.
           SELECT PARTMAST-FILE ASSIGN TO UT-C-PARTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PARTMAST-KEY-PART
           FILE STATUS  IS PARTMAST-ST.
           SELECT OPENPO-FILE ASSIGN TO UT-C-OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT STOCKMST-FILE ASSIGN TO UT-C-STOCKMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STOCKMST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD MSTSIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 MSTSIG-RECORD       PIC X(80).
       FD SUPPMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPMAST-RECORD.
           05 SUPPMAST-KEY        PIC X(10).
           05 FILLER              PIC X(26).
           05 SUPPMAST-NET-DAYS   PIC 9(03).
           05 SUPPMAST-DISC-PCT   PIC 9(02)V99.
           05 SUPPMAST-DISC-DAYS  PIC 9(03).
           05 FILLER              PIC X(34).
       FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
           05 PARTMAST-KEY-PART   PIC X(23).
           05 FILLER              PIC X(16).
           05 PARTMAST-MIN-QTY    PIC 9(07).
           05 PARTMAST-MAX-QTY    PIC 9(07).
           05 PARTMAST-ORD-MULT   PIC 9(05).
           05 FILLER              PIC X(22).
       FD OPENPO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 OPENPO-RECORD.
           05 OPENPO-KEY          PIC X(29).
           05 FILLER              PIC X(13).
           05 OPENPO-ORDER-QTY    PIC 9(07).
           05 OPENPO-RECEIVED-QTY PIC 9(07).
           05 FILLER              PIC X(25).
           05 OPENPO-UNIT-PRICE   PIC 9(07)V99.
           05 FILLER              PIC X(10).
       FD STOCKMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 STOCKMST-RECORD.
           05 STOCKMST-KEY        PIC X(26).
           05 STOCKMST-ON-HAND    PIC 9(09).
           05 FILLER              PIC X(24).
           05 STOCKMST-AVG-COST   PIC 9(07)V9(04).
           05 FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
      *> running totals - wider than the signature fields, which
      *> keep only the low-order digits
       77 WS-CT-REC-CNT           PIC 9(09) VALUE ZERO.
       77 WS-CT-QTY               PIC 9(18) VALUE ZERO.
       77 WS-CT-AMT               PIC 9(16)V99 VALUE ZERO.
       77 WS-CT-KEY               PIC 9(18) VALUE ZERO.
       77 WS-CT-EXT               PIC 9(16)V99 VALUE ZERO.
      *> the same totals cut to the signature's pictures
       77 WS-FD-REC-CNT           PIC 9(09) VALUE ZERO.
       77 WS-FD-QTY               PIC 9(13) VALUE ZERO.
       77 WS-FD-AMT               PIC 9(11)V99 VALUE ZERO.
       77 WS-FD-KEY               PIC 9(13) VALUE ZERO.
       77 WS-KH-KEY               PIC X(29) VALUE SPACES.
       77 WS-KH-LEN               PIC 9(02) VALUE ZERO.
       77 WS-KH-POS               PIC 9(02) VALUE ZERO.
       77 WS-SIG-FOUND-SW         PIC X(01) VALUE 'N'.
           88 SIG-ON-FILE         VALUE 'Y'.
       01 WS-MS-CURR-DATE         PIC 9(08) VALUE ZERO.
       01 WS-MS-TIME-IN.
           05 WS-MS-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

      *> the signature on file and the totals just counted
       01 WS-SG-ON-FILE           PIC X(80) VALUE SPACES.
           COPY MSTSIG.

       01 PROGRAM-SWITCHES.
           05 MSTSIG-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-MSTSIG      VALUE 'Y'.
           05 MSTSIG-ST               PIC X(02).
               88 MSTSIG-OK           VALUE '00'.
           05 MASTER-EOF              PIC X(01) VALUE 'N'.
               88 NO-MORE-MASTER      VALUE 'Y'.
           05 SUPPMAST-ST             PIC X(02).
               88 SUPPMAST-OK         VALUE '00'.
           05 PARTMAST-ST             PIC X(02).
               88 PARTMAST-OK         VALUE '00'.
           05 OPENPO-ST               PIC X(02).
               88 OPENPO-OK           VALUE '00'.
           05 STOCKMST-ST             PIC X(02).
               88 STOCKMST-OK         VALUE '00'.

       LINKAGE SECTION.
       01 LS-MS-ACTION         PIC X(03).
           88 LS-MS-SIGN       VALUE 'SIG'.
           88 LS-MS-VERIFY     VALUE 'VFY'.
       01 LS-MS-MASTER         PIC X(08).
       01 LS-MS-PROGRAM        PIC X(08).
       01 LS-MS-RETURN         PIC 9(02).
       01 LS-MS-DETAIL.
           05 LS-MS-ON-FILE    PIC X(80).
           05 LS-MS-FOUND      PIC X(80).

       PROCEDURE DIVISION USING LS-MS-ACTION,
                                LS-MS-MASTER,
                                LS-MS-PROGRAM,
                                LS-MS-RETURN,
                                LS-MS-DETAIL.
           MOVE ZERO TO LS-MS-RETURN.
           MOVE SPACES TO LS-MS-DETAIL.
           ACCEPT WS-MS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MS-TIME-IN FROM TIME.
           PERFORM 200-COUNT-MASTER THRU 200-COUNT-EXIT.
           IF LS-MS-RETURN NOT = ZERO
              GOBACK
           END-IF.
           MOVE WS-SG-DETAIL TO LS-MS-FOUND.
           IF LS-MS-SIGN
              PERFORM 400-WRITE-SIGNATURE
           ELSE
              PERFORM 300-CHECK-SIGNATURE THRU 300-CHECK-EXIT
           END-IF.
           GOBACK.

       200-COUNT-MASTER.
           MOVE ZERO TO WS-CT-REC-CNT, WS-CT-QTY, WS-CT-AMT,
                        WS-CT-KEY.
           MOVE 'N' TO MASTER-EOF.
           EVALUATE LS-MS-MASTER
              WHEN 'SUPPMAST'
                 OPEN INPUT SUPPMAST-FILE
                 IF NOT SUPPMAST-OK
                    MOVE 8 TO LS-MS-RETURN
                    GO TO 200-COUNT-EXIT
                 END-IF
                 PERFORM 210-COUNT-ONE-SUPP UNTIL NO-MORE-MASTER
                 CLOSE SUPPMAST-FILE
              WHEN 'PARTMAST'
                 OPEN INPUT PARTMAST-FILE
                 IF NOT PARTMAST-OK
                    MOVE 8 TO LS-MS-RETURN
                    GO TO 200-COUNT-EXIT
                 END-IF
                 PERFORM 220-COUNT-ONE-PART UNTIL NO-MORE-MASTER
                 CLOSE PARTMAST-FILE
              WHEN 'OPENPO  '
                 OPEN INPUT OPENPO-FILE
                 IF NOT OPENPO-OK
                    MOVE 8 TO LS-MS-RETURN
                    GO TO 200-COUNT-EXIT
                 END-IF
                 PERFORM 230-COUNT-ONE-ORDER UNTIL NO-MORE-MASTER
                 CLOSE OPENPO-FILE
              WHEN 'STOCKMST'
                 OPEN INPUT STOCKMST-FILE
                 IF NOT STOCKMST-OK
                    MOVE 8 TO LS-MS-RETURN
                    GO TO 200-COUNT-EXIT
                 END-IF
                 PERFORM 240-COUNT-ONE-STOCK UNTIL NO-MORE-MASTER
                 CLOSE STOCKMST-FILE
              WHEN OTHER
                 DISPLAY 'MSTSIG: MASTER ' LS-MS-MASTER ' NOT KNOWN'
                 MOVE 16 TO LS-MS-RETURN
                 GO TO 200-COUNT-EXIT
           END-EVALUATE.
           INITIALIZE WS-SG-DETAIL.
           MOVE LS-MS-MASTER    TO WS-SG-MASTER.
           MOVE WS-MS-CURR-DATE TO WS-SG-DATE.
           MOVE WS-MS-HHMMSS    TO WS-SG-TIME.
           MOVE LS-MS-PROGRAM   TO WS-SG-PROGRAM.
           MOVE WS-CT-REC-CNT   TO WS-SG-REC-CNT.
           MOVE WS-CT-QTY       TO WS-SG-QTY-HASH.
           MOVE WS-CT-AMT       TO WS-SG-AMT-HASH.
           MOVE WS-CT-KEY       TO WS-SG-KEY-HASH.
           MOVE WS-CT-REC-CNT   TO WS-FD-REC-CNT.
           MOVE WS-CT-QTY       TO WS-FD-QTY.
           MOVE WS-CT-AMT       TO WS-FD-AMT.
           MOVE WS-CT-KEY       TO WS-FD-KEY.
       200-COUNT-EXIT.
           EXIT.

       210-COUNT-ONE-SUPP.
           READ SUPPMAST-FILE
              AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF NOT NO-MORE-MASTER
              ADD +1 TO WS-CT-REC-CNT
              IF SUPPMAST-NET-DAYS IS NUMERIC
                 ADD SUPPMAST-NET-DAYS TO WS-CT-QTY
              END-IF
              IF SUPPMAST-DISC-DAYS IS NUMERIC
                 ADD SUPPMAST-DISC-DAYS TO WS-CT-QTY
              END-IF
              IF SUPPMAST-DISC-PCT IS NUMERIC
                 ADD SUPPMAST-DISC-PCT TO WS-CT-AMT
              END-IF
              MOVE SUPPMAST-KEY TO WS-KH-KEY
              MOVE 10 TO WS-KH-LEN
              PERFORM 250-HASH-KEY
           END-IF.

       220-COUNT-ONE-PART.
      *> the order-quantity rules are alphanumeric on the master -
      *> spaces mean no rule and add nothing
           READ PARTMAST-FILE
              AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF NOT NO-MORE-MASTER
              ADD +1 TO WS-CT-REC-CNT
              IF PARTMAST-MIN-QTY IS NUMERIC
                 ADD PARTMAST-MIN-QTY TO WS-CT-QTY
              END-IF
              IF PARTMAST-MAX-QTY IS NUMERIC
                 ADD PARTMAST-MAX-QTY TO WS-CT-QTY
              END-IF
              IF PARTMAST-ORD-MULT IS NUMERIC
                 ADD PARTMAST-ORD-MULT TO WS-CT-QTY
              END-IF
              MOVE PARTMAST-KEY-PART TO WS-KH-KEY
              MOVE 23 TO WS-KH-LEN
              PERFORM 250-HASH-KEY
           END-IF.

       230-COUNT-ONE-ORDER.
           READ OPENPO-FILE
              AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF NOT NO-MORE-MASTER
              ADD +1 TO WS-CT-REC-CNT
              IF OPENPO-ORDER-QTY IS NUMERIC AND
                 OPENPO-RECEIVED-QTY IS NUMERIC
                 ADD OPENPO-ORDER-QTY    TO WS-CT-QTY
                 ADD OPENPO-RECEIVED-QTY TO WS-CT-QTY
              END-IF
              IF OPENPO-ORDER-QTY IS NUMERIC AND
                 OPENPO-UNIT-PRICE IS NUMERIC
                 COMPUTE WS-CT-EXT ROUNDED =
                    OPENPO-ORDER-QTY * OPENPO-UNIT-PRICE
                 ADD WS-CT-EXT TO WS-CT-AMT
              END-IF
              MOVE OPENPO-KEY TO WS-KH-KEY
              MOVE 29 TO WS-KH-LEN
              PERFORM 250-HASH-KEY
           END-IF.

       240-COUNT-ONE-STOCK.
           READ STOCKMST-FILE
              AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF NOT NO-MORE-MASTER
              ADD +1 TO WS-CT-REC-CNT
              IF STOCKMST-ON-HAND IS NUMERIC
                 ADD STOCKMST-ON-HAND TO WS-CT-QTY
                 IF STOCKMST-AVG-COST IS NUMERIC
                    COMPUTE WS-CT-EXT ROUNDED =
                       STOCKMST-ON-HAND * STOCKMST-AVG-COST
                    ADD WS-CT-EXT TO WS-CT-AMT
                 END-IF
              END-IF
              MOVE STOCKMST-KEY TO WS-KH-KEY
              MOVE 26 TO WS-KH-LEN
              PERFORM 250-HASH-KEY
           END-IF.

       250-HASH-KEY.
           PERFORM VARYING WS-KH-POS FROM 1 BY 1
                   UNTIL WS-KH-POS > WS-KH-LEN
              COMPUTE WS-CT-KEY = WS-CT-KEY +
                 FUNCTION ORD(WS-KH-KEY(WS-KH-POS:1)) * WS-KH-POS
           END-PERFORM.

       300-CHECK-SIGNATURE.
      *> the newest row for the master is the one that counts - the
      *> file is read end to end and the last match kept
           MOVE 'N' TO WS-SIG-FOUND-SW.
           MOVE 'N' TO MSTSIG-EOF.
           OPEN INPUT MSTSIG-FILE.
           IF MSTSIG-OK
              PERFORM 310-READ-ONE-SIGNATURE UNTIL NO-MORE-MSTSIG
              CLOSE MSTSIG-FILE
           END-IF.
           IF NOT SIG-ON-FILE
              DISPLAY 'MSTSIG: NO CONTROL SIGNATURE ON FILE FOR '
                      LS-MS-MASTER ' - NOT VERIFIED'
              MOVE 4 TO LS-MS-RETURN
              GO TO 300-CHECK-EXIT
           END-IF.
           MOVE WS-SG-ON-FILE TO LS-MS-ON-FILE.
           MOVE WS-SG-ON-FILE TO WS-SG-DETAIL.
           IF WS-SG-REC-CNT  NOT = WS-FD-REC-CNT OR
              WS-SG-QTY-HASH NOT = WS-FD-QTY OR
              WS-SG-AMT-HASH NOT = WS-FD-AMT OR
              WS-SG-KEY-HASH NOT = WS-FD-KEY
              MOVE 12 TO LS-MS-RETURN
              DISPLAY 'MSTSIG: ' LS-MS-MASTER ' DOES NOT AGREE WITH '
                      'THE SIGNATURE ' WS-SG-PROGRAM ' WROTE ON '
                      WS-SG-DATE ' AT ' WS-SG-TIME
              DISPLAY 'MSTSIG:   SIGNED  RECORDS ' WS-SG-REC-CNT
                      ' QTY ' WS-SG-QTY-HASH ' AMT ' WS-SG-AMT-HASH
                      ' KEY ' WS-SG-KEY-HASH
              MOVE LS-MS-FOUND TO WS-SG-DETAIL
              DISPLAY 'MSTSIG:   FOUND   RECORDS ' WS-SG-REC-CNT
                      ' QTY ' WS-SG-QTY-HASH ' AMT ' WS-SG-AMT-HASH
                      ' KEY ' WS-SG-KEY-HASH
           END-IF.
       300-CHECK-EXIT.
           EXIT.

       310-READ-ONE-SIGNATURE.
           READ MSTSIG-FILE INTO WS-SG-DETAIL
              AT END MOVE 'Y' TO MSTSIG-EOF
           END-READ.
           IF NOT NO-MORE-MSTSIG AND WS-SG-MASTER = LS-MS-MASTER
              MOVE 'Y' TO WS-SIG-FOUND-SW
              MOVE WS-SG-DETAIL TO WS-SG-ON-FILE
           END-IF.

       400-WRITE-SIGNATURE.
      *> the signature file is append-only - extended, or started
      *> when this is the first master ever signed
           OPEN EXTEND MSTSIG-FILE.
           IF NOT MSTSIG-OK
              OPEN OUTPUT MSTSIG-FILE
           END-IF.
           IF NOT MSTSIG-OK
              DISPLAY 'MSTSIG: Output MSTSIG File Error - '
                      LS-MS-MASTER ' NOT SIGNED'
              MOVE 16 TO LS-MS-RETURN
           ELSE
              WRITE MSTSIG-RECORD FROM WS-SG-DETAIL
              CLOSE MSTSIG-FILE
           END-IF.
