       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REQPROC.
      * **************************************************
      * REQPROC IS THE PURCHASE REQUISITION STEP - THE FRONT END
      * ORDERS USED TO SKIP BY ARRIVING ON PARTSUPPFILE FULLY
      * FORMED.  DEPARTMENTS ENTER REQUISITIONS (PART, QUANTITY,
      * NEED DATE, COST CENTER); EACH RUN:
      *   - EDITS THE NEW ONES, NUMBERS THEM OFF THE REQUISITION
      *     MASTER AND PRICES THEM - AT THE ESTIMATE KEYED, OR AT
      *     THE PART'S LATEST ORDER PRICE ON THE LATEST GPARTSUP
      *     GENERATION - INTO A USD AMOUNT
      *   - ROUTES EACH ONE TO THE BUYER-MASTER APPROVER IN THE
      *     COST CENTER WITH THE SMALLEST AUTHORIZATION LIMIT THAT
      *     STILL COVERS THE AMOUNT.  NOBODY IN THE DEPARTMENT
      *     WITH A BIG ENOUGH LIMIT IS A REJECT
      *   - APPLIES THE APPROVERS' DECISIONS.  AN APPROVAL COUNTS
      *     ONLY FROM SOMEONE IN THE DEPARTMENT WHOSE LIMIT COVERS
      *     THE AMOUNT
      *   - CONVERTS EVERY APPROVED REQUISITION THE DEPARTMENT'S
      *     REMAINING BUDGET STILL COVERS - BUDGET LESS THE NET
      *     COMMITMENT LEDGER, MAPPED THROUGH THE BUYER MASTER
      *     EXACTLY AS BUDGRPT DOES IT, LESS ORDERS RAISED HERE THAT
      *     PRTSUPP HAS NOT COMMITTED YET - INTO A PO ON THE PART'S
      *     RECORD.  THE ORDER GOES INTO THE FIRST FREE PO SLOT OF
      *     THE PART'S PRIMARY-SOURCE RECORD OFF GPARTSUP, NUMBERED
      *     'R' PLUS A SEQUENCE OFF THE MASTER, BOUGHT BY THE PART'S
      *     LAST BUYER WHEN THAT BUYER IS IN THE DEPARTMENT (THE
      *     APPROVER OTHERWISE, SO BUDGRPT CHARGES THE SAME
      *     DEPARTMENT), AND WRITTEN IN THE PRTSUBAD LAYOUT TO GO
      *     INTO THE NEXT PRTSUPP RUN IN PLACE OF THE PART'S RECORD.
      *     AN APPROVED REQUISITION THE BUDGET, THE SOURCE OR THE
      *     SLOTS CANNOT TAKE YET STAYS APPROVED AND IS TRIED AGAIN
      *     NEXT RUN
      *   - APPENDS A 'REQUISITION' EVENT TO THE PO EVENT TRAIL FOR
      *     EVERY ORDER RAISED - THE MASTER KEEPS THE REQUISITION
      *     NUMBER AGAINST THE PO, AND POTRAIL SHOWS IT AS THE
      *     ORDER'S ORIGIN
      * THE STATUS REPORT GOES BACK TO THE DEPARTMENTS, ONE SECTION
      * EACH: EVERY REQUISITION THIS RUN ROUTED, CONVERTED OR
      * REJECTED, AND EVERY ONE STILL WAITING OR APPROVED-NOT-ORDERED
      * AFTER WS-REQ-AGE-DAYS DAYS.
      * UT-C-REQNEW  = NEW REQUISITIONS FROM THE DEPARTMENTS
      * UT-C-REQAPV  = APPROVAL DECISIONS (REQUISITION, A/R, APPROVER)
      * UT-C-REQMAST = REQUISITION MASTER (IN, REWRITTEN)
      * UT-C-BUYERMST= BUYER MASTER (CODE, NAME, DEPT, LIMIT)
      * UT-C-DEPTBUD = DEPARTMENT BUDGET FILE FINANCE KEEPS
      * UT-C-COMMIT  = COMMITMENT LEDGER
      * UT-C-GPARTSUP= LATEST GOOD-RECORD GENERATION FROM PRTSUPP
      * UT-C-REQPO   = PART RECORDS CARRYING THE NEW ORDERS, IN THE
      *                PRTSUBAD LAYOUT, FOR THE NEXT PRTSUPP RUN
      * UT-C-POEVENT = SHARED PO EVENT TRAIL (EXTENDED)
      * UT-C-REQRPT  = REQUISITION STATUS REPORT LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQNEW-FILE ASSIGN TO UT-C-REQNEW
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REQNEW-ST.
           SELECT REQAPV-FILE ASSIGN TO UT-C-REQAPV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REQAPV-ST.
           SELECT REQMAST-FILE ASSIGN TO UT-C-REQMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REQMAST-ST.
           SELECT BUYER-FILE ASSIGN TO UT-C-BUYERMST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS BUYER-ST.
           SELECT DEPTBUD-FILE ASSIGN TO UT-C-DEPTBUD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS DEPTBUD-ST.
           SELECT COMMIT-FILE ASSIGN TO UT-C-COMMIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS COMMIT-ST.
           SELECT PART-SUPP-FILE ASSIGN TO UT-C-GPARTSUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS PART-SUPP-ST.
           SELECT REQPO-FILE ASSIGN TO UT-C-REQPO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REQPO-ST.
           SELECT POEVENT-FILE ASSIGN TO UT-C-POEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POEVENT-ST.
           SELECT REQRPT-FILE ASSIGN TO UT-C-REQRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REQRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD REQNEW-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 REQNEW-RECORD       PIC X(80).
       FD REQAPV-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 REQAPV-RECORD       PIC X(80).
       FD REQMAST-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01 REQMAST-RECORD      PIC X(150).
       FD BUYER-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 BUYER-RECORD        PIC X(80).
       FD DEPTBUD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DEPTBUD-RECORD      PIC X(80).
       FD COMMIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 COMMIT-RECORD       PIC X(80).
       FD PART-SUPP-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 PART-SUPP-RECORD    PIC X(524).
       FD REQPO-FILE
           RECORD CONTAINS 524 CHARACTERS
           RECORDING MODE IS F.
       01 REQPO-RECORD        PIC X(524).
       FD POEVENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POEVENT-RECORD      PIC X(80).
       FD REQRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REQRPT-RECORD       PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-NEW-CNT              PIC 9(08) VALUE ZERO.
       77 WS-ROUTED-CNT           PIC 9(08) VALUE ZERO.
       77 WS-REJECT-CNT           PIC 9(08) VALUE ZERO.
       77 WS-DECISION-CNT         PIC 9(08) VALUE ZERO.
       77 WS-DEC-REFUSED-CNT      PIC 9(08) VALUE ZERO.
       77 WS-DEC-UNMATCHED-CNT    PIC 9(08) VALUE ZERO.
       77 WS-CONVERT-CNT          PIC 9(08) VALUE ZERO.
       77 WS-HELD-CNT             PIC 9(08) VALUE ZERO.
       77 WS-AGED-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REQPO-CNT            PIC 9(08) VALUE ZERO.
       77 WS-NEXT-REQ-NO          PIC 9(08) VALUE ZERO.
       77 WS-NEXT-PO-SEQ          PIC 9(05) VALUE ZERO.
       77 WS-PO-SEQ-WORK          PIC 9(05) VALUE ZERO.
       77 WS-REMAINING            PIC S9(13)V99 VALUE ZERO.
       77 WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       77 WS-AGE-DAYS-DISP        PIC ZZZZ9.
       77 WS-SPO-IDX              PIC 9(01) VALUE ZERO.
       77 WS-FREE-SLOT            PIC 9(01) VALUE ZERO.
       77 WS-LAST-SLOT            PIC 9(01) VALUE ZERO.
       77 WS-POEV-OPEN-SW         PIC X(01) VALUE 'N'.
           88 POEV-OPEN           VALUE 'Y'.

      * A REQUISITION STILL WAITING FOR APPROVAL, OR APPROVED BUT
      * NOT YET ON AN ORDER, THIS MANY DAYS AFTER IT WAS ENTERED IS
      * AGED AND GOES BACK ON THE DEPARTMENT'S STATUS REPORT
       77 WS-REQ-AGE-DAYS         PIC 9(03) VALUE 10.

      * REQUISITION MASTER TABLE - THE WHOLE MASTER, PLUS WHAT THIS
      * RUN HAS TO SAY ABOUT EACH ROW ON THE STATUS REPORT
       77 WS-RM-MAX               PIC 9(5) VALUE 20000.
       77 WS-RM-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RM-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RM-FIRST-NEW         PIC 9(5) VALUE ZERO.
           COPY REQMAST.
       01 WS-RM-TBL.
           05 WS-RM-ROW OCCURS 20000 TIMES.
               10 WS-RM-ROW-REC       PIC X(150).
               10 WS-RM-ROW-RPT       PIC X(01).
                   88 RM-ROW-ON-REPORT VALUE 'Y'.
               10 WS-RM-ROW-RPT-STAT  PIC X(10).
               10 WS-RM-ROW-RPT-TEXT  PIC X(50).

      * ONE NEW REQUISITION AS THE DEPARTMENT KEYS IT.  THE PRICE IS
      * AN OPTIONAL ESTIMATE IN THE SUPPLIER'S CURRENCY - BLANK
      * TAKES THE PART'S LATEST ORDER PRICE
       01 WS-NEW-DETAIL.
           05 WS-NEW-DEPT         PIC X(06) VALUE SPACES.
           05 WS-NEW-REQUESTER    PIC X(08) VALUE SPACES.
           05 WS-NEW-PART-NUMBER  PIC X(23) VALUE SPACES.
           05 WS-NEW-QUANTITY     PIC X(07) VALUE SPACES.
           05 WS-NEW-QUANTITY-N REDEFINES WS-NEW-QUANTITY
                                  PIC 9(07).
           05 WS-NEW-NEED-DATE    PIC X(08) VALUE SPACES.
           05 WS-NEW-NEED-DATE-N REDEFINES WS-NEW-NEED-DATE
                                  PIC 9(08).
           05 WS-NEW-PRICE        PIC X(09) VALUE SPACES.
           05 WS-NEW-PRICE-N REDEFINES WS-NEW-PRICE
                                  PIC 9(07)V99.
           05 FILLER              PIC X(19) VALUE SPACES.

      * ONE APPROVAL DECISION - 'A' APPROVE OR 'R' REJECT, AND THE
      * BUYER-MASTER CODE OF WHOEVER MADE IT
       01 WS-APV-DETAIL.
           05 WS-APV-REQ-NO       PIC X(08) VALUE SPACES.
           05 WS-APV-REQ-NO-N REDEFINES WS-APV-REQ-NO
                                  PIC 9(08).
           05 WS-APV-DECISION     PIC X(01) VALUE SPACES.
               88 APV-APPROVE     VALUE 'A'.
               88 APV-REJECT      VALUE 'R'.
           05 WS-APV-APPROVER     PIC X(03) VALUE SPACES.
           05 FILLER              PIC X(68) VALUE SPACES.
       77 WS-AD-MAX               PIC 9(5) VALUE 5000.
       77 WS-AD-CNT               PIC 9(5) VALUE ZERO.
       77 WS-AD-IDX               PIC 9(5) VALUE ZERO.
       77 WS-AD-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-AD-TBL.
           05 WS-AD-ROW OCCURS 5000 TIMES.
               10 WS-AD-REQ-NO    PIC 9(08).
               10 WS-AD-DECISION  PIC X(01).
               10 WS-AD-APPROVER  PIC X(03).
               10 WS-AD-USED      PIC X(01).

      * REASON CODES THE MASTER CARRIES, AND WHAT THE STATUS
      * REPORT SAYS FOR EACH.  RQ0n ARE REJECTS, RQ2n KEEP AN
      * APPROVED REQUISITION WAITING FOR THE NEXT RUN
       01 WS-RSN-DATA.
           05 FILLER PIC X(44) VALUE
              'RQ01COST CENTER NOT KEYED                   '.
           05 FILLER PIC X(44) VALUE
              'RQ02PART NUMBER NOT KEYED                   '.
           05 FILLER PIC X(44) VALUE
              'RQ03QUANTITY NOT NUMERIC OR ZERO            '.
           05 FILLER PIC X(44) VALUE
              'RQ04NEED DATE IS NOT A VALID DATE           '.
           05 FILLER PIC X(44) VALUE
              'RQ05NEED DATE IS NOT AFTER THE ENTRY DATE   '.
           05 FILLER PIC X(44) VALUE
              'RQ06ESTIMATED PRICE NOT NUMERIC             '.
           05 FILLER PIC X(44) VALUE
              'RQ07PART NEVER ORDERED - KEY AN ESTIMATE    '.
           05 FILLER PIC X(44) VALUE
              'RQ08OVER EVERY APPROVAL LIMIT IN COST CENTER'.
           05 FILLER PIC X(44) VALUE
              'RQ09REJECTED BY THE APPROVER                '.
           05 FILLER PIC X(44) VALUE
              'RQ20APPROVED - PART HAS NO SOURCE ON FILE   '.
           05 FILLER PIC X(44) VALUE
              'RQ21APPROVED - OVER REMAINING DEPT BUDGET   '.
           05 FILLER PIC X(44) VALUE
              'RQ22APPROVED - NO FREE PO SLOT ON THE PART  '.
       01 WS-RSN-TBL REDEFINES WS-RSN-DATA.
           05 WS-RSN-ROW OCCURS 12 TIMES.
               10 WS-RSN-CODE     PIC X(04).
               10 WS-RSN-TEXT     PIC X(40).
       77 WS-RSN-MAX              PIC 9(02) VALUE 12.
       77 WS-RSN-IDX              PIC 9(02) VALUE ZERO.
       77 WS-RSN-LKP-TEXT         PIC X(40) VALUE SPACES.

      * BUYER MASTER TABLE - SAME ROW LAYOUT PRTSUPP AND BUDGRPT
      * LOAD.  THE LIMIT IS THE BUYER'S APPROVAL AUTHORITY IN USD
       77 WS-BUYER-MAX            PIC 9(5) VALUE 500.
       77 WS-BUYER-CNT            PIC 9(5) VALUE ZERO.
       77 WS-BUYER-IDX            PIC 9(5) VALUE ZERO.
       77 WS-BUYER-FND-IDX        PIC 9(5) VALUE ZERO.
       77 WS-BUYER-LKP-CODE       PIC X(03) VALUE SPACES.
       01 WS-BUYER-TBL.
           05 WS-BUYER-ROW OCCURS 500 TIMES.
               10 WS-BUYER-CODE    PIC X(03).
               10 WS-BUYER-NAME    PIC X(20).
               10 WS-BUYER-DEPT    PIC X(06).
               10 WS-BUYER-LIMIT   PIC 9(9)V99.
               10 FILLER           PIC X(40).
       01 WS-BUYER-DETAIL         PIC X(80) VALUE SPACES.

      * DEPARTMENT TABLE - BUDGET AND NET COMMITTED, BUILT THE WAY
      * BUDGRPT BUILDS IT
       77 WS-DP-MAX               PIC 9(5) VALUE 500.
       77 WS-DP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-DP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-DP-FND-IDX           PIC 9(5) VALUE ZERO.
       77 WS-DP-LKP-DEPT          PIC X(06) VALUE SPACES.
       01 WS-DP-TBL.
           05 WS-DP-ROW OCCURS 500 TIMES.
               10 WS-DP-DEPT      PIC X(06).
               10 WS-DP-BUDGET    PIC 9(11)V99.
               10 WS-DP-COMMITTED PIC S9(13)V99.
       01 WS-BD-DETAIL.
           05 WS-BD-DEPT          PIC X(06) VALUE SPACES.
           05 WS-BD-BUDGET        PIC 9(11)V99 VALUE ZERO.
           05 FILLER              PIC X(61) VALUE SPACES.

      * ONE COMMITMENT-LEDGER ROW - SAME LAYOUT PRTSUPP WRITES
       01 WS-CMT-DETAIL.
           05 WS-CMT-TYPE          PIC X(01) VALUE SPACES.
               88 CMT-IS-COMMIT    VALUE 'C'.
               88 CMT-IS-RELIEF    VALUE 'R'.
           05 WS-CMT-BUYER         PIC X(03) VALUE SPACES.
           05 WS-CMT-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-CMT-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-CMT-USD-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05 WS-CMT-DATE          PIC 9(08) VALUE ZERO.
           05 WS-CMT-PROGRAM       PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE SPACES.

      * ORDERS RAISED HERE THAT PRTSUPP HAS ALREADY COMMITTED -
      * ANY CONVERTED REQUISITION WHOSE PO IS NOT IN THIS TABLE IS
      * STILL IN FLIGHT AND COUNTS AGAINST ITS BUDGET HERE
       77 WS-LP-MAX               PIC 9(5) VALUE 20000.
       77 WS-LP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-LP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-LP-FOUND             PIC X(01) VALUE 'N'.
           88 LP-FOUND            VALUE 'Y'.
       01 WS-LP-TBL.
           05 WS-LP-PO OCCURS 20000 TIMES PIC X(06).

      * PART RECORDS OFF GPARTSUP FOR THE PARTS OPEN REQUISITIONS
      * ASK FOR - PRICE SOURCE WHILE ROUTING, AND THE RECORD THE NEW
      * ORDER IS WRITTEN INTO.  THE PRIMARY SOURCE (ALT-SOURCE
      * BLANK OR '1') WINS OVER AN ALTERNATE
       77 WS-TP-MAX               PIC 9(5) VALUE 500.
       77 WS-TP-CNT               PIC 9(5) VALUE ZERO.
       77 WS-TP-IDX               PIC 9(5) VALUE ZERO.
       77 WS-TP-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-TP-TBL.
           05 WS-TP-ROW OCCURS 500 TIMES.
               10 WS-TP-PART      PIC X(23).
               10 WS-TP-HAVE      PIC X(01).
                   88 TP-HAVE-RECORD VALUE 'Y'.
               10 WS-TP-PRIMARY   PIC X(01).
                   88 TP-IS-PRIMARY  VALUE 'Y'.
               10 WS-TP-USED      PIC X(01).
                   88 TP-HAS-NEW-PO  VALUE 'Y'.
               10 WS-TP-REC       PIC X(524).

      * THE PART'S LATEST ORDER ON ITS RECORD - PRICE, CURRENCY
      * AND BUYER A NEW REQUISITION DEFAULTS FROM
       01 WS-LAST-PO.
           05 WS-LAST-PRICE       PIC S9(7)V99 VALUE ZERO.
           05 WS-LAST-CURRENCY    PIC X(03) VALUE SPACES.
           05 WS-LAST-BUYER       PIC X(03) VALUE SPACES.
           05 WS-LAST-DATE        PIC 9(08) VALUE ZERO.

      * DEPARTMENTS ON THE STATUS REPORT, IN FIRST-SEEN ORDER
       77 WS-RD-MAX               PIC 9(5) VALUE 500.
       77 WS-RD-CNT               PIC 9(5) VALUE ZERO.
       77 WS-RD-IDX               PIC 9(5) VALUE ZERO.
       77 WS-RD-FOUND             PIC X(01) VALUE 'N'.
           88 RD-FOUND            VALUE 'Y'.
       01 WS-RD-TBL.
           05 WS-RD-DEPT OCCURS 500 TIMES PIC X(06).

      * ONE PO EVENT RECORD - SAME LAYOUT THE SUITE APPENDS
       01 WS-EV-DETAIL.
           05 WS-EV-PO-NUMBER     PIC X(06) VALUE SPACES.
           05 WS-EV-DATE          PIC 9(08) VALUE ZERO.
           05 WS-EV-PROGRAM       PIC X(08) VALUE SPACES.
           05 WS-EV-EVENT         PIC X(12) VALUE SPACES.
           05 WS-EV-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-EV-QUANTITY      PIC 9(07) VALUE ZERO.
           05 WS-EV-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05 FILLER              PIC X(05) VALUE SPACES.

      * EDIT RESULT FOR THE REQUISITION ON HAND
       77 WS-REQ-ERR-SW           PIC X(01) VALUE 'N'.
           88 REQ-IN-ERROR        VALUE 'Y'.

      * SAME CEEDAYS DATE-VALIDATION BOILERPLATE SUPMAINT USES
       01 WS-PICSTR-IN.
          10 WS-PICSTR-LTH-IN     PIC S9(4) COMP VALUE 8.
          10 WS-PICSTR-LTH-IN     PIC X(8)  VALUE 'YYYYMMDD'.
       01 WS-DATE-IN-CEE.
          10 WS-DATE-IN-LTH-CEE   PIC S9(4) COMP VALUE 8.
          10 WS-DATE-IN-STR-CEE   PIC X(8).
       77 WS-DATE-OUT-CEE         PIC X(08) VALUE SPACES.
       01 WS-FC.
          10 FC-SEV               PIC S9(4) COMP.
          10 FC-MSG               PIC S9(4) COMP.
          10 FC-CTW               PIC X.
          10 FC-FAC               PIC X(3).
          10 FC-ISI               PIC S9(8) COMP.

           COPY CURRRATE.

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
           05 REQNEW-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-REQNEW        VALUE 'Y'.
           05 REQNEW-ST                 PIC X(02).
               88 REQNEW-OK             VALUE '00'.
           05 REQAPV-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-REQAPV        VALUE 'Y'.
           05 REQAPV-ST                 PIC X(02).
               88 REQAPV-OK             VALUE '00'.
           05 REQMAST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-REQMAST       VALUE 'Y'.
           05 REQMAST-ST                PIC X(02).
               88 REQMAST-OK            VALUE '00'.
           05 BUYER-EOF                 PIC X(01) VALUE 'N'.
               88 NO-MORE-BUYERS        VALUE 'Y'.
           05 BUYER-ST                  PIC X(02).
               88 BUYER-OK              VALUE '00'.
           05 DEPTBUD-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-DEPTBUD       VALUE 'Y'.
           05 DEPTBUD-ST                PIC X(02).
               88 DEPTBUD-OK            VALUE '00'.
           05 COMMIT-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-COMMIT        VALUE 'Y'.
           05 COMMIT-ST                 PIC X(02).
               88 COMMIT-OK             VALUE '00'.
           05 PART-SUPP-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PART-SUPP     VALUE 'Y'.
           05 PART-SUPP-ST              PIC X(02).
               88 PART-SUPP-OK          VALUE '00'.
           05 REQPO-ST                  PIC X(02).
               88 REQPO-OK              VALUE '00'.
           05 POEVENT-ST                PIC X(02).
               88 POEVENT-OK            VALUE '00'.
           05 REQRPT-ST                 PIC X(02).
               88 REQRPT-OK             VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
       01 RPT-LINE-BANNER.
             10 FILLER       PIC X(36) VALUE
                'PURCHASE REQUISITION STATUS         '.
             10 FILLER       PIC X(10) VALUE 'RUN DATE: '.
             10 RPT-RUN-DATE PIC X(10) VALUE SPACES.
             10 FILLER       PIC X(76) VALUE SPACES.
       01 RPT-LINE-DEPT.
             10 FILLER       PIC X(13) VALUE 'COST CENTER: '.
             10 RPT-HDR-DEPT PIC X(06) VALUE SPACES.
             10 FILLER       PIC X(113) VALUE SPACES.
       01 RPT-LINE-1.
             10 FILLER    PIC X(08) VALUE 'Req No  '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(23) VALUE 'Part Number'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(07) VALUE '    Qty'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(08) VALUE 'Need By '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(14) VALUE '    USD Amount'.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(10) VALUE 'Status    '.
             10 FILLER    PIC X(02) VALUE SPACES.
             10 FILLER    PIC X(50) VALUE 'Detail'.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
             10 RPT-REQ-NO      PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-PART        PIC X(23) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-QTY         PIC ZZZZZZ9.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-NEED        PIC 9(08) VALUE ZERO.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-AMT         PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-STATUS      PIC X(10) VALUE SPACES.
             10 FILLER          PIC X(02) VALUE SPACES.
             10 RPT-DETAIL      PIC X(50) VALUE SPACES.
       01 RPT-LINE-4.
             10 FILLER          PIC X(132) VALUE ALL "-".
       01 RPT-LINE-5.
             10 RPT-SUM-LABEL   PIC X(30) VALUE SPACES.
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

           COPY PRTSUBAD.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 400-WORK-ONE-REQ
                   VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT.
           PERFORM 600-WRITE-STATUS-REPORT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS01-CURR-DATE FROM DATE YYYYMMDD.
           MOVE WS01-CURR-MM   TO WS01-RD-MM.
           MOVE WS01-CURR-DD   TO WS01-RD-DD.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-BUYERS.
           PERFORM 220-LOAD-BUDGETS.
           PERFORM 230-LOAD-MASTER.
           PERFORM 240-LOAD-LEDGER.
           PERFORM 245-ADD-IN-FLIGHT
                   VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT.
           COMPUTE WS-RM-FIRST-NEW = WS-RM-CNT + 1.
           PERFORM 300-READ-REQNEW.
           PERFORM 250-TAKE-NEW-REQ UNTIL NO-MORE-REQNEW.
           PERFORM 260-LOAD-PART-RECORDS THRU 260-LOAD-EXIT.
           PERFORM 270-PRICE-AND-ROUTE
                   VARYING WS-RM-IDX FROM WS-RM-FIRST-NEW BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT.
           PERFORM 280-LOAD-DECISIONS.
           WRITE REQRPT-RECORD FROM RPT-LINE-0.
           WRITE REQRPT-RECORD FROM RPT-LINE-BANNER.

       200-OPEN-FILES.
           OPEN INPUT REQNEW-FILE
              IF NOT REQNEW-OK
                 DISPLAY 'Input REQNEW File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT REQPO-FILE
              IF NOT REQPO-OK
                 DISPLAY 'Output REQPO File Error'
                 GO TO 999-ERR-RTN.
           OPEN OUTPUT REQRPT-FILE
              IF NOT REQRPT-OK
                 DISPLAY 'Output REQRPT File Error'
                 GO TO 999-ERR-RTN.
      *> the event history is append-only and the very first run
      *> starts it
           OPEN EXTEND POEVENT-FILE.
           IF NOT POEVENT-OK
              OPEN OUTPUT POEVENT-FILE
           END-IF.
           IF POEVENT-OK
              MOVE 'Y' TO WS-POEV-OPEN-SW
           ELSE
              DISPLAY 'Output POEVENT File Error - EVENT TRAIL '
                      'NOT UPDATED'
           END-IF.

       210-LOAD-BUYERS.
      *> no buyer master means nobody can approve anything
           OPEN INPUT BUYER-FILE
              IF NOT BUYER-OK
                 DISPLAY 'Input BUYERMST File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 215-LOAD-ONE-BUYER UNTIL NO-MORE-BUYERS.
           CLOSE BUYER-FILE.

       215-LOAD-ONE-BUYER.
           READ BUYER-FILE INTO WS-BUYER-DETAIL
              AT END MOVE 'Y' TO BUYER-EOF
           END-READ.
           IF NOT NO-MORE-BUYERS AND WS-BUYER-CNT < WS-BUYER-MAX
              ADD +1 TO WS-BUYER-CNT
              MOVE WS-BUYER-DETAIL TO WS-BUYER-ROW(WS-BUYER-CNT)
           END-IF.

       220-LOAD-BUDGETS.
           OPEN INPUT DEPTBUD-FILE
              IF NOT DEPTBUD-OK
                 DISPLAY 'Input DEPTBUD File Error'
                 GO TO 999-ERR-RTN.
           PERFORM 225-LOAD-ONE-BUDGET UNTIL NO-MORE-DEPTBUD.
           CLOSE DEPTBUD-FILE.

       225-LOAD-ONE-BUDGET.
           READ DEPTBUD-FILE INTO WS-BD-DETAIL
              AT END MOVE 'Y' TO DEPTBUD-EOF
           END-READ.
           IF NOT NO-MORE-DEPTBUD AND WS-DP-CNT < WS-DP-MAX
              ADD +1 TO WS-DP-CNT
              MOVE WS-BD-DEPT   TO WS-DP-DEPT(WS-DP-CNT)
              MOVE WS-BD-BUDGET TO WS-DP-BUDGET(WS-DP-CNT)
              MOVE ZERO         TO WS-DP-COMMITTED(WS-DP-CNT)
           END-IF.

       230-LOAD-MASTER.
      *> requisition and order numbers both continue where the
      *> master left off - the very first run starts the master
           MOVE ZERO TO WS-NEXT-REQ-NO, WS-NEXT-PO-SEQ.
           OPEN INPUT REQMAST-FILE.
           IF REQMAST-OK
              PERFORM 235-LOAD-ONE-REQ UNTIL NO-MORE-REQMAST
              CLOSE REQMAST-FILE
           ELSE
              DISPLAY 'REQMAST NOT FOUND - STARTING A NEW '
                      'REQUISITION MASTER'
           END-IF.

       235-LOAD-ONE-REQ.
           READ REQMAST-FILE INTO WS-RM-DETAIL
              AT END MOVE 'Y' TO REQMAST-EOF
           END-READ.
           IF NOT NO-MORE-REQMAST
              IF WS-RM-CNT < WS-RM-MAX
                 ADD +1 TO WS-RM-CNT
                 MOVE WS-RM-DETAIL TO WS-RM-ROW-REC(WS-RM-CNT)
                 MOVE 'N'    TO WS-RM-ROW-RPT(WS-RM-CNT)
                 MOVE SPACES TO WS-RM-ROW-RPT-STAT(WS-RM-CNT)
                 MOVE SPACES TO WS-RM-ROW-RPT-TEXT(WS-RM-CNT)
                 IF WS-RM-REQ-NO > WS-NEXT-REQ-NO
                    MOVE WS-RM-REQ-NO TO WS-NEXT-REQ-NO
                 END-IF
                 IF WS-RM-PO-PREFIX = 'R' AND WS-RM-PO-SEQ NUMERIC
                    MOVE WS-RM-PO-SEQ TO WS-PO-SEQ-WORK
                    IF WS-PO-SEQ-WORK > WS-NEXT-PO-SEQ
                       MOVE WS-PO-SEQ-WORK TO WS-NEXT-PO-SEQ
                    END-IF
                 END-IF
              ELSE
      *> the master is permanent - losing a row here would drop
      *> it on the rewrite, so a full table stops the run
                 DISPLAY 'REQMAST TABLE FULL AT ' WS-RM-MAX
                         ' ROWS - RAISE WS-RM-MAX'
                 GO TO 999-ERR-RTN
              END-IF
           END-IF.

       240-LOAD-LEDGER.
      *> same netting BUDGRPT does - 'C' commits add, 'R' reliefs
      *> subtract, charged to the buyer's department
           OPEN INPUT COMMIT-FILE.
           IF NOT COMMIT-OK
              DISPLAY 'COMMIT NOT FOUND - NOTHING COMMITTED YET'
           ELSE
              PERFORM 300-READ-LEDGER
              PERFORM 241-POST-ONE-ROW UNTIL NO-MORE-COMMIT
              CLOSE COMMIT-FILE
           END-IF.

       241-POST-ONE-ROW.
           MOVE WS-CMT-BUYER TO WS-BUYER-LKP-CODE.
           PERFORM 410-FIND-BUYER.
           IF WS-BUYER-FND-IDX > ZERO
              MOVE WS-BUYER-DEPT(WS-BUYER-FND-IDX) TO WS-DP-LKP-DEPT
           ELSE
              MOVE '***   ' TO WS-DP-LKP-DEPT
           END-IF.
           PERFORM 420-FIND-DEPT-ROW.
           IF WS-DP-FND-IDX > ZERO
              IF CMT-IS-RELIEF
                 SUBTRACT WS-CMT-USD-AMOUNT FROM
                     WS-DP-COMMITTED(WS-DP-FND-IDX)
              ELSE
                 ADD WS-CMT-USD-AMOUNT TO
                     WS-DP-COMMITTED(WS-DP-FND-IDX)
              END-IF
           END-IF.
           IF CMT-IS-COMMIT AND WS-CMT-PO-NUMBER(1:1) = 'R' AND
              WS-LP-CNT < WS-LP-MAX
              ADD +1 TO WS-LP-CNT
              MOVE WS-CMT-PO-NUMBER TO WS-LP-PO(WS-LP-CNT)
           END-IF.
           PERFORM 300-READ-LEDGER.

       245-ADD-IN-FLIGHT.
      *> an order raised here on an earlier run that PRTSUPP has not
      *> committed yet is still money the department has spent
           MOVE WS-RM-ROW-REC(WS-RM-IDX) TO WS-RM-DETAIL.
           IF RM-CONVERTED
              MOVE 'N' TO WS-LP-FOUND
              PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                      UNTIL WS-LP-IDX > WS-LP-CNT OR LP-FOUND
                 IF WS-LP-PO(WS-LP-IDX) = WS-RM-PO-NUMBER
                    MOVE 'Y' TO WS-LP-FOUND
                 END-IF
              END-PERFORM
              IF NOT LP-FOUND
                 MOVE WS-RM-DEPT TO WS-DP-LKP-DEPT
                 PERFORM 420-FIND-DEPT-ROW
                 IF WS-DP-FND-IDX > ZERO
                    ADD WS-RM-USD-AMOUNT TO
                        WS-DP-COMMITTED(WS-DP-FND-IDX)
                 END-IF
              END-IF
           END-IF.

       250-TAKE-NEW-REQ.
           ADD +1 TO WS-NEW-CNT.
           IF WS-RM-CNT NOT < WS-RM-MAX
              DISPLAY 'REQMAST TABLE FULL - REQUISITION NOT TAKEN: '
                      WS-NEW-DETAIL(1:37)
              PERFORM 300-READ-REQNEW
           ELSE
              ADD +1 TO WS-RM-CNT
              ADD +1 TO WS-NEXT-REQ-NO
              MOVE SPACES TO WS-RM-DETAIL
              MOVE WS-NEXT-REQ-NO     TO WS-RM-REQ-NO
              MOVE WS-NEW-DEPT        TO WS-RM-DEPT
              MOVE WS-NEW-REQUESTER   TO WS-RM-REQUESTER
              MOVE WS-NEW-PART-NUMBER TO WS-RM-PART-NUMBER
              MOVE ZERO TO WS-RM-QUANTITY, WS-RM-NEED-DATE,
                           WS-RM-UNIT-PRICE, WS-RM-USD-AMOUNT
              MOVE WS01-CURR-DATE-N   TO WS-RM-ENTRY-DATE
              MOVE WS01-CURR-DATE-N   TO WS-RM-STATUS-DATE
              PERFORM 255-EDIT-NEW-REQ THRU 255-EDIT-EXIT
              IF REQ-IN-ERROR
                 MOVE 'R' TO WS-RM-STATUS
                 ADD +1 TO WS-REJECT-CNT
              ELSE
                 MOVE 'W' TO WS-RM-STATUS
              END-IF
              MOVE WS-RM-DETAIL TO WS-RM-ROW-REC(WS-RM-CNT)
              MOVE 'N'    TO WS-RM-ROW-RPT(WS-RM-CNT)
              MOVE SPACES TO WS-RM-ROW-RPT-STAT(WS-RM-CNT)
              MOVE SPACES TO WS-RM-ROW-RPT-TEXT(WS-RM-CNT)
              IF REQ-IN-ERROR
                 MOVE WS-RM-CNT TO WS-RM-IDX
                 PERFORM 470-REPORT-REJECT
              END-IF
              PERFORM 300-READ-REQNEW
           END-IF.

       255-EDIT-NEW-REQ.
      *> first edit that fails is the reason the department sees
           MOVE 'N' TO WS-REQ-ERR-SW.
           IF WS-NEW-DEPT = SPACES
              MOVE 'Y' TO WS-REQ-ERR-SW
              MOVE 'RQ01' TO WS-RM-REASON
              GO TO 255-EDIT-EXIT
           END-IF.
           IF WS-NEW-PART-NUMBER = SPACES
              MOVE 'Y' TO WS-REQ-ERR-SW
              MOVE 'RQ02' TO WS-RM-REASON
              GO TO 255-EDIT-EXIT
           END-IF.
           IF WS-NEW-QUANTITY NOT NUMERIC OR WS-NEW-QUANTITY-N = ZERO
              MOVE 'Y' TO WS-REQ-ERR-SW
              MOVE 'RQ03' TO WS-RM-REASON
              GO TO 255-EDIT-EXIT
           END-IF.
           MOVE WS-NEW-QUANTITY-N TO WS-RM-QUANTITY.
           MOVE WS-NEW-NEED-DATE TO WS-DATE-IN-STR-CEE.
           CALL 'CEEDAYS' USING WS-DATE-IN-CEE
                                WS-PICSTR-IN, WS-DATE-OUT-CEE,
                                WS-FC.
           IF FC-SEV NOT = ZERO OR WS-NEW-NEED-DATE NOT NUMERIC
              MOVE 'Y' TO WS-REQ-ERR-SW
              MOVE 'RQ04' TO WS-RM-REASON
              GO TO 255-EDIT-EXIT
           END-IF.
           MOVE WS-NEW-NEED-DATE-N TO WS-RM-NEED-DATE.
      *> PRTSUPP wants the delivery date after the order date
           IF WS-NEW-NEED-DATE-N NOT > WS01-CURR-DATE-N
              MOVE 'Y' TO WS-REQ-ERR-SW
              MOVE 'RQ05' TO WS-RM-REASON
              GO TO 255-EDIT-EXIT
           END-IF.
           IF WS-NEW-PRICE NOT = SPACES AND WS-NEW-PRICE NOT NUMERIC
              MOVE 'Y' TO WS-REQ-ERR-SW
              MOVE 'RQ06' TO WS-RM-REASON
              GO TO 255-EDIT-EXIT
           END-IF.
           IF WS-NEW-PRICE NOT = SPACES
              MOVE WS-NEW-PRICE-N TO WS-RM-UNIT-PRICE
           END-IF.
       255-EDIT-EXIT.
           EXIT.

       260-LOAD-PART-RECORDS.
      *> one pass of the latest generation picks up the record of
      *> every part an open requisition asks for
           PERFORM 261-NOTE-PART-NEEDED
                   VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT.
           IF WS-TP-CNT = ZERO
              GO TO 260-LOAD-EXIT
           END-IF.
           OPEN INPUT PART-SUPP-FILE.
           IF NOT PART-SUPP-OK
              DISPLAY 'GPARTSUP NOT FOUND - NO REQUISITION CAN BE '
                      'PRICED OFF OR CONVERTED TO AN ORDER'
              GO TO 260-LOAD-EXIT
           END-IF.
           PERFORM 310-READ-GPARTSUP.
           PERFORM 265-KEEP-PART-RECORD UNTIL NO-MORE-PART-SUPP.
           CLOSE PART-SUPP-FILE.
       260-LOAD-EXIT.
           EXIT.

       261-NOTE-PART-NEEDED.
           MOVE WS-RM-ROW-REC(WS-RM-IDX) TO WS-RM-DETAIL.
           IF RM-WAITING OR RM-APPROVED
              PERFORM 430-FIND-PART-ROW
              IF WS-TP-FND-IDX = ZERO AND WS-TP-CNT < WS-TP-MAX
                 ADD +1 TO WS-TP-CNT
                 MOVE WS-RM-PART-NUMBER TO WS-TP-PART(WS-TP-CNT)
                 MOVE 'N' TO WS-TP-HAVE(WS-TP-CNT)
                 MOVE 'N' TO WS-TP-PRIMARY(WS-TP-CNT)
                 MOVE 'N' TO WS-TP-USED(WS-TP-CNT)
                 MOVE SPACES TO WS-TP-REC(WS-TP-CNT)
              END-IF
           END-IF.

       265-KEEP-PART-RECORD.
           MOVE IN-PART-NUMBER TO WS-RM-PART-NUMBER.
           PERFORM 430-FIND-PART-ROW.
           IF WS-TP-FND-IDX > ZERO
              IF NOT TP-HAVE-RECORD(WS-TP-FND-IDX) OR
                 (NOT TP-IS-PRIMARY(WS-TP-FND-IDX) AND
                  (IN-ALT-SOURCE-SEQ = SPACE OR
                   IN-ALT-SOURCE-SEQ = '1'))
                 MOVE 'Y' TO WS-TP-HAVE(WS-TP-FND-IDX)
                 MOVE PART-SUPP-ADDR-PO TO WS-TP-REC(WS-TP-FND-IDX)
                 IF IN-ALT-SOURCE-SEQ = SPACE OR
                    IN-ALT-SOURCE-SEQ = '1'
                    MOVE 'Y' TO WS-TP-PRIMARY(WS-TP-FND-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 310-READ-GPARTSUP.

       270-PRICE-AND-ROUTE.
      *> a new requisition that passed its edits is priced, then
      *> routed to the approver with the smallest limit covering it
           MOVE WS-RM-ROW-REC(WS-RM-IDX) TO WS-RM-DETAIL.
           IF RM-WAITING
              PERFORM 275-PRICE-ONE-REQ
              IF RM-WAITING
                 PERFORM 277-ROUTE-ONE-REQ
              END-IF
              MOVE WS-RM-DETAIL TO WS-RM-ROW-REC(WS-RM-IDX)
              IF RM-REJECTED
                 ADD +1 TO WS-REJECT-CNT
                 PERFORM 470-REPORT-REJECT
              ELSE
                 ADD +1 TO WS-ROUTED-CNT
                 MOVE 'Y' TO WS-RM-ROW-RPT(WS-RM-IDX)
                 MOVE 'ROUTED' TO WS-RM-ROW-RPT-STAT(WS-RM-IDX)
                 STRING 'SENT TO ' WS-RM-ROUTED-TO ' FOR APPROVAL'
                        DELIMITED BY SIZE
                        INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
                 END-STRING
              END-IF
           END-IF.

       275-PRICE-ONE-REQ.
           PERFORM 430-FIND-PART-ROW.
           MOVE ZERO   TO WS-LAST-PRICE.
           MOVE SPACES TO WS-LAST-CURRENCY, WS-LAST-BUYER.
           IF WS-TP-FND-IDX > ZERO
              IF TP-HAVE-RECORD(WS-TP-FND-IDX)
                 PERFORM 440-FIND-LAST-ORDER
              END-IF
           END-IF.
           IF WS-RM-UNIT-PRICE = ZERO
              IF WS-LAST-PRICE > ZERO
                 MOVE WS-LAST-PRICE TO WS-RM-UNIT-PRICE
              ELSE
                 MOVE 'R'    TO WS-RM-STATUS
                 MOVE 'RQ07' TO WS-RM-REASON
              END-IF
           END-IF.
           IF WS-LAST-CURRENCY = SPACES
              MOVE 'USD' TO WS-RM-CURRENCY
           ELSE
              MOVE WS-LAST-CURRENCY TO WS-RM-CURRENCY
           END-IF.
      *> limits and budgets are USD - same compiled reference rates
      *> PRTSUPP commits at
           MOVE 1.000 TO WS-CURR-RATE.
           PERFORM VARYING CURR-RATE-IDX FROM 1 BY 1
                   UNTIL CURR-RATE-IDX > CURR-RATE-MAX
              IF CURR-RATE-CODE(CURR-RATE-IDX) = WS-RM-CURRENCY
                 MOVE CURR-RATE-VALUE(CURR-RATE-IDX) TO WS-CURR-RATE
              END-IF
           END-PERFORM.
           COMPUTE WS-RM-USD-AMOUNT ROUNDED =
                   WS-RM-QUANTITY * WS-RM-UNIT-PRICE / WS-CURR-RATE.

       277-ROUTE-ONE-REQ.
           MOVE ZERO TO WS-BUYER-FND-IDX.
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
                   UNTIL WS-BUYER-IDX > WS-BUYER-CNT
              IF WS-BUYER-DEPT(WS-BUYER-IDX) = WS-RM-DEPT AND
                 WS-BUYER-LIMIT(WS-BUYER-IDX) >= WS-RM-USD-AMOUNT
                 IF WS-BUYER-FND-IDX = ZERO
                    MOVE WS-BUYER-IDX TO WS-BUYER-FND-IDX
                 ELSE
                    IF WS-BUYER-LIMIT(WS-BUYER-IDX) <
                       WS-BUYER-LIMIT(WS-BUYER-FND-IDX)
                       MOVE WS-BUYER-IDX TO WS-BUYER-FND-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BUYER-FND-IDX = ZERO
              MOVE 'R'    TO WS-RM-STATUS
              MOVE 'RQ08' TO WS-RM-REASON
           ELSE
              MOVE WS-BUYER-CODE(WS-BUYER-FND-IDX) TO WS-RM-ROUTED-TO
           END-IF.

       280-LOAD-DECISIONS.
      *> no decisions file is a day nobody approved anything
           OPEN INPUT REQAPV-FILE.
           IF NOT REQAPV-OK
              DISPLAY 'REQAPV NOT FOUND - NO APPROVAL DECISIONS'
           ELSE
              PERFORM 285-LOAD-ONE-DECISION UNTIL NO-MORE-REQAPV
              CLOSE REQAPV-FILE
           END-IF.

       285-LOAD-ONE-DECISION.
           READ REQAPV-FILE INTO WS-APV-DETAIL
              AT END MOVE 'Y' TO REQAPV-EOF
           END-READ.
           IF NOT NO-MORE-REQAPV
              ADD +1 TO WS-DECISION-CNT
              IF WS-APV-REQ-NO NUMERIC AND
                 (APV-APPROVE OR APV-REJECT) AND
                 WS-AD-CNT < WS-AD-MAX
                 ADD +1 TO WS-AD-CNT
                 MOVE WS-APV-REQ-NO-N   TO WS-AD-REQ-NO(WS-AD-CNT)
                 MOVE WS-APV-DECISION   TO WS-AD-DECISION(WS-AD-CNT)
                 MOVE WS-APV-APPROVER   TO WS-AD-APPROVER(WS-AD-CNT)
                 MOVE 'N'               TO WS-AD-USED(WS-AD-CNT)
              ELSE
                 ADD +1 TO WS-DEC-UNMATCHED-CNT
                 DISPLAY 'REQPROC: DECISION IGNORED: '
                         WS-APV-DETAIL(1:12)
              END-IF
           END-IF.

       300-READ-REQNEW.
           READ REQNEW-FILE INTO WS-NEW-DETAIL
              AT END
              MOVE 'Y' TO REQNEW-EOF.

       300-READ-LEDGER.
           READ COMMIT-FILE INTO WS-CMT-DETAIL
              AT END
              MOVE 'Y' TO COMMIT-EOF.

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

       400-WORK-ONE-REQ.
           MOVE WS-RM-ROW-REC(WS-RM-IDX) TO WS-RM-DETAIL.
           IF RM-WAITING
              PERFORM 450-APPLY-DECISION THRU 450-APPLY-EXIT
           END-IF.
           IF RM-APPROVED
              PERFORM 460-CONVERT-REQ THRU 460-CONVERT-EXIT
           END-IF.
           IF RM-WAITING OR RM-APPROVED
              PERFORM 480-CHECK-AGE
           END-IF.
           MOVE WS-RM-DETAIL TO WS-RM-ROW-REC(WS-RM-IDX).

       410-FIND-BUYER.
           MOVE ZERO TO WS-BUYER-FND-IDX.
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
                   UNTIL WS-BUYER-IDX > WS-BUYER-CNT
                      OR WS-BUYER-FND-IDX > ZERO
              IF WS-BUYER-CODE(WS-BUYER-IDX) = WS-BUYER-LKP-CODE
                 MOVE WS-BUYER-IDX TO WS-BUYER-FND-IDX
              END-IF
           END-PERFORM.

       420-FIND-DEPT-ROW.
      *> a department with no budget row still gets a row, with a
      *> zero budget - same as BUDGRPT
           MOVE ZERO TO WS-DP-FND-IDX.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-CNT OR WS-DP-FND-IDX > ZERO
              IF WS-DP-DEPT(WS-DP-IDX) = WS-DP-LKP-DEPT
                 MOVE WS-DP-IDX TO WS-DP-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-DP-FND-IDX = ZERO AND WS-DP-CNT < WS-DP-MAX
              ADD +1 TO WS-DP-CNT
              MOVE WS-DP-LKP-DEPT TO WS-DP-DEPT(WS-DP-CNT)
              MOVE ZERO TO WS-DP-BUDGET(WS-DP-CNT)
              MOVE ZERO TO WS-DP-COMMITTED(WS-DP-CNT)
              MOVE WS-DP-CNT TO WS-DP-FND-IDX
           END-IF.

       430-FIND-PART-ROW.
           MOVE ZERO TO WS-TP-FND-IDX.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-CNT OR WS-TP-FND-IDX > ZERO
              IF WS-TP-PART(WS-TP-IDX) = WS-RM-PART-NUMBER
                 MOVE WS-TP-IDX TO WS-TP-FND-IDX
              END-IF
           END-PERFORM.

       440-FIND-LAST-ORDER.
      *> the latest-dated priced order on the part's record, and
      *> the first PO slot still free
           MOVE WS-TP-REC(WS-TP-FND-IDX) TO PART-SUPP-ADDR-PO.
           MOVE ZERO   TO WS-LAST-PRICE, WS-LAST-DATE.
           MOVE SPACES TO WS-LAST-CURRENCY, WS-LAST-BUYER.
           MOVE ZERO TO WS-FREE-SLOT, WS-LAST-SLOT.
           PERFORM VARYING WS-SPO-IDX FROM 1 BY 1
                   UNTIL WS-SPO-IDX > 4
              IF IN-PO-NUMBER(WS-SPO-IDX) = SPACES
                 IF WS-FREE-SLOT = ZERO
                    MOVE WS-SPO-IDX TO WS-FREE-SLOT
                 END-IF
              ELSE
                 IF IN-UNIT-PRICE(WS-SPO-IDX) > ZERO AND
                    (WS-LAST-SLOT = ZERO OR
                     IN-ORDER-DATE(WS-SPO-IDX) >= WS-LAST-DATE)
                    MOVE WS-SPO-IDX TO WS-LAST-SLOT
                    MOVE IN-ORDER-DATE(WS-SPO-IDX) TO WS-LAST-DATE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LAST-SLOT > ZERO
              MOVE IN-UNIT-PRICE(WS-LAST-SLOT)    TO WS-LAST-PRICE
              MOVE IN-CURRENCY-CODE(WS-LAST-SLOT) TO WS-LAST-CURRENCY
              MOVE IN-BUYER-CODE(WS-LAST-SLOT)    TO WS-LAST-BUYER
           END-IF.

       450-APPLY-DECISION.
           MOVE ZERO TO WS-AD-FND-IDX.
           PERFORM VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-CNT
              IF WS-AD-REQ-NO(WS-AD-IDX) = WS-RM-REQ-NO AND
                 WS-AD-USED(WS-AD-IDX) = 'N'
                 MOVE WS-AD-IDX TO WS-AD-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-AD-FND-IDX = ZERO
              GO TO 450-APPLY-EXIT
           END-IF.
           MOVE 'Y' TO WS-AD-USED(WS-AD-FND-IDX).
      *> the decision has to come from the cost center, and an
      *> approval from someone whose limit covers the amount
           MOVE WS-AD-APPROVER(WS-AD-FND-IDX) TO WS-BUYER-LKP-CODE.
           PERFORM 410-FIND-BUYER.
           IF WS-BUYER-FND-IDX = ZERO
              MOVE SPACES TO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              STRING 'DECISION BY ' WS-BUYER-LKP-CODE
                     ' REFUSED - NOT ON BUYER MASTER'
                     DELIMITED BY SIZE
                     INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              END-STRING
              PERFORM 455-REPORT-REFUSED
              GO TO 450-APPLY-EXIT
           END-IF.
           IF WS-BUYER-DEPT(WS-BUYER-FND-IDX) NOT = WS-RM-DEPT
              MOVE SPACES TO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              STRING 'DECISION BY ' WS-BUYER-LKP-CODE
                     ' REFUSED - NOT IN THIS COST CENTER'
                     DELIMITED BY SIZE
                     INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              END-STRING
              PERFORM 455-REPORT-REFUSED
              GO TO 450-APPLY-EXIT
           END-IF.
           IF WS-AD-DECISION(WS-AD-FND-IDX) = 'R'
              MOVE 'R'               TO WS-RM-STATUS
              MOVE 'RQ09'            TO WS-RM-REASON
              MOVE WS-BUYER-LKP-CODE TO WS-RM-APPROVER
              MOVE WS01-CURR-DATE-N  TO WS-RM-STATUS-DATE
              ADD +1 TO WS-REJECT-CNT
              PERFORM 470-REPORT-REJECT
              GO TO 450-APPLY-EXIT
           END-IF.
           IF WS-BUYER-LIMIT(WS-BUYER-FND-IDX) < WS-RM-USD-AMOUNT
              MOVE SPACES TO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              STRING 'APPROVAL BY ' WS-BUYER-LKP-CODE
                     ' REFUSED - OVER THAT LIMIT'
                     DELIMITED BY SIZE
                     INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              END-STRING
              PERFORM 455-REPORT-REFUSED
              GO TO 450-APPLY-EXIT
           END-IF.
           MOVE 'P'               TO WS-RM-STATUS.
           MOVE SPACES            TO WS-RM-REASON.
           MOVE WS-BUYER-LKP-CODE TO WS-RM-APPROVER.
           MOVE WS01-CURR-DATE-N  TO WS-RM-STATUS-DATE.
       450-APPLY-EXIT.
           EXIT.

       455-REPORT-REFUSED.
           ADD +1 TO WS-DEC-REFUSED-CNT.
           MOVE 'Y'        TO WS-RM-ROW-RPT(WS-RM-IDX).
           MOVE 'WAITING'  TO WS-RM-ROW-RPT-STAT(WS-RM-IDX).

       460-CONVERT-REQ.
      *> an approved requisition becomes an order only when the
      *> part has a source, the budget still covers it and the
      *> part's record has a PO slot free - otherwise it keeps
      *> its approval and the reason, and is tried again next run
           PERFORM 430-FIND-PART-ROW.
           IF WS-TP-FND-IDX = ZERO
              MOVE 'RQ20' TO WS-RM-REASON
              GO TO 460-CONVERT-HELD
           END-IF.
           IF NOT TP-HAVE-RECORD(WS-TP-FND-IDX)
              MOVE 'RQ20' TO WS-RM-REASON
              GO TO 460-CONVERT-HELD
           END-IF.
           MOVE WS-RM-DEPT TO WS-DP-LKP-DEPT.
           PERFORM 420-FIND-DEPT-ROW.
           IF WS-DP-FND-IDX = ZERO
              MOVE 'RQ21' TO WS-RM-REASON
              GO TO 460-CONVERT-HELD
           END-IF.
           COMPUTE WS-REMAINING = WS-DP-BUDGET(WS-DP-FND-IDX) -
                                  WS-DP-COMMITTED(WS-DP-FND-IDX).
           IF WS-REMAINING < WS-RM-USD-AMOUNT
              MOVE 'RQ21' TO WS-RM-REASON
              GO TO 460-CONVERT-HELD
           END-IF.
           PERFORM 440-FIND-LAST-ORDER.
           IF WS-FREE-SLOT = ZERO
              MOVE 'RQ22' TO WS-RM-REASON
              GO TO 460-CONVERT-HELD
           END-IF.
      *> the part's own buyer when that buyer is in the department,
      *> so the commitment lands on the budget that approved it
           MOVE WS-RM-APPROVER TO WS-RM-BUYER.
           IF WS-LAST-BUYER NOT = SPACES
              MOVE WS-LAST-BUYER TO WS-BUYER-LKP-CODE
              PERFORM 410-FIND-BUYER
              IF WS-BUYER-FND-IDX > ZERO
                 IF WS-BUYER-DEPT(WS-BUYER-FND-IDX) = WS-RM-DEPT
                    MOVE WS-LAST-BUYER TO WS-RM-BUYER
                 END-IF
              END-IF
           END-IF.
           ADD +1 TO WS-NEXT-PO-SEQ.
           MOVE 'R'            TO WS-RM-PO-PREFIX.
           MOVE WS-NEXT-PO-SEQ TO WS-RM-PO-SEQ.
           MOVE WS-RM-PO-NUMBER   TO IN-PO-NUMBER(WS-FREE-SLOT).
           MOVE WS-RM-BUYER       TO IN-BUYER-CODE(WS-FREE-SLOT).
           MOVE WS-RM-QUANTITY    TO IN-QUANTITY(WS-FREE-SLOT).
           MOVE WS-RM-UNIT-PRICE  TO IN-UNIT-PRICE(WS-FREE-SLOT).
           MOVE WS-RM-CURRENCY    TO IN-CURRENCY-CODE(WS-FREE-SLOT).
           MOVE WS01-CURR-DATE-N  TO IN-ORDER-DATE(WS-FREE-SLOT).
           MOVE WS-RM-NEED-DATE   TO IN-DELIVERY-DATE(WS-FREE-SLOT).
           MOVE PART-SUPP-ADDR-PO TO WS-TP-REC(WS-TP-FND-IDX).
           MOVE 'Y' TO WS-TP-USED(WS-TP-FND-IDX).
           ADD WS-RM-USD-AMOUNT TO WS-DP-COMMITTED(WS-DP-FND-IDX).
           MOVE 'C'              TO WS-RM-STATUS.
           MOVE SPACES           TO WS-RM-REASON.
           MOVE WS01-CURR-DATE-N TO WS-RM-STATUS-DATE.
           ADD +1 TO WS-CONVERT-CNT.
           IF POEV-OPEN
              MOVE WS-RM-PO-NUMBER   TO WS-EV-PO-NUMBER
              MOVE WS01-CURR-DATE-N  TO WS-EV-DATE
              MOVE 'REQPROC'         TO WS-EV-PROGRAM
              MOVE 'REQUISITION'     TO WS-EV-EVENT
              MOVE WS-RM-PART-NUMBER TO WS-EV-PART-NUMBER
              MOVE WS-RM-QUANTITY    TO WS-EV-QUANTITY
              MOVE WS-RM-USD-AMOUNT  TO WS-EV-AMOUNT
              WRITE POEVENT-RECORD FROM WS-EV-DETAIL
           END-IF.
           MOVE 'Y'         TO WS-RM-ROW-RPT(WS-RM-IDX).
           MOVE 'CONVERTED' TO WS-RM-ROW-RPT-STAT(WS-RM-IDX).
           MOVE SPACES      TO WS-RM-ROW-RPT-TEXT(WS-RM-IDX).
           STRING 'ON PO ' WS-RM-PO-NUMBER ' - BUYER ' WS-RM-BUYER
                  ', APPROVED BY ' WS-RM-APPROVER
                  DELIMITED BY SIZE
                  INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
           END-STRING.
           GO TO 460-CONVERT-EXIT.
       460-CONVERT-HELD.
           ADD +1 TO WS-HELD-CNT.
       460-CONVERT-EXIT.
           EXIT.

       470-REPORT-REJECT.
      *> the caller has the row at WS-RM-IDX with its reason set
           PERFORM 490-LOOKUP-REASON.
           MOVE 'Y'             TO WS-RM-ROW-RPT(WS-RM-IDX).
           MOVE 'REJECTED'      TO WS-RM-ROW-RPT-STAT(WS-RM-IDX).
           MOVE WS-RSN-LKP-TEXT TO WS-RM-ROW-RPT-TEXT(WS-RM-IDX).

       480-CHECK-AGE.
      *> a row this run already reports on says enough by itself
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS01-CURR-DATE-N) -
                   FUNCTION INTEGER-OF-DATE(WS-RM-ENTRY-DATE).
           IF WS-AGE-DAYS >= WS-REQ-AGE-DAYS AND
              NOT RM-ROW-ON-REPORT(WS-RM-IDX)
              ADD +1 TO WS-AGED-CNT
              MOVE WS-AGE-DAYS TO WS-AGE-DAYS-DISP
              MOVE 'Y'    TO WS-RM-ROW-RPT(WS-RM-IDX)
              MOVE 'AGED' TO WS-RM-ROW-RPT-STAT(WS-RM-IDX)
              MOVE SPACES TO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
              IF RM-WAITING
                 STRING WS-AGE-DAYS-DISP ' DAYS - WAITING ON '
                        WS-RM-ROUTED-TO ' FOR APPROVAL'
                        DELIMITED BY SIZE
                        INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
                 END-STRING
              ELSE
                 PERFORM 490-LOOKUP-REASON
                 STRING WS-AGE-DAYS-DISP ' DAYS - ' WS-RSN-LKP-TEXT
                        DELIMITED BY SIZE
                        INTO WS-RM-ROW-RPT-TEXT(WS-RM-IDX)
                 END-STRING
              END-IF
           END-IF.

       490-LOOKUP-REASON.
           MOVE WS-RM-REASON TO WS-RSN-LKP-TEXT.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-MAX
              IF WS-RSN-CODE(WS-RSN-IDX) = WS-RM-REASON
                 MOVE WS-RSN-TEXT(WS-RSN-IDX) TO WS-RSN-LKP-TEXT
              END-IF
           END-PERFORM.

       600-WRITE-STATUS-REPORT.
      *> one section per cost center, so each department can be
      *> handed its own page
           PERFORM 610-NOTE-REPORT-DEPT
                   VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT.
           PERFORM 620-WRITE-ONE-DEPT
                   VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-CNT.

       610-NOTE-REPORT-DEPT.
           IF RM-ROW-ON-REPORT(WS-RM-IDX)
              MOVE WS-RM-ROW-REC(WS-RM-IDX) TO WS-RM-DETAIL
              MOVE 'N' TO WS-RD-FOUND
              PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                      UNTIL WS-RD-IDX > WS-RD-CNT OR RD-FOUND
                 IF WS-RD-DEPT(WS-RD-IDX) = WS-RM-DEPT
                    MOVE 'Y' TO WS-RD-FOUND
                 END-IF
              END-PERFORM
              IF NOT RD-FOUND AND WS-RD-CNT < WS-RD-MAX
                 ADD +1 TO WS-RD-CNT
                 MOVE WS-RM-DEPT TO WS-RD-DEPT(WS-RD-CNT)
              END-IF
           END-IF.

       620-WRITE-ONE-DEPT.
           WRITE REQRPT-RECORD FROM RPT-LINE-0.
           MOVE WS-RD-DEPT(WS-RD-IDX) TO RPT-HDR-DEPT.
           WRITE REQRPT-RECORD FROM RPT-LINE-DEPT.
           WRITE REQRPT-RECORD FROM RPT-LINE-1.
           WRITE REQRPT-RECORD FROM RPT-LINE-2.
           PERFORM 625-WRITE-ONE-LINE
                   VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT.

       625-WRITE-ONE-LINE.
           IF RM-ROW-ON-REPORT(WS-RM-IDX)
              MOVE WS-RM-ROW-REC(WS-RM-IDX) TO WS-RM-DETAIL
              IF WS-RM-DEPT = WS-RD-DEPT(WS-RD-IDX)
                 MOVE WS-RM-REQ-NO      TO RPT-REQ-NO
                 MOVE WS-RM-PART-NUMBER TO RPT-PART
                 MOVE WS-RM-QUANTITY    TO RPT-QTY
                 MOVE WS-RM-NEED-DATE   TO RPT-NEED
                 MOVE WS-RM-USD-AMOUNT  TO RPT-AMT
                 MOVE WS-RM-ROW-RPT-STAT(WS-RM-IDX) TO RPT-STATUS
                 MOVE WS-RM-ROW-RPT-TEXT(WS-RM-IDX) TO RPT-DETAIL
                 WRITE REQRPT-RECORD FROM RPT-LINE-3
              END-IF
           END-IF.

       900-WRAP-UP.
           PERFORM 905-COUNT-UNUSED-DECISION
                   VARYING WS-AD-IDX FROM 1 BY 1
                   UNTIL WS-AD-IDX > WS-AD-CNT.
           PERFORM 910-WRITE-ORDERS.
           PERFORM 920-REWRITE-MASTER.
           PERFORM 930-WRITE-SUMMARY.
           CLOSE REQNEW-FILE, REQPO-FILE, REQRPT-FILE.
           IF POEV-OPEN
              CLOSE POEVENT-FILE
           END-IF.

       905-COUNT-UNUSED-DECISION.
      *> a decision for a requisition that is not waiting - already
      *> decided, or never entered - changes nothing
           IF WS-AD-USED(WS-AD-IDX) = 'N'
              ADD +1 TO WS-DEC-UNMATCHED-CNT
              DISPLAY 'REQPROC: NO WAITING REQUISITION FOR DECISION: '
                      WS-AD-REQ-NO(WS-AD-IDX) ' '
                      WS-AD-DECISION(WS-AD-IDX) ' '
                      WS-AD-APPROVER(WS-AD-IDX)
           END-IF.

       910-WRITE-ORDERS.
      *> one record per part that picked up an order, however many
      *> requisitions went into it
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-CNT
              IF TP-HAS-NEW-PO(WS-TP-IDX)
                 ADD +1 TO WS-REQPO-CNT
                 WRITE REQPO-RECORD FROM WS-TP-REC(WS-TP-IDX)
              END-IF
           END-PERFORM.

       920-REWRITE-MASTER.
      *> rewrite the whole file from the table - same
      *> open-output-over-itself idiom the masters use
           OPEN OUTPUT REQMAST-FILE.
           IF NOT REQMAST-OK
              DISPLAY 'Output REQMAST File Error'
              GO TO 999-ERR-RTN
           END-IF.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-CNT
              WRITE REQMAST-RECORD FROM WS-RM-ROW-REC(WS-RM-IDX)
           END-PERFORM.
           CLOSE REQMAST-FILE.

       930-WRITE-SUMMARY.
           WRITE REQRPT-RECORD FROM RPT-LINE-0.
           WRITE REQRPT-RECORD FROM RPT-LINE-4.
           MOVE 'NEW REQUISITIONS READ........ ' TO RPT-SUM-LABEL.
           MOVE WS-NEW-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROUTED FOR APPROVAL.......... ' TO RPT-SUM-LABEL.
           MOVE WS-ROUTED-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'APPROVAL DECISIONS READ...... ' TO RPT-SUM-LABEL.
           MOVE WS-DECISION-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DECISIONS REFUSED............ ' TO RPT-SUM-LABEL.
           MOVE WS-DEC-REFUSED-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DECISIONS NOT MATCHED........ ' TO RPT-SUM-LABEL.
           MOVE WS-DEC-UNMATCHED-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'REQUISITIONS REJECTED........ ' TO RPT-SUM-LABEL.
           MOVE WS-REJECT-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'CONVERTED TO ORDERS.......... ' TO RPT-SUM-LABEL.
           MOVE WS-CONVERT-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'APPROVED, HELD TO NEXT RUN... ' TO RPT-SUM-LABEL.
           MOVE WS-HELD-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'AGED REQUISITIONS............ ' TO RPT-SUM-LABEL.
           MOVE WS-AGED-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           MOVE 'PART RECORDS FOR PRTSUPP..... ' TO RPT-SUM-LABEL.
           MOVE WS-REQPO-CNT TO RPT-SUM-CNT.
           WRITE REQRPT-RECORD FROM RPT-LINE-5.
           WRITE REQRPT-RECORD FROM RPT-LINE-4.

       999-ERR-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
