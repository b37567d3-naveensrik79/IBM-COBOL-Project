      * REQUEST CARDS (ONE PO NUMBER PER CARD, INQPGM STYLE) AND
      * PRINTS EACH ORDER'S EVENTS AS ONE CHRONOLOGICAL TIMELINE
      * FROM VALIDATION TO PAYMENT.
      * AN ORDER REQPROC RAISED FROM A PURCHASE REQUISITION SHOWS
      * ITS ORIGIN UNDER THE PO HEADING - THE REQUISITION NUMBER,
      * COST CENTER, REQUESTER, ENTRY DATE AND APPROVER OFF THE
      * REQUISITION MASTER.
      * AN ORDER POARCH HAS MOVED OFF THE OPEN-PO MASTER SHOWS EACH
      * ARCHIVED LINE UNDER THE PO HEADING AS WELL - PART, SUPPLIER,
      * FINAL STATUS, ORDERED/RECEIVED QUANTITY AND THE ARCHIVE DATE
      * OFF THE CLOSED-ORDER HISTORY - SO AN OLD ORDER IS STILL ONE
      * REQUEST CARD AWAY.
      * UT-C-POEVENT = PO EVENT HISTORY THE SUITE APPENDS
      * UT-C-POTCARD = REQUEST CARDS, ONE PO NUMBER PER CARD
      * UT-C-REQMAST = REQUISITION MASTER (ORDER ORIGINS)
      * UT-C-POARCH  = CLOSED-ORDER HISTORY APPENDED BY POARCH
      * UT-C-POTRPT  = TIMELINE LISTING LANDING IN JES
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
           SELECT POTCARD-FILE ASSIGN TO UT-C-POTCARD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POTCARD-ST.
           SELECT REQMAST-FILE ASSIGN TO UT-C-REQMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS REQMAST-ST.
           SELECT POARCH-FILE ASSIGN TO UT-C-POARCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POARCH-ST.
           SELECT POTRPT-FILE ASSIGN TO UT-C-POTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS POTRPT-ST.
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 POTCARD-RECORD      PIC X(80).
       FD REQMAST-FILE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.
       01 REQMAST-RECORD      PIC X(150).
       FD POARCH-FILE
           RECORD CONTAINS 108 CHARACTERS
           RECORDING MODE IS F.
       01 POARCH-RECORD       PIC X(108).
       FD POTRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
               10 WS-RQ-PO        PIC X(06).
               10 WS-RQ-HIT       PIC X(01).
                   88 RQ-WAS-HIT  VALUE 'Y'.
               10 WS-RQ-REQ-NO    PIC 9(08).
               10 WS-RQ-REQ-DEPT  PIC X(06).
               10 WS-RQ-REQ-BY    PIC X(08).
               10 WS-RQ-REQ-DATE  PIC 9(08).
               10 WS-RQ-REQ-APPR  PIC X(03).

      * THE REQUISITION AN ORDER WAS RAISED FROM, IF ANY
           COPY REQMAST.

      * ARCHIVED LINES OF THE REQUESTED ORDERS, OFF THE CLOSED-ORDER
      * HISTORY
       77 WS-AH-MAX               PIC 9(03) VALUE 500.
       77 WS-AH-CNT               PIC 9(03) VALUE ZERO.
       77 WS-AH-IDX               PIC 9(03) VALUE ZERO.
       01 WS-AH-TBL.
           05 WS-AH-ROW OCCURS 500 TIMES.
               10 WS-AH-PO        PIC X(06).
               10 WS-AH-ARCH-DATE PIC 9(08).
               10 WS-AH-PART      PIC X(23).
               10 WS-AH-SUPP      PIC X(10).
               10 WS-AH-STATUS    PIC X(01).
               10 WS-AH-ORD-QTY   PIC 9(07).
               10 WS-AH-RCV-QTY   PIC 9(07).
           COPY OPENPO.
           COPY POARCH.

       01 WS-CARD-DETAIL.
           05 WS-CARD-PO          PIC X(06) VALUE SPACES.
               88 NO-MORE-CARDS         VALUE 'Y'.
           05 POTCARD-ST                PIC X(02).
               88 POTCARD-OK            VALUE '00'.
           05 REQMAST-EOF               PIC X(01) VALUE 'N'.
               88 NO-MORE-REQMAST       VALUE 'Y'.
           05 REQMAST-ST                PIC X(02).
               88 REQMAST-OK            VALUE '00'.
           05 POARCH-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-POARCH        VALUE 'Y'.
           05 POARCH-ST                 PIC X(02).
               88 POARCH-OK             VALUE '00'.
           05 POTRPT-ST                 PIC X(02).
               88 POTRPT-OK             VALUE '00'.

             10 FILLER        PIC X(16) VALUE 'PURCHASE ORDER  '.
             10 RPT-HDR-PO    PIC X(06) VALUE SPACES.
             10 FILLER        PIC X(110) VALUE SPACES.
       01 RPT-LINE-ORIGIN.
             10 FILLER        PIC X(02) VALUE SPACES.
             10 FILLER        PIC X(20) VALUE 'ORIGIN: REQUISITION '.
             10 RPT-OR-REQ-NO PIC 9(08) VALUE ZERO.
             10 FILLER        PIC X(15) VALUE '  COST CENTER '.
             10 RPT-OR-DEPT   PIC X(06) VALUE SPACES.
             10 FILLER        PIC X(16) VALUE '  REQUESTED BY '.
             10 RPT-OR-BY     PIC X(08) VALUE SPACES.
             10 FILLER        PIC X(04) VALUE ' ON '.
             10 RPT-OR-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER        PIC X(15) VALUE '  APPROVED BY '.
             10 RPT-OR-APPR   PIC X(03) VALUE SPACES.
             10 FILLER        PIC X(27) VALUE SPACES.
       01 RPT-LINE-ARCH.
             10 FILLER        PIC X(02) VALUE SPACES.
             10 FILLER        PIC X(12) VALUE 'ARCHIVED ON '.
             10 RPT-AH-DATE   PIC 9(08) VALUE ZERO.
             10 FILLER        PIC X(07) VALUE '  PART '.
             10 RPT-AH-PART   PIC X(23) VALUE SPACES.
             10 FILLER        PIC X(11) VALUE '  SUPPLIER '.
             10 RPT-AH-SUPP   PIC X(10) VALUE SPACES.
             10 FILLER        PIC X(09) VALUE '  STATUS '.
             10 RPT-AH-STATUS PIC X(01) VALUE SPACES.
             10 FILLER        PIC X(10) VALUE '  ORDERED '.
             10 RPT-AH-ORD    PIC ZZZZZZ9.
             10 FILLER        PIC X(11) VALUE '  RECEIVED '.
             10 RPT-AH-RCV    PIC ZZZZZZ9.
             10 FILLER        PIC X(14) VALUE SPACES.
       01 RPT-LINE-2.
             10 FILLER    PIC X(132) VALUE ALL "=".
       01 RPT-LINE-3.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-LOAD-REQUEST-CARDS.
           PERFORM 220-LOAD-ORIGINS.
           PERFORM 230-LOAD-ARCHIVED.
           WRITE POTRPT-RECORD FROM RPT-LINE-0.
           WRITE POTRPT-RECORD FROM RPT-LINE-BANNER.
           WRITE POTRPT-RECORD FROM RPT-LINE-2.
                 ADD +1 TO WS-RQ-CNT
                 MOVE WS-CARD-PO TO WS-RQ-PO(WS-RQ-CNT)
                 MOVE 'N'        TO WS-RQ-HIT(WS-RQ-CNT)
                 MOVE ZERO       TO WS-RQ-REQ-NO(WS-RQ-CNT)
              ELSE
                 DISPLAY 'POTRAIL: REQUEST CARD IGNORED: '
                         WS-CARD-DETAIL(1:20)
              END-IF
           END-IF.

       220-LOAD-ORIGINS.
      *> no requisition master just means no order came from one
           OPEN INPUT REQMAST-FILE.
           IF REQMAST-OK
              PERFORM 225-CHECK-ONE-ORIGIN UNTIL NO-MORE-REQMAST
              CLOSE REQMAST-FILE
           END-IF.

       225-CHECK-ONE-ORIGIN.
           READ REQMAST-FILE INTO WS-RM-DETAIL
              AT END MOVE 'Y' TO REQMAST-EOF
           END-READ.
           IF NOT NO-MORE-REQMAST AND RM-CONVERTED
              PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                      UNTIL WS-RQ-IDX > WS-RQ-CNT
                 IF WS-RQ-PO(WS-RQ-IDX) = WS-RM-PO-NUMBER
                    MOVE WS-RM-REQ-NO     TO WS-RQ-REQ-NO(WS-RQ-IDX)
                    MOVE WS-RM-DEPT       TO WS-RQ-REQ-DEPT(WS-RQ-IDX)
                    MOVE WS-RM-REQUESTER  TO WS-RQ-REQ-BY(WS-RQ-IDX)
                    MOVE WS-RM-ENTRY-DATE TO WS-RQ-REQ-DATE(WS-RQ-IDX)
                    MOVE WS-RM-APPROVER   TO WS-RQ-REQ-APPR(WS-RQ-IDX)
                 END-IF
              END-PERFORM
           END-IF.

       230-LOAD-ARCHIVED.
      *> no closed-order history just means nothing is archived yet
           OPEN INPUT POARCH-FILE.
           IF POARCH-OK
              PERFORM 235-CHECK-ONE-ARCHIVED UNTIL NO-MORE-POARCH
              CLOSE POARCH-FILE
           END-IF.

       235-CHECK-ONE-ARCHIVED.
           READ POARCH-FILE INTO WS-AR-DETAIL
              AT END MOVE 'Y' TO POARCH-EOF
           END-READ.
           IF NOT NO-MORE-POARCH
              MOVE WS-AR-ORDER TO WS-OP-DETAIL
              PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                      UNTIL WS-RQ-IDX > WS-RQ-CNT
                 IF WS-RQ-PO(WS-RQ-IDX) = WS-OP-PO-NUMBER AND
                    WS-AH-CNT < WS-AH-MAX
                    ADD +1 TO WS-AH-CNT
                    MOVE WS-OP-PO-NUMBER  TO WS-AH-PO(WS-AH-CNT)
                    MOVE WS-AR-ARCH-DATE  TO WS-AH-ARCH-DATE(WS-AH-CNT)
                    MOVE WS-OP-PART-NUMBER TO WS-AH-PART(WS-AH-CNT)
                    MOVE WS-OP-SUPPLIER-CODE TO WS-AH-SUPP(WS-AH-CNT)
                    MOVE WS-OP-STATUS     TO WS-AH-STATUS(WS-AH-CNT)
                    MOVE WS-OP-ORDER-QTY  TO WS-AH-ORD-QTY(WS-AH-CNT)
                    MOVE WS-OP-RECEIVED-QTY TO WS-AH-RCV-QTY(WS-AH-CNT)
                    MOVE WS-RQ-CNT TO WS-RQ-IDX
                 END-IF
              END-PERFORM
           END-IF.

       300-READ-EVENT.
           READ POEVENT-FILE INTO WS-EV-DETAIL
              AT END
                 WRITE POTRPT-RECORD FROM RPT-LINE-0
                 MOVE WS-RQ-PO(WS-RQ-IDX) TO RPT-HDR-PO
                 WRITE POTRPT-RECORD FROM RPT-LINE-PO
                 PERFORM 610-WRITE-ORIGIN
                 PERFORM 620-WRITE-ARCHIVED
                 WRITE POTRPT-RECORD FROM RPT-LINE-4
                 PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                         UNTIL WS-TL-IDX > WS-TL-CNT
              ELSE
                 MOVE WS-RQ-PO(WS-RQ-IDX) TO RPT-NF-PO
                 WRITE POTRPT-RECORD FROM RPT-NOTFOUND-LINE
                 PERFORM 610-WRITE-ORIGIN
                 PERFORM 620-WRITE-ARCHIVED
              END-IF
           END-PERFORM.

       610-WRITE-ORIGIN.
           IF WS-RQ-REQ-NO(WS-RQ-IDX) > ZERO
              MOVE WS-RQ-REQ-NO(WS-RQ-IDX)   TO RPT-OR-REQ-NO
              MOVE WS-RQ-REQ-DEPT(WS-RQ-IDX) TO RPT-OR-DEPT
              MOVE WS-RQ-REQ-BY(WS-RQ-IDX)   TO RPT-OR-BY
              MOVE WS-RQ-REQ-DATE(WS-RQ-IDX) TO RPT-OR-DATE
              MOVE WS-RQ-REQ-APPR(WS-RQ-IDX) TO RPT-OR-APPR
              WRITE POTRPT-RECORD FROM RPT-LINE-ORIGIN
           END-IF.

       620-WRITE-ARCHIVED.
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-AH-CNT
              IF WS-AH-PO(WS-AH-IDX) = WS-RQ-PO(WS-RQ-IDX)
                 MOVE WS-AH-ARCH-DATE(WS-AH-IDX) TO RPT-AH-DATE
                 MOVE WS-AH-PART(WS-AH-IDX)      TO RPT-AH-PART
                 MOVE WS-AH-SUPP(WS-AH-IDX)      TO RPT-AH-SUPP
                 MOVE WS-AH-STATUS(WS-AH-IDX)    TO RPT-AH-STATUS
                 MOVE WS-AH-ORD-QTY(WS-AH-IDX)   TO RPT-AH-ORD
                 MOVE WS-AH-RCV-QTY(WS-AH-IDX)   TO RPT-AH-RCV
                 WRITE POTRPT-RECORD FROM RPT-LINE-ARCH
              END-IF
           END-PERFORM.

           MOVE 'EVENTS ON THE TIMELINES...... ' TO RPT-SUM-LABEL.
           MOVE WS-KEPT-CNT TO RPT-SUM-CNT.
           WRITE POTRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ARCHIVED ORDER LINES SHOWN... ' TO RPT-SUM-LABEL.
           MOVE WS-AH-CNT TO RPT-SUM-CNT.
           WRITE POTRPT-RECORD FROM RPT-LINE-5.
           CLOSE POEVENT-FILE, POTCARD-FILE, POTRPT-FILE.

       999-ERR-RTN.
