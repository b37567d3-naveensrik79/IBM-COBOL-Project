      * UT-C-INVREL  = RELEASE/RESOLUTION FEED (ACTION, SUPPLIER,
      *                INVOICE NUMBER)
      * UT-C-INVRSUB = RESOLVED INVOICES IN UT-C-INVOICE LAYOUT FOR
      *                THE NEXT INVMATCH RUN (CANADIAN GST/HST AND
      *                ITS PROVINCE CARRIED THROUGH FROM THE HOLD)
      * UT-C-HOLDRPT = AGING/ACTIVITY REPORT LANDING IN JES
      * UT-C-INVTIME = INVOICE TIMELINE (EXTENDED) - ONE ROW PER
      *                RELEASED HOLD WITH ITS ENTRY AND RELEASE
      *                DATES, FOR THE DISCLOST DISCOUNT ANALYSIS
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           SELECT HOLDRPT-FILE ASSIGN TO UT-C-HOLDRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS HOLDRPT-ST.
      *> a released hold drops off the hold file at the rewrite, so
      *> how long it sat is appended to the invoice timeline first
           SELECT INVTIME-FILE ASSIGN TO UT-C-INVTIME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS INVTIME-ST.
       DATA DIVISION.
       FILE SECTION.
       FD INVHOLD-FILE
           RECORDING MODE IS F.
       01 INVREL-RECORD       PIC X(80).
       FD INVRSUB-FILE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.
       01 INVRSUB-RECORD      PIC X(100).
       FD HOLDRPT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 HOLDRPT-RECORD      PIC X(132).
       FD INVTIME-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 INVTIME-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-HOLD-READ-CNT        PIC 9(08) VALUE ZERO.
       77 WS-REL-CNT              PIC 9(08) VALUE ZERO.
                   88 HD-ROW-OPEN      VALUE 'O'.
                   88 HD-ROW-RELEASED  VALUE 'R'.
                   88 HD-ROW-CANCELLED VALUE 'X'.
               10 WS-HD-GST-AMT   PIC 9(5)V99.
               10 WS-HD-GST-PROV  PIC X(02).

      * ONE HOLD RECORD - SAME LAYOUT INVMATCH WRITES
       01 WS-HLD-DETAIL.
           05 WS-HLD-ENTRY-DATE   PIC 9(08) VALUE ZERO.
           05 WS-HLD-STATUS       PIC X(01) VALUE SPACES.
           05 WS-HLD-REL-DATE     PIC 9(08) VALUE ZERO.
           05 WS-HLD-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-HLD-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE SPACES.

      * ONE INVOICE-TIMELINE ROW - SAME LAYOUT INVMATCH APPENDS
       77 WS-TL-OPEN-SW           PIC X(01) VALUE 'N'.
           88 TL-IS-OPEN          VALUE 'Y'.
           COPY INVTIME.

      * ONE RELEASE/RESOLUTION TRANSACTION AP KEYS
       01 WS-REL-DETAIL.
      *> file does not keep it, so a resubmitted invoice goes back out
      *> as untaxed (a numeric zero), never as spaces
           05 WS-INV-TAX-AMT      PIC 9(5)V99 VALUE ZERO.
      *> the hold does keep a Canadian supplier's GST/HST, so the
      *> input tax credit is not lost on the way back through
           05 WS-INV-GST-AMT      PIC 9(5)V99 VALUE ZERO.
           05 WS-INV-GST-PROV     PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).
               88 INVRSUB-OK            VALUE '00'.
           05 HOLDRPT-ST                PIC X(02).
               88 HOLDRPT-OK            VALUE '00'.
           05 INVTIME-ST                PIC X(02).
               88 INVTIME-OK            VALUE '00'.

       01 RPT-LINE-0.
           05 FILLER PIC X(132) VALUE ALL " ".
              IF NOT HOLDRPT-OK
                 DISPLAY 'Output HOLDRPT File Error'
                 GO TO 999-ERR-RTN.
      *> append-only, and the very first run starts it.  losing it
      *> costs only the discount analysis, so the run carries on
           OPEN EXTEND INVTIME-FILE.
           IF NOT INVTIME-OK
              OPEN OUTPUT INVTIME-FILE
           END-IF.
           IF INVTIME-OK
              MOVE 'Y' TO WS-TL-OPEN-SW
           ELSE
              DISPLAY 'Output INVTIME File Error - INVOICE TIMELINE '
                      'NOT UPDATED'
           END-IF.

       210-LOAD-HOLD-FILE.
      *> the same supplier/invoice fails again every INVMATCH run
                    MOVE WS-HLD-ENTRY-DATE TO
                         WS-HD-ENTRY(WS-HD-CNT)
                    MOVE 'O' TO WS-HD-STATUS(WS-HD-CNT)
                    MOVE WS-HLD-GST-AMT TO
                         WS-HD-GST-AMT(WS-HD-CNT)
                    MOVE WS-HLD-GST-PROV TO
                         WS-HD-GST-PROV(WS-HD-CNT)
                 END-IF
              END-IF
           END-IF.
                 ADD +1 TO WS-RELEASED-CNT
                 MOVE 'R' TO WS-HD-STATUS(WS-HD-FND-IDX)
                 PERFORM 500-WRITE-RESUBMIT
                 PERFORM 510-WRITE-TIMELINE
              WHEN REL-CANCEL
                 ADD +1 TO WS-CANCELLED-CNT
                 MOVE 'X' TO WS-HD-STATUS(WS-HD-FND-IDX)
           MOVE WS-HD-QTY(WS-HD-FND-IDX)      TO WS-INV-QUANTITY.
           MOVE WS-HD-PRICE(WS-HD-FND-IDX)    TO WS-INV-UNIT-PRICE.
           MOVE WS-HD-INV-DATE(WS-HD-FND-IDX) TO WS-INV-DATE.
           MOVE WS-HD-GST-AMT(WS-HD-FND-IDX)  TO WS-INV-GST-AMT.
           MOVE WS-HD-GST-PROV(WS-HD-FND-IDX) TO WS-INV-GST-PROV.
           WRITE INVRSUB-RECORD FROM WS-INV-DETAIL.

       510-WRITE-TIMELINE.
      *> the entry date is the earliest the hold was seen, so the
      *> days between it and today are the days the hold cost
           IF TL-IS-OPEN
              MOVE SPACES TO WS-TL-DETAIL
              MOVE 'H'                           TO WS-TL-TYPE
              MOVE WS-HD-SUPP(WS-HD-FND-IDX)     TO WS-TL-SUPP-CODE
              MOVE WS-HD-INV(WS-HD-FND-IDX)      TO WS-TL-INV-NUMBER
              MOVE WS-HD-PO(WS-HD-FND-IDX)       TO WS-TL-PO-NUMBER
              MOVE WS-HD-INV-DATE(WS-HD-FND-IDX) TO WS-TL-INV-DATE
              MOVE WS-HD-ENTRY(WS-HD-FND-IDX)    TO WS-TL-EVENT-DATE
              MOVE WS01-CURR-DATE-N              TO WS-TL-REL-DATE
              MOVE WS-HD-REASON(WS-HD-FND-IDX)   TO WS-TL-REASON
              WRITE INVTIME-RECORD FROM WS-TL-DETAIL
           END-IF.

       900-WRAP-UP.
           PERFORM 600-WRITE-AGING-LINES.
           PERFORM 910-REWRITE-HOLD-FILE.
           PERFORM 920-WRITE-SUMMARY.
           CLOSE INVREL-FILE, INVRSUB-FILE, HOLDRPT-FILE.
           IF TL-IS-OPEN
              CLOSE INVTIME-FILE
           END-IF.

       600-WRITE-AGING-LINES.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                    MOVE WS-HD-ENTRY(WS-HD-IDX) TO
                         WS-HLD-ENTRY-DATE
                    MOVE 'O' TO WS-HLD-STATUS
                    MOVE WS-HD-GST-AMT(WS-HD-IDX) TO WS-HLD-GST-AMT
                    MOVE WS-HD-GST-PROV(WS-HD-IDX) TO
                         WS-HLD-GST-PROV
                    WRITE INVHOLD-RECORD FROM WS-HLD-DETAIL
                 END-IF
              END-PERFORM
