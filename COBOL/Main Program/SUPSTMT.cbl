      * HAVE BEEN DICTATING OVER THE PHONE.  FROM THE OPEN-PO MASTER
      * IT TAKES EVERY OPEN OR PARTIAL ROW AND WRITES, PER SUPPLIER:
      *   - ONE SECTION HEADER ROW ADDRESSED THROUGH THE SUPPLIER'S
      *     TYPE '1' ORDER ADDRESS ON THE SUPPLIER ADDRESS
      *     DIRECTORY
      *   - ONE DELIMITED DETAIL ROW PER ORDER: PO, PART, ORDER AND
      *     PROMISED DELIVERY DATES, ORDERED AND RECEIVED-TO-DATE
      *     QUANTITIES, AND A PAST-DUE FLAG
      * THE EXTRACT IS DELIMITED THE SAME WAY THE EDI EXTRACTS ARE,
      * READY FOR THE MAILROOM FORMATTER OR THE EDI TRANSLATOR.
      * UT-C-OPENPO   = OPEN-PO MASTER MAINTAINED BY RECVPO
      * UT-C-SUPADIR  = SUPPLIER ADDRESS DIRECTORY FROM ADDRDIR
      *                 (KEYED, ORDER ADDRESS)
      * UT-C-SUPSTMT  = PER-SUPPLIER STATEMENT EXTRACT
      * UT-C-SSTMRPT  = RUN SUMMARY LANDING IN JES
      * UT-C-MSTSIG   = MASTER CONTROL SIGNATURES (MSTSIG)
      * **************************************************
       AUTHOR.         COBWO. *>COBOL WORIRER
       ENVIRONMENT DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS OPENPO-KEY
           FILE STATUS  IS OPENPO-ST.
           SELECT SUPADIR-FILE ASSIGN TO UT-C-SUPADIR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUPADIR-KEY
           FILE STATUS  IS SUPADIR-ST.
           SELECT SUPSTMT-FILE ASSIGN TO UT-C-SUPSTMT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS SUPSTMT-ST.
               10 OPENPO-KEY-PO   PIC X(06).
               10 OPENPO-KEY-PART PIC X(23).
           05 FILLER              PIC X(71).
       FD SUPADIR-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01 SUPADIR-RECORD.
           05 SUPADIR-KEY         PIC X(11).
           05 FILLER              PIC X(129).
       FD SUPSTMT-FILE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       77 WS-STMT-SUPP-CNT        PIC 9(08) VALUE ZERO.
       77 WS-STMT-LINE-CNT        PIC 9(08) VALUE ZERO.
       77 WS-PASTDUE-CNT          PIC 9(08) VALUE ZERO.
       77 WS-OUT-QTY              PIC S9(09) VALUE ZERO.
       77 WS-PASTDUE-FLAG         PIC X(01) VALUE SPACES.

               10 WS-SO-ORD-QTY   PIC 9(07).
               10 WS-SO-RCV-QTY   PIC 9(07).

      * THE SUPPLIER'S ORDER (TYPE '1') ROW OFF THE ADDRESS
      * DIRECTORY
       77 WS-SD-FOUND             PIC X(01) VALUE 'N'.
           88 SD-FOUND            VALUE 'Y'.
           COPY SUPADIR.

      * UNIQUE SUPPLIERS SEEN ON THE MASTER, ONE SECTION EACH
       77 WS-US-MAX               PIC 9(5) VALUE 5000.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS01-RD-YYYY          PIC 9(04).

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'SUPSTMT'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

       01 PROGRAM-SWITCHES.
           05 OPENPO-EOF                PIC X(01) VALUE 'N'.
               88 NO-MORE-OPENPO        VALUE 'Y'.
           05 OPENPO-ST                 PIC X(02).
               88 OPENPO-OK             VALUE '00'.
           05 SUPADIR-ST                PIC X(02).
               88 SUPADIR-OK            VALUE '00'.
           05 SUPSTMT-ST                PIC X(02).
               88 SUPSTMT-OK            VALUE '00'.
           05 SSTMRPT-ST                PIC X(02).
             10 RPT-SUM-CNT     PIC ZZZ,ZZ9.
             10 FILLER          PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-READ-OPENPO.
           MOVE WS01-CURR-YYYY TO WS01-RD-YYYY.
           MOVE WS01-RUN-DATE  TO RPT-RUN-DATE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-OPEN-ADDRESS-DIRECTORY.
           WRITE SSTMRPT-RECORD FROM RPT-LINE-0.
           WRITE SSTMRPT-RECORD FROM RPT-LINE-BANNER.

       200-OPEN-FILES.
           MOVE 'OPENPO' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT OPENPO-FILE
              IF NOT OPENPO-OK
                 DISPLAY 'Input OPENPO File Error'
                 DISPLAY 'Output SSTMRPT File Error'
                 GO TO 999-ERR-RTN.

       210-OPEN-ADDRESS-DIRECTORY.
      *> one keyed order (type '1') address per supplier section - a
      *> statement for a supplier with no address still extracts,
      *> flagged so the mailroom chases the address instead of
      *> binning the pages
           OPEN INPUT SUPADIR-FILE
              IF NOT SUPADIR-OK
                 DISPLAY 'Input SUPADIR File Error'
                 GO TO 999-ERR-RTN.

       300-READ-OPENPO.
           READ OPENPO-FILE INTO WS-OP-DETAIL
      *> one 'HDR' row opens the supplier's section, addressed via
      *> the type '1' order address - same delimited idiom the EDI
      *> extracts use
           MOVE 'N' TO WS-SD-FOUND.
           MOVE WS-US-ROW(WS-US-IDX) TO WS-SD-SUPP-CODE.
           MOVE '1'                  TO WS-SD-ADDR-TYPE.
           MOVE WS-SD-KEY            TO SUPADIR-KEY.
           READ SUPADIR-FILE INTO WS-SD-DETAIL
              KEY IS SUPADIR-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-SD-FOUND
           END-READ.
           MOVE SPACES TO WS-STMT-LINE.
           IF SD-FOUND
              STRING 'HDR,' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-US-ROW(WS-US-IDX))
                     DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SD-SUPP-NAME)
                     DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SD-ADDRESS-1)
                     DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SD-CITY)
                     DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 WS-SD-STATE DELIMITED BY SIZE
                 ',' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SD-ZIP)
                     DELIMITED BY SIZE
                 INTO WS-STMT-LINE
              END-STRING
           MOVE WS-PASTDUE-CNT TO RPT-SUM-CNT.
           WRITE SSTMRPT-RECORD FROM RPT-LINE-5.
           WRITE SSTMRPT-RECORD FROM RPT-LINE-4.
           CLOSE OPENPO-FILE, SUPSTMT-FILE, SSTMRPT-FILE,
                 SUPADIR-FILE.

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
