      *              DS   Report of all good parts  (LRCL 524,FB)
      *                   GPARTSUP DD SYSOUT =*
      *              DS   EDI purchase-order extract, one delimited
      *                   row per validated purchase order placed with
      *                   a supplier the master flags for EDI, for the
      *                   EDI translator that builds the outbound 850
      *                   EDIPO DD SYSOUT=*
      *              DS   Paper purchase-order extract, one row per
      *                   validated order placed with any other
      *                   supplier, for POPRINT to print and mail
      *                   PAPERPO DD SYSOUT=*
      *              DS   Flagged high-value POs placed with a lowest-
      *                   quality-rated supplier, for buyer review
      *                   FLAGPO DD SYSOUT=*
      * VEHICLE MAKE must be one of the listed 88 level fields
      * VEHICLE YEAR must be between 1990 and 2019
      * WEEKS LEAD TIME must be numeric and between 1 and 4
      * PART NUMBER and SUPPLIER CODE must carry a production part
      * approval on the PPAPMNT approval file (PPAPMST DD) - none or
      * a pending one rejects the record, an interim one is warned
      *
      * SUPPLIERS
      * Required fields: SUPPLIER CODE, SUPPLIER TYPE, SUPPLIER NAME,
      * If SUPPLIER TYPE is SUBCONTRACTOR SUPPLIER RATING must be
      * Highest Quality
      * SUPPLIER STATUS must be one of the listed 88 level fields
      * SUPPLIER CODE must not be a denied party compliance has
      * confirmed on the DPSCREEN status file (DPSTAT DD)
      * SUPPLIER CODE must not be pending onboarding on the supplier
      * master - ONBOARD releases it once the checklist is complete
      * SUPPLIER CODE must not be a code SUPMAINT has retired by
      * merging it into another - the order goes to the survivor
      *
      * SUPP ADDRESS
      * Required fields: ADDRESS 1, CITY, ADDR STATE and ZIP CODE
      * emtpy purchas orders are ok as long 1 good purchase order
      * exists
      *
      * MASTER CONTROL TOTALS
      * The supplier and part masters must agree with the control
      * signature their last updater left on the MSTSIG file (MSTSIG
      * DD) before they open - a master that does not stops the run.
      * A live run signs the part master again once it is closed
      *
      * NON-INVENTORY LINES
      * A record with PART-CATEGORY 'NI' orders a service or an
      * expensed item - PART NUMBER carries the 8-digit GL account,
      * the cost center and a short reference in place of a part.
      * The part, drawing and approval edits stand down for it; the
      * supplier, address, PO, buyer-limit and commitment edits all
      * still apply.  It never touches the part master or the MRP
      * extract, and its commitment names the cost center it is
      * charged to
      *
      * GOVERNMENT PARTS
      * A GOVT-COMML-CODE 'G' order must be for a part made in the US
      * or a qualifying country (QUALCTRY table) by the country of
      * origin on the part-origin file (PARTORIG DD) - any other
      * country rejects the record, a part with no origin on record
      * is warned.  GOVTORIG lists the government parts received
      * each quarter for the contracting officer
      *
      * Error handling
      * If there are < 4 errors:
      * The bad record must include error messages in the
           SELECT EDIPO-FILE ASSIGN TO DYNAMIC WS-EDIPO-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS EDIPO-ST.
      *> paper purchase-order extract - the same validated orders for
      *> a supplier not flagged for EDI on the master, for POPRINT to
      *> print as a purchase-order document
           SELECT PAPERPO-FILE ASSIGN TO DYNAMIC WS-PAPERPO-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS PAPERPO-ST.
      *> purchase orders above WS-LOWRATE-PO-THRESHOLD placed with a
      *> lowest-quality-rated supplier, for the buyer/procurement team
      *> to review before the order is released
      *> supplier certification file CERTMNT maintains - loaded at
      *> startup so an order to a supplier whose required cert has
      *> lapsed is warned on before six months of parts ship
      *> production part approvals PPAPMNT keeps, keyed part +
      *> supplier - probed once per record
           SELECT PPAPMST-FILE ASSIGN TO UT-C-PPAPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PPAPMST-KEY
               FILE STATUS  IS PPAPMST-ST.
           SELECT CERTMST-FILE ASSIGN TO UT-C-CERTMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS CERTMST-ST.
      *> denied-party screening status DPSCREEN keeps - a supplier
      *> compliance has confirmed as a denied party gets no orders
           SELECT DPSTAT-FILE ASSIGN TO UT-C-DPSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS DPSTAT-ST.
      *> part-origin file CUSTEXT prices duty from - the country a
      *> government part is made in has to qualify under the
      *> domestic-content rules on our defense contracts
           SELECT PARTORIG-FILE ASSIGN TO UT-C-PARTORIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS PARTORIG-ST.
      *> vehicle model master - one row per make/model with its
      *> valid year range, maintained by the MODLMNT batch step.
      *> loaded at startup and handed to the PARTS subprogram the
           RECORDING MODE IS F.
       01 EDIPO-RECORD      PIC X(120).

       FD PAPERPO-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01 PAPERPO-RECORD    PIC X(160).

       FD FLAGPO-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 MODLMST-RECORD    PIC X(80).

       FD PPAPMST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PPAPMST-RECORD.
           05 PPAPMST-KEY.
               10 PPAPMST-KEY-PART PIC X(23).
               10 PPAPMST-KEY-SUPP PIC X(10).
           05 FILLER            PIC X(47).

       FD CERTMST-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 CERTMST-RECORD    PIC X(80).

       FD DPSTAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 DPSTAT-RECORD     PIC X(80).

       FD PARTORIG-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 PARTORIG-RECORD   PIC X(80).

       FD PMJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

      * EDI purchase-order extract line
       77 WS01-EDIPO-LINE      PIC X(120) VALUE SPACES.
      * paper purchase-order extract row - same layout POCHG writes
      * its change orders in
           COPY POPAPER.
       77 WS-PAPERPO-CNT       PIC 9(8) VALUE ZERO.
      * flagged high-value/low-rated-supplier PO extract line
       77 WS01-FLAGPO-LINE     PIC X(80) VALUE SPACES.
       77 WS-RESTART-CNT       PIC 9(8) VALUE ZERO.
       77 WS-ERROR-DSN         PIC X(40) VALUE SPACES.
       77 WS-REJECT-DSN        PIC X(40) VALUE SPACES.
       77 WS-EDIPO-DSN         PIC X(40) VALUE SPACES.
       77 WS-PAPERPO-DSN       PIC X(40) VALUE SPACES.
       77 WS-FLAGPO-DSN        PIC X(40) VALUE SPACES.
       77 WS-MRPEXT-DSN        PIC X(40) VALUE SPACES.
       77 WS-APVEND-DSN        PIC X(40) VALUE SPACES.
      * One commitment-ledger row - the canonical layout RECVPO,
      * POCHG and BUDGRPT share.  'C' commits a validated PO's USD
      * amount, 'R' relieves it
      * MESSAGE NUMBER HANDED TO 213-ADD-NONINV-ERROR
       77 WS-NI-MSG-NO          PIC X(05) VALUE SPACES.
       77 WS-COMMIT-OPEN-SW     PIC X(01) VALUE 'N'.
           88 COMMIT-IS-OPEN    VALUE 'Y'.
       01 WS-CMT-DETAIL.
           05 WS-CMT-USD-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05 WS-CMT-DATE          PIC 9(08) VALUE ZERO.
           05 WS-CMT-PROGRAM       PIC X(08) VALUE SPACES.
      * A NON-INVENTORY LINE'S COST CENTER - BUDGRPT CHARGES THE ROW
      * THERE INSTEAD OF TO THE BUYER'S DEPARTMENT
           05 WS-CMT-COST-CENTER   PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE SPACES.

      * PO/part keys already carrying a 'C' row on the ledger, loaded
      * at startup.  the feed is a full snapshot - the same open
           05 WS-JH-MASTER        PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(53) VALUE SPACES.

      * Production part approvals - probed by key in 218-CHECK-PPAP,
      * the row found lands in WS-PA-DETAIL
       77 WS-PPAP-OPEN-SW       PIC X(01) VALUE 'N'.
           88 PPAP-IS-OPEN      VALUE 'Y'.
       77 WS-PPAP-FOUND         PIC X(01) VALUE 'N'.
           88 PPAP-FOUND        VALUE 'Y'.
           COPY PPAPMST.

      * Supplier certifications - supplier/cert-type rows with the
      * expiry date and required flag, loaded whole at startup
       77 WS-CERT-MAX           PIC 9(5) VALUE 5000.
               10 WS-CERT-EXP      PIC 9(08).
               10 WS-CERT-REQ      PIC X(01).

      * Confirmed denied parties - supplier codes only, loaded from
      * the screening status file at startup
       77 WS-DENY-MAX           PIC 9(5) VALUE 2000.
       77 WS-DENY-CNT           PIC 9(5) VALUE ZERO.
       77 WS-DENY-IDX           PIC 9(5) VALUE ZERO.
           COPY DPSTAT.
       01 WS-DENY-TBL.
           05 WS-DENY-ROW OCCURS 2000 TIMES.
               10 WS-DENY-SUPP     PIC X(10).

      * Part country of origin - loaded sorted at startup and
      * binary-searched for every government part on an order.
      * an empty table (no dataset mounted) stands the check down
       77 WS-ORIG-MAX           PIC 9(5) VALUE 10000.
       77 WS-ORIG-CNT           PIC 9(5) VALUE ZERO.
       77 WS-ORIG-LOADED-SW     PIC X(01) VALUE 'N'.
           88 PARTORIG-LOADED   VALUE 'Y'.
       77 WS-GOVT-CHK-CNT       PIC 9(8) VALUE ZERO.
       77 WS-GOVT-NONQ-CNT      PIC 9(8) VALUE ZERO.
       77 WS-GOVT-NOORIG-CNT    PIC 9(8) VALUE ZERO.
           COPY PARTORIG.
       01 WS-ORIG-TBL.
           05 WS-ORIG-ROW OCCURS 10000 TIMES.
               10 WS-ORIG-ROW-PART  PIC X(23).
               10 WS-ORIG-ROW-CTRY  PIC X(02).
       01 WS-ORIG-SAVE.
           05 WS-ORIG-SAVE-PART    PIC X(23) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           COPY QUALCTRY.

      * Vehicle model master - make/model rows with the valid year
      * range, passed whole to the PARTS subprogram.  an empty table
      * (no dataset mounted yet) stands the model check down
      *> engineering-change feed.  an order citing anything else is
      *> an order against a superseded drawing
           05 WS-PM-BLUEPRINT   PIC X(10) VALUE SPACES.
      *> shelf life in days for date-sensitive material - quality
      *> sets it through ENGCHG, RECVPO dates each lot from it.
      *> alphanumeric like the quantity rules, spaces = no shelf life
           05 WS-PM-SHELF-DAYS  PIC X(05) VALUE SPACES.
      *> the G/C code the last accepted order carried for the part -
      *> GOVTORIG picks the government parts out of receipts by it
           05 WS-PM-GOVT-CODE   PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE SPACES.
      *> the part's order-quantity rules found for the record on
      *> hand - 240 probes once, the PO loop below measures against
      *> the same saved rules
               10 WS-APPSUPP-RATING    PIC X(01).
               10 WS-APPSUPP-STATUS    PIC X(01).
               10 WS-APPSUPP-ACT-DATE  PIC 9(08).
               10 FILLER               PIC X(23).
               10 WS-APPSUPP-EDI-FLAG  PIC X(01).
                   88 APPSUPP-EDI-SUPPLIER VALUE 'Y'.
               10 FILLER               PIC X(04).
               10 WS-APPSUPP-ONB-STAT  PIC X(01).
               10 FILLER               PIC X(15).

      *> keyed part number + alternate-source sequence, so the same
      *> part can arrive once per source without tripping the
       77 WS-RC-ACTION            PIC X(03) VALUE SPACES.
       77 WS-RC-DATE              PIC 9(08) VALUE ZERO.
       77 WS-RC-RETURN            PIC 9(02) VALUE ZERO.
       77 WS-RC-RECS              PIC 9(08) VALUE ZERO.
       77 WS-RC-COND              PIC 9(02) VALUE ZERO.

      * CONTROL-TOTAL HANDSHAKE WITH THE SHARED MSTSIG ROUTINE -
      * A MASTER IS CHECKED AGAINST ITS SIGNATURE BEFORE IT OPENS,
      * AND THE PART MASTER IS SIGNED AGAIN ONCE A LIVE RUN CLOSES IT
       77 WS-MS-ACTION            PIC X(03) VALUE SPACES.
       77 WS-MS-MASTER            PIC X(08) VALUE SPACES.
       77 WS-MS-PROGRAM           PIC X(08) VALUE 'PRTSUPP'.
       77 WS-MS-RETURN            PIC 9(02) VALUE ZERO.
           88 MS-DISAGREES        VALUE 12.
       01 WS-MS-DETAIL            PIC X(160) VALUE SPACES.

        01 PROGRAM-SWITCHES.
           05 PARTSUPPFILE-EOF          PIC X(1)   VALUE 'N'.
               88 CNTLCARD-OK             VALUE '00'.
           05 EDIPO-ST                    PIC X(2).
               88 EDIPO-OK                VALUE '00'.
           05 PAPERPO-ST                  PIC X(2).
               88 PAPERPO-OK              VALUE '00'.
           05 FLAGPO-ST                   PIC X(2).
               88 FLAGPO-OK               VALUE '00'.
           05 MRPEXT-ST                   PIC X(2).
               88 NO-MORE-MODLMST         VALUE 'Y'.
           05 MODLMST-ST                  PIC X(2).
               88 MODLMST-OK              VALUE '00'.
           05 PPAPMST-ST                  PIC X(2).
               88 PPAPMST-OK              VALUE '00'.
           05 CERTMST-EOF                 PIC X(1)   VALUE 'N'.
               88 NO-MORE-CERTMST         VALUE 'Y'.
           05 CERTMST-ST                  PIC X(2).
               88 CERTMST-OK              VALUE '00'.
           05 DPSTAT-EOF                  PIC X(1)   VALUE 'N'.
               88 NO-MORE-DPSTAT          VALUE 'Y'.
           05 DPSTAT-ST                   PIC X(2).
               88 DPSTAT-OK               VALUE '00'.
           05 PARTORIG-EOF                PIC X(1)   VALUE 'N'.
               88 NO-MORE-PARTORIG        VALUE 'Y'.
           05 PARTORIG-ST                 PIC X(2).
               88 PARTORIG-OK             VALUE '00'.
           05 PMJRNL-ST                   PIC X(2).
               88 PMJRNL-OK               VALUE '00'.
           05 CURRATES-EOF                PIC X(1)   VALUE 'N'.
              ACCEPT WS-RC-DATE FROM DATE YYYYMMDD
              MOVE 'STR' TO WS-RC-ACTION
              CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                                  WS-RC-DATE, WS-RC-RETURN,
                                  WS-RC-RECS, WS-RC-COND
              IF WS-RC-RETURN = 8
                 DISPLAY 'PRTSUPP REFUSED BY RUN INTERLOCK - SEE '
                         'RUNCTL MESSAGES'
           PERFORM 448C-OPEN-EXPORT-LISTING.
           PERFORM 448D-READ-MODEL-MASTER.
           PERFORM 448F-READ-CERTIFICATIONS.
           PERFORM 448L-OPEN-PPAP.
           PERFORM 448J-READ-DENIED-PARTIES.
           PERFORM 448M-READ-PART-ORIGINS.
           PERFORM 448H-READ-CURR-RATES.
           PERFORM 450-READ-SUPERSESSIONS.
           PERFORM 455-READ-DISPOSITIONS.
              MOVE 'UT-C-ERROR'    TO WS-ERROR-DSN
              MOVE 'UT-C-REJECT'   TO WS-REJECT-DSN
              MOVE 'UT-C-EDIPO'    TO WS-EDIPO-DSN
              MOVE 'UT-C-PAPERPO'  TO WS-PAPERPO-DSN
              MOVE 'UT-C-FLAGPO'   TO WS-FLAGPO-DSN
              MOVE 'UT-C-MRPEXT'   TO WS-MRPEXT-DSN
              MOVE 'UT-C-APVEND'   TO WS-APVEND-DSN
              MOVE 'UT-C-ERROR.DRYRUN'    TO WS-ERROR-DSN
              MOVE 'UT-C-REJECT.DRYRUN'   TO WS-REJECT-DSN
              MOVE 'UT-C-EDIPO.DRYRUN'    TO WS-EDIPO-DSN
              MOVE 'UT-C-PAPERPO.DRYRUN'  TO WS-PAPERPO-DSN
              MOVE 'UT-C-FLAGPO.DRYRUN'   TO WS-FLAGPO-DSN
              MOVE 'UT-C-MRPEXT.DRYRUN'   TO WS-MRPEXT-DSN
              MOVE 'UT-C-APVEND.DRYRUN'   TO WS-APVEND-DSN
           MOVE WS-EDIPO-DSN TO WS-DSN-WORK.
           PERFORM 108-APPEND-SUFFIX.
           MOVE WS-DSN-WORK TO WS-EDIPO-DSN.
           MOVE WS-PAPERPO-DSN TO WS-DSN-WORK.
           PERFORM 108-APPEND-SUFFIX.
           MOVE WS-DSN-WORK TO WS-PAPERPO-DSN.
           MOVE WS-FLAGPO-DSN TO WS-DSN-WORK.
           PERFORM 108-APPEND-SUFFIX.
           MOVE WS-DSN-WORK TO WS-FLAGPO-DSN.
           IF NOT ZIPCODE-OK
              DISPLAY 'Input ZIPCODE File Error'
              GO TO 999-ERR-RTN.
           MOVE 'SUPPMAST' TO WS-MS-MASTER.
           PERFORM 990-VERIFY-MASTER.
           OPEN INPUT APPSUPP-FILE
           IF NOT APPSUPP-OK
              DISPLAY 'Input APPSUPP File Error'
           IF NOT EDIPO-OK
              DISPLAY 'Output EDIPO File Error'
              GO TO 999-ERR-RTN.
           OPEN EXTEND PAPERPO-FILE
           IF NOT PAPERPO-OK
              DISPLAY 'Output PAPERPO File Error'
              GO TO 999-ERR-RTN.
           OPEN EXTEND FLAGPO-FILE
           IF NOT FLAGPO-OK
              DISPLAY 'Output FLAGPO File Error'
           IF NOT EDIPO-OK
              DISPLAY 'Output EDIPO File Error'
              GO TO 999-ERR-RTN.
           OPEN OUTPUT PAPERPO-FILE
           IF NOT PAPERPO-OK
              DISPLAY 'Output PAPERPO File Error'
              GO TO 999-ERR-RTN.
           OPEN OUTPUT FLAGPO-FILE
           IF NOT FLAGPO-OK
              DISPLAY 'Output FLAGPO File Error'
            *> error - the very first live run starts one
            MOVE 'N' TO WS-PM-UPD-OK-SW.
            MOVE 'N' TO WS-PM-OPEN-SW.
            MOVE 'PARTMAST' TO WS-MS-MASTER.
            PERFORM 990-VERIFY-MASTER.
            IF LIVE-RUN-MODE AND NOT PARTITION-MODE
               PERFORM 444-JOURNAL-PART-MASTER
                       THRU 444-JOURNAL-EXIT
              MOVE WS-CERT-REQ-IN  TO WS-CERT-REQ(WS-CERT-CNT)
           END-IF.

       448J-READ-DENIED-PARTIES.
      *> only confirmed hits matter here - possible hits are still
      *> with compliance and cleared ones were false matches.  a
      *> missing file stands the check down like the others
           MOVE ZERO TO WS-DENY-CNT.
           OPEN INPUT DPSTAT-FILE.
           IF DPSTAT-OK
              PERFORM 448K-LOAD-DENY-ROW UNTIL NO-MORE-DPSTAT
              CLOSE DPSTAT-FILE
           ELSE
              DISPLAY 'DPSTAT NOT FOUND - DENIED-PARTY CHECK '
                      'SKIPPED'
           END-IF.

       448K-LOAD-DENY-ROW.
           READ DPSTAT-FILE INTO WS-DP-DETAIL
              AT END MOVE 'Y' TO DPSTAT-EOF
           END-READ.
           IF NOT NO-MORE-DPSTAT AND DP-CONFIRMED AND
              WS-DENY-CNT < WS-DENY-MAX
              ADD +1 TO WS-DENY-CNT
              MOVE WS-DP-SUPP-CODE TO WS-DENY-SUPP(WS-DENY-CNT)
           END-IF.

       448M-READ-PART-ORIGINS.
      *> a missing file stands the origin check down like the other
      *> cross-checks - no government order is rejected or warned
      *> for want of a dataset that was never mounted
           MOVE ZERO TO WS-ORIG-CNT.
           MOVE 'N' TO WS-ORIG-LOADED-SW.
           OPEN INPUT PARTORIG-FILE.
           IF PARTORIG-OK
              MOVE 'Y' TO WS-ORIG-LOADED-SW
              PERFORM 448N-LOAD-ORIGIN-ROW UNTIL NO-MORE-PARTORIG
              CLOSE PARTORIG-FILE
              PERFORM 448O-SORT-ORIGIN-TBL
           ELSE
              DISPLAY 'PARTORIG NOT FOUND - GOVERNMENT ORIGIN CHECK '
                      'SKIPPED'
           END-IF.

       448N-LOAD-ORIGIN-ROW.
           READ PARTORIG-FILE INTO WS-OR-DETAIL
              AT END MOVE 'Y' TO PARTORIG-EOF
           END-READ.
           IF NOT NO-MORE-PARTORIG AND WS-ORIG-CNT < WS-ORIG-MAX
              ADD +1 TO WS-ORIG-CNT
              MOVE WS-OR-PART-NUMBER TO WS-ORIG-ROW-PART(WS-ORIG-CNT)
              MOVE WS-OR-COUNTRY     TO WS-ORIG-ROW-CTRY(WS-ORIG-CNT)
           END-IF.

       448O-SORT-ORIGIN-TBL.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-ORIG-CNT
              MOVE WS-ORIG-ROW(WS-SORT-I) TO WS-ORIG-SAVE
              COMPUTE WS-SORT-J = WS-SORT-I - 1
              PERFORM UNTIL WS-SORT-J < 1
                 OR WS-ORIG-ROW-PART(WS-SORT-J) NOT >
                    WS-ORIG-SAVE-PART
                 MOVE WS-ORIG-ROW(WS-SORT-J) TO
                      WS-ORIG-ROW(WS-SORT-J + 1)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-ORIG-SAVE TO WS-ORIG-ROW(WS-SORT-J + 1)
           END-PERFORM.

       448P-SEARCH-ORIGIN-TBL.
      *> binary search of the part-origin table.  key in
      *> WS-BSRCH-PART-KEY; returns BSRCH-FOUND and WS-BSRCH-FND-IDX
           MOVE 'N' TO WS-BSRCH-FOUND.
           MOVE ZERO TO WS-BSRCH-FND-IDX.
           MOVE 1 TO WS-BSRCH-LO.
           MOVE WS-ORIG-CNT TO WS-BSRCH-HI.
           PERFORM UNTIL WS-BSRCH-LO > WS-BSRCH-HI OR BSRCH-FOUND
              COMPUTE WS-BSRCH-MID =
                 (WS-BSRCH-LO + WS-BSRCH-HI) / 2
              EVALUATE TRUE
                 WHEN WS-ORIG-ROW-PART(WS-BSRCH-MID) =
                      WS-BSRCH-PART-KEY
                    MOVE 'Y' TO WS-BSRCH-FOUND
                    MOVE WS-BSRCH-MID TO WS-BSRCH-FND-IDX
                 WHEN WS-ORIG-ROW-PART(WS-BSRCH-MID) <
                      WS-BSRCH-PART-KEY
                    COMPUTE WS-BSRCH-LO = WS-BSRCH-MID + 1
                 WHEN OTHER
                    COMPUTE WS-BSRCH-HI = WS-BSRCH-MID - 1
              END-EVALUATE
           END-PERFORM.

       448L-OPEN-PPAP.
      *> the PPAP file is probed by key, not loaded.  a missing file
      *> stands the check down, same as the other cross-checks
           MOVE 'N' TO WS-PPAP-OPEN-SW.
           OPEN INPUT PPAPMST-FILE.
           IF PPAPMST-OK
              MOVE 'Y' TO WS-PPAP-OPEN-SW
           ELSE
              DISPLAY 'PPAPMST NOT FOUND - PPAP CHECK SKIPPED'
           END-IF.

       448H-READ-CURR-RATES.
      *> load treasury's effective-dated rates.  a missing dataset
      *> stands the dated lookup down and the compiled CURRRATE rows
                    PERFORM 268-ACCUM-PLANT-TOTALS
                    MOVE 'N' TO WS-PLANT-UNCH-SW
                    PERFORM 615-WRITE-REC-GPARTSUPP
                    IF NOT IN-NON-INVENTORY
                       PERFORM 270-UPDATE-PART-MASTER
                    END-IF
                 ELSE
                    IF NETCHG-ACTIVE
                       MOVE WS-NC-SAVED-REC TO PART-SUPP-ADDR-PO
           END-IF.

       205-EDIT-ONE-RECORD.
              *> a services/expense line has no part to edit - its
              *> account distribution is edited instead
              IF IN-NON-INVENTORY
                 PERFORM 212-PROCESS-NONINV-LINE
              ELSE
                 PERFORM 210-PROCESS-PART
              END-IF.
              PERFORM 220-PROCESS-SUPPLIER.
              PERFORM 230-PROCESS-SUP-ADDR.
              PERFORM 240-PROCESS-PURCH-ORD.
                   PERFORM 600-PRINTING
                   *> good record  - save in output file
                   PERFORM 615-WRITE-REC-GPARTSUPP
                   IF NOT IN-NON-INVENTORY
                      PERFORM 270-UPDATE-PART-MASTER
                   END-IF
              END-IF.
              IF WS-RWARN-CNT > ZERO
                 PERFORM 805-WRITE-WARNINGS
                 PERFORM 217-CHECK-BLUEPRINT
              END-IF.

              *> the supplier must have had this part approved for
              *> production - reject with none, warn on interim
              IF PPAP-IS-OPEN AND IN-PART-NUMBER NOT = SPACES AND
                 IN-SUPPLIER-CODE NOT = SPACES
                 PERFORM 218-CHECK-PPAP
              END-IF.

              *> the alternate-source sequence has to be blank (the
              *> primary) or a digit 1-9
              IF IN-ALT-SOURCE-SEQ NOT = SPACE AND

              ADD WS-PARTS-ERROR-NUM TO WS-ALL-ERROR-CNT.

       212-PROCESS-NONINV-LINE.
      *> a non-inventory line is charged straight to an expense
      *> account and cost center - both have to be there, and the
      *> line has to say what is being bought.  errors land in the
      *> PARTS table so 800-ERROR_WRITING reports them the same way
              INITIALIZE   WS-PARTS-ERROR-TBL.
              MOVE ZERO TO WS-PARTS-ERROR-NUM.
              MOVE ZERO TO WS-PARTS-RTN-CODE.
              IF IN-NI-GL-ACCOUNT NOT NUMERIC OR
                 IN-NI-GL-ACCOUNT = ZERO
                 MOVE "P085E" TO WS-NI-MSG-NO
                 PERFORM 213-ADD-NONINV-ERROR
              END-IF.
              IF IN-NI-COST-CENTER = SPACES
                 MOVE "P086E" TO WS-NI-MSG-NO
                 PERFORM 213-ADD-NONINV-ERROR
              END-IF.
              IF IN-PART-NAME = SPACES
                 MOVE "P087E" TO WS-NI-MSG-NO
                 PERFORM 213-ADD-NONINV-ERROR
              END-IF.
              ADD WS-PARTS-ERROR-NUM TO WS-ALL-ERROR-CNT.

       213-ADD-NONINV-ERROR.
           ADD +1 TO WS-PARTS-ERROR-NUM.
           MOVE 8 TO WS-PARTS-RTN-CODE.
           IF WS-PARTS-ERROR-NUM < 10
              MOVE WS-NI-MSG-NO TO WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
              MOVE WS-NI-MSG-NO TO MSGCAT-LKP-NO
              PERFORM 880-GET-MSG-TEXT
              MOVE MSGCAT-LKP-TEXT
                   TO WS-PARTS-MSG-TEXT(WS-PARTS-ERROR-NUM)
           END-IF.

       215-CHECK-SUPERSESSION.
           MOVE IN-PART-NUMBER TO WS-BSRCH-PART-KEY.
           PERFORM 453-SEARCH-SUPSEDE-TBL.
              END-IF
           END-IF.

       218-CHECK-PPAP.
      *> one keyed probe on part + supplier.  a pending approval is
      *> no approval - ENGCHG puts a pair back there when the part's
      *> drawing moves
           MOVE 'N' TO WS-PPAP-FOUND.
           MOVE IN-PART-NUMBER   TO PPAPMST-KEY-PART.
           MOVE IN-SUPPLIER-CODE TO PPAPMST-KEY-SUPP.
           READ PPAPMST-FILE INTO WS-PA-DETAIL
              KEY IS PPAPMST-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'Y' TO WS-PPAP-FOUND
           END-READ.
           IF NOT PPAP-FOUND OR PA-PENDING
              ADD +1 TO WS-PARTS-ERROR-NUM
              MOVE 8 TO WS-PARTS-RTN-CODE
              IF WS-PARTS-ERROR-NUM < 10
                 MOVE "P090E" TO WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
                 MOVE WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
                      TO MSGCAT-LKP-NO
                 PERFORM 880-GET-MSG-TEXT
                 MOVE MSGCAT-LKP-TEXT
                      TO WS-PARTS-MSG-TEXT(WS-PARTS-ERROR-NUM)
              END-IF
           ELSE
              IF PA-INTERIM
                 ADD +1 TO WS-PARTS-ERROR-NUM
                 IF WS-PARTS-ERROR-NUM < 10
                    MOVE "P089W" TO
                         WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
                    MOVE WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
                         TO MSGCAT-LKP-NO
                    PERFORM 880-GET-MSG-TEXT
                    MOVE MSGCAT-LKP-TEXT
                         TO WS-PARTS-MSG-TEXT(WS-PARTS-ERROR-NUM)
                 END-IF
              END-IF
           END-IF.

       220-PROCESS-SUPPLIER.
              INITIALIZE   WS-SUPPLIER-ERROR-TBL.
              MOVE ZERO TO WS-SUPPLIER-ERROR-NUM .
                    PERFORM 222-CHECK-SUPPLIER-MASTER
                 END-IF
                 PERFORM 223-CHECK-CERTIFICATIONS
                 PERFORM 224-CHECK-DENIED-PARTY
              END-IF.

              MOVE WS-SUPPLIER-ERROR-TBL TO WS-SEV-ERROR-TBL.
                      TO WS-SUPPLIER-MSG-TEXT(WS-SUPPLIER-ERROR-NUM)
              END-IF
           END-IF.
      *> a supplier still onboarding is on the master but has not
      *> cleared the checklist - no order goes to it until ONBOARD
      *> releases it
           IF WS-APPSUPP-ONB-STAT(WS-APPSUPP-FND-IDX) = 'P'
              ADD +1 TO WS-SUPPLIER-ERROR-NUM
              MOVE 8 TO WS-SUPPLIER-RTN-CODE
              IF WS-SUPPLIER-ERROR-NUM < 10
                 MOVE "S092E" TO
                      WS-SUPPLIER-MSG-NO(WS-SUPPLIER-ERROR-NUM)
                 MOVE WS-SUPPLIER-MSG-NO(WS-SUPPLIER-ERROR-NUM)
                      TO MSGCAT-LKP-NO
                 PERFORM 880-GET-MSG-TEXT
                 MOVE MSGCAT-LKP-TEXT
                      TO WS-SUPPLIER-MSG-TEXT(WS-SUPPLIER-ERROR-NUM)
              END-IF
           END-IF.
      *> a code merged into another is retired - its business goes
      *> to the survivor the master names, never to the old code
           IF WS-APPSUPP-ONB-STAT(WS-APPSUPP-FND-IDX) = 'M'
              ADD +1 TO WS-SUPPLIER-ERROR-NUM
              MOVE 8 TO WS-SUPPLIER-RTN-CODE
              IF WS-SUPPLIER-ERROR-NUM < 10
                 MOVE "S096E" TO
                      WS-SUPPLIER-MSG-NO(WS-SUPPLIER-ERROR-NUM)
                 MOVE WS-SUPPLIER-MSG-NO(WS-SUPPLIER-ERROR-NUM)
                      TO MSGCAT-LKP-NO
                 PERFORM 880-GET-MSG-TEXT
                 MOVE MSGCAT-LKP-TEXT
                      TO WS-SUPPLIER-MSG-TEXT(WS-SUPPLIER-ERROR-NUM)
              END-IF
           END-IF.

       223-CHECK-CERTIFICATIONS.
      *> a required cert already past its expiry is worth a warning
              END-IF
           END-PERFORM.

       224-CHECK-DENIED-PARTY.
      *> compliance has confirmed this supplier as a denied party -
      *> no order goes to it, whatever else is right on the record
           PERFORM VARYING WS-DENY-IDX FROM 1 BY 1
                   UNTIL WS-DENY-IDX > WS-DENY-CNT
              IF WS-DENY-SUPP(WS-DENY-IDX) = IN-SUPPLIER-CODE
                 ADD +1 TO WS-SUPPLIER-ERROR-NUM
                 MOVE 8 TO WS-SUPPLIER-RTN-CODE
                 IF WS-SUPPLIER-ERROR-NUM < 10
                    MOVE "S090E" TO
                         WS-SUPPLIER-MSG-NO(WS-SUPPLIER-ERROR-NUM)
                    MOVE WS-SUPPLIER-MSG-NO(WS-SUPPLIER-ERROR-NUM)
                         TO MSGCAT-LKP-NO
                    PERFORM 880-GET-MSG-TEXT
                    MOVE MSGCAT-LKP-TEXT
                         TO WS-SUPPLIER-MSG-TEXT
                            (WS-SUPPLIER-ERROR-NUM)
                 END-IF
                 MOVE WS-DENY-CNT TO WS-DENY-IDX
              END-IF
           END-PERFORM.

       230-PROCESS-SUP-ADDR.
          *> making sure they do not contain info from previous run
           INITIALIZE   WS-SUPPADDR-ERROR-TBL WS-SUPPADDR1-ERROR-TBL,
                      TO WS-PARTS-MSG-TEXT(WS-PARTS-ERROR-NUM)
              END-IF
           END-IF.
      *> domestic sourcing - a government part has to be made in
      *> the US or a qualifying country.  a country off the table
      *> rejects the record; no origin on record only warns, since
      *> compliance may simply not have established it yet
           IF IN-GOVT-COMML-CODE = 'G' AND PARTORIG-LOADED AND
              IN-PART-NUMBER NOT = SPACES AND NOT IN-NON-INVENTORY
              ADD +1 TO WS-GOVT-CHK-CNT
              MOVE IN-PART-NUMBER TO WS-BSRCH-PART-KEY
              PERFORM 448P-SEARCH-ORIGIN-TBL
              IF NOT BSRCH-FOUND OR
                 WS-ORIG-ROW-CTRY(WS-BSRCH-FND-IDX) = SPACES
                 ADD +1 TO WS-GOVT-NOORIG-CNT
                 PERFORM 255A-WARN-NO-ORIGIN
              ELSE
                 MOVE 'N' TO QUAL-CTRY-FOUND-SW
                 PERFORM VARYING QUAL-CTRY-IDX FROM 1 BY 1
                         UNTIL QUAL-CTRY-IDX > QUAL-CTRY-MAX
                    IF QUAL-CTRY-CODE(QUAL-CTRY-IDX) =
                       WS-ORIG-ROW-CTRY(WS-BSRCH-FND-IDX)
                       MOVE 'Y' TO QUAL-CTRY-FOUND-SW
                    END-IF
                 END-PERFORM
                 IF NOT QUAL-CTRY-IS-FOUND
                    ADD +1 TO WS-GOVT-NONQ-CNT
                    ADD +1 TO WS-PARTS-ERROR-NUM
                    ADD +1 TO WS-ALL-ERROR-CNT
                    IF WS-PARTS-ERROR-NUM < 10
                       MOVE "P084E" TO
                            WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
                       MOVE WS-PARTS-MSG-NO(WS-PARTS-ERROR-NUM)
                            TO MSGCAT-LKP-NO
                       PERFORM 880-GET-MSG-TEXT
                       MOVE MSGCAT-LKP-TEXT
                            TO WS-PARTS-MSG-TEXT(WS-PARTS-ERROR-NUM)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       255A-WARN-NO-ORIGIN.
      *> the section warnings were already lifted out by the time
      *> this cross-section edit runs, so the warning goes straight
      *> onto the per-record stash 860-EXTRACT-WARNINGS fills
           ADD +1 TO WS-WARN-TOTAL-CNT.
           IF WS-RWARN-CNT < WS-RWARN-MAX
              ADD +1 TO WS-RWARN-CNT
              MOVE 'PARTS' TO WS-RWARN-SOURCE(WS-RWARN-CNT)
              MOVE "P083W" TO WS-RWARN-MSG-NO(WS-RWARN-CNT)
              MOVE "P083W" TO MSGCAT-LKP-NO
              PERFORM 880-GET-MSG-TEXT
              MOVE MSGCAT-LKP-TEXT TO WS-RWARN-TEXT(WS-RWARN-CNT)
           END-IF.

       252-CHECK-EXPORT-CONTROL.
      *> a part master row flagged 'Y' is export-controlled - it can
                 IF WS-PM-BLUEPRINT = SPACES
                    MOVE IN-BLUEPRINT-NUMBER TO WS-PM-BLUEPRINT
                 END-IF
                 IF IN-GOVT-COMML-CODE NOT = SPACES
                    MOVE IN-GOVT-COMML-CODE TO WS-PM-GOVT-CODE
                 END-IF
                 MOVE WS-PM-DETAIL TO PARTMAST-RECORD
                 REWRITE PARTMAST-RECORD
                    INVALID KEY
                 MOVE WS-RUN-YYYYMMDD TO WS-PM-FIRST-DATE
                 MOVE WS-RUN-YYYYMMDD TO WS-PM-LAST-DATE
                 MOVE IN-BLUEPRINT-NUMBER TO WS-PM-BLUEPRINT
                 MOVE IN-GOVT-COMML-CODE  TO WS-PM-GOVT-CODE
                 MOVE WS-PM-DETAIL TO PARTMAST-RECORD
                 WRITE PARTMAST-RECORD
                    INVALID KEY
                 MOVE PART-SUPP-ADDR-PO TO GPART-SUPP-RECORD
                 WRITE GPART-SUPP-RECORD
                 ADD +1 TO WS-GPS-WRITE-CNT
      *> planning has nothing to stock for a services/expense line
                 IF NOT IN-NON-INVENTORY
                    PERFORM 617-WRITE-MRP-EXTRACT
                 END-IF
                 PERFORM 618-WRITE-APVEND-EXTRACT
              END-IF.


       241-WRITE-REC-PURCHRDS.
      *> a dry run validates the record but must not produce the
      *> PURCHRDS-FILE listing (or the EDIPO/PAPERPO/FLAGPO extracts
      *> from it) for it
           IF LIVE-RUN-MODE
              MOVE SPACES TO PURCHRDS-RECORD
                       PERFORM 246-WRITE-FLAGPO-EXTRACT
                       PERFORM 458-CHECK-DISPOSITION
                       IF DISP-APPROVED
                          PERFORM 260-RELEASE-PURCH-ORD
                       ELSE
                          ADD +1 TO WS-WITHHELD-CNT
                          PERFORM 248-WRITE-PENDING-DISP
                       END-IF
                    ELSE
                       PERFORM 260-RELEASE-PURCH-ORD
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-PO-AMOUNT-USD TO WS-CMT-USD-AMOUNT
              MOVE WS-RUN-YYYYMMDD  TO WS-CMT-DATE
              MOVE 'PRTSUPP '       TO WS-CMT-PROGRAM
              IF IN-NON-INVENTORY
                 MOVE IN-NI-COST-CENTER TO WS-CMT-COST-CENTER
              END-IF
              WRITE COMMIT-RECORD FROM WS-CMT-DETAIL
           END-IF.
      *> the order's first event on the shared trail - it exists
           END-STRING.
           WRITE EDIPO-RECORD FROM WS01-EDIPO-LINE.

       260-RELEASE-PURCH-ORD.
      *> a released order goes to the supplier the way the supplier
      *> master says it can take one - the 850 extract for a supplier
      *> flagged for EDI, the paper extract POPRINT prints from for
      *> everyone else.  222-CHECK-SUPPLIER-MASTER has already
      *> rejected a record whose supplier is not on the master
           IF WS-APPSUPP-FND-IDX > ZERO AND
              APPSUPP-EDI-SUPPLIER(WS-APPSUPP-FND-IDX)
              PERFORM 245-WRITE-EDIPO-EXTRACT
           ELSE
              PERFORM 261-WRITE-PAPERPO-EXTRACT
           END-IF.

       261-WRITE-PAPERPO-EXTRACT.
      *> everything the printed document needs travels on the row -
      *> POPRINT never goes back to the feed for it
           INITIALIZE WS-PP-DETAIL.
           MOVE 'O'                       TO WS-PP-DOC-TYPE.
           MOVE PO-NUMBER                 TO WS-PP-PO-NUMBER.
           MOVE IN-PART-NUMBER            TO WS-PP-PART-NUMBER.
           MOVE IN-SUPPLIER-CODE          TO WS-PP-SUPP-CODE.
           MOVE IN-PART-NAME              TO WS-PP-PART-NAME.
           MOVE IN-BLUEPRINT-NUMBER       TO WS-PP-BLUEPRINT.
           MOVE IN-UNIT-OF-MEASURE        TO WS-PP-UOM.
           MOVE QUANTITY                  TO WS-PP-QUANTITY.
           MOVE UNIT-PRICE                TO WS-PP-UNIT-PRICE.
           MOVE IN-CURRENCY-CODE(PROJ-IDX) TO WS-PP-CURRENCY.
           MOVE ORDER-DATE                TO WS-PP-ORDER-DATE.
           MOVE DELIVERY-DATE             TO WS-PP-DELIVERY-DATE.
           MOVE BUYER-CODE                TO WS-PP-BUYER-CODE.
           MOVE WS-RUN-YYYYMMDD           TO WS-PP-WRITE-DATE.
           MOVE 'PRTSUPP '                TO WS-PP-PROGRAM.
           WRITE PAPERPO-RECORD FROM WS-PP-DETAIL.
           ADD +1 TO WS-PAPERPO-CNT.

       246-WRITE-FLAGPO-EXTRACT.
      *> one row per high-value PO placed with a lowest-quality-rated
      *> supplier, for the buyer/procurement team to review
            CLOSE PARTSUPPFILE, PURCHRDS-FILE, SUPPLIER-FILE,
                 PARTS-FILE, SUPPADDR-FILE, GPART-SUPP-FILE,
                 ERROR-FILE, ZIPCODE-FILE, APPSUPP-FILE, REJECT-FILE,
                 EDIPO-FILE, PAPERPO-FILE, FLAGPO-FILE, MRPEXT-FILE,
                 APVEND-FILE, XFRTRAN-FILE.
            IF PM-FILE-IS-OPEN
               CLOSE PARTMAST-FILE
               IF WS-PM-UPD-OK-SW = 'Y'
                  MOVE 'PARTMAST' TO WS-MS-MASTER
                  PERFORM 995-SIGN-MASTER
               END-IF
            END-IF.
            IF PPAP-IS-OPEN
               CLOSE PPAPMST-FILE
            END-IF.
            IF SUPSLIST-IS-OPEN
               CLOSE SUPSLIST-FILE
               MOVE 4 TO RETURN-CODE
            END-IF.
            IF LIVE-RUN-MODE AND NOT PARTITION-MODE
               MOVE WS-REC-CNT TO WS-RC-RECS
               MOVE RETURN-CODE TO WS-RC-COND
               MOVE 'END' TO WS-RC-ACTION
               CALL 'RUNCTL' USING WS-RC-PROGRAM, WS-RC-ACTION,
                                   WS-RC-DATE, WS-RC-RETURN,
                                   WS-RC-RECS, WS-RC-COND
            END-IF.

       930-PRINT-SUMMARY.
              DISPLAY 'SUPERSEDED PARTS SEEN ' WS-SUPS-HIT-CNT
           END-IF.
           DISPLAY 'EXPORT-CONTROLLED ORDERS SEEN ' WS-EXPORT-HIT-CNT.
           IF PARTORIG-LOADED
              DISPLAY 'GOVT PART ORIGINS CHECKED ' WS-GOVT-CHK-CNT
              DISPLAY 'GOVT PARTS NOT QUALIFYING ' WS-GOVT-NONQ-CNT
              DISPLAY 'GOVT PARTS NO ORIGIN..... ' WS-GOVT-NOORIG-CNT
           END-IF.
           DISPLAY 'TOTAL FIELD ERRORS... ' WS-TOTAL-ERRORS.
           DISPLAY 'WARNINGS ISSUED...... ' WS-WARN-TOTAL-CNT.
           DISPLAY 'FLAGGED POS WITHHELD. ' WS-WITHHELD-CNT.
           DISPLAY 'PAPER PO ROWS WRITTEN ' WS-PAPERPO-CNT.
           DISPLAY 'TRANSFER ORDERS READ. ' WS-XFR-READ-CNT.
           DISPLAY 'TRANSFERS IN TRANSIT. ' WS-XFR-GOOD-CNT.
           DISPLAY 'TRANSFERS REJECTED... ' WS-XFR-REJ-CNT.
              MOVE 8 TO RETURN-CODE
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
           *> a file error landed us here before 900-WRAP-UP ran -
           *> tell the scheduler so it does not launch the jobs that
