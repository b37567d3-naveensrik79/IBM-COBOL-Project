      **   RECORDS BOTH AS TOKENS ON THE SHARED CONTROL DATASET
      **   UT-C-RUNCTL.  ON 'STR' IT ENFORCES, FROM THE TOKENS:
      **     - THE CALLER'S PREDECESSOR MUST HAVE STARTED AND ENDED
      **       FOR THE SAME BUSINESS DATE (PRTSUPP, ENGCHG, SUPMAINT
      **       AND RJCTCORR NEED MSTVFY, RECVPO AND ICBILL NEED
      **       PRTSUPP, POCHG, INVMATCH AND INSPRCV NEED RECVPO,
      **       ERSBILL NEEDS INSPRCV) - RETURN 8
      **       REFUSES
      **     - NO OTHER REWRITER MAY HOLD THE SAME MASTER (AN 'STR'
      **       WITH NO LATER 'END'): A SAME-DATE LOCK REFUSES WITH
      **       AND IS REPORTED AND OVERRIDDEN WITH RETURN 4
      **   RETURN: 00 CLEAR, 04 PROCEEDED OVER A STALE LOCK,
      **           08 REFUSED - DO NOT START, 16 CONTROL FILE ERROR
      **   EVERY TOKEN IS STAMPED WITH THE WALL-CLOCK DATE AND TIME
      **   IT WAS WRITTEN, AND THE CALLER HANDS OVER ITS RECORD COUNT
      **   AND RETURN CODE ON 'END' (ZEROS ON 'STR') - BATCHSLA TIMES
      **   THE NIGHTLY CHAIN FROM THEM.
      ****************************************************************
       PROGRAM-ID. RUNCTL.
       ENVIRONMENT DIVISION.
       77 WS-SCAN-IDX             PIC 9(05) VALUE ZERO.

      *> who needs whom, and which master each rewriter holds while
      *> it runs - shared with BATCHSLA, which times the chain
           COPY RUNRULE.

      *> every token on the control dataset, loaded whole per call
       01 WS-TK-TBL.
               10 WS-TK-TOKEN     PIC X(03).
               10 WS-TK-TIME      PIC X(06).

           COPY RUNTOKN.

       01 PROGRAM-SWITCHES.
           05 RUNCTL-EOF              PIC X(01) VALUE 'N'.
           88 LS-RC-END        VALUE 'END'.
       01 LS-RC-DATE           PIC 9(08).
       01 LS-RC-RETURN         PIC 9(02).
       01 LS-RC-RECS           PIC 9(08).
       01 LS-RC-COND           PIC 9(02).

       PROCEDURE DIVISION USING LS-RC-PROGRAM,
                                LS-RC-ACTION,
                                LS-RC-DATE,
                                LS-RC-RETURN,
                                LS-RC-RECS,
                                LS-RC-COND.
           MOVE ZERO TO LS-RC-RETURN.
           PERFORM 100-FIND-CALLER-RULE.
           IF LS-RC-START
              MOVE LS-RC-PROGRAM TO WS-TKD-PROG
              MOVE LS-RC-ACTION  TO WS-TKD-TOKEN
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TKD-TIME
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TKD-CLOCK-DATE
              IF LS-RC-END
                 MOVE LS-RC-RECS TO WS-TKD-RECS-N
                 MOVE LS-RC-COND TO WS-TKD-COND-N
              ELSE
                 MOVE ZERO TO WS-TKD-RECS-N, WS-TKD-COND-N
              END-IF
              WRITE RUNCTL-RECORD FROM WS-TK-DETAIL
              CLOSE RUNCTL-FILE
           END-IF.
