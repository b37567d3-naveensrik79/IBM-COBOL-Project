       IDENTIFICATION DIVISION.
      ****************************************************************
      **   THIS SUBPROGRAM IS THE SUITE-WIDE FIELD-LEVEL CHANGE LOG
      **   FOR THE MAINTAINED MASTERS.  A MAINTENANCE PROGRAM NEVER
      **   WRITES THE CHANGE-HISTORY FILE ITSELF - FOR EVERY FIELD AN
      **   ACCEPTED TRANSACTION MOVED IT FILLS A CHGHIST ROW (MASTER,
      **   KEY, FIELD, ACTION, OLD AND NEW VALUE, OPERATOR, PROGRAM)
      **   AND CALLS THIS.  THE ROW IS STAMPED WITH TODAY'S DATE AND
      **   THE TIME OF DAY AND APPENDED TO UT-C-CHGHIST, OPENED ON
      **   THE FIRST CALL, SO EVERY PROGRAM'S CHANGES LAND IN ONE
      **   FILE IN THE ORDER THEY WERE MADE.
      **   ACTION 'LOG' - LS-CL-DETAIL IN (CHGHIST LAYOUT), WRITTEN
      **   ACTION 'END' - CLOSES THE FILE; CALLED AT WRAP-UP
      **   RETURN: 00 LOGGED
      **           04 THE CHANGE-HISTORY FILE COULD NOT BE WRITTEN -
      **              THE MASTER CHANGE STANDS BUT IS NOT ON THE
      **              HISTORY
      ****************************************************************
       PROGRAM-ID. CHGLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGHIST-FILE ASSIGN TO UT-C-CHGHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS CHGHIST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD CHGHIST-FILE
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.
       01 CHGHIST-RECORD      PIC X(160).

       WORKING-STORAGE SECTION.
      *> the history is opened on the first 'LOG' call of the run
      *> and kept open until the caller's 'END'
       77 WS-CL-OPEN-SW           PIC X(01) VALUE 'N'.
           88 CL-IS-OPEN          VALUE 'Y'.
       77 WS-CL-TRIED-SW          PIC X(01) VALUE 'N'.
           88 CL-TRIED            VALUE 'Y'.
       01 WS-CL-CURR-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CL-TIME-IN.
           05 WS-CL-HHMMSS        PIC 9(06).
           05 FILLER              PIC 9(02).

           COPY CHGHIST.

       01 PROGRAM-SWITCHES.
           05 CHGHIST-ST              PIC X(02).
               88 CHGHIST-OK          VALUE '00'.

       LINKAGE SECTION.
       01 LS-CL-ACTION         PIC X(03).
           88 LS-CL-LOG        VALUE 'LOG'.
           88 LS-CL-END        VALUE 'END'.
       01 LS-CL-DETAIL         PIC X(160).
       01 LS-CL-RETURN         PIC 9(02).

       PROCEDURE DIVISION USING LS-CL-ACTION,
                                LS-CL-DETAIL,
                                LS-CL-RETURN.
           MOVE ZERO TO LS-CL-RETURN.
           IF LS-CL-END
              IF CL-IS-OPEN
                 CLOSE CHGHIST-FILE
                 MOVE 'N' TO WS-CL-OPEN-SW
              END-IF
              GOBACK
           END-IF.
           IF NOT CL-TRIED
              PERFORM 200-OPEN-HISTORY
           END-IF.
           IF NOT CL-IS-OPEN
              MOVE 4 TO LS-CL-RETURN
           ELSE
              PERFORM 300-LOG-CHANGE
           END-IF.
           GOBACK.

       200-OPEN-HISTORY.
      *> the history is append-only - extended, or started when this
      *> is the first run to use it
           MOVE 'Y' TO WS-CL-TRIED-SW.
           OPEN EXTEND CHGHIST-FILE.
           IF NOT CHGHIST-OK
              OPEN OUTPUT CHGHIST-FILE
           END-IF.
           IF CHGHIST-OK
              MOVE 'Y' TO WS-CL-OPEN-SW
           ELSE
              DISPLAY 'CHGLOG: CHANGE-HISTORY FILE NOT AVAILABLE - '
                      'MASTER CHANGES THIS RUN ARE NOT ON THE HISTORY'
           END-IF.

       300-LOG-CHANGE.
      *> the stamp is taken per row - a long run's changes keep the
      *> time each one was actually applied
           MOVE LS-CL-DETAIL TO WS-CH-DETAIL.
           ACCEPT WS-CL-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CL-TIME-IN FROM TIME.
           MOVE WS-CL-CURR-DATE TO WS-CH-DATE.
           MOVE WS-CL-HHMMSS    TO WS-CH-TIME.
           WRITE CHGHIST-RECORD FROM WS-CH-DETAIL.
           IF NOT CHGHIST-OK
              MOVE 4 TO LS-CL-RETURN
           END-IF.
