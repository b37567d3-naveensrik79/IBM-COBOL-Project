       IDENTIFICATION DIVISION.
      ****************************************************************
      **   THIS SUBPROGRAM IS THE SUITE-WIDE MASKING RULE FOR TAX IDS
      **   AND BANK ROUTING/ACCOUNT NUMBERS ON PRINTED OUTPUT.  A
      **   REPORT PROGRAM NEVER MOVES ONE OF THOSE VALUES STRAIGHT TO
      **   A REPORT LINE - IT CALLS THIS AND PRINTS WHAT COMES BACK.
      **   ONLY THE LAST FOUR CHARACTERS SHOW; EVERY OTHER NON-BLANK
      **   CHARACTER BECOMES AN ASTERISK, SO THE MASKED FORM KEEPS
      **   THE LENGTH AND LINES UP IN THE SAME COLUMNS.  EXTRACTS THAT
      **   GENUINELY NEED THE FULL VALUE (UT-C-1099EXT, UT-C-ACHEXT,
      **   THE PRENOTE FILE) DO NOT COME THROUGH HERE.
      **   EACH MASKED VALUE IS ALSO APPENDED TO THE RESTRICTED VAULT
      **   UT-C-MASKVLT (MASKVLT LAYOUT), OPENED ON THE FIRST CALL,
      **   SO RPRINT CAN PRODUCE AN UNMASKED REPRINT FOR AN OPERATOR
      **   SECURITY HAS CLEARED.
      **   ACTION 'MSK' - LS-MK-VALUE IN, LS-MK-MASKED OUT.  PROGRAM,
      **     SUPPLIER AND KIND GO ON THE VAULT ROW
      **   ACTION 'END' - CLOSES THE VAULT; CALLED AT WRAP-UP
      **   RETURN: 00 MASKED AND VAULTED (OR NOTHING TO MASK)
      **           04 MASKED, BUT THE VAULT COULD NOT BE WRITTEN -
      **              AN UNMASKED REPRINT OF THIS RUN WILL NOT BE
      **              POSSIBLE
      ****************************************************************
       PROGRAM-ID. MASKID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKVLT-FILE ASSIGN TO UT-C-MASKVLT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS MASKVLT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD MASKVLT-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01 MASKVLT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
      *> the vault is opened on the first 'MSK' call of the run and
      *> kept open until the caller's 'END'
       77 WS-MV-OPEN-SW           PIC X(01) VALUE 'N'.
           88 MV-IS-OPEN          VALUE 'Y'.
       77 WS-MV-TRIED-SW          PIC X(01) VALUE 'N'.
           88 MV-TRIED            VALUE 'Y'.
       77 WS-MK-LAST              PIC 9(02) VALUE ZERO.
       77 WS-MK-KEPT              PIC 9(02) VALUE ZERO.
       77 WS-MK-IDX               PIC 9(02) VALUE ZERO.
       01 WS-MK-CURR-DATE         PIC 9(08) VALUE ZERO.

           COPY MASKVLT.

       01 PROGRAM-SWITCHES.
           05 MASKVLT-ST              PIC X(02).
               88 MASKVLT-OK          VALUE '00'.

       LINKAGE SECTION.
       01 LS-MK-ACTION         PIC X(03).
           88 LS-MK-MASK       VALUE 'MSK'.
           88 LS-MK-END        VALUE 'END'.
       01 LS-MK-PROGRAM        PIC X(08).
       01 LS-MK-KEY            PIC X(10).
       01 LS-MK-KIND           PIC X(01).
       01 LS-MK-VALUE          PIC X(17).
       01 LS-MK-MASKED         PIC X(17).
       01 LS-MK-RETURN         PIC 9(02).

       PROCEDURE DIVISION USING LS-MK-ACTION,
                                LS-MK-PROGRAM,
                                LS-MK-KEY,
                                LS-MK-KIND,
                                LS-MK-VALUE,
                                LS-MK-MASKED,
                                LS-MK-RETURN.
           MOVE ZERO TO LS-MK-RETURN.
           IF LS-MK-END
              IF MV-IS-OPEN
                 CLOSE MASKVLT-FILE
                 MOVE 'N' TO WS-MV-OPEN-SW
              END-IF
              GOBACK
           END-IF.
           PERFORM 300-MASK-VALUE.
      *> a blank value has nothing behind it worth vaulting
           IF LS-MK-VALUE NOT = SPACES
              PERFORM 400-VAULT-VALUE
           END-IF.
           GOBACK.

       200-OPEN-VAULT.
      *> the vault is append-only - extended, or started when this
      *> is the first run to use it
           MOVE 'Y' TO WS-MV-TRIED-SW.
           ACCEPT WS-MK-CURR-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND MASKVLT-FILE.
           IF NOT MASKVLT-OK
              OPEN OUTPUT MASKVLT-FILE
           END-IF.
           IF MASKVLT-OK
              MOVE 'Y' TO WS-MV-OPEN-SW
           ELSE
              DISPLAY 'MASKID: MASKED-VALUE VAULT NOT AVAILABLE - '
                      'NO UNMASKED REPRINT FOR THIS RUN'
           END-IF.

       300-MASK-VALUE.
      *> find the last non-blank position, keep four characters
      *> back from it and star every non-blank ahead of those
           MOVE LS-MK-VALUE TO LS-MK-MASKED.
           MOVE ZERO TO WS-MK-LAST.
           PERFORM VARYING WS-MK-IDX FROM 17 BY -1
                   UNTIL WS-MK-IDX < 1 OR WS-MK-LAST > ZERO
              IF LS-MK-VALUE(WS-MK-IDX:1) NOT = SPACE
                 MOVE WS-MK-IDX TO WS-MK-LAST
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-MK-KEPT.
           PERFORM VARYING WS-MK-IDX FROM WS-MK-LAST BY -1
                   UNTIL WS-MK-IDX < 1
              IF LS-MK-VALUE(WS-MK-IDX:1) NOT = SPACE
                 IF WS-MK-KEPT < 4
                    ADD +1 TO WS-MK-KEPT
                 ELSE
                    MOVE '*' TO LS-MK-MASKED(WS-MK-IDX:1)
                 END-IF
              END-IF
           END-PERFORM.

       400-VAULT-VALUE.
           IF NOT MV-TRIED
              PERFORM 200-OPEN-VAULT
           END-IF.
           IF NOT MV-IS-OPEN
              MOVE 4 TO LS-MK-RETURN
           ELSE
              INITIALIZE WS-MV-DETAIL
              MOVE LS-MK-PROGRAM   TO WS-MV-PROGRAM
              MOVE WS-MK-CURR-DATE TO WS-MV-RUN-DATE
              MOVE LS-MK-KEY       TO WS-MV-KEY
              MOVE LS-MK-KIND      TO WS-MV-KIND
              MOVE LS-MK-MASKED    TO WS-MV-MASKED
              MOVE LS-MK-VALUE     TO WS-MV-FULL
              WRITE MASKVLT-RECORD FROM WS-MV-DETAIL
              IF NOT MASKVLT-OK
                 MOVE 4 TO LS-MK-RETURN
              END-IF
           END-IF.
