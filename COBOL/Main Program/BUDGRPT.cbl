      * THE REPORT SHOWS BUDGET, COMMITTED, REMAINING AND FLAGS ANY
      * DEPARTMENT ALREADY OVER - SO FIFTY INDIVIDUALLY-LEGAL ORDERS
      * CAN NO LONGER BLOW A QUARTER INVISIBLY.
      * A NON-INVENTORY/SERVICES LINE IS CHARGED TO THE COST CENTER
      * ON THE LINE, NOT THE BUYER'S DEPARTMENT - ITS COMMIT ROW
      * NAMES THE COST CENTER, AND EVERY LATER ROW FOR THE SAME
      * PO AND LINE FOLLOWS IT THERE.  FINANCE KEEPS THE COST
      * CENTER'S BUDGET ON THE DEPARTMENT BUDGET FILE UNDER ITS CODE.
      * UT-C-DEPTBUD  = DEPARTMENT BUDGET FILE FINANCE KEEPS
      * UT-C-BUYERMST = BUYER MASTER (CODE, NAME, DEPT, LIMIT) -
      *                 SAME FILE PRTSUPP LOADS AT STARTUP
       77 WS-NOBUYER-CNT          PIC 9(08) VALUE ZERO.
       77 WS-OVER-CNT             PIC 9(08) VALUE ZERO.
       77 WS-REMAINING            PIC S9(13)V99 VALUE ZERO.
       77 WS-CC-ROW-CNT           PIC 9(08) VALUE ZERO.

      * NON-INVENTORY LINES SEEN ON THE LEDGER - PO + LINE AND THE
      * COST CENTER ITS COMMIT ROW NAMED.  A RELIEF OR CHANGE ROW
      * WRITTEN WITHOUT ONE IS CHARGED WHERE ITS COMMIT WENT
       77 WS-CC-MAX               PIC 9(5) VALUE 5000.
       77 WS-CC-CNT               PIC 9(5) VALUE ZERO.
       77 WS-CC-IDX               PIC 9(5) VALUE ZERO.
       77 WS-CC-FND-IDX           PIC 9(5) VALUE ZERO.
       01 WS-CC-TBL.
           05 WS-CC-ROW OCCURS 5000 TIMES.
               10 WS-CC-PO        PIC X(06).
               10 WS-CC-PART      PIC X(23).
               10 WS-CC-CENTER    PIC X(06).

      * DEPARTMENT TABLE - BUDGET AND NET COMMITTED PER DEPARTMENT.
      * A DEPARTMENT SEEN ON THE LEDGER BUT NOT ON THE BUDGET FILE
           05 WS-CMT-USD-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05 WS-CMT-DATE          PIC 9(08) VALUE ZERO.
           05 WS-CMT-PROGRAM       PIC X(08) VALUE SPACES.
      * A NON-INVENTORY LINE'S COST CENTER - BLANK ON A PART LINE
           05 WS-CMT-COST-CENTER   PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE SPACES.

       01 WS01-CURR-DATE.
           05 WS01-CURR-YYYY        PIC 9(04).

       400-POST-ONE-ROW.
           ADD +1 TO WS-LEDGER-CNT.
      *> a services/expense line is charged to its cost center -
      *> every other row goes to the buyer's department
           PERFORM 430-FIND-COST-CENTER.
           IF WS-CMT-COST-CENTER NOT = SPACES
              ADD +1 TO WS-CC-ROW-CNT
              MOVE WS-CMT-COST-CENTER TO WS-DP-LKP-DEPT
           ELSE
              PERFORM 410-FIND-BUYER-DEPT
              IF BUYER-FOUND
                 MOVE WS-BUYER-DEPT(WS-BUYER-FND-IDX)
                      TO WS-DP-LKP-DEPT
              ELSE
                 ADD +1 TO WS-NOBUYER-CNT
                 MOVE '***   ' TO WS-DP-LKP-DEPT
              END-IF
           END-IF.
           PERFORM 420-FIND-DEPT-ROW.
           IF WS-DP-FND-IDX > ZERO
              END-IF
           END-PERFORM.

       430-FIND-COST-CENTER.
      *> a row naming its cost center is remembered for the rows
      *> that follow it; a row naming none takes the one its line
      *> was committed under, if any
           MOVE ZERO TO WS-CC-FND-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-CNT
              IF WS-CC-PO(WS-CC-IDX) = WS-CMT-PO-NUMBER AND
                 WS-CC-PART(WS-CC-IDX) = WS-CMT-PART-NUMBER
                 MOVE WS-CC-IDX TO WS-CC-FND-IDX
              END-IF
           END-PERFORM.
           IF WS-CMT-COST-CENTER = SPACES
              IF WS-CC-FND-IDX > ZERO
                 MOVE WS-CC-CENTER(WS-CC-FND-IDX)
                      TO WS-CMT-COST-CENTER
              END-IF
           ELSE
              IF WS-CC-FND-IDX = ZERO AND WS-CC-CNT < WS-CC-MAX
                 ADD +1 TO WS-CC-CNT
                 MOVE WS-CMT-PO-NUMBER   TO WS-CC-PO(WS-CC-CNT)
                 MOVE WS-CMT-PART-NUMBER TO WS-CC-PART(WS-CC-CNT)
                 MOVE WS-CMT-COST-CENTER TO WS-CC-CENTER(WS-CC-CNT)
              END-IF
           END-IF.

       420-FIND-DEPT-ROW.
      *> ledger spend for a department with no budget row is still
      *> spend - the row is created with a zero budget so finance
           MOVE 'ROWS WITH UNKNOWN BUYER...... ' TO RPT-SUM-LABEL.
           MOVE WS-NOBUYER-CNT TO RPT-SUM-CNT.
           WRITE BUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'ROWS CHARGED TO COST CENTER.. ' TO RPT-SUM-LABEL.
           MOVE WS-CC-ROW-CNT TO RPT-SUM-CNT.
           WRITE BUDRPT-RECORD FROM RPT-LINE-5.
           MOVE 'DEPARTMENTS OVER BUDGET...... ' TO RPT-SUM-LABEL.
           MOVE WS-OVER-CNT TO RPT-SUM-CNT.
           WRITE BUDRPT-RECORD FROM RPT-LINE-5.
