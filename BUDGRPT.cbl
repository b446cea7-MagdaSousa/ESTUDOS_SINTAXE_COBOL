      *> BUDGRPT - MONTH-END BUDGET VERSUS ACTUAL BY DEPARTMENT.
      *> RUNS IN THE CLOSE STRAIGHT AFTER THE ALLOCTRU TRUE-UP, FOR
      *> THE PERIOD ON THE MECTL CARD. FOR EVERY DEPTMAST DEPARTMENT
      *> AND EVERY COST POOL IT DRAWS ON, IT SHOWS THE NIGHTLY SHARES
      *> POSTED TO ALLOCHST, THE MONTH-END TRUE-UP ADJUSTMENTS KEPT
      *> ON TRUPHST, THE ACTUAL THEY MAKE TOGETHER, THE DEPTBUDG
      *> BUDGET AND THE VARIANCE IN AMOUNT AND PERCENT - ONCE FOR
      *> THE MONTH AND ONCE FOR THE YEAR TO DATE (JANUARY THROUGH
      *> THE PERIOD). A DEPARTMENT WHOSE TOTAL FOR THE MONTH OR THE
      *> YEAR RUNS OVER BUDGET BY MORE THAN THE BUDGCTL TOLERANCE
      *> PERCENT (DEFAULT 5.0) IS FLAGGED OVER; SPENDING AGAINST NO
      *> BUDGET AT ALL IS ALWAYS OVER. THE REPORT REPLACES THE HAND
      *> COMPARISON OF THE ALLOCATION REPORTS AGAINST THE BUDGETS
      *> FINANCE SENDS ROUND - THE BUDGETS THEMSELVES ARE LOADED AND
      *> REVISED ONLY THROUGH TBLMAINT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ME-CTL-FILE ASSIGN TO "MECTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL - OVER-BUDGET TOLERANCE PERCENT
           SELECT BUDGET-CTL-FILE ASSIGN TO "BUDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT ALLOC-HISTORY-FILE ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-STATUS.

      *> NO TRUE-UP HISTORY YET SIMPLY MEANS NO MONTH TRUED UP
           SELECT TRUEUP-HISTORY-FILE ASSIGN TO "TRUPHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THIST-STATUS.

           SELECT BUDGET-RPT ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ME-CTL-FILE.
       01  ME-CTL-REC.
           05 ME-PERIOD             PIC 9(06).

       FD  BUDGET-CTL-FILE.
       01  BUDGET-CTL-REC.
           05 BC-TOLERANCE-X        PIC X(04).

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-REC.
           05 DM-DEPT-CODE      PIC X(04).
           05 DM-DEPT-NAME      PIC X(25).
           05 DM-ACTIVE-FLAG    PIC X(01).
      *> 'S' MARKS A SERVICE DEPARTMENT, WHOSE SHARES ARE STEPPED
      *> DOWN TO THE DEPARTMENTS AFTER IT IN DM-STEP-SEQ ORDER;
      *> ANYTHING ELSE IS AN OPERATING DEPARTMENT
           05 DM-DEPT-TYPE      PIC X(01).
           05 DM-STEP-SEQ       PIC 9(02).

      *> ONE BUDGET AMOUNT PER DEPARTMENT, COST POOL AND MONTH
       FD  DEPT-BUDGET-FILE.
       01  DEPT-BUDGET-REC.
           05 DB-DEPT-CODE      PIC X(04).
           05 DB-POOL-ID        PIC X(04).
           05 DB-PERIOD.
               10 DB-CCYY       PIC 9(04).
               10 DB-MM         PIC 9(02).
           05 DB-AMOUNT         PIC 9(09).

       FD  ALLOC-HISTORY-FILE.
       01  ALLOC-HISTORY-REC.
           05 AH-RUN-DATE.
               10 AH-CCYY       PIC 9(04).
               10 AH-MM         PIC 9(02).
               10 AH-DD         PIC 9(02).
           05 FILLER            PIC X(01).
           05 AH-POOL-ID        PIC X(04).
           05 FILLER            PIC X(01).
           05 AH-DEPT-CODE      PIC X(04).
           05 FILLER            PIC X(01).
           05 AH-SHARE          PIC 9(09).
      *> STEP-DOWN ROWS: 'S' IS A SHARE RECEIVED FROM SERVICE
      *> DEPARTMENT AH-FROM-DEPT AT STEP AH-STEP-SEQ, 'C' THE
      *> MATCHING CREDIT OUT OF THAT SERVICE DEPARTMENT; A BLANK
      *> TYPE IS THE DIRECT SHARE OF THE POOL
           05 FILLER            PIC X(01).
           05 AH-ENTRY-TYPE     PIC X(01).
               88 AH-DIRECT-SHARE VALUE SPACE.
               88 AH-STEP-RECEIPT VALUE 'S'.
               88 AH-STEP-CREDIT VALUE 'C'.
           05 FILLER            PIC X(01).
           05 AH-STEP-SEQ       PIC 9(02).
           05 FILLER            PIC X(01).
           05 AH-FROM-DEPT      PIC X(04).

       FD  TRUEUP-HISTORY-FILE.
       01  TRUEUP-HISTORY-REC.
           05 TH-MONTH.
               10 TH-CCYY       PIC 9(04).
               10 TH-MM         PIC 9(02).
           05 FILLER            PIC X(01).
           05 TH-POOL-ID        PIC X(04).
           05 FILLER            PIC X(01).
           05 TH-DEPT-CODE      PIC X(04).
           05 FILLER            PIC X(01).
           05 TH-DAILY-SUM      PIC 9(11).
           05 FILLER            PIC X(01).
           05 TH-MONTH-AMT      PIC 9(11).
           05 FILLER            PIC X(01).
           05 TH-ADJUSTMENT     PIC S9(12)
                                SIGN LEADING SEPARATE.

       FD  BUDGET-RPT.
       01  BUDGET-RPT-REC           PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-BCTL-STATUS  PIC X(02).
           01 WS-BUDG-STATUS  PIC X(02).
           01 WS-AHIST-STATUS PIC X(02).
           01 WS-THIST-STATUS PIC X(02).
           01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CTL-EOF VALUE 'Y'.
           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-DEPT-OVER-SW PIC X(01).
               88 WS-DEPT-OVER VALUE 'Y'.
           01 WS-LINE-OVER-SW PIC X(01).
               88 WS-LINE-OVER VALUE 'Y'.

           01 WS-PERIOD.
               05 WS-PERIOD-CCYY PIC 9(04).
               05 WS-PERIOD-MM   PIC 9(02).
           01 WS-TOLERANCE    PIC 9(03)V9 VALUE 5.0.
           01 WS-TOLERANCE-ED PIC ZZ9.9.

           01 WS-DMAST-MAX PIC 9(04) VALUE ZERO.
           01 WS-DMAST-TABLE.
               05 WS-DMAST-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-DMAST-IDX.
                   10 WS-DMAST-CODE   PIC X(04).
                   10 WS-DMAST-NAME   PIC X(25).
                   10 WS-DMAST-ACTIVE PIC X(01).

      *> ONE ROW PER DEPARTMENT AND POOL, MONTH AND YEAR-TO-DATE
      *> FIGURES SIDE BY SIDE
           01 WS-BV-MAX PIC 9(04) VALUE ZERO.
           01 WS-BV-TABLE.
               05 WS-BV-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-BV-IDX.
                   10 WS-BV-DEPT-CODE   PIC X(04).
                   10 WS-BV-POOL-ID     PIC X(04).
                   10 WS-BV-MTD-ALLOC   PIC 9(11).
                   10 WS-BV-MTD-TRUEUP  PIC S9(12).
                   10 WS-BV-MTD-BUDGET  PIC 9(11).
                   10 WS-BV-YTD-ALLOC   PIC 9(11).
                   10 WS-BV-YTD-TRUEUP  PIC S9(12).
                   10 WS-BV-YTD-BUDGET  PIC 9(11).
                   10 WS-BV-PRINTED-SW  PIC X(01).
                       88 WS-BV-PRINTED VALUE 'Y'.

           01 WS-KEY-DEPT   PIC X(04).
           01 WS-KEY-POOL   PIC X(04).

      *> DEPARTMENT TOTALS ACROSS ITS POOLS
           01 WS-DT-MTD-ALLOC   PIC 9(11).
           01 WS-DT-MTD-TRUEUP  PIC S9(12).
           01 WS-DT-MTD-BUDGET  PIC 9(11).
           01 WS-DT-YTD-ALLOC   PIC 9(11).
           01 WS-DT-YTD-TRUEUP  PIC S9(12).
           01 WS-DT-YTD-BUDGET  PIC 9(11).
           01 WS-DT-POOL-COUNT  PIC 9(04).

      *> ONE PRINTED LINE'S FIGURES BEFORE EDITING
           01 WS-LN-ALLOC     PIC 9(11).
           01 WS-LN-TRUEUP    PIC S9(12).
           01 WS-LN-ACTUAL    PIC S9(12).
           01 WS-LN-BUDGET    PIC 9(11).
           01 WS-LN-VARIANCE  PIC S9(12).
           01 WS-LN-PCT       PIC S9(04)V9.

           01 WS-DEPT-COUNT      PIC 9(09) VALUE ZERO.
           01 WS-OVER-COUNT      PIC 9(09) VALUE ZERO.
           01 WS-UNKNOWN-COUNT   PIC 9(09) VALUE ZERO.
           01 WS-COUNT-ED        PIC ZZZZZZZZ9.

           01 WS-BUDGET-DETAIL.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-BD-POOL        PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-PERIOD      PIC X(05).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-ALLOC       PIC Z(09)9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-TRUEUP      PIC -(09)9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-ACTUAL      PIC -(09)9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-BUDGET      PIC Z(09)9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-VARIANCE    PIC -(09)9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-PCT         PIC -(04)9.9.
               05 WS-BD-PCT-X REDEFINES WS-BD-PCT
                                    PIC X(07).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-BD-FLAG        PIC X(04).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0100-READ-PERIOD-CARD THRU 0100-EXIT.
           PERFORM 0150-READ-TOLERANCE-CARD THRU 0150-EXIT.
           PERFORM 0200-LOAD-DEPT-MASTER THRU 0200-EXIT.
           PERFORM 1000-SUM-ALLOC-HISTORY THRU 1000-EXIT.
           PERFORM 2000-SUM-TRUEUP-HISTORY THRU 2000-EXIT.
           PERFORM 3000-SUM-BUDGETS THRU 3000-EXIT.

           OPEN OUTPUT BUDGET-RPT.
           PERFORM 4000-WRITE-HEADINGS THRU 4000-EXIT.
           PERFORM 5000-REPORT-ONE-DEPT THRU 5000-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           PERFORM 6000-REPORT-UNKNOWN-DEPTS THRU 6000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE BUDGET-RPT.

           DISPLAY "BUDGRPT DEPARTMENTS       : " WS-DEPT-COUNT.
           DISPLAY "BUDGRPT OVER TOLERANCE    : " WS-OVER-COUNT.
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY "BUDGRPT CODES NOT ON DEPTMAST : "
                   WS-UNKNOWN-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-READ-PERIOD-CARD.
           OPEN INPUT ME-CTL-FILE.
           READ ME-CTL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
           IF WS-CTL-EOF
               DISPLAY "BUDGRPT: NO MECTL PERIOD CARD"
               CLOSE ME-CTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ME-PERIOD TO WS-PERIOD.
           CLOSE ME-CTL-FILE.
       0100-EXIT.
           EXIT.

       0150-READ-TOLERANCE-CARD.
           OPEN INPUT BUDGET-CTL-FILE.
           IF WS-BCTL-STATUS NOT = "00"
               GO TO 0150-EXIT
           END-IF.
           READ BUDGET-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BC-TOLERANCE-X IS NUMERIC
                       MOVE BC-TOLERANCE-X TO WS-TOLERANCE
                   ELSE
                       DISPLAY "BUDGRPT: BUDGCTL TOLERANCE NOT "
                           "NUMERIC - 5.0 PERCENT USED"
                   END-IF
           END-READ.
           CLOSE BUDGET-CTL-FILE.
       0150-EXIT.
           EXIT.

       0200-LOAD-DEPT-MASTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DEPT-MASTER-FILE.
           READ DEPT-MASTER-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0210-ADD-DMAST-ENTRY THRU 0210-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DEPT-MASTER-FILE.
       0200-EXIT.
           EXIT.

       0210-ADD-DMAST-ENTRY.
           IF WS-DMAST-MAX < 200
               ADD 1 TO WS-DMAST-MAX
               MOVE DM-DEPT-CODE   TO WS-DMAST-CODE(WS-DMAST-MAX)
               MOVE DM-DEPT-NAME   TO WS-DMAST-NAME(WS-DMAST-MAX)
               MOVE DM-ACTIVE-FLAG TO WS-DMAST-ACTIVE(WS-DMAST-MAX)
           ELSE
               DISPLAY "DEPT-MASTER TABLE FULL AT " DM-DEPT-CODE
           END-IF.
           READ DEPT-MASTER-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

      *> THE NIGHTLY SHARES FOR EVERY NIGHT OF THE YEAR UP TO AND
      *> INCLUDING THE PERIOD
       1000-SUM-ALLOC-HISTORY.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT ALLOC-HISTORY-FILE.
           IF WS-AHIST-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ ALLOC-HISTORY-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 1100-POST-ONE-SHARE THRU 1100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ALLOC-HISTORY-FILE.
       1000-EXIT.
           EXIT.

       1100-POST-ONE-SHARE.
           IF AH-CCYY = WS-PERIOD-CCYY
               AND AH-MM NOT > WS-PERIOD-MM
               MOVE AH-DEPT-CODE TO WS-KEY-DEPT
               MOVE AH-POOL-ID   TO WS-KEY-POOL
               PERFORM 7000-FIND-BV-ROW THRU 7000-EXIT
               IF WS-BV-IDX NOT > WS-BV-MAX
                   PERFORM 1150-APPLY-ONE-SHARE THRU 1150-EXIT
               END-IF
           END-IF.
           READ ALLOC-HISTORY-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> A STEP-DOWN CREDIT TAKES A SERVICE DEPARTMENT'S COST BACK
      *> OUT - IT FOLLOWS THAT NIGHT'S RECEIPTS ON THE FILE, SO THE
      *> RUNNING FIGURES NEVER GO BELOW ZERO
       1150-APPLY-ONE-SHARE.
           IF AH-STEP-CREDIT
               SUBTRACT AH-SHARE FROM WS-BV-YTD-ALLOC(WS-BV-IDX)
               IF AH-MM = WS-PERIOD-MM
                   SUBTRACT AH-SHARE FROM WS-BV-MTD-ALLOC(WS-BV-IDX)
               END-IF
           ELSE
               ADD AH-SHARE TO WS-BV-YTD-ALLOC(WS-BV-IDX)
               IF AH-MM = WS-PERIOD-MM
                   ADD AH-SHARE TO WS-BV-MTD-ALLOC(WS-BV-IDX)
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.

      *> A MONTH NOT YET TRUED UP SIMPLY HAS NO ADJUSTMENT
       2000-SUM-TRUEUP-HISTORY.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT TRUEUP-HISTORY-FILE.
           IF WS-THIST-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           READ TRUEUP-HISTORY-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 2100-POST-ONE-TRUEUP THRU 2100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE TRUEUP-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-POST-ONE-TRUEUP.
           IF TH-CCYY = WS-PERIOD-CCYY
               AND TH-MM NOT > WS-PERIOD-MM
               MOVE TH-DEPT-CODE TO WS-KEY-DEPT
               MOVE TH-POOL-ID   TO WS-KEY-POOL
               PERFORM 7000-FIND-BV-ROW THRU 7000-EXIT
               IF WS-BV-IDX NOT > WS-BV-MAX
                   ADD TH-ADJUSTMENT TO WS-BV-YTD-TRUEUP(WS-BV-IDX)
                   IF TH-MM = WS-PERIOD-MM
                       ADD TH-ADJUSTMENT
                           TO WS-BV-MTD-TRUEUP(WS-BV-IDX)
                   END-IF
               END-IF
           END-IF.
           READ TRUEUP-HISTORY-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-SUM-BUDGETS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DEPT-BUDGET-FILE.
           IF WS-BUDG-STATUS NOT = "00"
               DISPLAY "BUDGRPT: NO DEPTBUDG - EVERY POOL UNBUDGETED"
               GO TO 3000-EXIT
           END-IF.
           READ DEPT-BUDGET-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 3100-POST-ONE-BUDGET THRU 3100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DEPT-BUDGET-FILE.
       3000-EXIT.
           EXIT.

       3100-POST-ONE-BUDGET.
           IF DB-CCYY = WS-PERIOD-CCYY
               AND DB-MM NOT > WS-PERIOD-MM
               MOVE DB-DEPT-CODE TO WS-KEY-DEPT
               MOVE DB-POOL-ID   TO WS-KEY-POOL
               PERFORM 7000-FIND-BV-ROW THRU 7000-EXIT
               IF WS-BV-IDX NOT > WS-BV-MAX
                   ADD DB-AMOUNT TO WS-BV-YTD-BUDGET(WS-BV-IDX)
                   IF DB-MM = WS-PERIOD-MM
                       ADD DB-AMOUNT TO WS-BV-MTD-BUDGET(WS-BV-IDX)
                   END-IF
               END-IF
           END-IF.
           READ DEPT-BUDGET-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       4000-WRITE-HEADINGS.
           WRITE BUDGET-RPT-REC FROM RPT-HEADER-LINE.
           MOVE WS-TOLERANCE TO WS-TOLERANCE-ED.
           MOVE SPACES TO BUDGET-RPT-REC.
           STRING "BUDGET VERSUS ACTUAL - PERIOD " DELIMITED BY SIZE
                  WS-PERIOD                        DELIMITED BY SIZE
                  " - TOLERANCE "                  DELIMITED BY SIZE
                  WS-TOLERANCE-ED                  DELIMITED BY SIZE
                  " PCT"                           DELIMITED BY SIZE
               INTO BUDGET-RPT-REC
           END-STRING.
           WRITE BUDGET-RPT-REC.
           MOVE SPACES TO BUDGET-RPT-REC.
           WRITE BUDGET-RPT-REC.
           MOVE "  POOL PERIOD ALLOCATED    TRUE-UP     ACTUAL"
               TO BUDGET-RPT-REC.
           MOVE "BUDGET   VARIANCE    VAR% FLAG"
               TO BUDGET-RPT-REC(51:30).
           WRITE BUDGET-RPT-REC.
       4000-EXIT.
           EXIT.

      *> A DEPARTMENT WITH NO SHARES AND NO BUDGET THIS YEAR IS
      *> STILL LISTED, SO THE REPORT ANSWERS FOR THE WHOLE MASTER
       5000-REPORT-ONE-DEPT.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DMAST-CODE(WS-DMAST-IDX) TO WS-KEY-DEPT.
           MOVE SPACES TO BUDGET-RPT-REC.
           WRITE BUDGET-RPT-REC.
           MOVE SPACES TO BUDGET-RPT-REC.
           STRING "DEPT "                      DELIMITED BY SIZE
                  WS-DMAST-CODE(WS-DMAST-IDX)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-DMAST-NAME(WS-DMAST-IDX)  DELIMITED BY SIZE
               INTO BUDGET-RPT-REC
           END-STRING.
           IF WS-DMAST-ACTIVE(WS-DMAST-IDX) NOT = 'A'
               MOVE "(INACTIVE)" TO BUDGET-RPT-REC(38:10)
           END-IF.
           WRITE BUDGET-RPT-REC.
           PERFORM 5100-REPORT-DEPT-POOLS THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-REPORT-DEPT-POOLS.
           MOVE ZERO TO WS-DT-MTD-ALLOC WS-DT-MTD-TRUEUP
                        WS-DT-MTD-BUDGET WS-DT-YTD-ALLOC
                        WS-DT-YTD-TRUEUP WS-DT-YTD-BUDGET
                        WS-DT-POOL-COUNT.
           MOVE 'N' TO WS-DEPT-OVER-SW.
           PERFORM 5200-REPORT-ONE-POOL THRU 5200-EXIT
               VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-MAX.
           IF WS-DT-POOL-COUNT = ZERO
               MOVE "  NO ALLOCATIONS OR BUDGET THIS YEAR"
                   TO BUDGET-RPT-REC
               WRITE BUDGET-RPT-REC
               GO TO 5100-EXIT
           END-IF.

      *> THE DEPARTMENT TOTAL CARRIES THE OVER-TOLERANCE FLAG
           MOVE "ALL " TO WS-BD-POOL.
           MOVE "MONTH" TO WS-BD-PERIOD.
           MOVE WS-DT-MTD-ALLOC  TO WS-LN-ALLOC.
           MOVE WS-DT-MTD-TRUEUP TO WS-LN-TRUEUP.
           MOVE WS-DT-MTD-BUDGET TO WS-LN-BUDGET.
           PERFORM 5500-WRITE-FIGURE-LINE THRU 5500-EXIT.
           IF WS-LINE-OVER
               SET WS-DEPT-OVER TO TRUE
           END-IF.
           MOVE "ALL " TO WS-BD-POOL.
           MOVE "YTD" TO WS-BD-PERIOD.
           MOVE WS-DT-YTD-ALLOC  TO WS-LN-ALLOC.
           MOVE WS-DT-YTD-TRUEUP TO WS-LN-TRUEUP.
           MOVE WS-DT-YTD-BUDGET TO WS-LN-BUDGET.
           PERFORM 5500-WRITE-FIGURE-LINE THRU 5500-EXIT.
           IF WS-LINE-OVER
               SET WS-DEPT-OVER TO TRUE
           END-IF.
           IF WS-DEPT-OVER
               ADD 1 TO WS-OVER-COUNT
               MOVE SPACES TO BUDGET-RPT-REC
               STRING "  *** DEPT "               DELIMITED BY SIZE
                      WS-KEY-DEPT                 DELIMITED BY SIZE
                      " OVER BUDGET BEYOND TOLERANCE ***"
                                                  DELIMITED BY SIZE
                   INTO BUDGET-RPT-REC
               END-STRING
               WRITE BUDGET-RPT-REC
           END-IF.
       5100-EXIT.
           EXIT.

       5200-REPORT-ONE-POOL.
           IF WS-BV-DEPT-CODE(WS-BV-IDX) NOT = WS-KEY-DEPT
               GO TO 5200-EXIT
           END-IF.
           SET WS-BV-PRINTED(WS-BV-IDX) TO TRUE.
           ADD 1 TO WS-DT-POOL-COUNT.
           ADD WS-BV-MTD-ALLOC(WS-BV-IDX)  TO WS-DT-MTD-ALLOC.
           ADD WS-BV-MTD-TRUEUP(WS-BV-IDX) TO WS-DT-MTD-TRUEUP.
           ADD WS-BV-MTD-BUDGET(WS-BV-IDX) TO WS-DT-MTD-BUDGET.
           ADD WS-BV-YTD-ALLOC(WS-BV-IDX)  TO WS-DT-YTD-ALLOC.
           ADD WS-BV-YTD-TRUEUP(WS-BV-IDX) TO WS-DT-YTD-TRUEUP.
           ADD WS-BV-YTD-BUDGET(WS-BV-IDX) TO WS-DT-YTD-BUDGET.
           PERFORM 5300-WRITE-POOL-LINES THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

       5300-WRITE-POOL-LINES.
           MOVE WS-BV-POOL-ID(WS-BV-IDX)    TO WS-BD-POOL.
           MOVE "MONTH"                     TO WS-BD-PERIOD.
           MOVE WS-BV-MTD-ALLOC(WS-BV-IDX)  TO WS-LN-ALLOC.
           MOVE WS-BV-MTD-TRUEUP(WS-BV-IDX) TO WS-LN-TRUEUP.
           MOVE WS-BV-MTD-BUDGET(WS-BV-IDX) TO WS-LN-BUDGET.
           PERFORM 5500-WRITE-FIGURE-LINE THRU 5500-EXIT.
           MOVE SPACES                      TO WS-BD-POOL.
           MOVE "YTD"                       TO WS-BD-PERIOD.
           MOVE WS-BV-YTD-ALLOC(WS-BV-IDX)  TO WS-LN-ALLOC.
           MOVE WS-BV-YTD-TRUEUP(WS-BV-IDX) TO WS-LN-TRUEUP.
           MOVE WS-BV-YTD-BUDGET(WS-BV-IDX) TO WS-LN-BUDGET.
           PERFORM 5500-WRITE-FIGURE-LINE THRU 5500-EXIT.
       5300-EXIT.
           EXIT.

      *> ACTUAL IS THE NIGHTLY SHARES PLUS THE TRUE-UP; A POSITIVE
      *> VARIANCE IS SPENDING OVER BUDGET. WITH NO BUDGET THERE IS
      *> NO PERCENTAGE, AND ANY SPENDING AT ALL IS OVER
       5500-WRITE-FIGURE-LINE.
           MOVE 'N' TO WS-LINE-OVER-SW.
           COMPUTE WS-LN-ACTUAL = WS-LN-ALLOC + WS-LN-TRUEUP.
           COMPUTE WS-LN-VARIANCE = WS-LN-ACTUAL - WS-LN-BUDGET.
           MOVE WS-LN-ALLOC    TO WS-BD-ALLOC.
           MOVE WS-LN-TRUEUP   TO WS-BD-TRUEUP.
           MOVE WS-LN-ACTUAL   TO WS-BD-ACTUAL.
           MOVE WS-LN-BUDGET   TO WS-BD-BUDGET.
           MOVE WS-LN-VARIANCE TO WS-BD-VARIANCE.
           MOVE SPACES TO WS-BD-FLAG.
           IF WS-LN-BUDGET = ZERO
               MOVE SPACES TO WS-BD-PCT-X
               IF WS-LN-ACTUAL > ZERO
                   SET WS-LINE-OVER TO TRUE
               END-IF
           ELSE
               COMPUTE WS-LN-PCT ROUNDED =
                   WS-LN-VARIANCE * 100 / WS-LN-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LN-PCT
               END-COMPUTE
               MOVE WS-LN-PCT TO WS-BD-PCT
               IF WS-LN-PCT > WS-TOLERANCE
                   SET WS-LINE-OVER TO TRUE
               END-IF
           END-IF.
           IF WS-LINE-OVER
               MOVE "OVER" TO WS-BD-FLAG
           END-IF.
           WRITE BUDGET-RPT-REC FROM WS-BUDGET-DETAIL.
       5500-EXIT.
           EXIT.

      *> SHARES OR BUDGETS UNDER A CODE NO LONGER ON DEPTMAST ARE
      *> LISTED TOGETHER AT THE END RATHER THAN DROPPED
       6000-REPORT-UNKNOWN-DEPTS.
           PERFORM 6100-CHECK-ONE-ROW THRU 6100-EXIT
               VARYING WS-BV-IDX FROM 1 BY 1
               UNTIL WS-BV-IDX > WS-BV-MAX.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-ROW.
           IF WS-BV-PRINTED(WS-BV-IDX)
               GO TO 6100-EXIT
           END-IF.
           IF WS-UNKNOWN-COUNT = ZERO
               MOVE SPACES TO BUDGET-RPT-REC
               WRITE BUDGET-RPT-REC
               MOVE "CODES NOT ON DEPTMAST" TO BUDGET-RPT-REC
               WRITE BUDGET-RPT-REC
           END-IF.
           ADD 1 TO WS-UNKNOWN-COUNT.
           MOVE SPACES TO BUDGET-RPT-REC.
           STRING "DEPT "                    DELIMITED BY SIZE
                  WS-BV-DEPT-CODE(WS-BV-IDX) DELIMITED BY SIZE
               INTO BUDGET-RPT-REC
           END-STRING.
           WRITE BUDGET-RPT-REC.
           PERFORM 5300-WRITE-POOL-LINES THRU 5300-EXIT.
       6100-EXIT.
           EXIT.

      *> FIND THE ROW FOR WS-KEY-DEPT/WS-KEY-POOL, ADDING IT WHEN
      *> NEW. A FULL TABLE LEAVES WS-BV-IDX PAST WS-BV-MAX
       7000-FIND-BV-ROW.
           SET WS-BV-IDX TO 1.
           SEARCH WS-BV-ENTRY
               AT END
                   PERFORM 7100-NEW-BV-ROW THRU 7100-EXIT
               WHEN WS-BV-IDX > WS-BV-MAX
                   PERFORM 7100-NEW-BV-ROW THRU 7100-EXIT
               WHEN WS-BV-DEPT-CODE(WS-BV-IDX) = WS-KEY-DEPT
                   AND WS-BV-POOL-ID(WS-BV-IDX) = WS-KEY-POOL
                   CONTINUE
           END-SEARCH.
       7000-EXIT.
           EXIT.

       7100-NEW-BV-ROW.
           IF WS-BV-MAX < 1000
               ADD 1 TO WS-BV-MAX
               SET WS-BV-IDX TO WS-BV-MAX
               MOVE WS-KEY-DEPT TO WS-BV-DEPT-CODE(WS-BV-IDX)
               MOVE WS-KEY-POOL TO WS-BV-POOL-ID(WS-BV-IDX)
               MOVE ZERO TO WS-BV-MTD-ALLOC(WS-BV-IDX)
                            WS-BV-MTD-TRUEUP(WS-BV-IDX)
                            WS-BV-MTD-BUDGET(WS-BV-IDX)
                            WS-BV-YTD-ALLOC(WS-BV-IDX)
                            WS-BV-YTD-TRUEUP(WS-BV-IDX)
                            WS-BV-YTD-BUDGET(WS-BV-IDX)
               MOVE 'N' TO WS-BV-PRINTED-SW(WS-BV-IDX)
           ELSE
               DISPLAY "BUDGET TABLE FULL AT " WS-KEY-DEPT
                   " " WS-KEY-POOL
               SET WS-BV-IDX TO 1001
           END-IF.
       7100-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO BUDGET-RPT-REC.
           WRITE BUDGET-RPT-REC.

           MOVE WS-DEPT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BUDGET-RPT-REC.
           STRING "DEPARTMENTS       : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO BUDGET-RPT-REC
           END-STRING.
           WRITE BUDGET-RPT-REC.

           MOVE WS-OVER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BUDGET-RPT-REC.
           STRING "OVER TOLERANCE    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO BUDGET-RPT-REC
           END-STRING.
           WRITE BUDGET-RPT-REC.

           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO BUDGET-RPT-REC.
           STRING "NOT ON DEPTMAST   : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO BUDGET-RPT-REC
           END-STRING.
           WRITE BUDGET-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
