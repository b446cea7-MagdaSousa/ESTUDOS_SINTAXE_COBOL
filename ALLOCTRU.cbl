      *> THE SPREADSHEET USED TO RE-DERIVE BY HAND. MATCHING THE
      *> NIGHTLY BASIS MATTERS: A DIFFERENT ONE WOULD TURN THE
      *> WEIGHT DIFFERENCE ITSELF INTO A SPURIOUS ADJUSTMENT, SO
      *> THE TRUE-UP MEASURES POOL-AMOUNT VARIANCE ONLY. FOR THE
      *> SAME REASON THE MONTHLY ENTITLEMENTS ARE STEPPED DOWN FROM
      *> THE DEPTMAST SERVICE DEPARTMENTS EXACTLY AS THE NIGHTLY RUN
      *> STEPS DOWN ITS SHARES, AND THE DAILY SIDE NETS EACH SERVICE
      *> DEPARTMENT'S STEP-DOWN CREDITS AGAINST WHAT IT RECEIVED.
      *> EVERY ROW OF THE TRUE-UP IS ALSO KEPT ON THE TRUPHST
      *> HISTORY, SO THE BUDGET REPORT CAN ADD A CLOSED MONTH'S
      *> ADJUSTMENTS TO ITS NIGHTLY SHARES WITHOUT RE-DERIVING THEM.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCTRU.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRVQ-STATUS.

      *> DEPARTMENT MASTER - SERVICE DEPARTMENTS AND THEIR ORDER IN
      *> THE STEP-DOWN. WITHOUT IT THE ENTITLEMENTS STAY DIRECT
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMAST-STATUS.

           SELECT TRUEUP-CTL-FILE ASSIGN TO "TRUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRUEUP-RPT ASSIGN TO "TRUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PERMANENT TRAIL OF EVERY MONTH'S TRUE-UP ROWS
           SELECT TRUEUP-HISTORY-FILE ASSIGN TO "TRUPHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-HISTORY-FILE.
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

      *> THE ACTUAL MONTH-CLOSE FIGURE PER POOL FROM COST ACCOUNTING
       FD  MONTH-POOL-FILE.
           05 DQ-DEPT-CODE      PIC X(04).
           05 DQ-QUANTITY       PIC 9(09).

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

      *> THE MONTH BEING TRUED UP, CCYYMM
       FD  TRUEUP-CTL-FILE.
       01  TRUEUP-CTL-REC.
       FD  TRUEUP-RPT.
       01  TRUEUP-RPT-REC       PIC X(80).

      *> SEPARATE SIGN ON THE ADJUSTMENT KEEPS THE FILE
      *> EYE-READABLE, AS ON DAYHIST
       FD  TRUEUP-HISTORY-FILE.
       01  TRUEUP-HISTORY-REC.
           05 TH-MONTH          PIC 9(06).
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

           WORKING-STORAGE SECTION.
           01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-HIST-EOF VALUE 'Y'.
               88 WS-WEIGHT-EOF VALUE 'Y'.

           01 WS-TRUEUP-MONTH PIC 9(06) VALUE ZERO.

           01 WS-THIST-STATUS PIC X(02).
           01 WS-THIST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-THIST-EOF VALUE 'Y'.
      *> SET WHEN THE MONTH IS ALREADY ON THE HISTORY - A RERUN
      *> REPRINTS THE REPORT BUT MUST NOT POST THE MONTH TWICE
           01 WS-THIST-POSTED-SW PIC X(01) VALUE 'N'.
               88 WS-THIST-POSTED VALUE 'Y'.
           01 WS-HIST-MONTH   PIC 9(06).

      *> ONE ROW PER POOL/DEPARTMENT PAIR - DAILY SHARES SUMMED
           01 WS-TU-MAX PIC 9(04) VALUE ZERO.
           01 WS-TRUEUP-TABLE.
               05 WS-TU-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-TU-IDX
                                         WS-TU-SVC-IDX.
                   10 WS-TU-POOL-ID    PIC X(04).
                   10 WS-TU-DEPT-CODE  PIC X(04).
                   10 WS-TU-DAILY-SUM  PIC S9(11).
                   10 WS-TU-MONTH-AMT  PIC 9(11).

           01 WS-MPOOL-MAX PIC 9(04) VALUE ZERO.
                   10 WS-WGT-DEPT-CODE PIC X(04).
                   10 WS-WGT-WEIGHT    PIC 9(09).

      *> DEPARTMENT MASTER TABLE FOR THE STEP-DOWN
           01 WS-DMAST-STATUS PIC X(02).
           01 WS-DMAST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-DMAST-EOF VALUE 'Y'.
           01 WS-DMAST-MAX PIC 9(04) VALUE ZERO.
           01 WS-DMAST-TABLE.
               05 WS-DMAST-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-DMAST-IDX
                                            WS-DMAST-SVC-IDX
                                            WS-DMAST-LARGE-IDX.
                   10 WS-DMAST-CODE   PIC X(04).
                   10 WS-DMAST-ACTIVE PIC X(01).
                       88 WS-DMAST-IS-ACTIVE VALUE 'A'.
                   10 WS-DMAST-TYPE   PIC X(01).
                       88 WS-DMAST-IS-SERVICE VALUE 'S'.
                   10 WS-DMAST-STEP-SEQ PIC 9(02).
                   10 WS-DMAST-STEP-WGT PIC 9(09).

      *> DRIVER MASTER AND MONTHLY DRIVER-QUANTITY TABLES
           01 WS-DRVM-STATUS PIC X(02).
           01 WS-DRVM-EOF-SW PIC X(01) VALUE 'N'.
           01 WS-TRUNC-SUM      PIC 9(11).
           01 WS-RESIDUE-ASSIGN PIC 9(09).
           01 WS-MONTH-SHARE  PIC 9(11).

      *> STEP-DOWN STATE - SAME ORDER, DRIVERS AND RECEIVER RULE AS
      *> THE NIGHTLY 3600-3670 PARAGRAPHS
           01 WS-SERVICE-COUNT     PIC 9(04) VALUE ZERO.
           01 WS-STEP-SEQ          PIC 9(03).
           01 WS-STEP-AMOUNT       PIC 9(11).
           01 WS-STEP-TOTAL-WEIGHT PIC 9(11).
           01 WS-STEP-DEPT         PIC X(04).
           01 WS-ADJUSTMENT   PIC S9(12).

           01 WS-DETAIL-LINE.
           PERFORM 3400-LOAD-DRIVER-MASTER THRU 3400-EXIT.
           PERFORM 3500-LOAD-DRIVER-QTY THRU 3500-EXIT.
           PERFORM 3600-DERIVE-DRIVER-WEIGHTS THRU 3600-EXIT.
           PERFORM 3700-LOAD-DEPT-MASTER THRU 3700-EXIT.
           PERFORM 4000-APPORTION-MONTH-ACTUALS THRU 4000-EXIT.

           PERFORM 5000-CHECK-HISTORY-POSTED THRU 5000-EXIT.
           IF NOT WS-THIST-POSTED
      *> FIRST-EVER RUN: THE HISTORY DOES NOT EXIST YET, SO THE
      *> EXTEND OPEN FAILS AND THE FILE IS CREATED FRESH
               OPEN EXTEND TRUEUP-HISTORY-FILE
               IF WS-THIST-STATUS NOT = "00"
                   OPEN OUTPUT TRUEUP-HISTORY-FILE
               END-IF
           END-IF.

           OPEN OUTPUT TRUEUP-RPT.
           PERFORM 8000-WRITE-TRUEUP-REPORT THRU 8000-EXIT.
           CLOSE TRUEUP-RPT.
           IF NOT WS-THIST-POSTED
               CLOSE TRUEUP-HISTORY-FILE
           END-IF.
           STOP RUN.

       0400-READ-CONTROL-CARD.
                   PERFORM 1300-NEW-TRUEUP-ROW THRU 1300-EXIT
               WHEN WS-TU-POOL-ID(WS-TU-IDX) = AH-POOL-ID
                   AND WS-TU-DEPT-CODE(WS-TU-IDX) = AH-DEPT-CODE
                   PERFORM 1250-APPLY-DAILY-SHARE THRU 1250-EXIT
           END-SEARCH.
       1200-EXIT.
           EXIT.

      *> A STEP-DOWN CREDIT TAKES THE SHARE BACK OUT OF THE SERVICE
      *> DEPARTMENT, WHICH THEREFORE NETS TO WHAT IT KEPT
       1250-APPLY-DAILY-SHARE.
           IF AH-STEP-CREDIT
               SUBTRACT AH-SHARE FROM WS-TU-DAILY-SUM(WS-TU-IDX)
           ELSE
               ADD AH-SHARE TO WS-TU-DAILY-SUM(WS-TU-IDX)
           END-IF.
       1250-EXIT.
           EXIT.

       1300-NEW-TRUEUP-ROW.
           IF WS-TU-MAX < 500
               ADD 1 TO WS-TU-MAX
               SET WS-TU-IDX TO WS-TU-MAX
               MOVE AH-POOL-ID   TO WS-TU-POOL-ID(WS-TU-IDX)
               MOVE AH-DEPT-CODE TO WS-TU-DEPT-CODE(WS-TU-IDX)
               MOVE ZERO         TO WS-TU-DAILY-SUM(WS-TU-IDX)
               MOVE ZERO         TO WS-TU-MONTH-AMT(WS-TU-IDX)
               PERFORM 1250-APPLY-DAILY-SHARE THRU 1250-EXIT
           ELSE
               DISPLAY "TRUE-UP TABLE FULL AT " AH-DEPT-CODE
           END-IF.
       3610-EXIT.
           EXIT.

       3700-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DMAST-STATUS = "00"
               READ DEPT-MASTER-FILE
                   AT END SET WS-DMAST-EOF TO TRUE
               END-READ
               PERFORM 3710-ADD-DMAST-ENTRY UNTIL WS-DMAST-EOF
               CLOSE DEPT-MASTER-FILE
           END-IF.
       3700-EXIT.
           EXIT.

       3710-ADD-DMAST-ENTRY.
           IF WS-DMAST-MAX < 200
               ADD 1 TO WS-DMAST-MAX
               MOVE DM-DEPT-CODE   TO WS-DMAST-CODE(WS-DMAST-MAX)
               MOVE DM-ACTIVE-FLAG TO WS-DMAST-ACTIVE(WS-DMAST-MAX)
               MOVE DM-DEPT-TYPE   TO WS-DMAST-TYPE(WS-DMAST-MAX)
               MOVE ZERO TO WS-DMAST-STEP-SEQ(WS-DMAST-MAX)
               IF DM-STEP-SEQ NUMERIC
                   MOVE DM-STEP-SEQ
                       TO WS-DMAST-STEP-SEQ(WS-DMAST-MAX)
               END-IF
               IF DM-DEPT-TYPE = 'S' AND DM-ACTIVE-FLAG = 'A'
                   ADD 1 TO WS-SERVICE-COUNT
               END-IF
           ELSE
               DISPLAY "DEPT-MASTER TABLE FULL AT " DM-DEPT-CODE
           END-IF.
           READ DEPT-MASTER-FILE
               AT END SET WS-DMAST-EOF TO TRUE
           END-READ.
       3710-EXIT.
           EXIT.

      *> APPORTION EACH ACTUAL MONTHLY POOL ACROSS ITS WEIGHTS -
      *> THE SAME PROPORTIONAL-SHARE AND RESIDUE ARITHMETIC THE
      *> NIGHTLY DIVIDIR RUN USES, SO THE TWO SIDES ARE COMPARABLE
               PERFORM 4300-POST-ONE-MONTH-SHARE THRU 4300-EXIT
                   VARYING WS-WGT-IDX FROM 1 BY 1
                   UNTIL WS-WGT-IDX > WS-WGT-MAX
               PERFORM 4500-STEP-DOWN-MPOOL THRU 4500-EXIT
           ELSE
               DISPLAY "NO WEIGHTS FOR MONTH POOL "
                   WS-MPOOL-ID(WS-MPOOL-IDX)
       4410-EXIT.
           EXIT.

      *> STEP-DOWN OF THE MONTHLY ENTITLEMENTS - EACH SERVICE
      *> DEPARTMENT IN DM-STEP-SEQ ORDER PASSES ITS ENTITLEMENT ON
      *> ITS OWN DRIVER (THE DRVMAST ROW KEYED BY ITS DEPARTMENT
      *> CODE) TO THE OPERATING DEPARTMENTS AND LATER SERVICE
      *> DEPARTMENTS, AS THE NIGHTLY RUN DOES WITH EACH NIGHT'S POOL
       4500-STEP-DOWN-MPOOL.
           IF WS-SERVICE-COUNT = ZERO
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4510-RUN-ONE-STEP-SEQ THRU 4510-EXIT
               VARYING WS-STEP-SEQ FROM 1 BY 1
               UNTIL WS-STEP-SEQ > 99.
       4500-EXIT.
           EXIT.

       4510-RUN-ONE-STEP-SEQ.
           PERFORM 4520-STEP-ONE-SERVICE THRU 4520-EXIT
               VARYING WS-DMAST-SVC-IDX FROM 1 BY 1
               UNTIL WS-DMAST-SVC-IDX > WS-DMAST-MAX.
       4510-EXIT.
           EXIT.

       4520-STEP-ONE-SERVICE.
           IF NOT WS-DMAST-IS-SERVICE(WS-DMAST-SVC-IDX)
               OR NOT WS-DMAST-IS-ACTIVE(WS-DMAST-SVC-IDX)
               OR WS-DMAST-STEP-SEQ(WS-DMAST-SVC-IDX) NOT = WS-STEP-SEQ
               GO TO 4520-EXIT
           END-IF.
           MOVE ZERO TO WS-STEP-AMOUNT.
           SET WS-TU-SVC-IDX TO 1.
           SEARCH WS-TU-ENTRY VARYING WS-TU-SVC-IDX
               AT END
                   CONTINUE
               WHEN WS-TU-SVC-IDX > WS-TU-MAX
                   CONTINUE
               WHEN WS-TU-POOL-ID(WS-TU-SVC-IDX)
                       = WS-MPOOL-ID(WS-MPOOL-IDX)
                   AND WS-TU-DEPT-CODE(WS-TU-SVC-IDX)
                       = WS-DMAST-CODE(WS-DMAST-SVC-IDX)
                   MOVE WS-TU-MONTH-AMT(WS-TU-SVC-IDX)
                       TO WS-STEP-AMOUNT
           END-SEARCH.
           IF WS-STEP-AMOUNT = ZERO
               GO TO 4520-EXIT
           END-IF.

           MOVE SPACES TO WS-CUR-DRIVER.
           SET WS-DRVM-IDX TO 1.
           IF WS-DRVM-MAX > ZERO
               SEARCH WS-DRVM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DRVM-IDX > WS-DRVM-MAX
                       CONTINUE
                   WHEN WS-DRVM-POOL(WS-DRVM-IDX)
                           = WS-DMAST-CODE(WS-DMAST-SVC-IDX)
                       MOVE WS-DRVM-DRIVER(WS-DRVM-IDX)
                           TO WS-CUR-DRIVER
               END-SEARCH
           END-IF.
      *> NO DRIVER OR NO RECEIVING QUANTITY - THE NIGHTLY RUN LEFT
      *> THE COST WITH THE SERVICE DEPARTMENT, SO THE MONTH DOES TOO
           IF WS-CUR-DRIVER = SPACES
               DISPLAY "NO STEP-DOWN DRIVER FOR DEPT "
                   WS-DMAST-CODE(WS-DMAST-SVC-IDX)
               GO TO 4520-EXIT
           END-IF.
           MOVE ZERO TO WS-STEP-TOTAL-WEIGHT.
           MOVE ZERO TO WS-LARGEST-WEIGHT.
           PERFORM 4530-SUM-STEP-WEIGHT THRU 4530-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           IF WS-STEP-TOTAL-WEIGHT = ZERO
               DISPLAY "NO STEP-DOWN RECEIVING QTY FOR DEPT "
                   WS-DMAST-CODE(WS-DMAST-SVC-IDX)
               GO TO 4520-EXIT
           END-IF.

           MOVE ZERO TO WS-TRUNC-SUM.
           PERFORM 4540-SUM-STEP-TRUNC THRU 4540-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           COMPUTE WS-RESIDUE-ASSIGN = WS-STEP-AMOUNT - WS-TRUNC-SUM.
           MOVE ZERO TO WS-TU-MONTH-AMT(WS-TU-SVC-IDX).
           PERFORM 4550-POST-STEP-SHARE THRU 4550-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
       4520-EXIT.
           EXIT.

       4530-SUM-STEP-WEIGHT.
           MOVE ZERO TO WS-DMAST-STEP-WGT(WS-DMAST-IDX).
           IF NOT WS-DMAST-IS-ACTIVE(WS-DMAST-IDX)
               GO TO 4530-EXIT
           END-IF.
           IF WS-DMAST-IS-SERVICE(WS-DMAST-IDX)
               AND WS-DMAST-STEP-SEQ(WS-DMAST-IDX) NOT > WS-STEP-SEQ
               GO TO 4530-EXIT
           END-IF.
           SET WS-DRVQ-IDX TO 1.
           IF WS-DRVQ-MAX > ZERO
               SEARCH WS-DRVQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DRVQ-IDX > WS-DRVQ-MAX
                       CONTINUE
                   WHEN WS-DRVQ-DRIVER(WS-DRVQ-IDX) = WS-CUR-DRIVER
                       AND WS-DRVQ-DEPT(WS-DRVQ-IDX)
                           = WS-DMAST-CODE(WS-DMAST-IDX)
                       MOVE WS-DRVQ-QTY(WS-DRVQ-IDX)
                           TO WS-DMAST-STEP-WGT(WS-DMAST-IDX)
               END-SEARCH
           END-IF.
           ADD WS-DMAST-STEP-WGT(WS-DMAST-IDX) TO WS-STEP-TOTAL-WEIGHT.
           IF WS-DMAST-STEP-WGT(WS-DMAST-IDX) > WS-LARGEST-WEIGHT
               MOVE WS-DMAST-STEP-WGT(WS-DMAST-IDX)
                   TO WS-LARGEST-WEIGHT
               SET WS-DMAST-LARGE-IDX TO WS-DMAST-IDX
           END-IF.
       4530-EXIT.
           EXIT.

       4540-SUM-STEP-TRUNC.
           IF WS-DMAST-STEP-WGT(WS-DMAST-IDX) > ZERO
               COMPUTE WS-MONTH-SHARE =
                   WS-STEP-AMOUNT
                   * WS-DMAST-STEP-WGT(WS-DMAST-IDX)
                   / WS-STEP-TOTAL-WEIGHT
               ADD WS-MONTH-SHARE TO WS-TRUNC-SUM
           END-IF.
       4540-EXIT.
           EXIT.

       4550-POST-STEP-SHARE.
           IF WS-DMAST-STEP-WGT(WS-DMAST-IDX) = ZERO
               GO TO 4550-EXIT
           END-IF.
           COMPUTE WS-MONTH-SHARE =
               WS-STEP-AMOUNT
               * WS-DMAST-STEP-WGT(WS-DMAST-IDX)
               / WS-STEP-TOTAL-WEIGHT.
           IF WS-DMAST-IDX = WS-DMAST-LARGE-IDX
               ADD WS-RESIDUE-ASSIGN TO WS-MONTH-SHARE
           END-IF.
           MOVE WS-DMAST-CODE(WS-DMAST-IDX) TO WS-STEP-DEPT.
           SET WS-TU-IDX TO 1.
           SEARCH WS-TU-ENTRY
               AT END
                   PERFORM 4560-NEW-STEP-ROW THRU 4560-EXIT
               WHEN WS-TU-IDX > WS-TU-MAX
                   PERFORM 4560-NEW-STEP-ROW THRU 4560-EXIT
               WHEN WS-TU-POOL-ID(WS-TU-IDX)
                       = WS-MPOOL-ID(WS-MPOOL-IDX)
                   AND WS-TU-DEPT-CODE(WS-TU-IDX) = WS-STEP-DEPT
                   ADD WS-MONTH-SHARE
                       TO WS-TU-MONTH-AMT(WS-TU-IDX)
           END-SEARCH.
       4550-EXIT.
           EXIT.

       4560-NEW-STEP-ROW.
           IF WS-TU-MAX < 500
               ADD 1 TO WS-TU-MAX
               SET WS-TU-IDX TO WS-TU-MAX
               MOVE WS-MPOOL-ID(WS-MPOOL-IDX)
                   TO WS-TU-POOL-ID(WS-TU-IDX)
               MOVE WS-STEP-DEPT TO WS-TU-DEPT-CODE(WS-TU-IDX)
               MOVE ZERO TO WS-TU-DAILY-SUM(WS-TU-IDX)
               MOVE WS-MONTH-SHARE
                   TO WS-TU-MONTH-AMT(WS-TU-IDX)
           ELSE
               DISPLAY "TRUE-UP TABLE FULL AT " WS-STEP-DEPT
           END-IF.
       4560-EXIT.
           EXIT.

       5000-CHECK-HISTORY-POSTED.
           OPEN INPUT TRUEUP-HISTORY-FILE.
           IF WS-THIST-STATUS = "00"
               READ TRUEUP-HISTORY-FILE
                   AT END SET WS-THIST-EOF TO TRUE
               END-READ
               PERFORM 5100-SCAN-HISTORY-MONTH THRU 5100-EXIT
                   UNTIL WS-THIST-EOF
               CLOSE TRUEUP-HISTORY-FILE
           END-IF.
           IF WS-THIST-POSTED
               DISPLAY "ALLOCTRU: " WS-TRUEUP-MONTH
                   " ALREADY ON TRUPHST - HISTORY NOT REPOSTED"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-SCAN-HISTORY-MONTH.
           IF TH-MONTH = WS-TRUEUP-MONTH
               SET WS-THIST-POSTED TO TRUE
           END-IF.
           READ TRUEUP-HISTORY-FILE
               AT END SET WS-THIST-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       8000-WRITE-TRUEUP-REPORT.
           MOVE SPACES TO TRUEUP-RPT-REC.
           STRING "MONTH-END ALLOCATION TRUE-UP FOR "
           MOVE WS-TU-MONTH-AMT(WS-TU-IDX) TO WS-DET-MONTH.
           MOVE WS-ADJUSTMENT              TO WS-DET-ADJ.
           WRITE TRUEUP-RPT-REC FROM WS-DETAIL-LINE.
           IF NOT WS-THIST-POSTED
               MOVE SPACES                     TO TRUEUP-HISTORY-REC
               MOVE WS-TRUEUP-MONTH            TO TH-MONTH
               MOVE WS-TU-POOL-ID(WS-TU-IDX)   TO TH-POOL-ID
               MOVE WS-TU-DEPT-CODE(WS-TU-IDX) TO TH-DEPT-CODE
               MOVE WS-TU-DAILY-SUM(WS-TU-IDX) TO TH-DAILY-SUM
               MOVE WS-TU-MONTH-AMT(WS-TU-IDX) TO TH-MONTH-AMT
               MOVE WS-ADJUSTMENT              TO TH-ADJUSTMENT
               WRITE TRUEUP-HISTORY-REC
           END-IF.
       8100-EXIT.
           EXIT.
