           05 DM-DEPT-CODE      PIC X(04).
           05 DM-DEPT-NAME      PIC X(25).
           05 DM-ACTIVE-FLAG    PIC X(01).
      *> 'S' MARKS A SERVICE DEPARTMENT, WHOSE SHARES ARE STEPPED
      *> DOWN TO THE DEPARTMENTS AFTER IT IN DM-STEP-SEQ ORDER;
      *> ANYTHING ELSE IS AN OPERATING DEPARTMENT
           05 DM-DEPT-TYPE      PIC X(01).
           05 DM-STEP-SEQ       PIC 9(02).

       FD  DRIVER-MASTER-FILE.
       01  DRIVER-MASTER-REC.
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

       FD  DEPT-ALLOC-RPT.
       01  DEPT-ALLOC-RPT-REC   PIC X(80).
           01 WS-DMAST-MAX PIC 9(4) VALUE ZERO.
           01 WS-DMAST-TABLE.
               05 WS-DMAST-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-DMAST-IDX
                                            WS-DMAST-SVC-IDX
                                            WS-DMAST-LARGE-IDX.
                   10 WS-DMAST-CODE   PIC X(04).
                   10 WS-DMAST-NAME   PIC X(25).
                   10 WS-DMAST-ACTIVE PIC X(01).
                       88 WS-DMAST-IS-ACTIVE VALUE 'A'.
                   10 WS-DMAST-TYPE   PIC X(01).
                       88 WS-DMAST-IS-SERVICE VALUE 'S'.
                   10 WS-DMAST-STEP-SEQ PIC 9(02).
      *> WHAT THE DEPARTMENT HOLDS OF THE CURRENT POOL - ITS DIRECT
      *> SHARE PLUS ANY STEP-DOWN RECEIPTS - AND ITS DRIVER WEIGHT
      *> IN THE STEP BEING RUN
                   10 WS-DMAST-BAL    PIC 9(09).
                   10 WS-DMAST-STEP-WGT PIC 9(09).

           01 WS-POOL-MAX      PIC 9(4) VALUE ZERO.
           01 WS-POOL-TABLE.
           01 WS-PROOF-AMOUNT-ED PIC Z(12)9.
           01 WS-PROOF-RESID-ED  PIC -(8)9.

      *> STEP-DOWN STATE - SERVICE DEPARTMENTS ARE CLEARED IN
      *> DM-STEP-SEQ ORDER, EACH ON THE DRIVER WHOSE DRVMAST ROW
      *> CARRIES ITS DEPARTMENT CODE IN THE POOL-ID POSITION, WITH
      *> THE SAME PENNY-TRUE ARITHMETIC AS THE DIRECT POOL SPLIT
           01 WS-SERVICE-COUNT    PIC 9(04) VALUE ZERO.
           01 WS-STEP-SEQ         PIC 9(03).
           01 WS-STEP-AMOUNT      PIC 9(09).
           01 WS-STEP-SHARE       PIC 9(09).
           01 WS-STEP-TOTAL-WEIGHT PIC 9(11).
           01 WS-STEP-ALLOC-TOTAL PIC 9(11).
           01 WS-SERVICE-LEFT     PIC 9(11).
           01 WS-STEP-SEQ-ED      PIC 99.
           01 WS-AH-ENTRY-TYPE    PIC X(01).
           01 WS-AH-DEPT-CODE     PIC X(04).

      *> PER-POOL AND ALL-POOLS RUNNING TOTALS FOR THE REPORT
           01 WS-POOL-ALLOC-TOTAL  PIC 9(11) VALUE ZERO.
           01 WS-GRAND-ALLOC-TOTAL PIC 9(13) VALUE ZERO.
               MOVE DM-DEPT-CODE   TO WS-DMAST-CODE(WS-DMAST-MAX)
               MOVE DM-DEPT-NAME   TO WS-DMAST-NAME(WS-DMAST-MAX)
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
       3150-APPORTION-ONE-POOL.
           MOVE ZERO TO WS-TOTAL-WEIGHT.
           MOVE ZERO TO WS-LARGEST-WEIGHT.
           PERFORM 3155-CLEAR-DEPT-BALANCE THRU 3155-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           PERFORM 3160-SUM-POOL-WEIGHT THRU 3160-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-MAX.
                   UNTIL WS-DEPT-IDX > WS-DEPT-MAX
               PERFORM 3300-WRITE-POOL-TOTAL THRU 3300-EXIT
               PERFORM 3350-WRITE-ALLOC-PROOF THRU 3350-EXIT
               PERFORM 3600-STEP-DOWN-POOL THRU 3600-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

       3155-CLEAR-DEPT-BALANCE.
           MOVE ZERO TO WS-DMAST-BAL(WS-DMAST-IDX).
       3155-EXIT.
           EXIT.

      *> ALONGSIDE THE WEIGHT SUM, REMEMBER THE POOL'S LARGEST-
      *> WEIGHT DEPARTMENT - IT TAKES THE TRUNCATION RESIDUE
       3160-SUM-POOL-WEIGHT.
               MOVE WS-DEPT-SHARE             TO WS-AD-SHARE
               MOVE WS-LINE-RESIDUE           TO WS-AD-REMAINDER
               WRITE DEPT-ALLOC-RPT-REC FROM WS-ALLOC-DETAIL
               MOVE SPACE TO WS-AH-ENTRY-TYPE
               PERFORM 3250-WRITE-ALLOC-HISTORY THRU 3250-EXIT
               PERFORM 3210-POST-DEPT-BALANCE THRU 3210-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *> THE DIRECT SHARE OPENS THE DEPARTMENT'S BALANCE FOR THE
      *> STEP-DOWN - EVERY WEIGHT ROW PASSED THE MASTER CHECK ON
      *> LOAD, SO THE CODE IS ALWAYS FOUND
       3210-POST-DEPT-BALANCE.
           SET WS-DMAST-IDX TO 1.
           SEARCH WS-DMAST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DMAST-IDX > WS-DMAST-MAX
                   CONTINUE
               WHEN WS-DMAST-CODE(WS-DMAST-IDX)
                       = WS-DEPT-CODE(WS-DEPT-IDX)
                   ADD WS-DEPT-SHARE TO WS-DMAST-BAL(WS-DMAST-IDX)
           END-SEARCH.
       3210-EXIT.
           EXIT.

       3250-WRITE-ALLOC-HISTORY.
           IF WS-AHIST-POSTED
               CONTINUE
           MOVE WS-POOL-ID(WS-POOL-IDX)   TO AH-POOL-ID.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO AH-DEPT-CODE.
           MOVE WS-DEPT-SHARE             TO AH-SHARE.
           MOVE WS-AH-ENTRY-TYPE          TO AH-ENTRY-TYPE.
           MOVE ZERO                      TO AH-STEP-SEQ.
           WRITE ALLOC-HISTORY-REC.
       3260-EXIT.
           EXIT.
       3460-EXIT.
           EXIT.

      *> STEP-DOWN OF THE SERVICE DEPARTMENTS FOR THE CURRENT POOL.
      *> EACH SERVICE DEPARTMENT, IN DM-STEP-SEQ ORDER, PASSES
      *> EVERYTHING IT HOLDS OF THE POOL - ITS DIRECT SHARE PLUS
      *> WHAT EARLIER STEPS SENT IT - TO THE OPERATING DEPARTMENTS
      *> AND THE SERVICE DEPARTMENTS LATER IN THE SEQUENCE, ON ITS
      *> OWN DRIVER. NOTHING EVER FLOWS BACK UP THE SEQUENCE, SO
      *> ONCE THE LAST STEP HAS RUN ONLY OPERATING DEPARTMENTS HOLD
      *> THE POOL
       3600-STEP-DOWN-POOL.
           IF WS-SERVICE-COUNT = ZERO
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3610-RUN-ONE-STEP-SEQ THRU 3610-EXIT
               VARYING WS-STEP-SEQ FROM 1 BY 1
               UNTIL WS-STEP-SEQ > 99.
           PERFORM 3695-WRITE-SERVICE-LEFT THRU 3695-EXIT.
       3600-EXIT.
           EXIT.

       3610-RUN-ONE-STEP-SEQ.
           PERFORM 3620-STEP-ONE-SERVICE THRU 3620-EXIT
               VARYING WS-DMAST-SVC-IDX FROM 1 BY 1
               UNTIL WS-DMAST-SVC-IDX > WS-DMAST-MAX.
       3610-EXIT.
           EXIT.

      *> A SERVICE DEPARTMENT WITH NO DRIVER, OR A DRIVER NO LATER
      *> DEPARTMENT HAS A QUANTITY ON, KEEPS ITS COST AND IS LOGGED
      *> - THE LEFT-IN-SERVICE LINE THEN SHOWS THE AMOUNT STRANDED
       3620-STEP-ONE-SERVICE.
           IF NOT WS-DMAST-IS-SERVICE(WS-DMAST-SVC-IDX)
               OR NOT WS-DMAST-IS-ACTIVE(WS-DMAST-SVC-IDX)
               OR WS-DMAST-STEP-SEQ(WS-DMAST-SVC-IDX) NOT = WS-STEP-SEQ
               OR WS-DMAST-BAL(WS-DMAST-SVC-IDX) = ZERO
               GO TO 3620-EXIT
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
           IF WS-CUR-DRIVER = SPACES
               MOVE "NO STEP-DOWN DRIVER FOR DEPT" TO WS-DEPT-ERR-REASON
               PERFORM 7400-LOG-STEP-DOWN THRU 7400-EXIT
               GO TO 3620-EXIT
           END-IF.

           MOVE ZERO TO WS-STEP-TOTAL-WEIGHT.
           MOVE ZERO TO WS-LARGEST-WEIGHT.
           PERFORM 3630-SUM-STEP-WEIGHT THRU 3630-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           IF WS-STEP-TOTAL-WEIGHT = ZERO
               MOVE "NO STEP-DOWN RECEIVING QTY" TO WS-DEPT-ERR-REASON
               PERFORM 7400-LOG-STEP-DOWN THRU 7400-EXIT
               GO TO 3620-EXIT
           END-IF.

           MOVE WS-DMAST-BAL(WS-DMAST-SVC-IDX) TO WS-STEP-AMOUNT.
           MOVE ZERO TO WS-TRUNC-SUM.
           PERFORM 3640-SUM-STEP-TRUNC THRU 3640-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           COMPUTE WS-RESIDUE-ASSIGN = WS-STEP-AMOUNT - WS-TRUNC-SUM.
           MOVE ZERO TO WS-STEP-ALLOC-TOTAL.
           PERFORM 3650-WRITE-STEP-HEADER THRU 3650-EXIT.

      *> THE CREDIT OUT OF THE SERVICE DEPARTMENT GOES ON THE
      *> HISTORY AHEAD OF THE SHARES IT FUNDS
           MOVE 'C' TO WS-AH-ENTRY-TYPE.
           MOVE WS-DMAST-CODE(WS-DMAST-SVC-IDX) TO WS-AH-DEPT-CODE.
           MOVE WS-STEP-AMOUNT TO WS-STEP-SHARE.
           PERFORM 3690-WRITE-STEP-HISTORY THRU 3690-EXIT.
           MOVE ZERO TO WS-DMAST-BAL(WS-DMAST-SVC-IDX).

           MOVE 'S' TO WS-AH-ENTRY-TYPE.
           PERFORM 3670-ALLOCATE-STEP-SHARE THRU 3670-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           PERFORM 3680-WRITE-STEP-TOTAL THRU 3680-EXIT.
       3620-EXIT.
           EXIT.

      *> A RECEIVER IS ANY ACTIVE OPERATING DEPARTMENT, OR A SERVICE
      *> DEPARTMENT LATER IN THE SEQUENCE, WITH A QUANTITY ON THE
      *> STEPPING DEPARTMENT'S DRIVER
       3630-SUM-STEP-WEIGHT.
           MOVE ZERO TO WS-DMAST-STEP-WGT(WS-DMAST-IDX).
           IF NOT WS-DMAST-IS-ACTIVE(WS-DMAST-IDX)
               GO TO 3630-EXIT
           END-IF.
           IF WS-DMAST-IS-SERVICE(WS-DMAST-IDX)
               AND WS-DMAST-STEP-SEQ(WS-DMAST-IDX) NOT > WS-STEP-SEQ
               GO TO 3630-EXIT
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
       3630-EXIT.
           EXIT.

       3640-SUM-STEP-TRUNC.
           IF WS-DMAST-STEP-WGT(WS-DMAST-IDX) > ZERO
               COMPUTE WS-STEP-SHARE =
                   WS-STEP-AMOUNT
                   * WS-DMAST-STEP-WGT(WS-DMAST-IDX)
                   / WS-STEP-TOTAL-WEIGHT
               ADD WS-STEP-SHARE TO WS-TRUNC-SUM
           END-IF.
       3640-EXIT.
           EXIT.

       3650-WRITE-STEP-HEADER.
           MOVE SPACES TO DEPT-ALLOC-RPT-REC.
           MOVE WS-STEP-SEQ TO WS-STEP-SEQ-ED.
           MOVE WS-STEP-AMOUNT TO WS-ALLOC-AMOUNT-ED.
           STRING "POOL " DELIMITED BY SIZE
                  WS-POOL-ID(WS-POOL-IDX) DELIMITED BY SIZE
                  " STEP " DELIMITED BY SIZE
                  WS-STEP-SEQ-ED DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  WS-DMAST-CODE(WS-DMAST-SVC-IDX) DELIMITED BY SIZE
                  " DRIVER " DELIMITED BY SIZE
                  WS-CUR-DRIVER DELIMITED BY SIZE
                  " AMOUNT" DELIMITED BY SIZE
                  WS-ALLOC-AMOUNT-ED DELIMITED BY SIZE
               INTO DEPT-ALLOC-RPT-REC
           END-STRING.
           WRITE DEPT-ALLOC-RPT-REC.
       3650-EXIT.
           EXIT.

      *> SAME RULE AS 3200 - TRUNCATED PROPORTIONAL SHARE, RESIDUE
      *> TO THE LARGEST RECEIVER - SO EACH STEP PASSES ON EXACTLY
      *> WHAT THE SERVICE DEPARTMENT HELD
       3670-ALLOCATE-STEP-SHARE.
           IF WS-DMAST-STEP-WGT(WS-DMAST-IDX) = ZERO
               GO TO 3670-EXIT
           END-IF.
           COMPUTE WS-STEP-SHARE =
               WS-STEP-AMOUNT
               * WS-DMAST-STEP-WGT(WS-DMAST-IDX)
               / WS-STEP-TOTAL-WEIGHT.
           IF WS-DMAST-IDX = WS-DMAST-LARGE-IDX
               MOVE WS-RESIDUE-ASSIGN TO WS-LINE-RESIDUE
               ADD WS-RESIDUE-ASSIGN TO WS-STEP-SHARE
           ELSE
               MOVE ZERO TO WS-LINE-RESIDUE
           END-IF.
           ADD WS-STEP-SHARE TO WS-STEP-ALLOC-TOTAL.
           ADD WS-STEP-SHARE TO WS-DMAST-BAL(WS-DMAST-IDX).
           MOVE SPACES TO WS-ALLOC-DETAIL.
           MOVE WS-DMAST-CODE(WS-DMAST-IDX) TO WS-AD-DEPT-CODE.
           MOVE WS-DMAST-NAME(WS-DMAST-IDX) TO WS-AD-DEPT-NAME.
           MOVE WS-STEP-SHARE               TO WS-AD-SHARE.
           MOVE WS-LINE-RESIDUE             TO WS-AD-REMAINDER.
           WRITE DEPT-ALLOC-RPT-REC FROM WS-ALLOC-DETAIL.
           MOVE WS-DMAST-CODE(WS-DMAST-IDX) TO WS-AH-DEPT-CODE.
           PERFORM 3690-WRITE-STEP-HISTORY THRU 3690-EXIT.
       3670-EXIT.
           EXIT.

      *> STEP TOTAL AND PROOF - THE RESIDUE BETWEEN WHAT THE SERVICE
      *> DEPARTMENT HELD AND WHAT IT PASSED ON MUST BE ZERO
       3680-WRITE-STEP-TOTAL.
           COMPUTE WS-POOL-RESIDUE =
               WS-STEP-AMOUNT - WS-STEP-ALLOC-TOTAL.
           MOVE SPACES TO DEPT-ALLOC-RPT-REC.
           MOVE WS-STEP-AMOUNT      TO WS-PROOF-AMOUNT-ED.
           MOVE WS-STEP-ALLOC-TOTAL TO WS-ALLOC-AMOUNT-ED.
           MOVE WS-POOL-RESIDUE     TO WS-PROOF-RESID-ED.
           STRING "PROOF STEP " DELIMITED BY SIZE
                  WS-STEP-SEQ-ED DELIMITED BY SIZE
                  " HELD" DELIMITED BY SIZE
                  WS-PROOF-AMOUNT-ED DELIMITED BY SIZE
                  " PASSED" DELIMITED BY SIZE
                  WS-ALLOC-AMOUNT-ED DELIMITED BY SIZE
                  " RESID " DELIMITED BY SIZE
                  WS-PROOF-RESID-ED DELIMITED BY SIZE
               INTO DEPT-ALLOC-RPT-REC
           END-STRING.
           WRITE DEPT-ALLOC-RPT-REC.
           MOVE SPACES TO DEPT-ALLOC-RPT-REC.
           WRITE DEPT-ALLOC-RPT-REC.
       3680-EXIT.
           EXIT.

      *> WS-AH-DEPT-CODE IS SET BY THE CALLER - THE SERVICE
      *> DEPARTMENT FOR THE CREDIT, THE RECEIVER FOR EACH SHARE
       3690-WRITE-STEP-HISTORY.
           IF WS-AHIST-POSTED
               GO TO 3690-EXIT
           END-IF.
           MOVE SPACES                    TO ALLOC-HISTORY-REC.
           MOVE WS-ALLOC-RUN-DATE         TO AH-RUN-DATE.
           MOVE WS-POOL-ID(WS-POOL-IDX)   TO AH-POOL-ID.
           MOVE WS-AH-DEPT-CODE           TO AH-DEPT-CODE.
           MOVE WS-STEP-SHARE             TO AH-SHARE.
           MOVE WS-AH-ENTRY-TYPE          TO AH-ENTRY-TYPE.
           MOVE WS-STEP-SEQ               TO AH-STEP-SEQ.
           MOVE WS-DMAST-CODE(WS-DMAST-SVC-IDX) TO AH-FROM-DEPT.
           WRITE ALLOC-HISTORY-REC.
       3690-EXIT.
           EXIT.

      *> WHAT STILL SITS IN SERVICE DEPARTMENTS AFTER THE LAST STEP -
      *> ZERO UNLESS A STEP COULD NOT RUN AND WAS LOGGED
       3695-WRITE-SERVICE-LEFT.
           MOVE ZERO TO WS-SERVICE-LEFT.
           PERFORM 3696-ADD-SERVICE-LEFT THRU 3696-EXIT
               VARYING WS-DMAST-IDX FROM 1 BY 1
               UNTIL WS-DMAST-IDX > WS-DMAST-MAX.
           MOVE SPACES TO DEPT-ALLOC-RPT-REC.
           MOVE WS-SERVICE-LEFT TO WS-ALLOC-AMOUNT-ED.
           STRING "POOL " DELIMITED BY SIZE
                  WS-POOL-ID(WS-POOL-IDX) DELIMITED BY SIZE
                  " LEFT IN SERVICE DEPTS" DELIMITED BY SIZE
                  WS-ALLOC-AMOUNT-ED DELIMITED BY SIZE
               INTO DEPT-ALLOC-RPT-REC
           END-STRING.
           WRITE DEPT-ALLOC-RPT-REC.
           MOVE SPACES TO DEPT-ALLOC-RPT-REC.
           WRITE DEPT-ALLOC-RPT-REC.
       3695-EXIT.
           EXIT.

       3696-ADD-SERVICE-LEFT.
           IF WS-DMAST-IS-SERVICE(WS-DMAST-IDX)
               ADD WS-DMAST-BAL(WS-DMAST-IDX) TO WS-SERVICE-LEFT
           END-IF.
       3696-EXIT.
           EXIT.

       7300-LOG-NO-DRIVER-QTY.
           MOVE SPACES          TO DIVIDE-ERROR-RPT-REC.
           MOVE "DIVIDIR"       TO EXCP-SOURCE-PGM.
       7300-EXIT.
           EXIT.

       7400-LOG-STEP-DOWN.
           MOVE SPACES          TO DIVIDE-ERROR-RPT-REC.
           MOVE "DIVIDIR"       TO EXCP-SOURCE-PGM.
           MOVE WS-DMAST-CODE(WS-DMAST-SVC-IDX) TO EXCP-KEY.
           MOVE WS-DEPT-ERR-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE DIVIDE-ERROR-RPT-REC.
           ADD 1 TO WS-STAT-EXCP-COUNT.
       7400-EXIT.
           EXIT.

       7200-LOG-BAD-DEPT.
           MOVE SPACES          TO DIVIDE-ERROR-RPT-REC.
           MOVE "DIVIDIR"       TO EXCP-SOURCE-PGM.
