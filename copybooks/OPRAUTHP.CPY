      *> OPRAUTHP - OPERATOR AUTHORITY PROCEDURE FOR THE MAINTENANCE
      *> PROGRAMS. PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT
      *> ONCE BEFORE THE FIRST TRANSACTION; THEN PER TRANSACTION SET
      *> OPR-CHK-OPERATOR, OPR-CHK-MASTER AND OPR-CHK-ACTION AND
      *> PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT. WHERE A SECOND
      *> PAIR OF EYES IS REQUIRED, ALSO SET OPR-CHK-APPROVER AND
      *> PERFORM 9160-CHECK-APPROVER THRU 9160-EXIT. EITHER LEAVES
      *> OPR-CHK-OK SET, OR OPR-CHK-REASON READY FOR THE CALLER'S
      *> EXCEPTION RECORD.
      *> A MISSING OPERAUTH DATASET LOADS NO OPERATORS, SO EVERY
      *> TRANSACTION IS REJECTED - AN UNCONTROLLED MASTER CHANGE IS
      *> WORSE THAN A NIGHT'S DECK ON THE EXCEPTION FILE.
      *> REQUIRES THE OPER-AUTH-FILE SELECT/FD AND THE OPRAUTH
      *> WORKING-STORAGE MEMBER.
       9100-LOAD-OPERATOR-AUTH.
           MOVE 'N' TO OPR-AUTH-EOF-SW.
           MOVE ZERO TO OPR-AUTH-MAX.
           OPEN INPUT OPER-AUTH-FILE.
           IF OPR-AUTH-STATUS = "00"
               PERFORM 9110-LOAD-ONE-AUTH-ROW THRU 9110-EXIT
                   UNTIL OPR-AUTH-EOF
               CLOSE OPER-AUTH-FILE
           ELSE
               DISPLAY "OPERAUTH NOT AVAILABLE - ALL OPERATORS "
                   "WILL BE REJECTED"
           END-IF.
       9100-EXIT.
           EXIT.

       9110-LOAD-ONE-AUTH-ROW.
           READ OPER-AUTH-FILE
               AT END
                   SET OPR-AUTH-EOF TO TRUE
               NOT AT END
                   IF OPR-AUTH-MAX < 2000
                       ADD 1 TO OPR-AUTH-MAX
                       MOVE OAR-OPERATOR-ID
                           TO OPR-AE-OPERATOR(OPR-AUTH-MAX)
                       MOVE OAR-MASTER-NAME
                           TO OPR-AE-MASTER(OPR-AUTH-MAX)
                       MOVE OAR-STATUS
                           TO OPR-AE-STATUS(OPR-AUTH-MAX)
                       MOVE OAR-ACTIONS
                           TO OPR-AE-ACTIONS(OPR-AUTH-MAX)
                   ELSE
                       DISPLAY "OPERAUTH TABLE FULL AT "
                           OAR-OPERATOR-ID
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       9110-EXIT.
           EXIT.

      *> THE KEYER MUST BE ON OPERAUTH, ACTIVE, AND HOLD THE ACTION
      *> LETTER ON THIS MASTER
       9150-CHECK-OPERATOR.
           MOVE 'N' TO OPR-CHK-SW.
           IF OPR-CHK-OPERATOR = SPACES
               MOVE "OPERATOR ID MISSING" TO OPR-CHK-REASON
               GO TO 9150-EXIT
           END-IF.
           MOVE OPR-CHK-OPERATOR TO OPR-FIND-ID.
           MOVE OPR-CHK-ACTION TO OPR-FIND-ACTION.
           PERFORM 9170-CHECK-ONE-ID THRU 9170-EXIT.
           IF OPR-CHK-OK
               GO TO 9150-EXIT
           END-IF.
           EVALUATE OPR-CHK-REASON
               WHEN "UNKNOWN"
                   MOVE "OPERATOR NOT ON OPERAUTH" TO OPR-CHK-REASON
               WHEN "INACTIVE"
                   MOVE "OPERATOR INACTIVE ON OPERAUTH"
                       TO OPR-CHK-REASON
               WHEN OTHER
                   MOVE "OPERATOR NOT AUTHORISED" TO OPR-CHK-REASON
           END-EVALUATE.
       9150-EXIT.
           EXIT.

      *> THE SECOND APPROVER MUST BE SOMEONE OTHER THAN THE KEYER,
      *> ACTIVE ON OPERAUTH, AND HOLD THE 'P' LETTER ON THIS MASTER
       9160-CHECK-APPROVER.
           MOVE 'N' TO OPR-CHK-SW.
           IF OPR-CHK-APPROVER = SPACES
               MOVE "SECOND APPROVER REQUIRED" TO OPR-CHK-REASON
               GO TO 9160-EXIT
           END-IF.
           IF OPR-CHK-APPROVER = OPR-CHK-OPERATOR
               MOVE "APPROVER SAME AS KEYER" TO OPR-CHK-REASON
               GO TO 9160-EXIT
           END-IF.
           MOVE OPR-CHK-APPROVER TO OPR-FIND-ID.
           MOVE 'P' TO OPR-FIND-ACTION.
           PERFORM 9170-CHECK-ONE-ID THRU 9170-EXIT.
           IF OPR-CHK-OK
               GO TO 9160-EXIT
           END-IF.
           EVALUATE OPR-CHK-REASON
               WHEN "UNKNOWN"
                   MOVE "APPROVER NOT ON OPERAUTH" TO OPR-CHK-REASON
               WHEN "INACTIVE"
                   MOVE "APPROVER INACTIVE ON OPERAUTH"
                       TO OPR-CHK-REASON
               WHEN OTHER
                   MOVE "APPROVER NOT AUTHORISED" TO OPR-CHK-REASON
           END-EVALUATE.
       9160-EXIT.
           EXIT.

      *> LOOK UP OPR-FIND-ID: ITS HEADER ROW GIVES THE STATUS, ITS
      *> PERMISSION ROW FOR OPR-CHK-MASTER THE LETTERS HELD
       9170-CHECK-ONE-ID.
           MOVE 'N' TO OPR-CHK-SW.
           MOVE SPACES TO OPR-FIND-MASTER.
           PERFORM 9180-FIND-AUTH-ROW THRU 9180-EXIT.
           IF OPR-FIND-NDX = ZERO
               MOVE "UNKNOWN" TO OPR-CHK-REASON
               GO TO 9170-EXIT
           END-IF.
           IF OPR-AE-STATUS(OPR-FIND-NDX) NOT = 'A'
               MOVE "INACTIVE" TO OPR-CHK-REASON
               GO TO 9170-EXIT
           END-IF.
           MOVE OPR-CHK-MASTER TO OPR-FIND-MASTER.
           PERFORM 9180-FIND-AUTH-ROW THRU 9180-EXIT.
           IF OPR-FIND-NDX = ZERO
               MOVE "DENIED" TO OPR-CHK-REASON
               GO TO 9170-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPR-AE-ACTIONS(OPR-FIND-NDX)
               TALLYING OPR-ACTION-HITS FOR ALL OPR-FIND-ACTION.
           IF OPR-ACTION-HITS = ZERO
               MOVE "DENIED" TO OPR-CHK-REASON
               GO TO 9170-EXIT
           END-IF.
           SET OPR-CHK-OK TO TRUE.
           MOVE SPACES TO OPR-CHK-REASON.
       9170-EXIT.
           EXIT.

       9180-FIND-AUTH-ROW.
           MOVE ZERO TO OPR-FIND-NDX.
           MOVE ZERO TO OPR-AUTH-SUB.
           PERFORM 9185-MATCH-ONE-AUTH-ROW THRU 9185-EXIT
               UNTIL OPR-AUTH-SUB >= OPR-AUTH-MAX
                  OR OPR-FIND-NDX > ZERO.
       9180-EXIT.
           EXIT.

       9185-MATCH-ONE-AUTH-ROW.
           ADD 1 TO OPR-AUTH-SUB.
           IF OPR-AE-OPERATOR(OPR-AUTH-SUB) = OPR-FIND-ID
               AND OPR-AE-MASTER(OPR-AUTH-SUB) = OPR-FIND-MASTER
               MOVE OPR-AUTH-SUB TO OPR-FIND-NDX
           END-IF.
       9185-EXIT.
           EXIT.
