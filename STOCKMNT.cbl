      *> AVERAGE COST AND REORDER DATA; DUPLICATE ADDS AND UNKNOWN
      *> KEYS GO TO THE STKMEXCP EXCEPTION FILE AND EVERY APPLIED
      *> TRANSACTION IS LISTED ON THE STKMAUDT AUDIT REPORT FOR THE
      *> INVENTORY CONTROLLER. THE KEYER MUST HOLD THE ACTION ON
      *> STOCKMST IN THE OPERAUTH AUTHORITY TABLE, AND A
      *> DEACTIVATION ALSO NEEDS A SECOND, DIFFERENT OPERATOR
      *> HOLDING APPROVAL AUTHORITY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKMNT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

      *> OPERATOR AUTHORITY TABLE - SEE OPRAUTH
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MASTER.
           05 ST-REORDER-QTY        PIC 9(09).
           05 ST-OPERATOR-ID        PIC X(06).
           05 ST-REASON-CODE        PIC X(04).
           05 ST-APPROVER-ID        PIC X(06).

       FD  STOCK-MAINT-EXCP.
       01  STOCK-MAINT-EXCP-REC.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-REC.
           05 OAR-OPERATOR-ID       PIC X(06).
           05 OAR-MASTER-NAME       PIC X(08).
           05 OAR-STATUS            PIC X(01).
           05 OAR-ACTIONS           PIC X(04).
           05 OAR-OPERATOR-NAME     PIC X(20).
           05 FILLER                PIC X(41).

           WORKING-STORAGE SECTION.
           01 WS-SM-STATUS PIC X(02).
               88 WS-SM-OK VALUE "00".

           01 WS-REJECT-REASON PIC X(30).

      *> ON-HAND (OR STATUS, FOR A DEACTIVATE) EITHER SIDE OF THE
      *> CHANGE, FOR THE CHANGE-HISTORY RECORD
           01 WS-CH-BEFORE-VALUE PIC X(09).
           01 WS-CH-AFTER-VALUE  PIC X(09).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEACT-COUNT  PIC 9(9) VALUE ZERO.
               05 WS-AUD-REASON    PIC X(04).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               TO STOCK-MAINT-AUDIT-REC.
           WRITE STOCK-MAINT-AUDIT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           READ STOCK-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.

           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

       1000-APPLY-ONE-TXN.
           MOVE ST-ITEM-CODE TO SM-ITEM-CODE.
           MOVE ST-LOCATION  TO SM-LOCATION.
           IF ST-TXN-ADD OR ST-TXN-CHANGE OR ST-TXN-DEACT
               MOVE ST-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "STOCKMST"     TO OPR-CHK-MASTER
               MOVE ST-TXN-CODE    TO OPR-CHK-ACTION
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
      *> TAKING AN ITEM OUT OF SERVICE STOPS ALL MOVEMENT AGAINST
      *> IT, SO IT NEEDS A SECOND PAIR OF EYES
           IF ST-TXN-DEACT
               MOVE ST-APPROVER-ID TO OPR-CHK-APPROVER
               PERFORM 9160-CHECK-APPROVER THRU 9160-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF ST-TXN-ADD
               PERFORM 1100-ADD-ITEM THRU 1100-EXIT
           ELSE
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ STOCK-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
                   DISPLAY "STOCK-MASTER WRITE FAILED " WS-SM-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE SPACES     TO WS-CH-BEFORE-VALUE.
           MOVE SM-ON-HAND TO WS-CH-AFTER-VALUE.
           MOVE "ADDED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1110-EXIT.
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE SM-ON-HAND       TO WS-CH-BEFORE-VALUE
                   MOVE ST-ON-HAND       TO SM-ON-HAND
                   MOVE ST-AVG-COST      TO SM-AVG-COST
                   MOVE ST-REORDER-POINT TO SM-REORDER-POINT
                               WS-SM-STATUS
                   END-REWRITE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SM-ON-HAND TO WS-CH-AFTER-VALUE
                   MOVE "CHANGED" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE SM-ITEM-STATUS TO WS-CH-BEFORE-VALUE
                   MOVE 'I' TO SM-ITEM-STATUS
                   MOVE RPT-RUN-DATE-CCYYMMDD TO SM-LAST-MOVE-DATE
                   REWRITE STOCK-MASTER-REC
                               WS-SM-STATUS
                   END-REWRITE
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE SM-ITEM-STATUS TO WS-CH-AFTER-VALUE
                   MOVE "DEACTIVATE" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       7500-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "STOCKMST"       TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           MOVE SPACES           TO CH-KEY.
           MOVE SM-ITEM-KEY      TO CH-KEY.
           MOVE ST-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE ST-REASON-CODE   TO CH-REASON-CODE.
           MOVE WS-CH-BEFORE-VALUE TO CH-BEFORE-VALUE.
           MOVE WS-CH-AFTER-VALUE  TO CH-AFTER-VALUE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
