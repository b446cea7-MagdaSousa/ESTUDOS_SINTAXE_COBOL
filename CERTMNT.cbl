      *> THE BILLING RUN LOADS THAT NIGHT. REJECTS GO TO CERTEXCP
      *> IN THE SHARED EXCEPTION LAYOUT, EVERY APPLIED CHANGE IS
      *> LISTED ON CERTAUDT AND APPENDED TO THE CHGHIST
      *> CROSS-MASTER CHANGE HISTORY. THE KEYER MUST HOLD THE
      *> ACTION ON EXEMPTCT IN THE OPERAUTH AUTHORITY TABLE - A
      *> RENEW NEEDS CHANGE ('C') AUTHORITY, A REVOKE DELETE ('D').
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

      *> OPERATOR AUTHORITY TABLE - SEE OPRAUTH
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPT-CERT-IN.
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
           01 WS-EC-STATUS PIC X(02).
           01 WS-CH-STATUS PIC X(02).
               05 WS-AUD-REASON    PIC X(04).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           WRITE CERT-MAINT-AUDIT-REC.

           PERFORM 0200-LOAD-CERTIFICATES THRU 0200-EXIT.
           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           OPEN INPUT CERT-MAINT-TXN-FILE.
           READ CERT-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.
           CLOSE CERT-MAINT-TXN-FILE.

           PERFORM 7000-WRITE-NEW-CERT-FILE THRU 7000-EXIT.
           MOVE CX-CUST-ID TO WS-WK-CUST-ID.
           MOVE CX-CERT-NO TO WS-WK-CERT-NO.
           PERFORM 6000-FIND-CERT THRU 6000-EXIT.
           IF CX-TXN-ADD OR CX-TXN-RENEW OR CX-TXN-REVOKE
               MOVE CX-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "EXEMPTCT"     TO OPR-CHK-MASTER
               MOVE 'A'            TO OPR-CHK-ACTION
               IF CX-TXN-RENEW
                   MOVE 'C' TO OPR-CHK-ACTION
               END-IF
               IF CX-TXN-REVOKE
                   MOVE 'D' TO OPR-CHK-ACTION
               END-IF
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF CX-TXN-ADD
               PERFORM 1100-ADD-CERT THRU 1100-EXIT
           ELSE
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ CERT-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
       7600-WRITE-CHANGE-HIST.
           MOVE SPACES         TO CHANGE-HIST-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD TO CH-RUN-DATE.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "EXEMPTCT"     TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION  TO CH-ACTION.
           MOVE CX-CUST-ID     TO CH-KEY.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
