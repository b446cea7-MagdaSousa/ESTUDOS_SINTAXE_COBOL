      *> ROSTRNEW, REJECTED TRANSACTIONS GO TO ROSTEXCP IN THE
      *> SHARED EXCEPTION-RECORD LAYOUT, AND EVERY APPLIED
      *> TRANSACTION IS LISTED ON THE ROSTAUDT AUDIT REPORT.
      *> A STUDENT'S BILLING CUSTOMER - WHO TUITBILL INVOICES FOR
      *> THE STUDENT'S TUITION - MUST BE ON CUSTMAST WHEN KEYED.
      *> THE KEYER MUST HOLD THE ACTION ON STUDROST IN THE OPERAUTH
      *> AUTHORITY TABLE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTERMNT.

           SELECT ROSTER-AUDIT-RPT ASSIGN TO "ROSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

      *> OPERATOR AUTHORITY TABLE - SEE OPRAUTH
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-MAINT-TXN-FILE.
           05 RM-OPERATOR-ID       PIC X(06).
           05 FILLER               PIC X(01).
           05 RM-REASON-CODE       PIC X(04).
           05 FILLER               PIC X(01).
      *> BLANK LEAVES THE STUDENT UNBILLED UNTIL ONE IS KEYED
           05 RM-BILL-CUST-ID      PIC X(06).

       FD  STUDENT-ROSTER-IN.
       01  STUDENT-ROSTER-IN-REC.
           05 SRI-EFF-FROM-DATE    PIC 9(08).
           05 FILLER               PIC X(01).
           05 SRI-EFF-TO-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 SRI-BILL-CUST-ID     PIC X(06).

       FD  STUDENT-ROSTER-OUT.
       01  STUDENT-ROSTER-OUT-REC.
           05 SRO-EFF-FROM-DATE    PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SRO-EFF-TO-DATE      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SRO-BILL-CUST-ID     PIC X(06).

       FD  ROSTER-EXCP-RPT.
       01  ROSTER-EXCP-RPT-REC.
       FD  ROSTER-AUDIT-RPT.
       01  ROSTER-AUDIT-RPT-REC     PIC X(80).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUST-ID            PIC X(06).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-ADDR-LINE-1        PIC X(25).
           05 CM-ADDR-LINE-2        PIC X(25).
           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
           05 CM-REP-ID             PIC X(04).

       FD  CHANGE-HIST-FILE.
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
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.
               05 WS-HOLD-ENROLL-STATUS PIC X(01).
               05 WS-HOLD-EFF-FROM-DATE PIC 9(08).
               05 WS-HOLD-EFF-TO-DATE   PIC 9(08).
               05 WS-HOLD-BILL-CUST-ID  PIC X(06).
           01 WS-HOLD-ACTIVE-SW PIC X(01) VALUE 'N'.
               88 WS-HOLD-ACTIVE VALUE 'Y'.

           01 WS-AUDIT-COUNT-ED PIC ZZZZZZZZ9.

           01 WS-CH-STATUS PIC X(02).
           01 WS-CM-STATUS PIC X(02).
           01 WS-CUST-OK-SW PIC X(01).
               88 WS-CUST-OK VALUE 'Y'.

           01 WS-AUDIT-DETAIL.
               05 WS-AUD-ACTION     PIC X(08).
               05 WS-AUD-REASON     PIC X(04).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT STUDENT-ROSTER-OUT.
           OPEN OUTPUT ROSTER-EXCP-RPT.
           OPEN OUTPUT ROSTER-AUDIT-RPT.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
               TO ROSTER-AUDIT-RPT-REC.
           WRITE ROSTER-AUDIT-RPT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           PERFORM 0500-READ-ROSTER THRU 0500-EXIT.
           PERFORM 0600-READ-TXN THRU 0600-EXIT.

           CLOSE STUDENT-ROSTER-OUT.
           CLOSE ROSTER-EXCP-RPT.
           CLOSE ROSTER-AUDIT-RPT.
           CLOSE CUSTOMER-MASTER.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD ANY
           MOVE SRI-ENROLL-STATUS  TO SRO-ENROLL-STATUS.
           MOVE SRI-EFF-FROM-DATE  TO SRO-EFF-FROM-DATE.
           MOVE SRI-EFF-TO-DATE    TO SRO-EFF-TO-DATE.
           MOVE SRI-BILL-CUST-ID   TO SRO-BILL-CUST-ID.
           WRITE STUDENT-ROSTER-OUT-REC.
           PERFORM 0500-READ-ROSTER THRU 0500-EXIT.
       1100-EXIT.
      *> DUPLICATE, A FOLLOW-ON CHANGE OR DELETE TAKES EFFECT, AND
      *> THE HOLD IS WRITTEN ONCE WHEN THE KEY CHANGES
       1200-APPLY-UNMATCHED-TXN.
           PERFORM 1450-CHECK-OPERATOR THRU 1450-EXIT.
           IF NOT OPR-CHK-OK
               PERFORM 7900-REJECT-TXN THRU 7900-EXIT
               PERFORM 0600-READ-TXN THRU 0600-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF RM-TXN-ADD
               PERFORM 1500-CHECK-BILL-CUST THRU 1500-EXIT
               IF NOT WS-CUST-OK
                   PERFORM 7900-REJECT-TXN THRU 7900-EXIT
                   PERFORM 0600-READ-TXN THRU 0600-EXIT
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           IF RM-TXN-ADD
               MOVE RM-STUDENT-ID     TO WS-HOLD-STUDENT-ID
               MOVE RM-STUDENT_NAME   TO WS-HOLD-STUDENT_NAME
               MOVE RM-ENROLL-STATUS  TO WS-HOLD-ENROLL-STATUS
               MOVE RM-EFF-FROM-DATE  TO WS-HOLD-EFF-FROM-DATE
               MOVE RM-EFF-TO-DATE    TO WS-HOLD-EFF-TO-DATE
               MOVE RM-BILL-CUST-ID   TO WS-HOLD-BILL-CUST-ID
               SET WS-HOLD-ACTIVE TO TRUE
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADDED"           TO WS-AUD-ACTION
           MOVE SRI-ENROLL-STATUS TO WS-HOLD-ENROLL-STATUS.
           MOVE SRI-EFF-FROM-DATE TO WS-HOLD-EFF-FROM-DATE.
           MOVE SRI-EFF-TO-DATE   TO WS-HOLD-EFF-TO-DATE.
           MOVE SRI-BILL-CUST-ID  TO WS-HOLD-BILL-CUST-ID.
           SET WS-HOLD-ACTIVE TO TRUE.

           PERFORM 1400-APPLY-ONE-TXN THRU 1400-EXIT
           MOVE WS-HOLD-ENROLL-STATUS TO SRO-ENROLL-STATUS.
           MOVE WS-HOLD-EFF-FROM-DATE TO SRO-EFF-FROM-DATE.
           MOVE WS-HOLD-EFF-TO-DATE   TO SRO-EFF-TO-DATE.
           MOVE WS-HOLD-BILL-CUST-ID  TO SRO-BILL-CUST-ID.
           WRITE STUDENT-ROSTER-OUT-REC.
       1350-EXIT.
           EXIT.
      *> HOLD INACTIVE - FROM THERE ONLY A FRESH ADD IS LEGAL, AND A
      *> CHANGE OR SECOND DELETE IS REJECTED LIKE ANY UNKNOWN ID
       1400-APPLY-ONE-TXN.
           PERFORM 1450-CHECK-OPERATOR THRU 1450-EXIT.
           IF NOT OPR-CHK-OK
               PERFORM 7900-REJECT-TXN THRU 7900-EXIT
               PERFORM 0600-READ-TXN THRU 0600-EXIT
               GO TO 1400-EXIT
           END-IF.
           IF RM-TXN-ADD OR RM-TXN-CHANGE
               PERFORM 1500-CHECK-BILL-CUST THRU 1500-EXIT
               IF NOT WS-CUST-OK
                   PERFORM 7900-REJECT-TXN THRU 7900-EXIT
                   PERFORM 0600-READ-TXN THRU 0600-EXIT
                   GO TO 1400-EXIT
               END-IF
           END-IF.
           IF RM-TXN-ADD
               IF WS-HOLD-ACTIVE
                   MOVE "DUPLICATE ADD - ID ON ROSTER"
                   MOVE RM-ENROLL-STATUS TO WS-HOLD-ENROLL-STATUS
                   MOVE RM-EFF-FROM-DATE TO WS-HOLD-EFF-FROM-DATE
                   MOVE RM-EFF-TO-DATE   TO WS-HOLD-EFF-TO-DATE
                   MOVE RM-BILL-CUST-ID  TO WS-HOLD-BILL-CUST-ID
                   SET WS-HOLD-ACTIVE TO TRUE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED" TO WS-AUD-ACTION
                       MOVE RM-EFF-FROM-DATE
                           TO WS-HOLD-EFF-FROM-DATE
                       MOVE RM-EFF-TO-DATE   TO WS-HOLD-EFF-TO-DATE
                       MOVE RM-BILL-CUST-ID
                           TO WS-HOLD-BILL-CUST-ID
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE "CHANGED" TO WS-AUD-ACTION
                       PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
       1400-EXIT.
           EXIT.

      *> THE KEYER MUST HOLD THE TRANSACTION'S ACTION ON STUDROST.
      *> AN UNKNOWN TRANSACTION CODE PASSES HERE AND IS REJECTED AS
      *> SUCH BY THE APPLY LOGIC
       1450-CHECK-OPERATOR.
           SET OPR-CHK-OK TO TRUE.
           IF NOT (RM-TXN-ADD OR RM-TXN-CHANGE OR RM-TXN-DELETE)
               GO TO 1450-EXIT
           END-IF.
           MOVE RM-OPERATOR-ID TO OPR-CHK-OPERATOR.
           MOVE "STUDROST"     TO OPR-CHK-MASTER.
           MOVE RM-TXN-CODE    TO OPR-CHK-ACTION.
           PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT.
           IF NOT OPR-CHK-OK
               MOVE OPR-CHK-REASON TO WS-REJECT-REASON
           END-IF.
       1450-EXIT.
           EXIT.

      *> A BILLING CUSTOMER, WHEN KEYED, MUST EXIST AND BE ACTIVE -
      *> OTHERWISE THE TERM BILLING WOULD RAISE INVOICES THAT
      *> EXPRESSOES CAN ONLY REJECT
       1500-CHECK-BILL-CUST.
           SET WS-CUST-OK TO TRUE.
           IF RM-BILL-CUST-ID = SPACES
               GO TO 1500-EXIT
           END-IF.
           MOVE RM-BILL-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CUST-OK-SW
                   MOVE "BILLING CUST NOT ON CUSTMAST"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF CM-CUST-STATUS = 'I'
                       MOVE 'N' TO WS-CUST-OK-SW
                       MOVE "BILLING CUSTOMER INACTIVE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       7000-WRITE-AUDIT-LINE.
           MOVE RM-STUDENT-ID    TO WS-AUD-STUDENT-ID.
           MOVE RM-STUDENT_NAME  TO WS-AUD-STUDENT_NAME.
       7500-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "STUDROST"       TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           MOVE RM-STUDENT-ID    TO CH-KEY.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
