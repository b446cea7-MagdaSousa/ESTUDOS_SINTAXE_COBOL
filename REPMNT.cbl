      *> REPMNT - SALES REP MASTER MAINTENANCE. THE ONLY SANCTIONED
      *> WAY TO CREATE, CHANGE OR DEACTIVATE A SALES REP ON THE
      *> INDEXED REPMAST MASTER THAT CUSTMNT ASSIGNS CUSTOMERS TO AND
      *> THE MONTH-END COMMCALC RUN PAYS COMMISSION TO. TRANSACTIONS
      *> CARRY THE REP ID, NAME, THE PAYROLL EMPLOYEE NUMBER THE
      *> COMMISSION IS PAID UNDER AND THE HOME BRANCH, WHICH MUST BE
      *> ACTIVE ON BRCHMAST. A DEACTIVATED REP STAYS ON THE MASTER SO
      *> COMMISSION STILL DUE ON EARLIER SALES IS PAID, BUT NO NEW
      *> CUSTOMER CAN BE ASSIGNED TO IT. DUPLICATE ADDS, UNKNOWN KEYS
      *> AND BAD FIELDS GO TO THE REPMEXCP EXCEPTION FILE AND EVERY
      *> APPLIED TRANSACTION IS LISTED ON THE REPMAUDT AUDIT REPORT
      *> AND LOGGED TO CHGHIST.
      *> THE KEYER MUST HOLD THE ACTION ON REPMAST IN THE OPERAUTH
      *> AUTHORITY TABLE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-REP-MASTER ASSIGN TO "REPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-REP-ID
               FILE STATUS IS WS-RP-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO "BRCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BM-STATUS.

           SELECT REP-MAINT-TXN-FILE ASSIGN TO "REPMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REP-MAINT-EXCP ASSIGN TO "REPMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REP-MAINT-AUDIT ASSIGN TO "REPMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  SALES-REP-MASTER.
       01  SALES-REP-MASTER-REC.
           05 RP-REP-ID             PIC X(04).
           05 RP-REP-NAME           PIC X(25).
      *> THE EMPLOYEE NUMBER ON THE PAYROLL INTERFACE FILE
           05 RP-PAYROLL-ID         PIC X(08).
           05 RP-BRANCH-CODE        PIC X(04).
           05 RP-REP-STATUS         PIC X(01).
               88 RP-REP-ACTIVE     VALUE 'A'.
               88 RP-REP-INACTIVE   VALUE 'I'.

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-REC.
           05 BM-BRANCH-CODE         PIC X(04).
           05 BM-BRANCH-NAME         PIC X(25).
           05 BM-REGION              PIC X(10).
           05 BM-ACTIVE-FLAG         PIC X(01).
               88 BM-BRANCH-ACTIVE   VALUE 'A'.
               88 BM-BRANCH-INACTIVE VALUE 'I'.

       FD  REP-MAINT-TXN-FILE.
       01  REP-MAINT-TXN-REC.
           05 RPX-TXN-CODE          PIC X(01).
               88 RPX-TXN-ADD       VALUE 'A'.
               88 RPX-TXN-CHANGE    VALUE 'C'.
               88 RPX-TXN-DEACT     VALUE 'D'.
           05 RPX-REP-ID            PIC X(04).
           05 RPX-REP-NAME          PIC X(25).
           05 RPX-PAYROLL-ID        PIC X(08).
           05 RPX-BRANCH-CODE       PIC X(04).
           05 RPX-OPERATOR-ID       PIC X(06).
           05 RPX-REASON-CODE       PIC X(04).

       FD  REP-MAINT-EXCP.
       01  REP-MAINT-EXCP-REC.
           COPY EXCPREC.

       FD  REP-MAINT-AUDIT.
       01  REP-MAINT-AUDIT-REC      PIC X(80).

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
           01 WS-RP-STATUS PIC X(02).
           01 WS-BM-STATUS PIC X(02).
           01 WS-BM-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-BM-OPEN VALUE 'Y'.
           01 WS-CH-STATUS PIC X(02).
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.
           01 WS-TXN-OK-SW PIC X(01).
               88 WS-TXN-OK VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUD-ACTION    PIC X(10).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEACT-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.

           01 WS-AUDIT-DETAIL.
               05 WS-AD-ACTION     PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-REP-ID     PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-REP-NAME   PIC X(25).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-PAYROLL-ID PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-BRANCH     PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-STATUS     PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-OPERATOR   PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-REASON     PIC X(04).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

      *> FIRST-EVER RUN: THE MASTER DOES NOT EXIST YET, SO THE I-O
      *> OPEN FAILS AND THE FILE IS CREATED FRESH
           OPEN I-O SALES-REP-MASTER.
           IF WS-RP-STATUS NOT = "00"
               OPEN OUTPUT SALES-REP-MASTER
               CLOSE SALES-REP-MASTER
               OPEN I-O SALES-REP-MASTER
           END-IF.
      *> NO BRANCH MASTER MEANS NO BRANCH CAN BE PROVED - ADDS AND
      *> CHANGES ARE THEN REJECTED, DEACTIVATIONS STILL APPLY
           OPEN INPUT BRANCH-MASTER.
           IF WS-BM-STATUS = "00"
               SET WS-BM-OPEN TO TRUE
           END-IF.
           OPEN INPUT REP-MAINT-TXN-FILE.
           OPEN OUTPUT REP-MAINT-EXCP.
           OPEN OUTPUT REP-MAINT-AUDIT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE REP-MAINT-AUDIT-REC FROM RPT-HEADER-LINE.
           MOVE "SALES REP MAINTENANCE AUDIT"
               TO REP-MAINT-AUDIT-REC.
           WRITE REP-MAINT-AUDIT-REC.
           MOVE
           "ACTION     REP  NAME                      PAYROLL  BRCH S"
               TO REP-MAINT-AUDIT-REC.
           WRITE REP-MAINT-AUDIT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           READ REP-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.

           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

           CLOSE SALES-REP-MASTER.
           IF WS-BM-OPEN
               CLOSE BRANCH-MASTER
           END-IF.
           CLOSE REP-MAINT-TXN-FILE.
           CLOSE REP-MAINT-EXCP.
           CLOSE REP-MAINT-AUDIT.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD
      *> ANY DEPENDENT STEPS
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-APPLY-ONE-TXN.
           MOVE RPX-REP-ID TO RP-REP-ID.
           IF RPX-TXN-ADD OR RPX-TXN-CHANGE OR RPX-TXN-DEACT
               MOVE RPX-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "REPMAST"       TO OPR-CHK-MASTER
               MOVE RPX-TXN-CODE    TO OPR-CHK-ACTION
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF RPX-TXN-ADD
               PERFORM 1100-ADD-REP THRU 1100-EXIT
           ELSE
               IF RPX-TXN-CHANGE
                   PERFORM 1200-CHANGE-REP THRU 1200-EXIT
               ELSE
                   IF RPX-TXN-DEACT
                       PERFORM 1300-DEACTIVATE-REP THRU 1300-EXIT
                   ELSE
                       MOVE "INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ REP-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-ADD-REP.
           READ SALES-REP-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ADD FOR EXISTING REP ID"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1100-EXIT
           END-READ.
           PERFORM 1500-VALIDATE-REP THRU 1500-EXIT.
           IF NOT WS-TXN-OK
               GO TO 1100-EXIT
           END-IF.
           MOVE RPX-REP-ID       TO RP-REP-ID.
           PERFORM 1600-MOVE-REP-FIELDS THRU 1600-EXIT.
           MOVE 'A'              TO RP-REP-STATUS.
           WRITE SALES-REP-MASTER-REC
               INVALID KEY
                   DISPLAY "SALES-REP-MASTER WRITE FAILED "
                       WS-RP-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE "ADDED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1100-EXIT.
           EXIT.

      *> A CHANGE ALSO REACTIVATES A REP THAT HAD BEEN DEACTIVATED
       1200-CHANGE-REP.
           READ SALES-REP-MASTER
               INVALID KEY
                   MOVE "CHANGE FOR UNKNOWN REP ID"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1200-EXIT
           END-READ.
           PERFORM 1500-VALIDATE-REP THRU 1500-EXIT.
           IF NOT WS-TXN-OK
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1600-MOVE-REP-FIELDS THRU 1600-EXIT.
           MOVE 'A'              TO RP-REP-STATUS.
           REWRITE SALES-REP-MASTER-REC
               INVALID KEY
                   DISPLAY "SALES-REP-MASTER REWRITE FAILED "
                       WS-RP-STATUS
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1200-EXIT.
           EXIT.

       1300-DEACTIVATE-REP.
           READ SALES-REP-MASTER
               INVALID KEY
                   MOVE "DEACTIVATE FOR UNKNOWN REP"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE 'I' TO RP-REP-STATUS
                   REWRITE SALES-REP-MASTER-REC
                       INVALID KEY
                           DISPLAY "SALES-REP-MASTER REWRITE FAILED "
                               WS-RP-STATUS
                   END-REWRITE
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE "DEACTIVATE" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       1300-EXIT.
           EXIT.

      *> A REP COMMCALC CANNOT PAY - NO NAME, NO PAYROLL NUMBER OR
      *> NO LIVE BRANCH - IS STOPPED HERE
       1500-VALIDATE-REP.
           MOVE 'N' TO WS-TXN-OK-SW.
           IF RPX-REP-NAME = SPACES
               MOVE "REP NAME MISSING" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF RPX-PAYROLL-ID = SPACES
               MOVE "PAYROLL EMPLOYEE NO MISSING" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF NOT WS-BM-OPEN
               MOVE "BRANCH NOT ON BRCHMAST" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE RPX-BRANCH-CODE TO BM-BRANCH-CODE.
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE "BRANCH NOT ON BRCHMAST" TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1500-EXIT
           END-READ.
           IF BM-BRANCH-INACTIVE
               MOVE "BRANCH INACTIVE ON BRCHMAST" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           SET WS-TXN-OK TO TRUE.
       1500-EXIT.
           EXIT.

       1600-MOVE-REP-FIELDS.
           MOVE RPX-REP-NAME     TO RP-REP-NAME.
           MOVE RPX-PAYROLL-ID   TO RP-PAYROLL-ID.
           MOVE RPX-BRANCH-CODE  TO RP-BRANCH-CODE.
       1600-EXIT.
           EXIT.

       7000-WRITE-AUDIT-LINE.
           MOVE WS-AUD-ACTION     TO WS-AD-ACTION.
           MOVE RP-REP-ID         TO WS-AD-REP-ID.
           MOVE RP-REP-NAME       TO WS-AD-REP-NAME.
           MOVE RP-PAYROLL-ID     TO WS-AD-PAYROLL-ID.
           MOVE RP-BRANCH-CODE    TO WS-AD-BRANCH.
           MOVE RP-REP-STATUS     TO WS-AD-STATUS.
           MOVE RPX-OPERATOR-ID   TO WS-AD-OPERATOR.
           MOVE RPX-REASON-CODE   TO WS-AD-REASON.
           WRITE REP-MAINT-AUDIT-REC FROM WS-AUDIT-DETAIL.
           PERFORM 7500-WRITE-CHANGE-HIST THRU 7500-EXIT.
       7000-EXIT.
           EXIT.

      *> ONE PERMANENT RECORD PER APPLIED CHANGE, ACROSS EVERY
      *> MASTER THE SUITE MAINTAINS - THE ACCOUNTABLE OPERATOR AND
      *> THE REASON TRAVEL WITH IT
       7500-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "REPMAST"        TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           MOVE RP-REP-ID        TO CH-KEY.
           MOVE RPX-OPERATOR-ID  TO CH-OPERATOR-ID.
           MOVE RPX-REASON-CODE  TO CH-REASON-CODE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.

       1900-REJECT-TXN.
           MOVE SPACES          TO REP-MAINT-EXCP-REC.
           MOVE "REPMNT"        TO EXCP-SOURCE-PGM.
           MOVE RPX-REP-ID      TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE REP-MAINT-EXCP-REC.
           ADD 1 TO WS-REJECT-COUNT.
       1900-EXIT.
           EXIT.

       8000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO REP-MAINT-AUDIT-REC.
           WRITE REP-MAINT-AUDIT-REC.

           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REP-MAINT-AUDIT-REC.
           STRING "REPS ADDED            : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REP-MAINT-AUDIT-REC
           END-STRING.
           WRITE REP-MAINT-AUDIT-REC.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REP-MAINT-AUDIT-REC.
           STRING "REPS CHANGED          : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REP-MAINT-AUDIT-REC
           END-STRING.
           WRITE REP-MAINT-AUDIT-REC.

           MOVE WS-DEACT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REP-MAINT-AUDIT-REC.
           STRING "REPS DEACTIVATED      : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REP-MAINT-AUDIT-REC
           END-STRING.
           WRITE REP-MAINT-AUDIT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO REP-MAINT-AUDIT-REC.
           STRING "TXNS REJECTED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO REP-MAINT-AUDIT-REC
           END-STRING.
           WRITE REP-MAINT-AUDIT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
