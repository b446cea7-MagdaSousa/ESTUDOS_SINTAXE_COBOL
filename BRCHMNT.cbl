      *> DAILYAMT FEED AGAINST. TRANSACTIONS CARRY BRANCH CODE,
      *> NAME AND REGION; DUPLICATE ADDS AND UNKNOWN CODES GO TO
      *> THE BRCMEXCP EXCEPTION FILE AND EVERY APPLIED TRANSACTION
      *> IS LISTED ON THE BRCMAUDT AUDIT REPORT FOR FINANCE AND
      *> APPENDED TO THE CROSS-MASTER CHGHIST CHANGE HISTORY.
      *> EVERY TRANSACTION NAMES ITS KEYER, WHO MUST HOLD THE
      *> ACTION ON BRCHMAST IN THE OPERAUTH AUTHORITY TABLE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHMNT.

           SELECT BRANCH-MAINT-AUDIT ASSIGN TO "BRCMAUDT"
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
       FD  BRANCH-MASTER.
           05 BT-BRANCH-CODE        PIC X(04).
           05 BT-BRANCH-NAME        PIC X(25).
           05 BT-REGION             PIC X(10).
           05 BT-OPERATOR-ID        PIC X(06).
           05 BT-REASON-CODE        PIC X(04).

       FD  BRANCH-MAINT-EXCP.
       01  BRANCH-MAINT-EXCP-REC.
       FD  BRANCH-MAINT-AUDIT.
       01  BRANCH-MAINT-AUDIT-REC   PIC X(80).

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
           01 WS-BM-STATUS PIC X(02).
               88 WS-BM-OK VALUE "00".
           01 WS-CH-STATUS PIC X(02).
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).

      *> ACTIVE FLAG EITHER SIDE OF A DEACTIVATE, FOR THE
      *> CHANGE-HISTORY RECORD - SPACE FOR AN ADD OR CHANGE
           01 WS-CH-BEFORE-VALUE PIC X(09).
           01 WS-CH-AFTER-VALUE  PIC X(09).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEACT-COUNT  PIC 9(9) VALUE ZERO.
               05 WS-AUD-REGION    PIC X(10).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT BRANCH-MAINT-TXN-FILE.
           OPEN OUTPUT BRANCH-MAINT-EXCP.
           OPEN OUTPUT BRANCH-MAINT-AUDIT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE BRANCH-MAINT-AUDIT-REC FROM RPT-HEADER-LINE.
           MOVE "BRANCH MASTER MAINTENANCE AUDIT"
               TO BRANCH-MAINT-AUDIT-REC.
           WRITE BRANCH-MAINT-AUDIT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           READ BRANCH-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.

           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

           CLOSE BRANCH-MAINT-TXN-FILE.
           CLOSE BRANCH-MAINT-EXCP.
           CLOSE BRANCH-MAINT-AUDIT.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD
      *> ANY DEPENDENT STEPS

       1000-APPLY-ONE-TXN.
           MOVE BT-BRANCH-CODE TO BM-BRANCH-CODE.
           MOVE SPACES TO WS-CH-BEFORE-VALUE.
           MOVE SPACES TO WS-CH-AFTER-VALUE.
           IF BT-TXN-ADD OR BT-TXN-CHANGE OR BT-TXN-DEACT
               MOVE BT-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "BRCHMAST"     TO OPR-CHK-MASTER
               MOVE BT-TXN-CODE    TO OPR-CHK-ACTION
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF BT-TXN-ADD
               PERFORM 1100-ADD-BRANCH THRU 1100-EXIT
           ELSE
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ BRANCH-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE BM-ACTIVE-FLAG TO WS-CH-BEFORE-VALUE
                   MOVE 'I' TO BM-ACTIVE-FLAG
                   REWRITE BRANCH-MASTER-REC
                       INVALID KEY
                               WS-BM-STATUS
                   END-REWRITE
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE BM-ACTIVE-FLAG TO WS-CH-AFTER-VALUE
                   MOVE "DEACTIVATE" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
           MOVE BM-BRANCH-NAME TO WS-AUD-NAME.
           MOVE BM-REGION      TO WS-AUD-REGION.
           WRITE BRANCH-MAINT-AUDIT-REC FROM WS-AUDIT-DETAIL.
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
           MOVE "BRCHMAST"       TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           MOVE BM-BRANCH-CODE   TO CH-KEY.
           MOVE BT-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE BT-REASON-CODE   TO CH-REASON-CODE.
           MOVE WS-CH-BEFORE-VALUE TO CH-BEFORE-VALUE.
           MOVE WS-CH-AFTER-VALUE  TO CH-AFTER-VALUE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.

       1900-REJECT-TXN.
           MOVE SPACES           TO BRANCH-MAINT-EXCP-REC.
           MOVE "BRCHMNT"        TO EXCP-SOURCE-PGM.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
