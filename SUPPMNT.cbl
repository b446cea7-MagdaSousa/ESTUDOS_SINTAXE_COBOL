      *> SUPPMNT - SUPPLIER MASTER MAINTENANCE. THE ONLY SANCTIONED
      *> WAY TO CREATE, CHANGE OR DEACTIVATE A SUPPLIER ON THE
      *> INDEXED SUPPMAST MASTER, AND TO NAME THE PREFERRED SUPPLIER
      *> FOR A STOCK ITEM ON THE INDEXED ITEMSUPP FILE THE PURCHASE-
      *> ORDER RUN BUYS FROM. TRANSACTIONS CARRY SUPPLIER ID, NAME,
      *> TWO ORDERING-ADDRESS LINES AND PAYMENT TERMS, OR (CODE 'P')
      *> THE ITEM CODE, SUPPLIER PRICE AND LEAD TIME; DUPLICATE ADDS
      *> AND UNKNOWN KEYS GO TO THE SUPMEXCP EXCEPTION FILE AND EVERY
      *> APPLIED TRANSACTION IS LISTED ON THE SUPMAUDT AUDIT REPORT
      *> AND LOGGED TO CHGHIST FOR THE PURCHASING MANAGER.
      *> THE KEYER MUST HOLD THE ACTION ON SUPPMAST IN THE OPERAUTH
      *> AUTHORITY TABLE - OR, FOR A PREFERRED-SUPPLIER CARD, CHANGE
      *> AUTHORITY ON ITEMSUPP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPP-ID
               FILE STATUS IS WS-SP-STATUS.

      *> ONE ROW PER STOCK ITEM - THE SUPPLIER THE BUYERS ORDER IT
      *> FROM BY DEFAULT, AT WHAT PRICE AND WITH WHAT LEAD TIME
           SELECT ITEM-SUPPLIER-FILE ASSIGN TO "ITEMSUPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-ITEM-CODE
               FILE STATUS IS WS-IS-STATUS.

           SELECT SUPP-MAINT-TXN-FILE ASSIGN TO "SUPMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPP-MAINT-EXCP ASSIGN TO "SUPMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPP-MAINT-AUDIT ASSIGN TO "SUPMAUDT"
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
       FD  SUPPLIER-MASTER.
       01  SUPPLIER-MASTER-REC.
           05 SP-SUPP-ID            PIC X(06).
           05 SP-SUPP-NAME          PIC X(25).
           05 SP-ADDR-LINE-1        PIC X(25).
           05 SP-ADDR-LINE-2        PIC X(25).
      *> DAYS FROM SUPPLIER INVOICE DATE TO PAYMENT DUE
           05 SP-PAY-TERMS          PIC 9(03).
           05 SP-SUPP-STATUS        PIC X(01).
               88 SP-SUPP-ACTIVE    VALUE 'A'.
               88 SP-SUPP-INACTIVE  VALUE 'I'.

       FD  ITEM-SUPPLIER-FILE.
       01  ITEM-SUPPLIER-REC.
           05 IS-ITEM-CODE          PIC X(06).
           05 IS-SUPP-ID            PIC X(06).
           05 IS-SUPP-PRICE         PIC 9(05)V99.
           05 IS-LEAD-DAYS          PIC 9(03).

       FD  SUPP-MAINT-TXN-FILE.
       01  SUPP-MAINT-TXN-REC.
           05 SX-TXN-CODE           PIC X(01).
               88 SX-TXN-ADD        VALUE 'A'.
               88 SX-TXN-CHANGE     VALUE 'C'.
               88 SX-TXN-DEACT      VALUE 'D'.
               88 SX-TXN-PREFERRED  VALUE 'P'.
           05 SX-SUPP-ID            PIC X(06).
           05 SX-SUPP-DATA.
               10 SX-SUPP-NAME      PIC X(25).
               10 SX-ADDR-LINE-1    PIC X(25).
               10 SX-ADDR-LINE-2    PIC X(25).
               10 SX-PAY-TERMS      PIC 9(03).
      *> A 'P' TRANSACTION NAMES THE ITEM IN PLACE OF THE NAME AND
      *> ADDRESS - THE SUPPLIER ID ABOVE BECOMES ITS PREFERRED SOURCE
           05 SX-ITEM-DATA REDEFINES SX-SUPP-DATA.
               10 SX-ITEM-CODE      PIC X(06).
               10 SX-SUPP-PRICE     PIC 9(05)V99.
               10 SX-LEAD-DAYS      PIC 9(03).
               10 FILLER            PIC X(62).
           05 SX-OPERATOR-ID        PIC X(06).
           05 SX-REASON-CODE        PIC X(04).

       FD  SUPP-MAINT-EXCP.
       01  SUPP-MAINT-EXCP-REC.
           COPY EXCPREC.

       FD  SUPP-MAINT-AUDIT.
       01  SUPP-MAINT-AUDIT-REC     PIC X(80).

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
           01 WS-SP-STATUS PIC X(02).
               88 WS-SP-OK VALUE "00".
           01 WS-IS-STATUS PIC X(02).
           01 WS-CH-STATUS PIC X(02).
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).
           01 WS-HIST-MASTER   PIC X(08).
           01 WS-HIST-KEY      PIC X(09).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEACT-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-PREF-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.

           01 WS-AUDIT-DETAIL.
               05 WS-AUD-ACTION    PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-SUPP-ID   PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-NAME      PIC X(25).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-TERMS     PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-OPERATOR  PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AUD-REASON    PIC X(04).

           01 WS-PREF-DETAIL.
               05 WS-PF-ACTION     PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PF-SUPP-ID    PIC X(06).
               05 FILLER           PIC X(07) VALUE " ITEM  ".
               05 WS-PF-ITEM       PIC X(06).
               05 FILLER           PIC X(08) VALUE "  PRICE ".
               05 WS-PF-PRICE      PIC ZZZZ9.99.
               05 FILLER           PIC X(07) VALUE "  LEAD ".
               05 WS-PF-LEAD       PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PF-OPERATOR   PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-PF-REASON     PIC X(04).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

      *> FIRST-EVER RUN: NEITHER MASTER EXISTS YET, SO THE I-O OPEN
      *> FAILS AND THE FILE IS CREATED FRESH
           OPEN I-O SUPPLIER-MASTER.
           IF WS-SP-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.
           OPEN I-O ITEM-SUPPLIER-FILE.
           IF WS-IS-STATUS NOT = "00"
               OPEN OUTPUT ITEM-SUPPLIER-FILE
               CLOSE ITEM-SUPPLIER-FILE
               OPEN I-O ITEM-SUPPLIER-FILE
           END-IF.
           OPEN INPUT SUPP-MAINT-TXN-FILE.
           OPEN OUTPUT SUPP-MAINT-EXCP.
           OPEN OUTPUT SUPP-MAINT-AUDIT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE SUPP-MAINT-AUDIT-REC FROM RPT-HEADER-LINE.
           MOVE "SUPPLIER MAINTENANCE AUDIT"
               TO SUPP-MAINT-AUDIT-REC.
           WRITE SUPP-MAINT-AUDIT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           READ SUPP-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.

           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

           CLOSE SUPPLIER-MASTER.
           CLOSE ITEM-SUPPLIER-FILE.
           CLOSE SUPP-MAINT-TXN-FILE.
           CLOSE SUPP-MAINT-EXCP.
           CLOSE SUPP-MAINT-AUDIT.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD
      *> ANY DEPENDENT STEPS
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-APPLY-ONE-TXN.
           MOVE SX-SUPP-ID TO SP-SUPP-ID.
           IF SX-TXN-ADD OR SX-TXN-CHANGE OR SX-TXN-DEACT
               OR SX-TXN-PREFERRED
               MOVE SX-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "SUPPMAST"     TO OPR-CHK-MASTER
               MOVE SX-TXN-CODE    TO OPR-CHK-ACTION
               IF SX-TXN-PREFERRED
                   MOVE "ITEMSUPP" TO OPR-CHK-MASTER
                   MOVE 'C'        TO OPR-CHK-ACTION
               END-IF
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF SX-TXN-ADD
               PERFORM 1100-ADD-SUPPLIER THRU 1100-EXIT
           ELSE
               IF SX-TXN-CHANGE
                   PERFORM 1200-CHANGE-SUPPLIER THRU 1200-EXIT
               ELSE
                   IF SX-TXN-DEACT
                       PERFORM 1300-DEACTIVATE-SUPPLIER
                           THRU 1300-EXIT
                   ELSE
                       IF SX-TXN-PREFERRED
                           PERFORM 1400-SET-PREFERRED THRU 1400-EXIT
                       ELSE
                           MOVE "INVALID TRANSACTION CODE"
                               TO WS-REJECT-REASON
                           PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ SUPP-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-ADD-SUPPLIER.
           READ SUPPLIER-MASTER
               INVALID KEY
                   PERFORM 1110-WRITE-NEW-SUPPLIER THRU 1110-EXIT
               NOT INVALID KEY
                   MOVE "ADD FOR EXISTING SUPPLIER ID"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
           END-READ.
       1100-EXIT.
           EXIT.

       1110-WRITE-NEW-SUPPLIER.
           MOVE SX-SUPP-ID       TO SP-SUPP-ID.
           MOVE SX-SUPP-NAME     TO SP-SUPP-NAME.
           MOVE SX-ADDR-LINE-1   TO SP-ADDR-LINE-1.
           MOVE SX-ADDR-LINE-2   TO SP-ADDR-LINE-2.
           MOVE SX-PAY-TERMS     TO SP-PAY-TERMS.
           MOVE 'A'              TO SP-SUPP-STATUS.
           WRITE SUPPLIER-MASTER-REC
               INVALID KEY
                   DISPLAY "SUPPLIER-MASTER WRITE FAILED " WS-SP-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE "ADDED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1110-EXIT.
           EXIT.

       1200-CHANGE-SUPPLIER.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "CHANGE FOR UNKNOWN SUPPLIER"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE SX-SUPP-NAME     TO SP-SUPP-NAME
                   MOVE SX-ADDR-LINE-1   TO SP-ADDR-LINE-1
                   MOVE SX-ADDR-LINE-2   TO SP-ADDR-LINE-2
                   MOVE SX-PAY-TERMS     TO SP-PAY-TERMS
                   REWRITE SUPPLIER-MASTER-REC
                       INVALID KEY
                           DISPLAY "SUPPLIER-MASTER REWRITE FAILED "
                               WS-SP-STATUS
                   END-REWRITE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CHANGED" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       1200-EXIT.
           EXIT.

      *> A DEACTIVATED SUPPLIER STAYS ON THE MASTER - ITS OPEN
      *> PURCHASE ORDERS STILL RECEIVE AND ITS INVOICES STILL PAY -
      *> BUT THE PURCHASE-ORDER RUN RAISES NO NEW ORDERS ON IT
       1300-DEACTIVATE-SUPPLIER.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "DEACTIVATE FOR UNKNOWN SUPPLIER"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE 'I' TO SP-SUPP-STATUS
                   REWRITE SUPPLIER-MASTER-REC
                       INVALID KEY
                           DISPLAY "SUPPLIER-MASTER REWRITE FAILED "
                               WS-SP-STATUS
                   END-REWRITE
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE "DEACTIVATE" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       1300-EXIT.
           EXIT.

      *> THE PREFERRED SUPPLIER MUST BE A LIVE SUPPLIER - A NEW ITEM
      *> ROW IS WRITTEN, AN EXISTING ONE IS REPOINTED
       1400-SET-PREFERRED.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "PREFERRED SUPPLIER NOT ON FILE"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1400-EXIT
           END-READ.
           IF NOT SP-SUPP-ACTIVE
               MOVE "PREFERRED SUPPLIER INACTIVE"
                   TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE SX-ITEM-CODE TO IS-ITEM-CODE.
           READ ITEM-SUPPLIER-FILE
               INVALID KEY
                   MOVE SX-ITEM-CODE  TO IS-ITEM-CODE
                   MOVE SX-SUPP-ID    TO IS-SUPP-ID
                   MOVE SX-SUPP-PRICE TO IS-SUPP-PRICE
                   MOVE SX-LEAD-DAYS  TO IS-LEAD-DAYS
                   WRITE ITEM-SUPPLIER-REC
                       INVALID KEY
                           DISPLAY "ITEM-SUPPLIER WRITE FAILED "
                               WS-IS-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE SX-SUPP-ID    TO IS-SUPP-ID
                   MOVE SX-SUPP-PRICE TO IS-SUPP-PRICE
                   MOVE SX-LEAD-DAYS  TO IS-LEAD-DAYS
                   REWRITE ITEM-SUPPLIER-REC
                       INVALID KEY
                           DISPLAY "ITEM-SUPPLIER REWRITE FAILED "
                               WS-IS-STATUS
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-PREF-COUNT.
           MOVE "PREFERRED" TO WS-PF-ACTION.
           MOVE SX-SUPP-ID     TO WS-PF-SUPP-ID.
           MOVE SX-ITEM-CODE   TO WS-PF-ITEM.
           MOVE SX-SUPP-PRICE  TO WS-PF-PRICE.
           MOVE SX-LEAD-DAYS   TO WS-PF-LEAD.
           MOVE SX-OPERATOR-ID TO WS-PF-OPERATOR.
           MOVE SX-REASON-CODE TO WS-PF-REASON.
           WRITE SUPP-MAINT-AUDIT-REC FROM WS-PREF-DETAIL.
           MOVE "ITEMSUPP"     TO WS-HIST-MASTER.
           MOVE SPACES         TO WS-HIST-KEY.
           MOVE SX-ITEM-CODE   TO WS-HIST-KEY.
           MOVE "PREFERRED"    TO WS-AUD-ACTION.
           PERFORM 7500-WRITE-CHANGE-HIST THRU 7500-EXIT.
       1400-EXIT.
           EXIT.

       7000-WRITE-AUDIT-LINE.
           MOVE SP-SUPP-ID       TO WS-AUD-SUPP-ID.
           MOVE SP-SUPP-NAME     TO WS-AUD-NAME.
           MOVE SP-PAY-TERMS     TO WS-AUD-TERMS.
           MOVE SX-OPERATOR-ID   TO WS-AUD-OPERATOR.
           MOVE SX-REASON-CODE   TO WS-AUD-REASON.
           WRITE SUPP-MAINT-AUDIT-REC FROM WS-AUDIT-DETAIL.
           MOVE "SUPPMAST"       TO WS-HIST-MASTER.
           MOVE SPACES           TO WS-HIST-KEY.
           MOVE SP-SUPP-ID       TO WS-HIST-KEY.
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
           MOVE WS-HIST-MASTER   TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           MOVE WS-HIST-KEY      TO CH-KEY.
           MOVE SX-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE SX-REASON-CODE   TO CH-REASON-CODE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.

       1900-REJECT-TXN.
           MOVE SPACES          TO SUPP-MAINT-EXCP-REC.
           MOVE "SUPPMNT"       TO EXCP-SOURCE-PGM.
           IF SX-TXN-PREFERRED
               MOVE SX-ITEM-CODE TO EXCP-KEY
           ELSE
               MOVE SX-SUPP-ID   TO EXCP-KEY
           END-IF.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE SUPP-MAINT-EXCP-REC.
           ADD 1 TO WS-REJECT-COUNT.
       1900-EXIT.
           EXIT.

       8000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO SUPP-MAINT-AUDIT-REC.
           WRITE SUPP-MAINT-AUDIT-REC.

           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUPP-MAINT-AUDIT-REC.
           STRING "SUPPLIERS ADDED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO SUPP-MAINT-AUDIT-REC
           END-STRING.
           WRITE SUPP-MAINT-AUDIT-REC.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUPP-MAINT-AUDIT-REC.
           STRING "SUPPLIERS CHANGED     : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO SUPP-MAINT-AUDIT-REC
           END-STRING.
           WRITE SUPP-MAINT-AUDIT-REC.

           MOVE WS-DEACT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUPP-MAINT-AUDIT-REC.
           STRING "SUPPLIERS DEACTIVATED : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO SUPP-MAINT-AUDIT-REC
           END-STRING.
           WRITE SUPP-MAINT-AUDIT-REC.

           MOVE WS-PREF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUPP-MAINT-AUDIT-REC.
           STRING "PREFERRED SUPPLIERS   : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO SUPP-MAINT-AUDIT-REC
           END-STRING.
           WRITE SUPP-MAINT-AUDIT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SUPP-MAINT-AUDIT-REC.
           STRING "TXNS REJECTED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO SUPP-MAINT-AUDIT-REC
           END-STRING.
           WRITE SUPP-MAINT-AUDIT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
