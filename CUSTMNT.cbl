      *> WAY TO CREATE, CHANGE OR DEACTIVATE A CUSTOMER ON THE
      *> INDEXED CUSTMAST MASTER THAT EXPRESSOES VALIDATES EVERY
      *> ITEMLINE CUSTOMER ID AGAINST. TRANSACTIONS CARRY CUSTOMER
      *> ID, NAME, TWO BILLING-ADDRESS LINES, PAYMENT TERMS, CREDIT
      *> LIMIT, THE FINANCE-CHARGE EXEMPTION FLAG AND THE SALES REP
      *> (WHICH MUST BE AN ACTIVE REP ON REPMAST). LINK AND
      *> UNLINK TRANSACTIONS TIE A CUSTOMER TO ITS SHIP-TO ADDRESSES
      *> ON ADDRMAST VIA THE CUSTSHIP MASTER, ONE OF THEM MARKED AS
      *> THE PRIMARY SHIP-TO THE BILLING RUN DERIVES TAX FROM;
      *> DUPLICATE ADDS AND UNKNOWN KEYS GO TO THE CUSTEXCP
      *> EXCEPTION FILE AND EVERY APPLIED TRANSACTION IS LISTED ON
      *> THE CUSTAUDT AUDIT REPORT FOR THE BILLING SUPERVISOR AND
      *> APPENDED TO THE CROSS-MASTER CHGHIST CHANGE HISTORY.
      *> THE KEYER MUST HOLD THE ACTION ON CUSTMAST IN THE OPERAUTH
      *> AUTHORITY TABLE (LINK AND UNLINK COUNT AS CHANGES), AND A
      *> CREDIT LIMIT RAISED BY MORE THAN WS-CR-APPROVAL-LIMIT ALSO
      *> NEEDS A SECOND, DIFFERENT OPERATOR HOLDING APPROVAL
      *> AUTHORITY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

      *> SHIP-TO LINKS - CUSTOMER ID PLUS THE ADDRMAST KEY OF ONE
      *> OF ITS DELIVERY ADDRESSES
           SELECT CUST-SHIPTO-FILE ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.

      *> READ ONLY TO PROVE A SHIP-TO EXISTS BEFORE IT IS LINKED
           SELECT ADDRESS-MASTER ASSIGN TO "ADDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-COUNTRY
                   WITH DUPLICATES
               FILE STATUS IS WS-AM-STATUS.

      *> READ ONLY TO PROVE A SALES REP EXISTS BEFORE IT IS ASSIGNED
           SELECT SALES-REP-MASTER ASSIGN TO "REPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-REP-ID
               FILE STATUS IS WS-RP-STATUS.

           SELECT CUST-MAINT-TXN-FILE ASSIGN TO "CUSTMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUST-MAINT-AUDIT ASSIGN TO "CUSTAUDT"
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
       FD  CUSTOMER-MASTER.
           05 CM-CUST-STATUS        PIC X(01).
               88 CM-CUST-ACTIVE    VALUE 'A'.
               88 CM-CUST-INACTIVE  VALUE 'I'.
      *> 'Y' - THE MONTH-END FINANCE-CHARGE RUN SKIPS THIS ACCOUNT
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
               88 CM-FIN-CHG-EXEMPT-YES VALUE 'Y'.
      *> THE SALES REP WHOSE COMMISSION THE ACCOUNT'S COLLECTIONS
      *> EARN - BLANK FOR A HOUSE ACCOUNT; MUST BE ON REPMAST
           05 CM-REP-ID             PIC X(04).

       FD  CUST-SHIPTO-FILE.
       01  CUST-SHIPTO-REC.
           05 CS-KEY.
               10 CS-CUST-ID        PIC X(06).
               10 CS-SHIP-TO        PIC X(09).
      *> 'Y' ON AT MOST ONE LINK PER CUSTOMER - THE SHIP-TO AN
      *> ITEMLINE WITH NO SHIP-TO OF ITS OWN IS BILLED FROM
           05 CS-PRIMARY-FLAG       PIC X(01).
               88 CS-PRIMARY        VALUE 'Y'.
           05 CS-LINK-DATE          PIC 9(08).

       FD  ADDRESS-MASTER.
       01  ADDRESS-MASTER-REC.
           05 AM-KEY                PIC X(09).
           05 AM-COUNTRY            PIC X(08).
           05 AM-ADDRESSEE          PIC X(25).
           05 AM-STREET-1           PIC X(25).
           05 AM-STREET-2           PIC X(25).
           05 AM-LAST-MAINT-DATE    PIC 9(08).
           05 AM-MAIL-STATUS        PIC X(01).
           05 AM-RETURN-DATE        PIC 9(08).
           05 AM-RETURN-COUNT       PIC 9(03).
           05 AM-RETURN-REASON      PIC X(04).

      *> SAME LAYOUT AS THE REPMNT REPMAST FD
       FD  SALES-REP-MASTER.
       01  SALES-REP-MASTER-REC.
           05 RP-REP-ID             PIC X(04).
           05 RP-REP-NAME           PIC X(25).
           05 RP-PAYROLL-ID         PIC X(08).
           05 RP-BRANCH-CODE        PIC X(04).
           05 RP-REP-STATUS         PIC X(01).
               88 RP-REP-ACTIVE     VALUE 'A'.
               88 RP-REP-INACTIVE   VALUE 'I'.

       FD  CUST-MAINT-TXN-FILE.
       01  CUST-MAINT-TXN-REC.
               88 CT-TXN-ADD        VALUE 'A'.
               88 CT-TXN-CHANGE     VALUE 'C'.
               88 CT-TXN-DEACT      VALUE 'D'.
               88 CT-TXN-LINK       VALUE 'L'.
               88 CT-TXN-UNLINK     VALUE 'U'.
           05 CT-CUST-ID            PIC X(06).
           05 CT-CUST-NAME          PIC X(25).
           05 CT-ADDR-LINE-1        PIC X(25).
           05 CT-ADDR-LINE-2        PIC X(25).
           05 CT-PAY-TERMS          PIC 9(03).
           05 CT-CREDIT-LIMIT       PIC 9(09)V99.
           05 CT-FIN-CHG-EXEMPT     PIC X(01).
      *> LINK/UNLINK ONLY - THE ADDRMAST KEY (PINCODE PLUS HOUSE
      *> NUMBER) AND 'Y' TO MAKE THE LINK THE PRIMARY SHIP-TO
           05 CT-SHIP-TO            PIC X(09).
           05 CT-SHIP-PRIMARY       PIC X(01).
      *> ADD/CHANGE - THE ACCOUNT'S SALES REP, BLANK FOR NONE
           05 CT-REP-ID             PIC X(04).
           05 CT-OPERATOR-ID        PIC X(06).
      *> REQUIRED ONLY WHEN THE CREDIT LIMIT GOES UP BY MORE THAN
      *> WS-CR-APPROVAL-LIMIT
           05 CT-APPROVER-ID        PIC X(06).
           05 CT-REASON-CODE        PIC X(04).

       FD  CUST-MAINT-EXCP.
       01  CUST-MAINT-EXCP-REC.
       FD  CUST-MAINT-AUDIT.
       01  CUST-MAINT-AUDIT-REC     PIC X(80).

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
           01 WS-CM-STATUS PIC X(02).
               88 WS-CM-OK VALUE "00".
           01 WS-CS-STATUS PIC X(02).
           01 WS-CH-STATUS PIC X(02).
           01 WS-AM-STATUS PIC X(02).
           01 WS-AM-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-AM-OPEN VALUE 'Y'.
           01 WS-RP-STATUS PIC X(02).
           01 WS-RP-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-RP-OPEN VALUE 'Y'.
           01 WS-REP-VALID-SW PIC X(01).
               88 WS-REP-VALID VALUE 'Y'.
           01 WS-LINK-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-LINK-EOF VALUE 'Y'.
           01 WS-OTHER-PRIMARY-SW PIC X(01) VALUE 'N'.
               88 WS-OTHER-PRIMARY VALUE 'Y'.
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).

      *> A LIMIT INCREASE ABOVE THIS NEEDS A SECOND APPROVER - A NEW
      *> ACCOUNT COUNTS AS AN INCREASE FROM ZERO
           01 WS-CR-APPROVAL-LIMIT PIC 9(09)V99 VALUE 10000.00.
           01 WS-CR-INCREASE       PIC S9(09)V99 VALUE ZERO.

      *> CREDIT LIMIT (STATUS FOR A DEACTIVATE, SHIP-TO FOR A LINK
      *> OR UNLINK) EITHER SIDE OF THE CHANGE, FOR THE CHANGE-HISTORY
      *> RECORD. THE LIMIT IS CARRIED IN WHOLE UNITS - WITH ITS
      *> CENTS IT WOULD NOT FIT CHGHREC'S NINE-BYTE VALUE FIELDS
           01 WS-CH-ACTION       PIC X(10).
           01 WS-CH-BEFORE-VALUE PIC X(09).
           01 WS-CH-AFTER-VALUE  PIC X(09).
           01 WS-CH-LIMIT        PIC 9(09).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEACT-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-LINK-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-UNLINK-COUNT PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.

               05 WS-AUD-PAY-TERMS PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-CR-LIMIT  PIC ZZZZZZZZ9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-FC-EXEMPT PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-AUD-REP-ID    PIC X(04).

           01 WS-LINK-AUDIT-DETAIL.
               05 WS-LAU-ACTION    PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LAU-CUST-ID   PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LAU-CUST-NAME PIC X(25).
               05 FILLER           PIC X(10) VALUE "  SHIP-TO ".
               05 WS-LAU-SHIP-TO   PIC X(09).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-LAU-PRIMARY   PIC X(07).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.
           OPEN I-O CUST-SHIPTO-FILE.
           IF WS-CS-STATUS NOT = "00"
               OPEN OUTPUT CUST-SHIPTO-FILE
               CLOSE CUST-SHIPTO-FILE
               OPEN I-O CUST-SHIPTO-FILE
           END-IF.
      *> NO ADDRESS MASTER MEANS NO SHIP-TO CAN BE PROVED - LINK
      *> TRANSACTIONS ARE THEN REJECTED, EVERYTHING ELSE APPLIES
           OPEN INPUT ADDRESS-MASTER.
           IF WS-AM-STATUS = "00"
               SET WS-AM-OPEN TO TRUE
           END-IF.
      *> NO REP MASTER MEANS NO REP CAN BE PROVED - A CARD NAMING
      *> ONE IS THEN REJECTED, A CARD WITH A BLANK REP STILL APPLIES
           OPEN INPUT SALES-REP-MASTER.
           IF WS-RP-STATUS = "00"
               SET WS-RP-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUST-MAINT-TXN-FILE.
           OPEN OUTPUT CUST-MAINT-EXCP.
           OPEN OUTPUT CUST-MAINT-AUDIT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE CUST-MAINT-AUDIT-REC FROM RPT-HEADER-LINE.
           MOVE "CUSTOMER MASTER MAINTENANCE AUDIT"
               TO CUST-MAINT-AUDIT-REC.
           WRITE CUST-MAINT-AUDIT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           READ CUST-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.

           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

           CLOSE CUSTOMER-MASTER.
           CLOSE CUST-SHIPTO-FILE.
           IF WS-AM-OPEN
               CLOSE ADDRESS-MASTER
           END-IF.
           IF WS-RP-OPEN
               CLOSE SALES-REP-MASTER
           END-IF.
           CLOSE CUST-MAINT-TXN-FILE.
           CLOSE CUST-MAINT-EXCP.
           CLOSE CUST-MAINT-AUDIT.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD
      *> ANY DEPENDENT STEPS

       1000-APPLY-ONE-TXN.
           MOVE CT-CUST-ID TO CM-CUST-ID.
           IF CT-TXN-ADD OR CT-TXN-CHANGE OR CT-TXN-DEACT
               OR CT-TXN-LINK OR CT-TXN-UNLINK
               MOVE CT-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "CUSTMAST"     TO OPR-CHK-MASTER
               MOVE CT-TXN-CODE    TO OPR-CHK-ACTION
               IF CT-TXN-LINK OR CT-TXN-UNLINK
                   MOVE 'C' TO OPR-CHK-ACTION
               END-IF
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF CT-TXN-ADD
               PERFORM 1100-ADD-CUSTOMER THRU 1100-EXIT
           ELSE
                   IF CT-TXN-DEACT
                       PERFORM 1300-DEACTIVATE-CUSTOMER THRU 1300-EXIT
                   ELSE
                       IF CT-TXN-LINK
                           PERFORM 1400-LINK-SHIP-TO THRU 1400-EXIT
                       ELSE
                           IF CT-TXN-UNLINK
                               PERFORM 1500-UNLINK-SHIP-TO
                                   THRU 1500-EXIT
                           ELSE
                               MOVE "INVALID TRANSACTION CODE"
                                   TO WS-REJECT-REASON
                               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ CUST-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           EXIT.

       1100-ADD-CUSTOMER.
           PERFORM 1160-CHECK-REP-ID THRU 1160-EXIT.
           IF NOT WS-REP-VALID
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM 1110-WRITE-NEW-CUSTOMER THRU 1110-EXIT
           EXIT.

       1110-WRITE-NEW-CUSTOMER.
           MOVE ZERO TO CM-CREDIT-LIMIT.
           PERFORM 1250-CHECK-LIMIT-INCREASE THRU 1250-EXIT.
           IF NOT OPR-CHK-OK
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1110-EXIT
           END-IF.
           MOVE CT-CUST-ID     TO CM-CUST-ID.
           MOVE CT-CUST-NAME   TO CM-CUST-NAME.
           MOVE CT-ADDR-LINE-1 TO CM-ADDR-LINE-1.
           MOVE CT-PAY-TERMS   TO CM-PAY-TERMS.
           MOVE CT-CREDIT-LIMIT TO CM-CREDIT-LIMIT.
           MOVE 'A'            TO CM-CUST-STATUS.
           PERFORM 1150-SET-EXEMPT-FLAG THRU 1150-EXIT.
           MOVE CT-REP-ID      TO CM-REP-ID.
           WRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY "CUSTOMER-MASTER WRITE FAILED " WS-CM-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE SPACES          TO WS-CH-BEFORE-VALUE.
           MOVE CM-CREDIT-LIMIT TO WS-CH-LIMIT.
           MOVE WS-CH-LIMIT     TO WS-CH-AFTER-VALUE.
           MOVE "ADDED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1110-EXIT.
           EXIT.

      *> ANYTHING BUT 'Y' ON THE CARD MEANS THE ACCOUNT IS CHARGED
       1150-SET-EXEMPT-FLAG.
           IF CT-FIN-CHG-EXEMPT = 'Y'
               MOVE 'Y' TO CM-FIN-CHG-EXEMPT
           ELSE
               MOVE 'N' TO CM-FIN-CHG-EXEMPT
           END-IF.
       1150-EXIT.
           EXIT.

      *> A BLANK REP IS A HOUSE ACCOUNT; ANY OTHER MUST BE AN
      *> ACTIVE REP ON REPMAST
       1160-CHECK-REP-ID.
           MOVE 'Y' TO WS-REP-VALID-SW.
           IF CT-REP-ID = SPACES
               GO TO 1160-EXIT
           END-IF.
           MOVE 'N' TO WS-REP-VALID-SW.
           MOVE "SALES REP NOT ON REPMAST" TO WS-REJECT-REASON.
           IF NOT WS-RP-OPEN
               GO TO 1160-EXIT
           END-IF.
           MOVE CT-REP-ID TO RP-REP-ID.
           READ SALES-REP-MASTER
               INVALID KEY
                   GO TO 1160-EXIT
           END-READ.
           IF RP-REP-INACTIVE
               MOVE "SALES REP INACTIVE ON REPMAST" TO WS-REJECT-REASON
               GO TO 1160-EXIT
           END-IF.
           MOVE 'Y' TO WS-REP-VALID-SW.
       1160-EXIT.
           EXIT.

       1200-CHANGE-CUSTOMER.
           PERFORM 1160-CHECK-REP-ID THRU 1160-EXIT.
           IF NOT WS-REP-VALID
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CHANGE FOR UNKNOWN CUSTOMER ID"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   PERFORM 1250-CHECK-LIMIT-INCREASE THRU 1250-EXIT
                   IF NOT OPR-CHK-OK
                       PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                       GO TO 1200-EXIT
                   END-IF
                   MOVE CM-CREDIT-LIMIT TO WS-CH-LIMIT
                   MOVE WS-CH-LIMIT     TO WS-CH-BEFORE-VALUE
                   MOVE CT-CUST-NAME   TO CM-CUST-NAME
                   MOVE CT-ADDR-LINE-1 TO CM-ADDR-LINE-1
                   MOVE CT-ADDR-LINE-2 TO CM-ADDR-LINE-2
                   MOVE CT-PAY-TERMS   TO CM-PAY-TERMS
                   MOVE CT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                   PERFORM 1150-SET-EXEMPT-FLAG THRU 1150-EXIT
                   MOVE CT-REP-ID      TO CM-REP-ID
                   REWRITE CUSTOMER-MASTER-REC
                       INVALID KEY
                           DISPLAY "CUSTOMER-MASTER REWRITE FAILED "
                               WS-CM-STATUS
                   END-REWRITE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE CM-CREDIT-LIMIT TO WS-CH-LIMIT
                   MOVE WS-CH-LIMIT     TO WS-CH-AFTER-VALUE
                   MOVE "CHANGED" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       1200-EXIT.
           EXIT.

      *> CM-CREDIT-LIMIT HOLDS THE LIMIT BEFORE THIS CARD. A RISE OF
      *> MORE THAN WS-CR-APPROVAL-LIMIT NEEDS THE CARD'S APPROVER
      *> TO PASS THE SECOND-APPROVER CHECK; ANYTHING LESS (OR A
      *> CUT) GOES THROUGH ON THE KEYER'S AUTHORITY ALONE
       1250-CHECK-LIMIT-INCREASE.
           SET OPR-CHK-OK TO TRUE.
           COMPUTE WS-CR-INCREASE = CT-CREDIT-LIMIT - CM-CREDIT-LIMIT.
           IF WS-CR-INCREASE NOT > WS-CR-APPROVAL-LIMIT
               GO TO 1250-EXIT
           END-IF.
           MOVE CT-APPROVER-ID TO OPR-CHK-APPROVER.
           PERFORM 9160-CHECK-APPROVER THRU 9160-EXIT.
           IF NOT OPR-CHK-OK
               MOVE OPR-CHK-REASON TO WS-REJECT-REASON
           END-IF.
       1250-EXIT.
           EXIT.

      *> A DEACTIVATED CUSTOMER STAYS ON THE MASTER (OPEN INVOICES
      *> MAY STILL REFERENCE IT) BUT THE BILLING RUN REFUSES NEW
      *> INVOICE LINES AGAINST IT
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE CM-CUST-STATUS TO WS-CH-BEFORE-VALUE
                   MOVE 'I' TO CM-CUST-STATUS
                   REWRITE CUSTOMER-MASTER-REC
                       INVALID KEY
                               WS-CM-STATUS
                   END-REWRITE
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE CM-CUST-STATUS TO WS-CH-AFTER-VALUE
                   MOVE "DEACTIVATE" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       1300-EXIT.
           EXIT.

      *> THE CUSTOMER MUST BE ON CUSTMAST AND THE ADDRESS ON
      *> ADDRMAST. A CUSTOMER'S FIRST LINK BECOMES ITS PRIMARY
      *> SHIP-TO WHATEVER THE CARD SAYS; A CARD MARKED 'Y' TAKES THE
      *> PRIMARY OVER FROM ANY OTHER LINK. RE-LINKING AN EXISTING
      *> PAIR ONLY RESETS ITS PRIMARY FLAG
       1400-LINK-SHIP-TO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "LINK FOR UNKNOWN CUSTOMER ID"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1400-EXIT
           END-READ.
           IF NOT WS-AM-OPEN
               MOVE "SHIP-TO NOT ON ADDRMAST" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1400-EXIT
           END-IF.
           MOVE CT-SHIP-TO TO AM-KEY.
           READ ADDRESS-MASTER
               INVALID KEY
                   MOVE "SHIP-TO NOT ON ADDRMAST" TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1400-EXIT
           END-READ.

           PERFORM 1410-SCAN-OTHER-LINKS THRU 1410-EXIT.

           MOVE CT-CUST-ID TO CS-CUST-ID.
           MOVE CT-SHIP-TO TO CS-SHIP-TO.
           READ CUST-SHIPTO-FILE
               INVALID KEY
                   MOVE CT-CUST-ID TO CS-CUST-ID
                   MOVE CT-SHIP-TO TO CS-SHIP-TO
                   MOVE RPT-RUN-DATE-CCYYMMDD TO CS-LINK-DATE
                   PERFORM 1430-SET-PRIMARY-FLAG THRU 1430-EXIT
                   WRITE CUST-SHIPTO-REC
                       INVALID KEY
                           DISPLAY "CUST-SHIPTO WRITE FAILED "
                               WS-CS-STATUS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 1430-SET-PRIMARY-FLAG THRU 1430-EXIT
                   REWRITE CUST-SHIPTO-REC
                       INVALID KEY
                           DISPLAY "CUST-SHIPTO REWRITE FAILED "
                               WS-CS-STATUS
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-LINK-COUNT.
           MOVE SPACES     TO WS-CH-BEFORE-VALUE.
           MOVE CT-SHIP-TO TO WS-CH-AFTER-VALUE.
           MOVE "LINKED" TO WS-LAU-ACTION.
           PERFORM 7100-WRITE-LINK-AUDIT THRU 7100-EXIT.
       1400-EXIT.
           EXIT.

      *> ONE PASS OVER THE CUSTOMER'S OTHER LINKS - NOTES WHETHER
      *> ANOTHER PRIMARY EXISTS, AND WHEN THE CARD CLAIMS THE
      *> PRIMARY, DEMOTES IT
       1410-SCAN-OTHER-LINKS.
           MOVE 'N' TO WS-OTHER-PRIMARY-SW.
           MOVE 'N' TO WS-LINK-EOF-SW.
           MOVE CT-CUST-ID TO CS-CUST-ID.
           MOVE LOW-VALUES TO CS-SHIP-TO.
           START CUST-SHIPTO-FILE KEY IS NOT LESS THAN CS-KEY
               INVALID KEY
                   SET WS-LINK-EOF TO TRUE
           END-START.
           PERFORM 1420-CHECK-ONE-LINK THRU 1420-EXIT
               UNTIL WS-LINK-EOF.
       1410-EXIT.
           EXIT.

       1420-CHECK-ONE-LINK.
           READ CUST-SHIPTO-FILE NEXT RECORD
               AT END
                   SET WS-LINK-EOF TO TRUE
                   GO TO 1420-EXIT
           END-READ.
           IF CS-CUST-ID NOT = CT-CUST-ID
               SET WS-LINK-EOF TO TRUE
               GO TO 1420-EXIT
           END-IF.
           IF CS-SHIP-TO = CT-SHIP-TO OR NOT CS-PRIMARY
               GO TO 1420-EXIT
           END-IF.
           IF CT-SHIP-PRIMARY = 'Y'
               MOVE 'N' TO CS-PRIMARY-FLAG
               REWRITE CUST-SHIPTO-REC
                   INVALID KEY
                       DISPLAY "CUST-SHIPTO REWRITE FAILED "
                           WS-CS-STATUS
               END-REWRITE
           ELSE
               SET WS-OTHER-PRIMARY TO TRUE
           END-IF.
       1420-EXIT.
           EXIT.

       1430-SET-PRIMARY-FLAG.
           IF CT-SHIP-PRIMARY = 'Y' OR NOT WS-OTHER-PRIMARY
               MOVE 'Y' TO CS-PRIMARY-FLAG
           ELSE
               MOVE 'N' TO CS-PRIMARY-FLAG
           END-IF.
       1430-EXIT.
           EXIT.

      *> DROPPING THE PRIMARY LEAVES THE CUSTOMER WITHOUT ONE UNTIL
      *> ANOTHER LINK IS MARKED - THE BILLING RUN THEN TAKES THE
      *> FIRST REMAINING LINK
       1500-UNLINK-SHIP-TO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-CUST-NAME
           END-READ.
           MOVE CT-CUST-ID TO CS-CUST-ID.
           MOVE CT-SHIP-TO TO CS-SHIP-TO.
           READ CUST-SHIPTO-FILE
               INVALID KEY
                   MOVE "SHIP-TO NOT LINKED TO CUSTOMER"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1500-EXIT
           END-READ.
           DELETE CUST-SHIPTO-FILE
               INVALID KEY
                   DISPLAY "CUST-SHIPTO DELETE FAILED " WS-CS-STATUS
           END-DELETE.
           ADD 1 TO WS-UNLINK-COUNT.
           MOVE CT-SHIP-TO TO WS-CH-BEFORE-VALUE.
           MOVE SPACES     TO WS-CH-AFTER-VALUE.
           MOVE "UNLINKED" TO WS-LAU-ACTION.
           PERFORM 7100-WRITE-LINK-AUDIT THRU 7100-EXIT.
       1500-EXIT.
           EXIT.

       7000-WRITE-AUDIT-LINE.
           MOVE SPACES        TO WS-AUD-CUST-ID.
           MOVE CM-CUST-ID    TO WS-AUD-CUST-ID.
           MOVE CM-CUST-NAME  TO WS-AUD-CUST-NAME.
           MOVE CM-PAY-TERMS  TO WS-AUD-PAY-TERMS.
           MOVE CM-CREDIT-LIMIT TO WS-AUD-CR-LIMIT.
           MOVE CM-FIN-CHG-EXEMPT TO WS-AUD-FC-EXEMPT.
           MOVE CM-REP-ID     TO WS-AUD-REP-ID.
           WRITE CUST-MAINT-AUDIT-REC FROM WS-AUDIT-DETAIL.
           MOVE WS-AUD-ACTION TO WS-CH-ACTION.
           PERFORM 7500-WRITE-CHANGE-HIST THRU 7500-EXIT.
       7000-EXIT.
           EXIT.

       7100-WRITE-LINK-AUDIT.
           MOVE CT-CUST-ID    TO WS-LAU-CUST-ID.
           MOVE CM-CUST-NAME  TO WS-LAU-CUST-NAME.
           MOVE CT-SHIP-TO    TO WS-LAU-SHIP-TO.
           IF CS-PRIMARY
               MOVE "PRIMARY" TO WS-LAU-PRIMARY
           ELSE
               MOVE SPACES    TO WS-LAU-PRIMARY
           END-IF.
           WRITE CUST-MAINT-AUDIT-REC FROM WS-LINK-AUDIT-DETAIL.
           MOVE WS-LAU-ACTION TO WS-CH-ACTION.
           PERFORM 7500-WRITE-CHANGE-HIST THRU 7500-EXIT.
       7100-EXIT.
           EXIT.

      *> ONE PERMANENT RECORD PER APPLIED CHANGE, ACROSS EVERY
      *> MASTER THE SUITE MAINTAINS - THE ACCOUNTABLE OPERATOR AND
      *> THE REASON TRAVEL WITH IT
       7500-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "CUSTMAST"       TO CH-MASTER-NAME.
           MOVE WS-CH-ACTION     TO CH-ACTION.
           MOVE CT-CUST-ID       TO CH-KEY.
           MOVE CT-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE CT-REASON-CODE   TO CH-REASON-CODE.
           MOVE WS-CH-BEFORE-VALUE TO CH-BEFORE-VALUE.
           MOVE WS-CH-AFTER-VALUE  TO CH-AFTER-VALUE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.

       1900-REJECT-TXN.
           MOVE SPACES           TO CUST-MAINT-EXCP-REC.
           MOVE "CUSTMNT"        TO EXCP-SOURCE-PGM.
           END-STRING.
           WRITE CUST-MAINT-AUDIT-REC.

           MOVE WS-LINK-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CUST-MAINT-AUDIT-REC.
           STRING "SHIP-TOS LINKED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CUST-MAINT-AUDIT-REC
           END-STRING.
           WRITE CUST-MAINT-AUDIT-REC.

           MOVE WS-UNLINK-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CUST-MAINT-AUDIT-REC.
           STRING "SHIP-TOS UNLINKED     : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CUST-MAINT-AUDIT-REC
           END-STRING.
           WRITE CUST-MAINT-AUDIT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CUST-MAINT-AUDIT-REC.
           STRING "TXNS REJECTED         : " DELIMITED BY SIZE
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
