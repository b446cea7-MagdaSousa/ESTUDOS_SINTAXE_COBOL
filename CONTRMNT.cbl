      *> CONTRMNT - RECURRING-BILLING CONTRACT MAINTENANCE. THE ONLY
      *> SANCTIONED WAY TO CREATE, CHANGE, RENEW OR CANCEL A SERVICE
      *> AGREEMENT OR RENTAL ON THE INDEXED CONTRACT MASTER THE
      *> NIGHTLY RECURBIL RUN BILLS FROM. TRANSACTIONS CARRY THE
      *> CONTRACT ID, BILLING CUSTOMER, ITEM CLASS AND CODE, A SHORT
      *> DESCRIPTION, QUANTITY, UNIT PRICE, FREQUENCY (M MONTHLY,
      *> Q QUARTERLY, A ANNUAL), START AND END DATES AND THE NEXT
      *> BILL DATE, OR (CODE 'R') JUST THE NEW END DATE. THE BILLING
      *> CUSTOMER MUST BE ACTIVE ON CUSTMAST. DUPLICATE ADDS, UNKNOWN
      *> KEYS AND BAD FIELDS GO TO THE CTRMEXCP EXCEPTION FILE AND
      *> EVERY APPLIED TRANSACTION IS LISTED ON THE CTRMAUDT AUDIT
      *> REPORT AND LOGGED TO CHGHIST.
      *> THE KEYER MUST HOLD THE ACTION ON CONTRACT IN THE OPERAUTH
      *> AUTHORITY TABLE (A RENEWAL COUNTS AS A CHANGE).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-MASTER ASSIGN TO "CONTRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACT-ID
               FILE STATUS IS WS-CT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT CTR-MAINT-TXN-FILE ASSIGN TO "CTRMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTR-MAINT-EXCP ASSIGN TO "CTRMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTR-MAINT-AUDIT ASSIGN TO "CTRMAUDT"
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
      *> SAME LAYOUT AS THE RECURBIL CONTRACT FD. THE LAST-BILL
      *> DATE AND COUNT ARE SET ONLY BY RECURBIL - THEY LET A RERUN
      *> OF THE SAME BUSINESS DATE REPRODUCE ITS LINES WITHOUT
      *> ADVANCING THE CONTRACT A SECOND TIME
       FD  CONTRACT-MASTER.
       01  CONTRACT-MASTER-REC.
           05 CT-CONTRACT-ID        PIC X(06).
           05 CT-CUST-ID            PIC X(06).
           05 CT-ITEM-CLASS         PIC X(04).
           05 CT-ITEM-CODE          PIC X(06).
           05 CT-DESC               PIC X(20).
           05 CT-QTY                PIC 9(05).
           05 CT-PRICE              PIC 9(07)V99.
           05 CT-FREQUENCY          PIC X(01).
               88 CT-FREQ-MONTHLY   VALUE 'M'.
               88 CT-FREQ-QUARTERLY VALUE 'Q'.
               88 CT-FREQ-ANNUAL    VALUE 'A'.
           05 CT-START-DATE         PIC 9(08).
      *> ZERO MEANS THE CONTRACT RUNS UNTIL CANCELLED
           05 CT-END-DATE           PIC 9(08).
           05 CT-NEXT-BILL-DATE     PIC 9(08).
           05 CT-STATUS             PIC X(01).
               88 CT-ACTIVE         VALUE 'A'.
               88 CT-CANCELLED      VALUE 'I'.
               88 CT-ENDED          VALUE 'E'.
           05 CT-LAST-BILL-DATE     PIC 9(08).
           05 CT-LAST-BILL-COUNT    PIC 9(02).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUST-ID            PIC X(06).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-ADDR-LINE-1        PIC X(25).
           05 CM-ADDR-LINE-2        PIC X(25).
           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
               88 CM-CUST-INACTIVE  VALUE 'I'.
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
           05 CM-REP-ID             PIC X(04).

       FD  CTR-MAINT-TXN-FILE.
       01  CTR-MAINT-TXN-REC.
           05 CTX-TXN-CODE          PIC X(01).
               88 CTX-TXN-ADD       VALUE 'A'.
               88 CTX-TXN-CHANGE    VALUE 'C'.
               88 CTX-TXN-RENEW     VALUE 'R'.
               88 CTX-TXN-CANCEL    VALUE 'D'.
           05 CTX-CONTRACT-ID       PIC X(06).
           05 CTX-CUST-ID           PIC X(06).
           05 CTX-ITEM-CLASS        PIC X(04).
           05 CTX-ITEM-CODE         PIC X(06).
           05 CTX-DESC              PIC X(20).
           05 CTX-QTY-X             PIC X(05).
           05 CTX-QTY REDEFINES CTX-QTY-X
                                    PIC 9(05).
           05 CTX-PRICE-X           PIC X(09).
           05 CTX-PRICE REDEFINES CTX-PRICE-X
                                    PIC 9(07)V99.
           05 CTX-FREQUENCY         PIC X(01).
           05 CTX-START-DATE-X      PIC X(08).
           05 CTX-START-DATE REDEFINES CTX-START-DATE-X
                                    PIC 9(08).
      *> BLANK OR ZEROS MEANS NO END DATE
           05 CTX-END-DATE-X        PIC X(08).
           05 CTX-END-DATE REDEFINES CTX-END-DATE-X
                                    PIC 9(08).
      *> BLANK ON AN ADD MEANS BILL FIRST ON THE START DATE; BLANK
      *> ON A CHANGE LEAVES THE SCHEDULE WHERE IT IS
           05 CTX-NEXT-BILL-X       PIC X(08).
           05 CTX-NEXT-BILL REDEFINES CTX-NEXT-BILL-X
                                    PIC 9(08).
           05 CTX-OPERATOR-ID       PIC X(06).
           05 CTX-REASON-CODE       PIC X(04).

       FD  CTR-MAINT-EXCP.
       01  CTR-MAINT-EXCP-REC.
           COPY EXCPREC.

       FD  CTR-MAINT-AUDIT.
       01  CTR-MAINT-AUDIT-REC      PIC X(80).

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
           01 WS-CT-STATUS PIC X(02).
           01 WS-CM-STATUS PIC X(02).
           01 WS-CH-STATUS PIC X(02).
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.
           01 WS-TXN-OK-SW PIC X(01).
               88 WS-TXN-OK VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).
           01 WS-AUD-ACTION    PIC X(10).
           01 WS-NEW-END-DATE  PIC 9(08).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-RENEW-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-CANCEL-COUNT PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.

           01 WS-AUDIT-DETAIL.
               05 WS-AD-ACTION     PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-CONTRACT   PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-CLASS      PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-FREQ       PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-PRICE      PIC ZZZZZZ9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-NEXT-BILL  PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-END-DATE   PIC 9(08).
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
           OPEN I-O CONTRACT-MASTER.
           IF WS-CT-STATUS NOT = "00"
               OPEN OUTPUT CONTRACT-MASTER
               CLOSE CONTRACT-MASTER
               OPEN I-O CONTRACT-MASTER
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT CTR-MAINT-TXN-FILE.
           OPEN OUTPUT CTR-MAINT-EXCP.
           OPEN OUTPUT CTR-MAINT-AUDIT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE CTR-MAINT-AUDIT-REC FROM RPT-HEADER-LINE.
           MOVE "CONTRACT MAINTENANCE AUDIT"
               TO CTR-MAINT-AUDIT-REC.
           WRITE CTR-MAINT-AUDIT-REC.
           MOVE
           "ACTION     CONTR  CUST   CLAS F      PRICE NEXTBILL ENDDATE"
               TO CTR-MAINT-AUDIT-REC.
           WRITE CTR-MAINT-AUDIT-REC.

           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           READ CTR-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.

           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

           CLOSE CONTRACT-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE CTR-MAINT-TXN-FILE.
           CLOSE CTR-MAINT-EXCP.
           CLOSE CTR-MAINT-AUDIT.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD
      *> ANY DEPENDENT STEPS
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-APPLY-ONE-TXN.
           MOVE CTX-CONTRACT-ID TO CT-CONTRACT-ID.
           IF CTX-TXN-ADD OR CTX-TXN-CHANGE OR CTX-TXN-RENEW
               OR CTX-TXN-CANCEL
               MOVE CTX-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "CONTRACT"      TO OPR-CHK-MASTER
               MOVE CTX-TXN-CODE    TO OPR-CHK-ACTION
               IF CTX-TXN-RENEW
                   MOVE 'C' TO OPR-CHK-ACTION
               END-IF
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF CTX-TXN-ADD
               PERFORM 1100-ADD-CONTRACT THRU 1100-EXIT
           ELSE
               IF CTX-TXN-CHANGE
                   PERFORM 1200-CHANGE-CONTRACT THRU 1200-EXIT
               ELSE
                   IF CTX-TXN-RENEW
                       PERFORM 1300-RENEW-CONTRACT THRU 1300-EXIT
                   ELSE
                       IF CTX-TXN-CANCEL
                           PERFORM 1400-CANCEL-CONTRACT THRU 1400-EXIT
                       ELSE
                           MOVE "INVALID TRANSACTION CODE"
                               TO WS-REJECT-REASON
                           PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ CTR-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-ADD-CONTRACT.
           READ CONTRACT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ADD FOR EXISTING CONTRACT ID"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1100-EXIT
           END-READ.
           IF CTX-START-DATE-X IS NOT NUMERIC
               OR CTX-START-DATE = ZERO
               MOVE "START DATE INVALID" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1500-VALIDATE-TERMS THRU 1500-EXIT.
           IF NOT WS-TXN-OK
               GO TO 1100-EXIT
           END-IF.
           MOVE CTX-CONTRACT-ID  TO CT-CONTRACT-ID.
           MOVE CTX-START-DATE   TO CT-START-DATE.
           MOVE CTX-START-DATE   TO CT-NEXT-BILL-DATE.
           MOVE ZERO             TO CT-END-DATE.
           MOVE ZERO             TO CT-LAST-BILL-DATE.
           MOVE ZERO             TO CT-LAST-BILL-COUNT.
           MOVE 'A'              TO CT-STATUS.
           PERFORM 1600-MOVE-TERMS THRU 1600-EXIT.
           IF CT-END-DATE NOT = ZERO
               AND CT-END-DATE < CT-START-DATE
               MOVE "END DATE BEFORE START DATE" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           WRITE CONTRACT-MASTER-REC
               INVALID KEY
                   DISPLAY "CONTRACT-MASTER WRITE FAILED " WS-CT-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE "ADDED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1100-EXIT.
           EXIT.

      *> A CHANGE RE-PRICES OR RE-POINTS THE CONTRACT FROM ITS NEXT
      *> BILL ONWARD; WHAT HAS ALREADY BEEN BILLED STANDS
       1200-CHANGE-CONTRACT.
           READ CONTRACT-MASTER
               INVALID KEY
                   MOVE "CHANGE FOR UNKNOWN CONTRACT"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1200-EXIT
           END-READ.
           IF CT-CANCELLED
               MOVE "CHANGE FOR CANCELLED CONTRACT"
                   TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1500-VALIDATE-TERMS THRU 1500-EXIT.
           IF NOT WS-TXN-OK
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1600-MOVE-TERMS THRU 1600-EXIT.
           IF CT-END-DATE NOT = ZERO
               AND CT-END-DATE < CT-START-DATE
               MOVE "END DATE BEFORE START DATE" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           REWRITE CONTRACT-MASTER-REC
               INVALID KEY
                   DISPLAY "CONTRACT-MASTER REWRITE FAILED "
                       WS-CT-STATUS
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1200-EXIT.
           EXIT.

      *> A RENEWAL PUSHES THE END DATE OUT (ZEROS MAKE THE CONTRACT
      *> OPEN-ENDED) AND PUTS A CONTRACT THAT HAD RUN OUT BACK ON
      *> THE NIGHTLY BILLING - FROM THE NEXT BILL DATE IT STOPPED AT
       1300-RENEW-CONTRACT.
           READ CONTRACT-MASTER
               INVALID KEY
                   MOVE "RENEW FOR UNKNOWN CONTRACT"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1300-EXIT
           END-READ.
           IF CT-CANCELLED
               MOVE "RENEW FOR CANCELLED CONTRACT"
                   TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE ZERO TO WS-NEW-END-DATE.
           IF CTX-END-DATE-X NOT = SPACES
               IF CTX-END-DATE-X IS NOT NUMERIC
                   MOVE "END DATE INVALID" TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1300-EXIT
               END-IF
               MOVE CTX-END-DATE TO WS-NEW-END-DATE
           END-IF.
           IF WS-NEW-END-DATE NOT = ZERO
               AND CT-END-DATE NOT = ZERO
               AND WS-NEW-END-DATE NOT > CT-END-DATE
               MOVE "RENEWAL DOES NOT EXTEND END" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-NEW-END-DATE TO CT-END-DATE.
           MOVE 'A' TO CT-STATUS.
           REWRITE CONTRACT-MASTER-REC
               INVALID KEY
                   DISPLAY "CONTRACT-MASTER REWRITE FAILED "
                       WS-CT-STATUS
           END-REWRITE.
           ADD 1 TO WS-RENEW-COUNT.
           MOVE "RENEWED" TO WS-AUD-ACTION.
           PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
       1300-EXIT.
           EXIT.

      *> A CANCELLED CONTRACT STAYS ON THE MASTER FOR ITS HISTORY
      *> BUT IS NEVER BILLED AGAIN
       1400-CANCEL-CONTRACT.
           READ CONTRACT-MASTER
               INVALID KEY
                   MOVE "CANCEL FOR UNKNOWN CONTRACT"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               NOT INVALID KEY
                   MOVE 'I' TO CT-STATUS
                   REWRITE CONTRACT-MASTER-REC
                       INVALID KEY
                           DISPLAY "CONTRACT-MASTER REWRITE FAILED "
                               WS-CT-STATUS
                   END-REWRITE
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE "CANCELLED" TO WS-AUD-ACTION
                   PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           END-READ.
       1400-EXIT.
           EXIT.

      *> THE BILLING TERMS ON AN ADD OR CHANGE - A CONTRACT THAT
      *> WOULD RAISE AN INVOICE EXPRESSOES CAN ONLY REJECT IS
      *> STOPPED HERE INSTEAD
       1500-VALIDATE-TERMS.
           MOVE 'N' TO WS-TXN-OK-SW.
           IF CTX-CUST-ID = SPACES
               MOVE "BILLING CUSTOMER MISSING" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CTX-ITEM-CLASS = SPACES
               MOVE "ITEM CLASS MISSING" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CTX-QTY-X IS NOT NUMERIC
               OR CTX-QTY = ZERO
               MOVE "QUANTITY INVALID" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CTX-PRICE-X IS NOT NUMERIC
               OR CTX-PRICE = ZERO
               MOVE "PRICE INVALID" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CTX-FREQUENCY NOT = 'M'
               AND CTX-FREQUENCY NOT = 'Q'
               AND CTX-FREQUENCY NOT = 'A'
               MOVE "FREQUENCY NOT M, Q OR A" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CTX-END-DATE-X NOT = SPACES
               AND CTX-END-DATE-X IS NOT NUMERIC
               MOVE "END DATE INVALID" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           IF CTX-NEXT-BILL-X NOT = SPACES
               AND CTX-NEXT-BILL-X IS NOT NUMERIC
               MOVE "NEXT BILL DATE INVALID" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE CTX-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "BILLING CUST NOT ON CUSTMAST"
                       TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1500-EXIT
           END-READ.
           IF CM-CUST-INACTIVE
               MOVE "BILLING CUSTOMER INACTIVE" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           SET WS-TXN-OK TO TRUE.
       1500-EXIT.
           EXIT.

       1600-MOVE-TERMS.
           MOVE CTX-CUST-ID     TO CT-CUST-ID.
           MOVE CTX-ITEM-CLASS  TO CT-ITEM-CLASS.
           MOVE CTX-ITEM-CODE   TO CT-ITEM-CODE.
           MOVE CTX-DESC        TO CT-DESC.
           MOVE CTX-QTY         TO CT-QTY.
           MOVE CTX-PRICE       TO CT-PRICE.
           MOVE CTX-FREQUENCY   TO CT-FREQUENCY.
           IF CTX-END-DATE-X = SPACES
               MOVE ZERO TO CT-END-DATE
           ELSE
               MOVE CTX-END-DATE TO CT-END-DATE
           END-IF.
           IF CTX-NEXT-BILL-X NOT = SPACES
               AND CTX-NEXT-BILL NOT = ZERO
               MOVE CTX-NEXT-BILL TO CT-NEXT-BILL-DATE
           END-IF.
       1600-EXIT.
           EXIT.

       7000-WRITE-AUDIT-LINE.
           MOVE WS-AUD-ACTION     TO WS-AD-ACTION.
           MOVE CT-CONTRACT-ID    TO WS-AD-CONTRACT.
           MOVE CT-CUST-ID        TO WS-AD-CUST-ID.
           MOVE CT-ITEM-CLASS     TO WS-AD-CLASS.
           MOVE CT-FREQUENCY      TO WS-AD-FREQ.
           MOVE CT-PRICE          TO WS-AD-PRICE.
           MOVE CT-NEXT-BILL-DATE TO WS-AD-NEXT-BILL.
           MOVE CT-END-DATE       TO WS-AD-END-DATE.
           MOVE CTX-OPERATOR-ID   TO WS-AD-OPERATOR.
           MOVE CTX-REASON-CODE   TO WS-AD-REASON.
           WRITE CTR-MAINT-AUDIT-REC FROM WS-AUDIT-DETAIL.
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
           MOVE "CONTRACT"       TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           MOVE CT-CONTRACT-ID   TO CH-KEY.
           MOVE CTX-OPERATOR-ID  TO CH-OPERATOR-ID.
           MOVE CTX-REASON-CODE  TO CH-REASON-CODE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.

       1900-REJECT-TXN.
           MOVE SPACES          TO CTR-MAINT-EXCP-REC.
           MOVE "CONTRMNT"      TO EXCP-SOURCE-PGM.
           MOVE CTX-CONTRACT-ID TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE CTR-MAINT-EXCP-REC.
           ADD 1 TO WS-REJECT-COUNT.
       1900-EXIT.
           EXIT.

       8000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO CTR-MAINT-AUDIT-REC.
           WRITE CTR-MAINT-AUDIT-REC.

           MOVE WS-ADD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CTR-MAINT-AUDIT-REC.
           STRING "CONTRACTS ADDED       : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CTR-MAINT-AUDIT-REC
           END-STRING.
           WRITE CTR-MAINT-AUDIT-REC.

           MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CTR-MAINT-AUDIT-REC.
           STRING "CONTRACTS CHANGED     : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CTR-MAINT-AUDIT-REC
           END-STRING.
           WRITE CTR-MAINT-AUDIT-REC.

           MOVE WS-RENEW-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CTR-MAINT-AUDIT-REC.
           STRING "CONTRACTS RENEWED     : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CTR-MAINT-AUDIT-REC
           END-STRING.
           WRITE CTR-MAINT-AUDIT-REC.

           MOVE WS-CANCEL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CTR-MAINT-AUDIT-REC.
           STRING "CONTRACTS CANCELLED   : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CTR-MAINT-AUDIT-REC
           END-STRING.
           WRITE CTR-MAINT-AUDIT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO CTR-MAINT-AUDIT-REC.
           STRING "TXNS REJECTED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO CTR-MAINT-AUDIT-REC
           END-STRING.
           WRITE CTR-MAINT-AUDIT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
