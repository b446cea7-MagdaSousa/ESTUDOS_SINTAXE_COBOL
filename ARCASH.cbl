      *> ARCASH - CASH-APPLICATION RUN. THE LOCKBOX PAYMENTS FEED
      *> (INVOICE NUMBER, CUSTOMER, AMOUNT PAID) IS MATCHED TO THE
      *> OPEN ITEMS ON ARMAST: A PAYMENT REDUCES THE INVOICE'S OPEN
      *> AMOUNT AND A PAYMENT THAT CLEARS IT MARKS THE ITEM PAID.
      *> CASH THAT CANNOT BE MATCHED - AN UNKNOWN INVOICE, A PAID-OFF
      *> ITEM, A WRONG CUSTOMER OR THE EXCESS OVER THE OPEN BALANCE -
      *> IS NO LONGER LOST TO THE EXCEPTION REPORT: IT IS HELD ON
      *> ACCOUNT FOR THE PAYING CUSTOMER ON THE UNAPCASH SUSPENSE
      *> MASTER. COLLECTIONS APPLY SUSPENSE CASH TO SPECIFIC ITEMS
      *> WITH CASHAPPL APPLICATION CARDS, AND ANY CUSTOMER WHOSE
      *> ON-ACCOUNT BALANCE COVERS ITS OLDEST OPEN ITEMS HAS THEM
      *> CLEARED AUTOMATICALLY, OLDEST FIRST. ONLY A PAYMENT WITH NO
      *> CUSTOMER TO HOLD IT FOR STILL GOES TO ARCEXCP. THE ARCASHRP
      *> LISTING BALANCES THE RUN AGAINST THE BANK DEPOSIT - DEPOSIT
      *> EQUALS CASH APPLIED PLUS CASH TO SUSPENSE - AND UNAPPRPT
      *> LISTS EVERY CUSTOMER STILL HOLDING UNAPPLIED CASH. EVERY
      *> APPLICATION IS ALSO KEPT ON THE ARPAYHST PAYMENT HISTORY
      *> THAT THE MONTHLY CUSTOMER STATEMENTS ARE BUILT FROM. CASH
      *> RECEIVED AGAINST AN ITEM ARWOFF HAS WRITTEN OFF IS A
      *> BAD-DEBT RECOVERY: THE ITEM STAYS WRITTEN OFF AND THE CASH
      *> IS KEPT ON THE ARRECOV RECOVERY HISTORY FOR THE LEDGER.
      *> EVERY MOVEMENT OF CASH - APPLIED, HELD ON ACCOUNT, APPLIED
      *> OUT OF SUSPENSE OR RECOVERED - IS ALSO APPENDED TO THE
      *> CASHIFC FEED THE NIGHTLY GLEXTR CASH-RECEIPTS JOURNAL READS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> UNAPPLIED-CASH SUSPENSE - ONE ON-ACCOUNT BALANCE PER
      *> PAYING CUSTOMER
           SELECT UNAPPLIED-CASH-MASTER ASSIGN TO "UNAPCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-CUST-ID
               FILE STATUS IS WS-UC-STATUS.

      *> COLLECTIONS' APPLICATION CARDS - CUSTOMER, INVOICE AND THE
      *> AMOUNT OF SUSPENSE CASH TO APPLY TO IT; NO CARDS IS NORMAL
           SELECT CASH-APPL-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT AR-CASH-EXCP ASSIGN TO "ARCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-CASH-RPT ASSIGN TO "ARCASHRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNAPPLIED-RPT ASSIGN TO "UNAPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PERMANENT PAYMENT HISTORY - ONE RECORD PER APPLIED PAYMENT
           SELECT AR-PAY-HIST-FILE ASSIGN TO "ARPAYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

      *> BAD-DEBT RECOVERIES - CASH RECEIVED ON WRITTEN-OFF ITEMS
           SELECT AR-RECOVERY-FILE ASSIGN TO "ARRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.

      *> CASH-RECEIPTS JOURNAL FEED - APPENDED EVERY RUN, READ BY
      *> GLEXTR FROM WHERE ITS LAST RUN STOPPED
           SELECT CASH-IFACE-FILE ASSIGN TO "CASHIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIFC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-MASTER.
           05 AR-ITEM-STATUS        PIC X(01).
               88 AR-ITEM-OPEN      VALUE 'O'.
               88 AR-ITEM-PAID      VALUE 'P'.
               88 AR-ITEM-WRITTEN-OFF VALUE 'W'.

       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05 FILLER                PIC X(01).
           05 PY-AMOUNT             PIC 9(09)V99.

       FD  UNAPPLIED-CASH-MASTER.
       01  UNAPPLIED-CASH-REC.
           05 UC-CUST-ID            PIC X(06).
           05 UC-BALANCE            PIC S9(09)V99.
      *> DATE THE OLDEST CASH STILL IN THE BALANCE WAS RECEIVED -
      *> RESET WHEN THE BALANCE IS FULLY APPLIED
           05 UC-OLDEST-DATE        PIC 9(08).
           05 UC-LAST-DATE          PIC 9(08).

       FD  CASH-APPL-FILE.
       01  CASH-APPL-REC.
           05 CA-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 CA-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 CA-AMOUNT             PIC 9(09)V99.

       FD  AR-CASH-EXCP.
       01  AR-CASH-EXCP-REC.
           COPY EXCPREC.
       FD  AR-CASH-RPT.
       01  AR-CASH-RPT-REC          PIC X(80).

       FD  UNAPPLIED-RPT.
       01  UNAPPLIED-RPT-REC        PIC X(80).

       FD  AR-PAY-HIST-FILE.
       01  AR-PAY-HIST-REC.
           05 PH-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 PH-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 PH-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 PH-AMOUNT             PIC 9(09)V99.

       FD  CASH-IFACE-FILE.
       01  CASH-IFACE-REC.
           05 CI-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
      *> A = PAYMENT APPLIED, S = HELD IN SUSPENSE, U = SUSPENSE
      *> APPLIED BY CARD OR AUTOMATICALLY, R = BAD-DEBT RECOVERY
           05 CI-CASH-TYPE          PIC X(01).
           05 FILLER                PIC X(01).
           05 CI-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 CI-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 CI-AMOUNT             PIC 9(09)V99.

       FD  AR-RECOVERY-FILE.
       01  AR-RECOVERY-REC.
           05 RV-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 RV-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 RV-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 RV-AMOUNT             PIC 9(09)V99.

           WORKING-STORAGE SECTION.
           01 WS-AR-STATUS PIC X(02).
               88 WS-AR-OK VALUE "00".
           01 WS-UC-STATUS PIC X(02).
               88 WS-UC-OK VALUE "00".
           01 WS-APPL-STATUS PIC X(02).
           01 WS-PHIST-STATUS PIC X(02).
           01 WS-RECOV-STATUS PIC X(02).
           01 WS-CIFC-STATUS PIC X(02).
           01 WS-PAY-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PAY-EOF VALUE 'Y'.
           01 WS-APPL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-APPL-EOF VALUE 'Y'.
           01 WS-AR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-AR-EOF VALUE 'Y'.
           01 WS-UC-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-UC-EOF VALUE 'Y'.
           01 WS-AUTO-STOP-SW PIC X(01) VALUE 'N'.
               88 WS-AUTO-STOP VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).
           01 WS-EXCP-KEY      PIC X(09).

      *> ONE APPLICATION OF CASH TO AN OPEN ITEM - WHETHER FROM
      *> TONIGHT'S PAYMENT, A CARD OR THE AUTOMATIC PASS
           01 WS-APPLY-AMOUNT  PIC 9(09)V99.
           01 WS-APPLY-CUST-ID PIC X(06).
           01 WS-APPLY-FLAG    PIC X(08).
           01 WS-HOLD-AMOUNT   PIC 9(09)V99.

           01 WS-DEPOSIT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEPOSIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-APPLIED-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-CLEARED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-PAY-APPL-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSP-IN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SUSP-IN-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-CARD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CARD-TOTAL    PIC 9(11)V99 VALUE ZERO.
           01 WS-AUTO-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-AUTO-TOTAL    PIC 9(11)V99 VALUE ZERO.
           01 WS-RECOV-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-RECOV-TOTAL   PIC 9(11)V99 VALUE ZERO.
           01 WS-REJECT-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-REJECT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           01 WS-SUSP-CUST-COUNT PIC 9(9) VALUE ZERO.
           01 WS-SUSP-BAL-TOTAL  PIC S9(11)V99 VALUE ZERO.
           01 WS-PROOF-DIFF      PIC S9(11)V99 VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED     PIC Z(10)9.99.
           01 WS-SIGNED-ED     PIC -(10)9.99.

      *> OPEN ITEMS OF EVERY CUSTOMER HOLDING SUSPENSE CASH, FOR THE
      *> AUTOMATIC OLDEST-FIRST APPLICATION
           01 WS-OPEN-MAX PIC 9(04) VALUE ZERO.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 3000 TIMES
                                INDEXED BY WS-OPEN-IDX WS-OLDEST-IDX.
                   10 WS-OI-CUST-ID    PIC X(06).
                   10 WS-OI-INVOICE-NO PIC X(08).
                   10 WS-OI-INV-DATE   PIC 9(08).
                   10 WS-OI-OPEN       PIC S9(09)V99.
                   10 WS-OI-DONE-SW    PIC X(01).
                       88 WS-OI-DONE   VALUE 'Y'.
           01 WS-OLDEST-DATE PIC 9(08).
           01 WS-OLDEST-FOUND-SW PIC X(01).
               88 WS-OLDEST-FOUND VALUE 'Y'.

           01 WS-CASH-DETAIL.
               05 WS-CD-INVOICE-NO PIC X(08).
               05 WS-CD-STILL-OPEN PIC -(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CD-FLAG       PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-CD-REASON     PIC X(14).

           01 WS-UNAPPLIED-DETAIL.
               05 WS-UD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-UD-BALANCE    PIC -(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-UD-OLDEST     PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-UD-LAST       PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-UD-AGE        PIC ZZZZ9.

      *> SERIAL-DAY CONVERSION WORKAREA - SEE DATESER COPYBOOK
           COPY DATESER.
           01 WS-RUN-SERIAL PIC 9(09).
           01 WS-SUSP-AGE   PIC 9(05).

           COPY REPDATE.

       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           MOVE RPT-RUN-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-RUN-SERIAL.

           OPEN I-O AR-MASTER.
           OPEN I-O UNAPPLIED-CASH-MASTER.
      *> FIRST-EVER RUN: THE SUSPENSE MASTER DOES NOT EXIST YET, SO
      *> THE I-O OPEN FAILS AND THE FILE IS CREATED FRESH
           IF NOT WS-UC-OK
               OPEN OUTPUT UNAPPLIED-CASH-MASTER
               CLOSE UNAPPLIED-CASH-MASTER
               OPEN I-O UNAPPLIED-CASH-MASTER
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           OPEN OUTPUT AR-CASH-EXCP.
           OPEN OUTPUT AR-CASH-RPT.
      *> FIRST-EVER RUN CREATES THE PAYMENT HISTORY FRESH
           OPEN EXTEND AR-PAY-HIST-FILE.
           IF WS-PHIST-STATUS NOT = "00"
               OPEN OUTPUT AR-PAY-HIST-FILE
           END-IF.
           OPEN EXTEND AR-RECOVERY-FILE.
           IF WS-RECOV-STATUS NOT = "00"
               OPEN OUTPUT AR-RECOVERY-FILE
           END-IF.
           OPEN EXTEND CASH-IFACE-FILE.
           IF WS-CIFC-STATUS NOT = "00"
               OPEN OUTPUT CASH-IFACE-FILE
           END-IF.

           WRITE AR-CASH-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "CASH APPLICATION - PAYMENTS TO OPEN ITEMS"
               AT END SET WS-PAY-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-PAYMENT UNTIL WS-PAY-EOF.
           CLOSE PAYMENT-FILE.

           MOVE SPACES TO AR-CASH-RPT-REC.
           WRITE AR-CASH-RPT-REC.
           MOVE "SUSPENSE CASH APPLIED BY CARD" TO AR-CASH-RPT-REC.
           WRITE AR-CASH-RPT-REC.
           PERFORM 2000-APPLY-CARDS THRU 2000-EXIT.

           MOVE SPACES TO AR-CASH-RPT-REC.
           WRITE AR-CASH-RPT-REC.
           MOVE "SUSPENSE CASH AUTO-APPLIED TO OLDEST ITEMS"
               TO AR-CASH-RPT-REC.
           WRITE AR-CASH-RPT-REC.
           PERFORM 3000-AUTO-APPLY THRU 3000-EXIT.

           PERFORM 8000-WRITE-CASH-TOTALS THRU 8000-EXIT.

           OPEN OUTPUT UNAPPLIED-RPT.
           PERFORM 8500-WRITE-UNAPPLIED-LISTING THRU 8500-EXIT.
           CLOSE UNAPPLIED-RPT.

           CLOSE AR-MASTER.
           CLOSE UNAPPLIED-CASH-MASTER.
           CLOSE AR-CASH-EXCP.
           CLOSE AR-CASH-RPT.
           CLOSE AR-PAY-HIST-FILE.
           CLOSE AR-RECOVERY-FILE.
           CLOSE CASH-IFACE-FILE.

      *> CASH LEFT IN SUSPENSE OR REJECTED HOLDS THE JOB FOR
      *> COLLECTIONS REVIEW
           IF WS-REJECT-COUNT > ZERO
               OR WS-SUSP-IN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-APPLY-ONE-PAYMENT.
           ADD 1 TO WS-DEPOSIT-COUNT.
           ADD PY-AMOUNT TO WS-DEPOSIT-TOTAL.
      *> WITH NO CUSTOMER THERE IS NO ACCOUNT TO HOLD THE CASH ON
           IF PY-CUST-ID = SPACES
               MOVE "PAYMENT WITH NO CUSTOMER ID" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-PAYMENT THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           MOVE PY-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-MASTER
               INVALID KEY
                   MOVE "INVOICE NOT ON AR MASTER"
                       TO WS-REJECT-REASON
                   MOVE PY-AMOUNT TO WS-HOLD-AMOUNT
                   PERFORM 1500-HOLD-IN-SUSPENSE THRU 1500-EXIT
               NOT INVALID KEY
                   PERFORM 1100-CHECK-AND-APPLY THRU 1100-EXIT
           END-READ.
       1000-READ-NEXT.
           READ PAYMENT-FILE
               AT END SET WS-PAY-EOF TO TRUE
           END-READ.

      *> THE CUSTOMER ON THE PAYMENT MUST MATCH THE ONE BILLED -
      *> A LOCKBOX MIS-KEY APPLIED TO THE WRONG ACCOUNT IS WORSE
      *> THAN ONE LEFT UNAPPLIED, SO IT IS HELD ON THE PAYER'S
      *> ACCOUNT INSTEAD. AN OVERPAYMENT CLEARS THE ITEM AND THE
      *> EXCESS GOES ON ACCOUNT
       1100-CHECK-AND-APPLY.
           IF PY-CUST-ID = AR-CUST-ID
               AND AR-ITEM-WRITTEN-OFF
               PERFORM 1300-POST-RECOVERY THRU 1300-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF PY-CUST-ID NOT = AR-CUST-ID
               MOVE "PAYMENT CUSTOMER MISMATCH" TO WS-REJECT-REASON
               MOVE PY-AMOUNT TO WS-HOLD-AMOUNT
               PERFORM 1500-HOLD-IN-SUSPENSE THRU 1500-EXIT
           ELSE
               IF AR-ITEM-PAID
                   MOVE "INVOICE ALREADY PAID IN FULL"
                       TO WS-REJECT-REASON
                   MOVE PY-AMOUNT TO WS-HOLD-AMOUNT
                   PERFORM 1500-HOLD-IN-SUSPENSE THRU 1500-EXIT
               ELSE
                   MOVE PY-CUST-ID TO WS-APPLY-CUST-ID
                   MOVE SPACES TO WS-APPLY-FLAG
                   IF PY-AMOUNT > AR-OPEN-AMOUNT
                       MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
                       COMPUTE WS-HOLD-AMOUNT =
                           PY-AMOUNT - AR-OPEN-AMOUNT
                       PERFORM 1200-POST-PAYMENT THRU 1200-EXIT
                       ADD WS-APPLY-AMOUNT TO WS-PAY-APPL-TOTAL
                       MOVE "PAYMENT EXCEEDS OPEN BALANCE"
                           TO WS-REJECT-REASON
                       PERFORM 1500-HOLD-IN-SUSPENSE THRU 1500-EXIT
                   ELSE
                       MOVE PY-AMOUNT TO WS-APPLY-AMOUNT
                       PERFORM 1200-POST-PAYMENT THRU 1200-EXIT
                       ADD WS-APPLY-AMOUNT TO WS-PAY-APPL-TOTAL
                   END-IF
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *> APPLIES WS-APPLY-AMOUNT TO THE ARMAST ITEM IN THE RECORD
      *> AREA; WS-APPLY-FLAG NAMES WHERE THE CASH CAME FROM
       1200-POST-PAYMENT.
           SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT.
           IF AR-OPEN-AMOUNT = ZERO
               MOVE 'P' TO AR-ITEM-STATUS
               IF WS-APPLY-FLAG = SPACES
                   MOVE "CLEARED" TO WS-APPLY-FLAG
               END-IF
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.
           REWRITE AR-MASTER-REC
                   DISPLAY "AR-MASTER REWRITE FAILED " WS-AR-STATUS
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.

           MOVE SPACES           TO WS-CD-REASON.
           MOVE AR-INVOICE-NO    TO WS-CD-INVOICE-NO.
           MOVE WS-APPLY-CUST-ID TO WS-CD-CUST-ID.
           MOVE WS-APPLY-AMOUNT  TO WS-CD-PAID.
           MOVE AR-OPEN-AMOUNT   TO WS-CD-STILL-OPEN.
           MOVE WS-APPLY-FLAG    TO WS-CD-FLAG.
           WRITE AR-CASH-RPT-REC FROM WS-CASH-DETAIL.

           MOVE SPACES                TO AR-PAY-HIST-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD TO PH-PAY-DATE.
           MOVE AR-INVOICE-NO         TO PH-INVOICE-NO.
           MOVE WS-APPLY-CUST-ID      TO PH-CUST-ID.
           MOVE WS-APPLY-AMOUNT       TO PH-AMOUNT.
           WRITE AR-PAY-HIST-REC.

           MOVE SPACES                TO CASH-IFACE-REC.
           IF WS-APPLY-FLAG = "CARD"
               OR WS-APPLY-FLAG = "AUTO"
               MOVE 'U' TO CI-CASH-TYPE
           ELSE
               MOVE 'A' TO CI-CASH-TYPE
           END-IF.
           MOVE AR-INVOICE-NO         TO CI-INVOICE-NO.
           MOVE WS-APPLY-CUST-ID      TO CI-CUST-ID.
           MOVE WS-APPLY-AMOUNT       TO CI-AMOUNT.
           PERFORM 1950-WRITE-CASH-IFACE THRU 1950-EXIT.
       1200-EXIT.
           EXIT.

      *> THE WRITE-OFF ALREADY TOOK THE ITEM OFF THE RECEIVABLE, SO
      *> THE CASH IS NOT APPLIED TO IT - THE WHOLE PAYMENT IS A
      *> RECOVERY OF BAD DEBT AND THE ITEM STAYS WRITTEN OFF
       1300-POST-RECOVERY.
           ADD 1 TO WS-RECOV-COUNT.
           ADD PY-AMOUNT TO WS-RECOV-TOTAL.

           MOVE SPACES        TO WS-CD-REASON.
           MOVE PY-INVOICE-NO TO WS-CD-INVOICE-NO.
           MOVE PY-CUST-ID    TO WS-CD-CUST-ID.
           MOVE PY-AMOUNT     TO WS-CD-PAID.
           MOVE ZERO          TO WS-CD-STILL-OPEN.
           MOVE "RECOVERY"    TO WS-CD-FLAG.
           WRITE AR-CASH-RPT-REC FROM WS-CASH-DETAIL.

           MOVE SPACES                TO AR-RECOVERY-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD TO RV-PAY-DATE.
           MOVE PY-INVOICE-NO         TO RV-INVOICE-NO.
           MOVE PY-CUST-ID            TO RV-CUST-ID.
           MOVE PY-AMOUNT             TO RV-AMOUNT.
           WRITE AR-RECOVERY-REC.

           MOVE SPACES                TO CASH-IFACE-REC.
           MOVE 'R'                   TO CI-CASH-TYPE.
           MOVE PY-INVOICE-NO         TO CI-INVOICE-NO.
           MOVE PY-CUST-ID            TO CI-CUST-ID.
           MOVE PY-AMOUNT             TO CI-AMOUNT.
           PERFORM 1950-WRITE-CASH-IFACE THRU 1950-EXIT.
       1300-EXIT.
           EXIT.

      *> WS-HOLD-AMOUNT OF TONIGHT'S PAYMENT GOES ON ACCOUNT FOR THE
      *> PAYING CUSTOMER; THE REASON IS KEPT ON ARCEXCP AS A WARNING
      *> SO THE REGISTER STILL SHOWS WHY IT COULD NOT BE MATCHED
       1500-HOLD-IN-SUSPENSE.
           MOVE PY-CUST-ID TO UC-CUST-ID.
           READ UNAPPLIED-CASH-MASTER
               INVALID KEY
                   MOVE PY-CUST-ID TO UC-CUST-ID
                   MOVE ZERO TO UC-BALANCE
                   MOVE RPT-RUN-DATE-CCYYMMDD TO UC-OLDEST-DATE
                   MOVE RPT-RUN-DATE-CCYYMMDD TO UC-LAST-DATE
                   ADD WS-HOLD-AMOUNT TO UC-BALANCE
                   WRITE UNAPPLIED-CASH-REC
                       INVALID KEY
                           DISPLAY "UNAPPLIED-CASH WRITE FAILED "
                               WS-UC-STATUS
                   END-WRITE
               NOT INVALID KEY
                   IF UC-BALANCE NOT > ZERO
                       MOVE RPT-RUN-DATE-CCYYMMDD TO UC-OLDEST-DATE
                   END-IF
                   MOVE RPT-RUN-DATE-CCYYMMDD TO UC-LAST-DATE
                   ADD WS-HOLD-AMOUNT TO UC-BALANCE
                   REWRITE UNAPPLIED-CASH-REC
                       INVALID KEY
                           DISPLAY "UNAPPLIED-CASH REWRITE FAILED "
                               WS-UC-STATUS
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-SUSP-IN-COUNT.
           ADD WS-HOLD-AMOUNT TO WS-SUSP-IN-TOTAL.

           MOVE PY-INVOICE-NO  TO WS-CD-INVOICE-NO.
           MOVE PY-CUST-ID     TO WS-CD-CUST-ID.
           MOVE WS-HOLD-AMOUNT TO WS-CD-PAID.
           MOVE UC-BALANCE     TO WS-CD-STILL-OPEN.
           MOVE "SUSPENSE"     TO WS-CD-FLAG.
           MOVE WS-REJECT-REASON TO WS-CD-REASON.
           WRITE AR-CASH-RPT-REC FROM WS-CASH-DETAIL.

           MOVE PY-INVOICE-NO TO WS-EXCP-KEY.
           PERFORM 1990-WRITE-WARNING THRU 1990-EXIT.

           MOVE SPACES                TO CASH-IFACE-REC.
           MOVE 'S'                   TO CI-CASH-TYPE.
           MOVE PY-INVOICE-NO         TO CI-INVOICE-NO.
           MOVE PY-CUST-ID            TO CI-CUST-ID.
           MOVE WS-HOLD-AMOUNT        TO CI-AMOUNT.
           PERFORM 1950-WRITE-CASH-IFACE THRU 1950-EXIT.
       1500-EXIT.
           EXIT.

       1900-REJECT-PAYMENT.
           MOVE SPACES           TO AR-CASH-EXCP-REC.
           MOVE "ARCASH"         TO EXCP-SOURCE-PGM.
       1900-EXIT.
           EXIT.

      *> TYPE, INVOICE, CUSTOMER AND AMOUNT ARE SET BY THE CALLER
       1950-WRITE-CASH-IFACE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO CI-RUN-DATE.
           WRITE CASH-IFACE-REC.
       1950-EXIT.
           EXIT.

       1990-WRITE-WARNING.
           MOVE SPACES           TO AR-CASH-EXCP-REC.
           MOVE "ARCASH"         TO EXCP-SOURCE-PGM.
           MOVE WS-EXCP-KEY      TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-WARNING TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE AR-CASH-EXCP-REC.
       1990-EXIT.
           EXIT.

       2000-APPLY-CARDS.
           OPEN INPUT CASH-APPL-FILE.
           IF WS-APPL-STATUS = "00"
               READ CASH-APPL-FILE
                   AT END SET WS-APPL-EOF TO TRUE
               END-READ
               PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
                   UNTIL WS-APPL-EOF
               CLOSE CASH-APPL-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *> A CARD MAY ONLY MOVE THE CUSTOMER'S OWN SUSPENSE CASH ONTO
      *> ONE OF ITS OWN OPEN ITEMS, AND NEVER MORE THAN EITHER HOLDS
       2100-APPLY-ONE-CARD.
           MOVE CA-INVOICE-NO TO WS-EXCP-KEY.
           MOVE CA-CUST-ID TO UC-CUST-ID.
           READ UNAPPLIED-CASH-MASTER
               INVALID KEY
                   MOVE "NO UNAPPLIED CASH FOR CUSTOMER"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                   GO TO 2100-READ-NEXT
           END-READ.
           IF CA-AMOUNT IS NOT NUMERIC
               OR CA-AMOUNT = ZERO
               MOVE "INVALID APPLICATION AMOUNT" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-READ-NEXT
           END-IF.
           IF CA-AMOUNT > UC-BALANCE
               MOVE "AMOUNT EXCEEDS UNAPPLIED CASH" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-READ-NEXT
           END-IF.
           MOVE CA-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-MASTER
               INVALID KEY
                   MOVE "INVOICE NOT ON AR MASTER" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                   GO TO 2100-READ-NEXT
           END-READ.
           IF AR-CUST-ID NOT = CA-CUST-ID
               MOVE "INVOICE BELONGS TO OTHER CUST" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-READ-NEXT
           END-IF.
           IF NOT AR-ITEM-OPEN
               OR CA-AMOUNT > AR-OPEN-AMOUNT
               MOVE "AMOUNT EXCEEDS OPEN BALANCE" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-CARD THRU 2900-EXIT
               GO TO 2100-READ-NEXT
           END-IF.

           MOVE CA-AMOUNT  TO WS-APPLY-AMOUNT.
           MOVE CA-CUST-ID TO WS-APPLY-CUST-ID.
           MOVE "CARD"     TO WS-APPLY-FLAG.
           PERFORM 1200-POST-PAYMENT THRU 1200-EXIT.
           PERFORM 2500-DRAW-DOWN-SUSPENSE THRU 2500-EXIT.
           ADD 1 TO WS-CARD-COUNT.
           ADD CA-AMOUNT TO WS-CARD-TOTAL.
       2100-READ-NEXT.
           READ CASH-APPL-FILE
               AT END SET WS-APPL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> TAKES WS-APPLY-AMOUNT OFF THE SUSPENSE RECORD IN THE
      *> RECORD AREA
       2500-DRAW-DOWN-SUSPENSE.
           SUBTRACT WS-APPLY-AMOUNT FROM UC-BALANCE.
           IF UC-BALANCE = ZERO
               MOVE ZERO TO UC-OLDEST-DATE
           END-IF.
           MOVE RPT-RUN-DATE-CCYYMMDD TO UC-LAST-DATE.
           REWRITE UNAPPLIED-CASH-REC
               INVALID KEY
                   DISPLAY "UNAPPLIED-CASH REWRITE FAILED "
                       WS-UC-STATUS
           END-REWRITE.
       2500-EXIT.
           EXIT.

       2900-REJECT-CARD.
           MOVE SPACES           TO AR-CASH-EXCP-REC.
           MOVE "ARCASH"         TO EXCP-SOURCE-PGM.
           MOVE CA-INVOICE-NO    TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE AR-CASH-EXCP-REC.
           ADD 1 TO WS-REJECT-COUNT.
       2900-EXIT.
           EXIT.

      *> LOADS THE OPEN ITEMS OF EVERY CUSTOMER STILL HOLDING
      *> SUSPENSE CASH, THEN WALKS EACH SUCH CUSTOMER'S ITEMS OLDEST
      *> FIRST, CLEARING EVERY ITEM THE BALANCE COVERS IN FULL AND
      *> STOPPING AT THE FIRST ONE IT DOES NOT - A PART-PAYMENT OF
      *> AN ARBITRARY ITEM IS LEFT TO COLLECTIONS' JUDGEMENT
       3000-AUTO-APPLY.
           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START AR-MASTER KEY IS NOT LESS THAN AR-INVOICE-NO
               INVALID KEY SET WS-AR-EOF TO TRUE
           END-START.
           IF NOT WS-AR-EOF
               READ AR-MASTER NEXT RECORD
                   AT END SET WS-AR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 3100-NOTE-ONE-OPEN-ITEM THRU 3100-EXIT
               UNTIL WS-AR-EOF.

           MOVE LOW-VALUES TO UC-CUST-ID.
           START UNAPPLIED-CASH-MASTER KEY IS NOT LESS THAN UC-CUST-ID
               INVALID KEY SET WS-UC-EOF TO TRUE
           END-START.
           IF NOT WS-UC-EOF
               READ UNAPPLIED-CASH-MASTER NEXT RECORD
                   AT END SET WS-UC-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 3200-AUTO-ONE-CUSTOMER THRU 3200-EXIT
               UNTIL WS-UC-EOF.
       3000-EXIT.
           EXIT.

       3100-NOTE-ONE-OPEN-ITEM.
           IF AR-ITEM-OPEN
               AND AR-OPEN-AMOUNT > ZERO
               MOVE AR-CUST-ID TO UC-CUST-ID
               READ UNAPPLIED-CASH-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UC-BALANCE > ZERO
                           PERFORM 3110-ADD-OPEN-ITEM THRU 3110-EXIT
                       END-IF
               END-READ
           END-IF.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-AR-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3110-ADD-OPEN-ITEM.
           IF WS-OPEN-MAX < 3000
               ADD 1 TO WS-OPEN-MAX
               SET WS-OPEN-IDX TO WS-OPEN-MAX
               MOVE AR-CUST-ID      TO WS-OI-CUST-ID(WS-OPEN-IDX)
               MOVE AR-INVOICE-NO   TO WS-OI-INVOICE-NO(WS-OPEN-IDX)
               MOVE AR-INVOICE-DATE TO WS-OI-INV-DATE(WS-OPEN-IDX)
               MOVE AR-OPEN-AMOUNT  TO WS-OI-OPEN(WS-OPEN-IDX)
               MOVE 'N'             TO WS-OI-DONE-SW(WS-OPEN-IDX)
           ELSE
               DISPLAY "AUTO-APPLY ITEM TABLE FULL AT " AR-INVOICE-NO
           END-IF.
       3110-EXIT.
           EXIT.

       3200-AUTO-ONE-CUSTOMER.
           MOVE 'N' TO WS-AUTO-STOP-SW.
           PERFORM 3300-APPLY-OLDEST-ITEM THRU 3300-EXIT
               UNTIL WS-AUTO-STOP.
           READ UNAPPLIED-CASH-MASTER NEXT RECORD
               AT END SET WS-UC-EOF TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.

       3300-APPLY-OLDEST-ITEM.
           IF UC-BALANCE NOT > ZERO
               SET WS-AUTO-STOP TO TRUE
               GO TO 3300-EXIT
           END-IF.
           MOVE 'N' TO WS-OLDEST-FOUND-SW.
           MOVE 99999999 TO WS-OLDEST-DATE.
           PERFORM 3310-CHECK-ONE-ITEM THRU 3310-EXIT
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > WS-OPEN-MAX.
           IF NOT WS-OLDEST-FOUND
               OR WS-OI-OPEN(WS-OLDEST-IDX) > UC-BALANCE
               SET WS-AUTO-STOP TO TRUE
               GO TO 3300-EXIT
           END-IF.

           MOVE 'Y' TO WS-OI-DONE-SW(WS-OLDEST-IDX).
           MOVE WS-OI-INVOICE-NO(WS-OLDEST-IDX) TO AR-INVOICE-NO.
           READ AR-MASTER
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
      *> THE CARDS MAY HAVE MOVED THE ITEM SINCE THE TABLE WAS BUILT
           IF NOT AR-ITEM-OPEN
               OR AR-OPEN-AMOUNT > UC-BALANCE
               GO TO 3300-EXIT
           END-IF.
           MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT.
           MOVE UC-CUST-ID     TO WS-APPLY-CUST-ID.
           MOVE "AUTO"         TO WS-APPLY-FLAG.
           PERFORM 1200-POST-PAYMENT THRU 1200-EXIT.
           PERFORM 2500-DRAW-DOWN-SUSPENSE THRU 2500-EXIT.
           ADD 1 TO WS-AUTO-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-AUTO-TOTAL.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-ITEM.
           IF WS-OI-CUST-ID(WS-OPEN-IDX) = UC-CUST-ID
               AND NOT WS-OI-DONE(WS-OPEN-IDX)
               AND WS-OI-INV-DATE(WS-OPEN-IDX) < WS-OLDEST-DATE
               MOVE WS-OI-INV-DATE(WS-OPEN-IDX) TO WS-OLDEST-DATE
               SET WS-OLDEST-IDX TO WS-OPEN-IDX
               SET WS-OLDEST-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

      *> DEPOSIT = APPLIED + SUSPENSE + RECOVERED + REJECTED. CARD AND AUTOMATIC
      *> APPLICATIONS MOVE CASH ALREADY IN SUSPENSE, SO THEY ARE
      *> SHOWN SEPARATELY AND DO NOT ENTER THE DEPOSIT PROOF
       8000-WRITE-CASH-TOTALS.
           MOVE SPACES TO AR-CASH-RPT-REC.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-DEPOSIT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "PAYMENTS RECEIVED  : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-DEPOSIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "DEPOSIT TOTAL      : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-PAY-APPL-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "  CASH APPLIED     : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-SUSP-IN-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "  CASH TO SUSPENSE : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-RECOV-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "  CASH RECOVERED   : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-REJECT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "  CASH REJECTED    : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           COMPUTE WS-PROOF-DIFF = WS-DEPOSIT-TOTAL
               - WS-PAY-APPL-TOTAL - WS-SUSP-IN-TOTAL
               - WS-RECOV-TOTAL - WS-REJECT-TOTAL.
           IF WS-PROOF-DIFF NOT = ZERO
               MOVE WS-PROOF-DIFF TO WS-SIGNED-ED
               MOVE SPACES TO AR-CASH-RPT-REC
               STRING "*** DEPOSIT OUT OF BALANCE BY " DELIMITED BY SIZE
                      WS-SIGNED-ED                     DELIMITED BY SIZE
                   INTO AR-CASH-RPT-REC
               END-STRING
               WRITE AR-CASH-RPT-REC
           END-IF.

           MOVE WS-CARD-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "SUSPENSE BY CARD   : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-AUTO-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "SUSPENSE AUTO-APPL : " DELIMITED BY SIZE
                  WS-AMOUNT-ED            DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-APPLIED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "APPLICATIONS MADE  : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-CLEARED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "INVOICES CLEARED   : " DELIMITED BY SIZE
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-RECOV-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "BAD-DEBT RECOVERIES: " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-SUSP-IN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "HELD IN SUSPENSE   : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AR-CASH-RPT-REC.
           STRING "PAYMENTS/CARDS REJ : " DELIMITED BY SIZE
                  WS-COUNT-ED             DELIMITED BY SIZE
               INTO AR-CASH-RPT-REC
           END-STRING.
           WRITE AR-CASH-RPT-REC.
       8000-EXIT.
           EXIT.

      *> EVERY CUSTOMER STILL HOLDING UNAPPLIED CASH AFTER TONIGHT'S
      *> APPLICATIONS, AGED FROM THE OLDEST CASH IN THE BALANCE
       8500-WRITE-UNAPPLIED-LISTING.
           WRITE UNAPPLIED-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "UNAPPLIED CASH ON ACCOUNT BY CUSTOMER"
               TO UNAPPLIED-RPT-REC.
           WRITE UNAPPLIED-RPT-REC.
           MOVE "CUST        BALANCE  OLDEST-IN  LAST-MOVE   AGE"
               TO UNAPPLIED-RPT-REC.
           WRITE UNAPPLIED-RPT-REC.

           MOVE ZERO TO WS-SUSP-BAL-TOTAL.
           MOVE 'N' TO WS-UC-EOF-SW.
           MOVE LOW-VALUES TO UC-CUST-ID.
           START UNAPPLIED-CASH-MASTER KEY IS NOT LESS THAN UC-CUST-ID
               INVALID KEY SET WS-UC-EOF TO TRUE
           END-START.
           IF NOT WS-UC-EOF
               READ UNAPPLIED-CASH-MASTER NEXT RECORD
                   AT END SET WS-UC-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 8510-LIST-ONE-CUSTOMER THRU 8510-EXIT
               UNTIL WS-UC-EOF.

           MOVE SPACES TO UNAPPLIED-RPT-REC.
           WRITE UNAPPLIED-RPT-REC.
           MOVE WS-SUSP-CUST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO UNAPPLIED-RPT-REC.
           STRING "CUSTOMERS ON ACCOUNT : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO UNAPPLIED-RPT-REC
           END-STRING.
           WRITE UNAPPLIED-RPT-REC.
           MOVE WS-SUSP-BAL-TOTAL TO WS-SIGNED-ED.
           MOVE SPACES TO UNAPPLIED-RPT-REC.
           STRING "TOTAL UNAPPLIED CASH : " DELIMITED BY SIZE
                  WS-SIGNED-ED              DELIMITED BY SIZE
               INTO UNAPPLIED-RPT-REC
           END-STRING.
           WRITE UNAPPLIED-RPT-REC.
       8500-EXIT.
           EXIT.

       8510-LIST-ONE-CUSTOMER.
           IF UC-BALANCE NOT = ZERO
               ADD 1 TO WS-SUSP-CUST-COUNT
               ADD UC-BALANCE TO WS-SUSP-BAL-TOTAL
               MOVE ZERO TO WS-SUSP-AGE
               IF UC-OLDEST-DATE > ZERO
                   MOVE UC-OLDEST-DATE TO WS-D2S-DATE
                   PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT
                   COMPUTE WS-SUSP-AGE = WS-RUN-SERIAL - WS-D2S-SERIAL
               END-IF
               MOVE UC-CUST-ID     TO WS-UD-CUST-ID
               MOVE UC-BALANCE     TO WS-UD-BALANCE
               MOVE UC-OLDEST-DATE TO WS-UD-OLDEST
               MOVE UC-LAST-DATE   TO WS-UD-LAST
               MOVE WS-SUSP-AGE    TO WS-UD-AGE
               WRITE UNAPPLIED-RPT-REC FROM WS-UNAPPLIED-DETAIL
           END-IF.
           READ UNAPPLIED-CASH-MASTER NEXT RECORD
               AT END SET WS-UC-EOF TO TRUE
           END-READ.
       8510-EXIT.
           EXIT.

       COPY DATESERP.

       COPY REPDATEP.
