      *> COMMCALC - MONTH-END SALES COMMISSION. COMMISSION FOLLOWS
      *> COLLECTED CASH, NOT BILLING: FOR THE PERIOD NAMED ON THE
      *> MECTL CARD, EVERY PAYMENT ARCASH APPLIED TO AN ITEM (THE
      *> ARPAYHST PAYMENT HISTORY) IS SPREAD OVER THE ITEM CLASSES
      *> ON THE INVOICE IN PROPORTION TO THE NET MERCHANDISE EACH
      *> CLASS CONTRIBUTED TO THE ORIGINAL INVOICE AMOUNT (THE
      *> COMMBASE RECORDS EXPRESSOES WRITES AT BILLING), AND EACH
      *> SHARE EARNS THE COMMRATE PERCENTAGE FOR THE REP AND CLASS -
      *> OR THE REP'S BLANK-CLASS RATE WHEN THE CLASS HAS NO ROW.
      *> TAX, FREIGHT AND FEE LINES ARE NOT IN THE BASIS AND EARN
      *> NOTHING. THE REP IS THE ONE ON CUSTMAST WHEN THE INVOICE
      *> WAS BILLED. TWO THINGS CLAW COMMISSION BACK:
      *>   - A CREDIT MEMO BILLED IN THE PERIOD TAKES BACK THE RATE
      *>     ON ITS OWN (NEGATIVE) NET MERCHANDISE;
      *>   - AN ITEM WRITTEN OFF AS BAD DEBT IN THE PERIOD (THE
      *>     ARWOFF WRITE-OFF ON CHGHIST) TAKES BACK EVERYTHING EVER
      *>     CREDITED ON THAT INVOICE - EARLIER MONTHS FROM COMMHIST
      *>     AND THIS MONTH'S PAYMENTS FROM THIS RUN.
      *> EACH REP GETS A COMMISSION STATEMENT ON COMMSTMT AND THE NET
      *> AMOUNT DUE GOES TO PAYROLL ON THE COMMPAY INTERFACE UNDER
      *> THE REPMAST PAYROLL EMPLOYEE NUMBER. EVERY LINE IS KEPT ON
      *> THE COMMHIST HISTORY; A RERUN FOR A PERIOD ALREADY ON
      *> COMMHIST REPRINTS THE STATEMENTS AND REBUILDS COMMPAY BUT
      *> DOES NOT POST THE MONTH TWICE. MISSING RATES, INVOICES NOT
      *> ON ARMAST AND REPS NOT ON REPMAST GO TO COMMEXCP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ME-CTL-FILE ASSIGN TO "MECTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> COMMISSION PERCENTAGE BY REP AND ITEM CLASS - MAINTAINED
      *> THROUGH TBLMAINT
           SELECT COMM-RATE-FILE ASSIGN TO "COMMRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

           SELECT AR-PAY-HIST-FILE ASSIGN TO "ARPAYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT COMMISSION-BASIS ASSIGN TO "COMMBASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.

           SELECT SALES-REP-MASTER ASSIGN TO "REPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-REP-ID
               FILE STATUS IS WS-RP-STATUS.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC. ONLY
      *> THE ARMAST WRITE-OFFS ARE OF INTEREST HERE
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

      *> PERMANENT RECORD OF EVERY COMMISSION LINE CREDITED OR
      *> CLAWED BACK
           SELECT COMM-HIST-FILE ASSIGN TO "COMMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMH-STATUS.

           SELECT COMM-STMT-RPT ASSIGN TO "COMMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PAYROLL INTERFACE - ONE RECORD PER REP WITH A NET AMOUNT
      *> DUE, NEGATIVE WHEN CLAWBACKS OUTRUN THE MONTH'S EARNINGS
           SELECT COMM-PAY-FILE ASSIGN TO "COMMPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-EXCP ASSIGN TO "COMMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ME-CTL-FILE.
       01  ME-CTL-REC.
           05 ME-PERIOD             PIC 9(06).

       FD  COMM-RATE-FILE.
       01  COMM-RATE-REC.
           05 CR-REP-ID             PIC X(04).
           05 CR-ITEM-CLASS         PIC X(04).
           05 CR-COMM-PCT           PIC 9(02)V99.

      *> SAME LAYOUT AS THE ARCASH ARPAYHST FD
       FD  AR-PAY-HIST-FILE.
       01  AR-PAY-HIST-REC.
           05 PH-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 PH-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 PH-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 PH-AMOUNT             PIC 9(09)V99.

       FD  AR-MASTER.
       01  AR-MASTER-REC.
           05 AR-INVOICE-NO         PIC X(08).
           05 AR-CUST-ID            PIC X(06).
           05 AR-INVOICE-DATE       PIC 9(08).
           05 AR-ORIG-AMOUNT        PIC S9(09)V99.
           05 AR-OPEN-AMOUNT        PIC S9(09)V99.
           05 AR-ITEM-STATUS        PIC X(01).
               88 AR-ITEM-OPEN      VALUE 'O'.
               88 AR-ITEM-PAID      VALUE 'P'.
               88 AR-ITEM-WRITTEN-OFF VALUE 'W'.

      *> SAME LAYOUT AS THE EXPRESSOES COMMBASE FD
       FD  COMMISSION-BASIS.
       01  COMMISSION-BASIS-REC.
           05 CB-KEY.
               10 CB-INVOICE-NO    PIC X(08).
               10 CB-ITEM-CLASS    PIC X(04).
           05 CB-CUST-ID           PIC X(06).
           05 CB-REP-ID            PIC X(04).
           05 CB-INVOICE-DATE      PIC 9(08).
           05 CB-DOC-TYPE          PIC X(01).
               88 CB-DOC-INVOICE   VALUE 'I'.
               88 CB-DOC-CREDIT    VALUE 'C'.
           05 CB-NET-AMOUNT        PIC S9(09)V99
                                   SIGN LEADING SEPARATE.

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

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

      *> LINE TYPE P = PAYMENT COLLECTED, C = CREDIT-MEMO CLAWBACK,
      *> W = WRITE-OFF CLAWBACK. THE AMOUNT IS THE CASH SHARE, THE
      *> CREDIT MEMO'S NET OR THE COMMISSION BEING TAKEN BACK
       FD  COMM-HIST-FILE.
       01  COMM-HIST-REC.
           05 CMH-PERIOD            PIC 9(06).
           05 FILLER                PIC X(01).
           05 CMH-REP-ID            PIC X(04).
           05 FILLER                PIC X(01).
           05 CMH-LINE-TYPE         PIC X(01).
           05 FILLER                PIC X(01).
           05 CMH-INVOICE-NO        PIC X(08).
           05 FILLER                PIC X(01).
           05 CMH-ITEM-CLASS        PIC X(04).
           05 FILLER                PIC X(01).
           05 CMH-CUST-ID           PIC X(06).
           05 FILLER                PIC X(01).
           05 CMH-AMOUNT            PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 CMH-RATE              PIC 9(02)V99.
           05 FILLER                PIC X(01).
           05 CMH-COMMISSION        PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

       FD  COMM-STMT-RPT.
       01  COMM-STMT-RPT-REC        PIC X(80).

       FD  COMM-PAY-FILE.
       01  COMM-PAY-REC.
           05 CP-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01).
           05 CP-REP-ID             PIC X(04).
           05 FILLER                PIC X(01).
           05 CP-PAYROLL-ID         PIC X(08).
           05 FILLER                PIC X(01).
           05 CP-AMOUNT             PIC S9(07)V99
                                    SIGN LEADING SEPARATE.

       FD  COMM-EXCP.
       01  COMM-EXCP-REC.
           COPY EXCPREC.

           WORKING-STORAGE SECTION.
           01 WS-CR-STATUS  PIC X(02).
           01 WS-PH-STATUS  PIC X(02).
           01 WS-AR-STATUS  PIC X(02).
           01 WS-CB-STATUS  PIC X(02).
           01 WS-RP-STATUS  PIC X(02).
           01 WS-CH-STATUS  PIC X(02).
           01 WS-CMH-STATUS PIC X(02).

           01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CTL-EOF VALUE 'Y'.
           01 WS-CR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CR-EOF VALUE 'Y'.
           01 WS-PH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PH-EOF VALUE 'Y'.
           01 WS-CB-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CB-EOF VALUE 'Y'.
           01 WS-CH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CH-EOF VALUE 'Y'.
           01 WS-CMH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CMH-EOF VALUE 'Y'.
           01 WS-AR-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-AR-OPEN VALUE 'Y'.
           01 WS-CB-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-CB-OPEN VALUE 'Y'.
           01 WS-RP-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-RP-OPEN VALUE 'Y'.

      *> SET WHEN THE PERIOD IS ALREADY ON THE HISTORY - A RERUN
      *> REPRINTS THE STATEMENTS BUT MUST NOT POST THE MONTH TWICE
           01 WS-CMH-POSTED-SW PIC X(01) VALUE 'N'.
               88 WS-CMH-POSTED VALUE 'Y'.

           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-WK-DATE PIC 9(08).
           01 WS-WK-DATE-FMT REDEFINES WS-WK-DATE.
               05 WS-WK-CCYYMM   PIC 9(06).
               05 WS-WK-DD       PIC 9(02).

      *> COMMRATE, LOADED ONCE
           01 WS-RATE-MAX PIC 9(04) VALUE ZERO.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-RATE-IDX.
                   10 WS-RATE-REP   PIC X(04).
                   10 WS-RATE-CLASS PIC X(04).
                   10 WS-RATE-PCT   PIC 9(02)V99.
           01 WS-RATE-FOUND-SW PIC X(01).
               88 WS-RATE-FOUND VALUE 'Y'.

      *> INVOICES WRITTEN OFF IN THE PERIOD, FROM CHGHIST
           01 WS-WO-MAX PIC 9(04) VALUE ZERO.
           01 WS-WO-TABLE.
               05 WS-WO-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-WO-IDX.
                   10 WS-WO-INVOICE-NO PIC X(08).
           01 WS-WO-FOUND-SW PIC X(01).
               88 WS-WO-FOUND VALUE 'Y'.

      *> COMMISSION EVER CREDITED ON EACH WRITTEN-OFF INVOICE, BY
      *> REP AND CLASS - WHAT THE WRITE-OFF TAKES BACK
           01 WS-CLW-MAX PIC 9(04) VALUE ZERO.
           01 WS-CLW-TABLE.
               05 WS-CLW-ENTRY OCCURS 3000 TIMES
                               INDEXED BY WS-CLW-IDX.
                   10 WS-CLW-INVOICE-NO PIC X(08).
                   10 WS-CLW-REP-ID     PIC X(04).
                   10 WS-CLW-CLASS      PIC X(04).
                   10 WS-CLW-CUST-ID    PIC X(06).
                   10 WS-CLW-COMM       PIC S9(07)V99.
           01 WS-CLW-FOUND-SW PIC X(01).
               88 WS-CLW-FOUND VALUE 'Y'.

      *> THE MONTH'S COMMISSION LINES, PRINTED REP BY REP
           01 WS-CL-MAX PIC 9(05) VALUE ZERO.
           01 WS-CL-TABLE.
               05 WS-CL-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-CL-IDX.
                   10 WS-CL-REP-ID     PIC X(04).
                   10 WS-CL-TYPE       PIC X(01).
                   10 WS-CL-INVOICE-NO PIC X(08).
                   10 WS-CL-CLASS      PIC X(04).
                   10 WS-CL-CUST-ID    PIC X(06).
                   10 WS-CL-AMOUNT     PIC S9(09)V99.
                   10 WS-CL-RATE       PIC 9(02)V99.
                   10 WS-CL-COMM       PIC S9(07)V99.

      *> REPS WITH ACTIVITY, KEPT IN REP-ID ORDER
           01 WS-RT-MAX PIC 9(04) COMP VALUE ZERO.
           01 WS-RT-TABLE.
               05 WS-RT-ENTRY OCCURS 500 TIMES.
                   10 WS-RT-REP-ID     PIC X(04).
                   10 WS-RT-TOTAL      PIC S9(09)V99.
           01 WS-RT-POS PIC 9(04) COMP.
           01 WS-RT-SUB PIC 9(04) COMP.
           01 WS-RT-FOUND-SW PIC X(01).
               88 WS-RT-FOUND VALUE 'Y'.
           01 WS-RT-HIGHER-SW PIC X(01).
               88 WS-RT-HIGHER VALUE 'Y'.
           01 WS-REP-ON-FILE-SW PIC X(01).
               88 WS-REP-ON-FILE VALUE 'Y'.

      *> ONE COMMISSION LINE UNDER CONSTRUCTION
           01 WS-WK-REP-ID     PIC X(04).
           01 WS-WK-TYPE       PIC X(01).
           01 WS-WK-INVOICE-NO PIC X(08).
           01 WS-WK-CLASS      PIC X(04).
           01 WS-WK-CUST-ID    PIC X(06).
           01 WS-WK-AMOUNT     PIC S9(09)V99.
           01 WS-WK-RATE       PIC 9(02)V99.
           01 WS-WK-COMM       PIC S9(07)V99.

           01 WS-REJECT-KEY    PIC X(09).
           01 WS-REJECT-REASON PIC X(30).

           01 WS-PAYMENT-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-NOBASIS-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-EXCP-COUNT     PIC 9(09) VALUE ZERO.
           01 WS-PAYROLL-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-EARNED-TOTAL   PIC S9(11)V99 VALUE ZERO.
           01 WS-CLAWBACK-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-NET-TOTAL      PIC S9(11)V99 VALUE ZERO.
           01 WS-COUNT-ED       PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED      PIC -(10)9.99.

           01 WS-STMT-DETAIL.
               05 WS-SD-TYPE       PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-INVOICE-NO PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-CLASS      PIC X(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-AMOUNT     PIC -(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-RATE       PIC Z9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-COMM       PIC -(7)9.99.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0100-READ-PERIOD-CARD THRU 0100-EXIT.
           PERFORM 0200-LOAD-COMM-RATES THRU 0200-EXIT.
           PERFORM 0300-LOAD-WRITE-OFFS THRU 0300-EXIT.
           PERFORM 0400-SCAN-COMM-HISTORY THRU 0400-EXIT.

           OPEN OUTPUT COMM-EXCP.
           OPEN INPUT AR-MASTER.
           IF WS-AR-STATUS = "00"
               SET WS-AR-OPEN TO TRUE
           END-IF.
           OPEN INPUT COMMISSION-BASIS.
           IF WS-CB-STATUS = "00"
               SET WS-CB-OPEN TO TRUE
           END-IF.
           OPEN INPUT SALES-REP-MASTER.
           IF WS-RP-STATUS = "00"
               SET WS-RP-OPEN TO TRUE
           END-IF.

           PERFORM 1000-CREDIT-PAYMENTS THRU 1000-EXIT.
           PERFORM 2000-CLAW-BACK-CREDIT-MEMOS THRU 2000-EXIT.
           PERFORM 3000-CLAW-BACK-WRITE-OFFS THRU 3000-EXIT.

           IF NOT WS-CMH-POSTED
      *> FIRST-EVER RUN: THE HISTORY DOES NOT EXIST YET, SO THE
      *> EXTEND OPEN FAILS AND THE FILE IS CREATED FRESH
               OPEN EXTEND COMM-HIST-FILE
               IF WS-CMH-STATUS NOT = "00"
                   OPEN OUTPUT COMM-HIST-FILE
               END-IF
           END-IF.
           OPEN OUTPUT COMM-STMT-RPT.
           OPEN OUTPUT COMM-PAY-FILE.

           PERFORM 8000-WRITE-STATEMENTS THRU 8000-EXIT.
           PERFORM 8500-WRITE-RUN-TOTALS THRU 8500-EXIT.

           IF WS-AR-OPEN
               CLOSE AR-MASTER
           END-IF.
           IF WS-CB-OPEN
               CLOSE COMMISSION-BASIS
           END-IF.
           IF WS-RP-OPEN
               CLOSE SALES-REP-MASTER
           END-IF.
           IF NOT WS-CMH-POSTED
               CLOSE COMM-HIST-FILE
           END-IF.
           CLOSE COMM-STMT-RPT.
           CLOSE COMM-PAY-FILE.
           CLOSE COMM-EXCP.

      *> ANYTHING ON COMMEXCP WAS NOT PAID AND NEEDS A LOOK BEFORE
      *> PAYROLL TAKES THE FILE
           IF WS-EXCP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-READ-PERIOD-CARD.
           OPEN INPUT ME-CTL-FILE.
           READ ME-CTL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
           IF WS-CTL-EOF
               DISPLAY "COMMCALC: NO MECTL PERIOD CARD"
               CLOSE ME-CTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ME-PERIOD TO WS-PERIOD.
           CLOSE ME-CTL-FILE.
       0100-EXIT.
           EXIT.

      *> NO RATE TABLE MEANS EVERY LINE GOES TO COMMEXCP UNPAID
       0200-LOAD-COMM-RATES.
           OPEN INPUT COMM-RATE-FILE.
           IF WS-CR-STATUS = "00"
               READ COMM-RATE-FILE
                   AT END SET WS-CR-EOF TO TRUE
               END-READ
               PERFORM 0210-ADD-ONE-RATE THRU 0210-EXIT
                   UNTIL WS-CR-EOF
               CLOSE COMM-RATE-FILE
           END-IF.
       0200-EXIT.
           EXIT.

       0210-ADD-ONE-RATE.
           IF WS-RATE-MAX < 2000
               ADD 1 TO WS-RATE-MAX
               MOVE CR-REP-ID     TO WS-RATE-REP(WS-RATE-MAX)
               MOVE CR-ITEM-CLASS TO WS-RATE-CLASS(WS-RATE-MAX)
               MOVE CR-COMM-PCT   TO WS-RATE-PCT(WS-RATE-MAX)
           ELSE
               DISPLAY "COMMISSION RATE TABLE FULL AT " CR-REP-ID
           END-IF.
           READ COMM-RATE-FILE
               AT END SET WS-CR-EOF TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0300-LOAD-WRITE-OFFS.
           OPEN INPUT CHANGE-HIST-FILE.
           IF WS-CH-STATUS = "00"
               READ CHANGE-HIST-FILE
                   AT END SET WS-CH-EOF TO TRUE
               END-READ
               PERFORM 0310-NOTE-ONE-CHANGE THRU 0310-EXIT
                   UNTIL WS-CH-EOF
               CLOSE CHANGE-HIST-FILE
           END-IF.
       0300-EXIT.
           EXIT.

       0310-NOTE-ONE-CHANGE.
           MOVE CH-RUN-DATE TO WS-WK-DATE.
           IF CH-MASTER-NAME = "ARMAST"
               AND CH-ACTION = "WRITE-OFF"
               AND WS-WK-CCYYMM = WS-PERIOD
               IF WS-WO-MAX < 2000
                   ADD 1 TO WS-WO-MAX
                   MOVE CH-KEY TO WS-WO-INVOICE-NO(WS-WO-MAX)
               ELSE
                   DISPLAY "WRITE-OFF TABLE FULL AT " CH-KEY
               END-IF
           END-IF.
           READ CHANGE-HIST-FILE
               AT END SET WS-CH-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

      *> ONE PASS OF THE HISTORY: IS THIS PERIOD ALREADY POSTED, AND
      *> WHAT DID EARLIER PERIODS CREDIT ON THE INVOICES WRITTEN OFF
      *> THIS PERIOD
       0400-SCAN-COMM-HISTORY.
           OPEN INPUT COMM-HIST-FILE.
           IF WS-CMH-STATUS = "00"
               READ COMM-HIST-FILE
                   AT END SET WS-CMH-EOF TO TRUE
               END-READ
               PERFORM 0410-SCAN-ONE-HISTORY THRU 0410-EXIT
                   UNTIL WS-CMH-EOF
               CLOSE COMM-HIST-FILE
           END-IF.
           IF WS-CMH-POSTED
               DISPLAY "COMMCALC: " WS-PERIOD
                   " ALREADY ON COMMHIST - HISTORY NOT REPOSTED"
           END-IF.
       0400-EXIT.
           EXIT.

       0410-SCAN-ONE-HISTORY.
           IF CMH-PERIOD = WS-PERIOD
               SET WS-CMH-POSTED TO TRUE
           END-IF.
           IF CMH-PERIOD < WS-PERIOD
               MOVE CMH-INVOICE-NO TO WS-WK-INVOICE-NO
               MOVE CMH-REP-ID     TO WS-WK-REP-ID
               MOVE CMH-ITEM-CLASS TO WS-WK-CLASS
               MOVE CMH-CUST-ID    TO WS-WK-CUST-ID
               MOVE CMH-COMMISSION TO WS-WK-COMM
               PERFORM 4200-NOTE-CLAWBACK THRU 4200-EXIT
           END-IF.
           READ COMM-HIST-FILE
               AT END SET WS-CMH-EOF TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

      *> EVERY PAYMENT APPLIED IN THE PERIOD. AN INVOICE WITH NO
      *> COMMISSION BASIS WAS A HOUSE ACCOUNT (NO REP) OR BILLED
      *> BEFORE COMMISSION WAS TRACKED, AND EARNS NOTHING
       1000-CREDIT-PAYMENTS.
           OPEN INPUT AR-PAY-HIST-FILE.
           IF WS-PH-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ AR-PAY-HIST-FILE
               AT END SET WS-PH-EOF TO TRUE
           END-READ.
       1000-READ-NEXT.
           IF WS-PH-EOF
               CLOSE AR-PAY-HIST-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE PH-PAY-DATE TO WS-WK-DATE.
           IF WS-WK-CCYYMM = WS-PERIOD
               ADD 1 TO WS-PAYMENT-COUNT
               PERFORM 1100-CREDIT-ONE-PAYMENT THRU 1100-EXIT
           END-IF.
           READ AR-PAY-HIST-FILE
               AT END SET WS-PH-EOF TO TRUE
           END-READ.
           GO TO 1000-READ-NEXT.
       1000-EXIT.
           EXIT.

       1100-CREDIT-ONE-PAYMENT.
           IF NOT WS-CB-OPEN
               ADD 1 TO WS-NOBASIS-COUNT
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-CB-EOF-SW.
           MOVE PH-INVOICE-NO TO CB-INVOICE-NO.
           MOVE LOW-VALUES    TO CB-ITEM-CLASS.
           START COMMISSION-BASIS KEY IS NOT LESS THAN CB-KEY
               INVALID KEY SET WS-CB-EOF TO TRUE
           END-START.
           IF NOT WS-CB-EOF
               READ COMMISSION-BASIS NEXT RECORD
                   AT END SET WS-CB-EOF TO TRUE
               END-READ
           END-IF.
           IF WS-CB-EOF
               OR CB-INVOICE-NO NOT = PH-INVOICE-NO
               ADD 1 TO WS-NOBASIS-COUNT
               GO TO 1100-EXIT
           END-IF.
      *> THE ORIGINAL AMOUNT - TAX AND FREIGHT INCLUDED - IS WHAT
      *> EACH CLASS'S SHARE OF THE CASH IS MEASURED AGAINST
           IF NOT WS-AR-OPEN
               MOVE PH-INVOICE-NO TO WS-REJECT-KEY
               MOVE "INVOICE NOT ON ARMAST" TO WS-REJECT-REASON
               PERFORM 1900-WRITE-EXCEPTION THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE PH-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-MASTER
               INVALID KEY
                   MOVE PH-INVOICE-NO TO WS-REJECT-KEY
                   MOVE "INVOICE NOT ON ARMAST" TO WS-REJECT-REASON
                   PERFORM 1900-WRITE-EXCEPTION THRU 1900-EXIT
                   GO TO 1100-EXIT
           END-READ.
           IF AR-ORIG-AMOUNT NOT > ZERO
               MOVE PH-INVOICE-NO TO WS-REJECT-KEY
               MOVE "PAID ITEM HAS NO POSITIVE AMOUNT"
                   TO WS-REJECT-REASON
               PERFORM 1900-WRITE-EXCEPTION THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-CREDIT-ONE-CLASS THRU 1200-EXIT
               UNTIL WS-CB-EOF
                  OR CB-INVOICE-NO NOT = PH-INVOICE-NO.
       1100-EXIT.
           EXIT.

       1200-CREDIT-ONE-CLASS.
           MOVE CB-REP-ID      TO WS-WK-REP-ID.
           MOVE CB-ITEM-CLASS  TO WS-WK-CLASS.
           PERFORM 4100-FIND-RATE THRU 4100-EXIT.
           IF WS-RATE-FOUND
               MOVE 'P'            TO WS-WK-TYPE
               MOVE CB-INVOICE-NO  TO WS-WK-INVOICE-NO
               MOVE CB-CUST-ID     TO WS-WK-CUST-ID
               COMPUTE WS-WK-AMOUNT ROUNDED =
                   PH-AMOUNT * CB-NET-AMOUNT / AR-ORIG-AMOUNT
               COMPUTE WS-WK-COMM ROUNDED =
                   WS-WK-AMOUNT * WS-WK-RATE / 100
               PERFORM 4000-ADD-COMM-LINE THRU 4000-EXIT
      *> A PAYMENT ON AN ITEM WRITTEN OFF LATER THE SAME MONTH IS
      *> TAKEN BACK WITH THE REST OF THE INVOICE'S COMMISSION
               PERFORM 4200-NOTE-CLAWBACK THRU 4200-EXIT
           END-IF.
           READ COMMISSION-BASIS NEXT RECORD
               AT END SET WS-CB-EOF TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *> A CREDIT MEMO'S NET IS NEGATIVE, SO ITS COMMISSION IS TOO -
      *> TAKEN BACK IN THE MONTH THE CREDIT MEMO IS BILLED
       2000-CLAW-BACK-CREDIT-MEMOS.
           IF NOT WS-CB-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-CB-EOF-SW.
           MOVE LOW-VALUES TO CB-KEY.
           START COMMISSION-BASIS KEY IS NOT LESS THAN CB-KEY
               INVALID KEY SET WS-CB-EOF TO TRUE
           END-START.
           IF NOT WS-CB-EOF
               READ COMMISSION-BASIS NEXT RECORD
                   AT END SET WS-CB-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-CHECK-ONE-BASIS THRU 2100-EXIT
               UNTIL WS-CB-EOF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-BASIS.
           MOVE CB-INVOICE-DATE TO WS-WK-DATE.
           IF CB-DOC-CREDIT
               AND WS-WK-CCYYMM = WS-PERIOD
               MOVE CB-REP-ID      TO WS-WK-REP-ID
               MOVE CB-ITEM-CLASS  TO WS-WK-CLASS
               PERFORM 4100-FIND-RATE THRU 4100-EXIT
               IF WS-RATE-FOUND
                   MOVE 'C'            TO WS-WK-TYPE
                   MOVE CB-INVOICE-NO  TO WS-WK-INVOICE-NO
                   MOVE CB-CUST-ID     TO WS-WK-CUST-ID
                   MOVE CB-NET-AMOUNT  TO WS-WK-AMOUNT
                   COMPUTE WS-WK-COMM ROUNDED =
                       WS-WK-AMOUNT * WS-WK-RATE / 100
                   PERFORM 4000-ADD-COMM-LINE THRU 4000-EXIT
               END-IF
           END-IF.
           READ COMMISSION-BASIS NEXT RECORD
               AT END SET WS-CB-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-CLAW-BACK-WRITE-OFFS.
           PERFORM 3100-CLAW-BACK-ONE THRU 3100-EXIT
               VARYING WS-CLW-IDX FROM 1 BY 1
               UNTIL WS-CLW-IDX > WS-CLW-MAX.
       3000-EXIT.
           EXIT.

       3100-CLAW-BACK-ONE.
           IF WS-CLW-COMM(WS-CLW-IDX) = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE 'W'                         TO WS-WK-TYPE.
           MOVE WS-CLW-REP-ID(WS-CLW-IDX)   TO WS-WK-REP-ID.
           MOVE WS-CLW-INVOICE-NO(WS-CLW-IDX) TO WS-WK-INVOICE-NO.
           MOVE WS-CLW-CLASS(WS-CLW-IDX)    TO WS-WK-CLASS.
           MOVE WS-CLW-CUST-ID(WS-CLW-IDX)  TO WS-WK-CUST-ID.
           MOVE WS-CLW-COMM(WS-CLW-IDX)     TO WS-WK-AMOUNT.
           MOVE ZERO                        TO WS-WK-RATE.
           COMPUTE WS-WK-COMM = ZERO - WS-CLW-COMM(WS-CLW-IDX).
           PERFORM 4000-ADD-COMM-LINE THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

       4000-ADD-COMM-LINE.
           IF WS-CL-MAX NOT < 5000
               DISPLAY "COMMISSION LINE TABLE FULL AT "
                   WS-WK-INVOICE-NO
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-NOTE-REP THRU 4300-EXIT.
           IF NOT WS-RT-FOUND
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-CL-MAX.
           MOVE WS-WK-REP-ID     TO WS-CL-REP-ID(WS-CL-MAX).
           MOVE WS-WK-TYPE       TO WS-CL-TYPE(WS-CL-MAX).
           MOVE WS-WK-INVOICE-NO TO WS-CL-INVOICE-NO(WS-CL-MAX).
           MOVE WS-WK-CLASS      TO WS-CL-CLASS(WS-CL-MAX).
           MOVE WS-WK-CUST-ID    TO WS-CL-CUST-ID(WS-CL-MAX).
           MOVE WS-WK-AMOUNT     TO WS-CL-AMOUNT(WS-CL-MAX).
           MOVE WS-WK-RATE       TO WS-CL-RATE(WS-CL-MAX).
           MOVE WS-WK-COMM       TO WS-CL-COMM(WS-CL-MAX).
           ADD WS-WK-COMM TO WS-RT-TOTAL(WS-RT-POS).
           IF WS-WK-TYPE = 'P'
               ADD WS-WK-COMM TO WS-EARNED-TOTAL
           ELSE
               ADD WS-WK-COMM TO WS-CLAWBACK-TOTAL
           END-IF.
       4000-EXIT.
           EXIT.

      *> THE REP'S RATE FOR THE CLASS, ELSE THE REP'S BLANK-CLASS
      *> RATE, ELSE AN EXCEPTION - NOTHING IS PAID ON A GUESS
       4100-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-WK-RATE.
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RATE-IDX > WS-RATE-MAX
                   CONTINUE
               WHEN WS-RATE-REP(WS-RATE-IDX) = WS-WK-REP-ID
                AND WS-RATE-CLASS(WS-RATE-IDX) = WS-WK-CLASS
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-PCT(WS-RATE-IDX) TO WS-WK-RATE
           END-SEARCH.
           IF WS-RATE-FOUND
               GO TO 4100-EXIT
           END-IF.
           SET WS-RATE-IDX TO 1.
           SEARCH WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RATE-IDX > WS-RATE-MAX
                   CONTINUE
               WHEN WS-RATE-REP(WS-RATE-IDX) = WS-WK-REP-ID
                AND WS-RATE-CLASS(WS-RATE-IDX) = SPACES
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-PCT(WS-RATE-IDX) TO WS-WK-RATE
           END-SEARCH.
           IF NOT WS-RATE-FOUND
               MOVE SPACES        TO WS-REJECT-KEY
               MOVE WS-WK-REP-ID  TO WS-REJECT-KEY(1:4)
               MOVE WS-WK-CLASS   TO WS-REJECT-KEY(6:4)
               MOVE "NO COMMRATE ROW FOR REP/CLASS"
                   TO WS-REJECT-REASON
               PERFORM 1900-WRITE-EXCEPTION THRU 1900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *> ONLY INVOICES WRITTEN OFF THIS PERIOD ARE TRACKED
       4200-NOTE-CLAWBACK.
           MOVE 'N' TO WS-WO-FOUND-SW.
           SET WS-WO-IDX TO 1.
           SEARCH WS-WO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WO-IDX > WS-WO-MAX
                   CONTINUE
               WHEN WS-WO-INVOICE-NO(WS-WO-IDX) = WS-WK-INVOICE-NO
                   SET WS-WO-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-WO-FOUND
               GO TO 4200-EXIT
           END-IF.
           MOVE 'N' TO WS-CLW-FOUND-SW.
           SET WS-CLW-IDX TO 1.
           SEARCH WS-CLW-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLW-IDX > WS-CLW-MAX
                   CONTINUE
               WHEN WS-CLW-INVOICE-NO(WS-CLW-IDX) = WS-WK-INVOICE-NO
                AND WS-CLW-REP-ID(WS-CLW-IDX) = WS-WK-REP-ID
                AND WS-CLW-CLASS(WS-CLW-IDX) = WS-WK-CLASS
                   SET WS-CLW-FOUND TO TRUE
                   ADD WS-WK-COMM TO WS-CLW-COMM(WS-CLW-IDX)
           END-SEARCH.
           IF WS-CLW-FOUND
               GO TO 4200-EXIT
           END-IF.
           IF WS-CLW-MAX < 3000
               ADD 1 TO WS-CLW-MAX
               MOVE WS-WK-INVOICE-NO TO WS-CLW-INVOICE-NO(WS-CLW-MAX)
               MOVE WS-WK-REP-ID     TO WS-CLW-REP-ID(WS-CLW-MAX)
               MOVE WS-WK-CLASS      TO WS-CLW-CLASS(WS-CLW-MAX)
               MOVE WS-WK-CUST-ID    TO WS-CLW-CUST-ID(WS-CLW-MAX)
               MOVE WS-WK-COMM       TO WS-CLW-COMM(WS-CLW-MAX)
           ELSE
               DISPLAY "CLAWBACK TABLE FULL AT " WS-WK-INVOICE-NO
           END-IF.
       4200-EXIT.
           EXIT.

      *> FIND THE REP'S SLOT, OR OPEN ONE IN REP-ID ORDER SO THE
      *> STATEMENTS COME OUT SORTED. WS-RT-POS IS LEFT ON THE SLOT
       4300-NOTE-REP.
           MOVE 'N' TO WS-RT-FOUND-SW.
           MOVE 'N' TO WS-RT-HIGHER-SW.
           MOVE 1 TO WS-RT-POS.
           PERFORM 4310-STEP-PAST-LOWER THRU 4310-EXIT
               UNTIL WS-RT-POS > WS-RT-MAX
                  OR WS-RT-FOUND
                  OR WS-RT-HIGHER.
           IF WS-RT-FOUND
               GO TO 4300-EXIT
           END-IF.
           IF WS-RT-MAX NOT < 500
               DISPLAY "COMMISSION REP TABLE FULL AT " WS-WK-REP-ID
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4320-SHIFT-ONE-REP THRU 4320-EXIT
               VARYING WS-RT-SUB FROM WS-RT-MAX BY -1
               UNTIL WS-RT-SUB < WS-RT-POS.
           ADD 1 TO WS-RT-MAX.
           MOVE WS-WK-REP-ID TO WS-RT-REP-ID(WS-RT-POS).
           MOVE ZERO         TO WS-RT-TOTAL(WS-RT-POS).
           SET WS-RT-FOUND TO TRUE.
       4300-EXIT.
           EXIT.

      *> STOPS ON THE REP ITSELF OR ON THE FIRST HIGHER REP, WHICH
      *> IS WHERE A NEW REP GOES IN
       4310-STEP-PAST-LOWER.
           IF WS-RT-REP-ID(WS-RT-POS) = WS-WK-REP-ID
               SET WS-RT-FOUND TO TRUE
               GO TO 4310-EXIT
           END-IF.
           IF WS-RT-REP-ID(WS-RT-POS) > WS-WK-REP-ID
               SET WS-RT-HIGHER TO TRUE
               GO TO 4310-EXIT
           END-IF.
           ADD 1 TO WS-RT-POS.
       4310-EXIT.
           EXIT.

       4320-SHIFT-ONE-REP.
           MOVE WS-RT-ENTRY(WS-RT-SUB) TO WS-RT-ENTRY(WS-RT-SUB + 1).
       4320-EXIT.
           EXIT.

       1900-WRITE-EXCEPTION.
           MOVE SPACES           TO COMM-EXCP-REC.
           MOVE "COMMCALC"       TO EXCP-SOURCE-PGM.
           MOVE WS-REJECT-KEY    TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE COMM-EXCP-REC.
           ADD 1 TO WS-EXCP-COUNT.
       1900-EXIT.
           EXIT.

      *> ONE STATEMENT PER REP, THEN THE PAYROLL RECORD FOR IT
       8000-WRITE-STATEMENTS.
           WRITE COMM-STMT-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "SALES COMMISSION STATEMENTS - PERIOD "
                      DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.
           IF WS-RT-MAX = ZERO
               MOVE "NO COMMISSION ACTIVITY FOR THE PERIOD"
                   TO COMM-STMT-RPT-REC
               WRITE COMM-STMT-RPT-REC
           END-IF.
           PERFORM 8100-WRITE-ONE-STATEMENT THRU 8100-EXIT
               VARYING WS-RT-POS FROM 1 BY 1
               UNTIL WS-RT-POS > WS-RT-MAX.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-STATEMENT.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           WRITE COMM-STMT-RPT-REC.
           MOVE SPACES TO RP-REP-NAME RP-PAYROLL-ID RP-BRANCH-CODE.
           MOVE 'N' TO WS-REP-ON-FILE-SW.
           IF WS-RP-OPEN
               MOVE WS-RT-REP-ID(WS-RT-POS) TO RP-REP-ID
               READ SALES-REP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-REP-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT WS-REP-ON-FILE
               MOVE "** NOT ON REPMAST **" TO RP-REP-NAME
           END-IF.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "REP " DELIMITED BY SIZE
                  WS-RT-REP-ID(WS-RT-POS) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RP-REP-NAME DELIMITED BY SIZE
                  "  PAYROLL " DELIMITED BY SIZE
                  RP-PAYROLL-ID DELIMITED BY SIZE
                  "  BRANCH " DELIMITED BY SIZE
                  RP-BRANCH-CODE DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.
           MOVE "T  INVOICE   CLAS  CUST       CASH/BASIS   RATE"
               TO COMM-STMT-RPT-REC.
           MOVE "COMMISSION" TO COMM-STMT-RPT-REC(51:10).
           WRITE COMM-STMT-RPT-REC.

           PERFORM 8150-WRITE-ONE-LINE THRU 8150-EXIT
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-MAX.

           MOVE WS-RT-TOTAL(WS-RT-POS) TO WS-AMOUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "NET COMMISSION DUE    : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.
           ADD WS-RT-TOTAL(WS-RT-POS) TO WS-NET-TOTAL.

      *> PAYROLL CANNOT PAY A REP IT HAS NO EMPLOYEE NUMBER FOR -
      *> THE AMOUNT STAYS ON THE STATEMENT AND GOES TO COMMEXCP
           IF NOT WS-REP-ON-FILE
               MOVE WS-RT-REP-ID(WS-RT-POS) TO WS-REJECT-KEY
               MOVE "REP NOT ON REPMAST - NOT PAID"
                   TO WS-REJECT-REASON
               PERFORM 1900-WRITE-EXCEPTION THRU 1900-EXIT
               GO TO 8100-EXIT
           END-IF.
           IF WS-RT-TOTAL(WS-RT-POS) NOT = ZERO
               MOVE SPACES                  TO COMM-PAY-REC
               MOVE WS-PERIOD               TO CP-PERIOD
               MOVE WS-RT-REP-ID(WS-RT-POS) TO CP-REP-ID
               MOVE RP-PAYROLL-ID           TO CP-PAYROLL-ID
               MOVE WS-RT-TOTAL(WS-RT-POS)  TO CP-AMOUNT
               WRITE COMM-PAY-REC
               ADD 1 TO WS-PAYROLL-COUNT
           END-IF.
       8100-EXIT.
           EXIT.

       8150-WRITE-ONE-LINE.
           IF WS-CL-REP-ID(WS-CL-IDX) NOT = WS-RT-REP-ID(WS-RT-POS)
               GO TO 8150-EXIT
           END-IF.
           MOVE WS-CL-TYPE(WS-CL-IDX)       TO WS-SD-TYPE.
           MOVE WS-CL-INVOICE-NO(WS-CL-IDX) TO WS-SD-INVOICE-NO.
           MOVE WS-CL-CLASS(WS-CL-IDX)      TO WS-SD-CLASS.
           MOVE WS-CL-CUST-ID(WS-CL-IDX)    TO WS-SD-CUST-ID.
           MOVE WS-CL-AMOUNT(WS-CL-IDX)     TO WS-SD-AMOUNT.
           MOVE WS-CL-RATE(WS-CL-IDX)       TO WS-SD-RATE.
           MOVE WS-CL-COMM(WS-CL-IDX)       TO WS-SD-COMM.
           WRITE COMM-STMT-RPT-REC FROM WS-STMT-DETAIL.
           IF NOT WS-CMH-POSTED
               MOVE SPACES                      TO COMM-HIST-REC
               MOVE WS-PERIOD                   TO CMH-PERIOD
               MOVE WS-CL-REP-ID(WS-CL-IDX)     TO CMH-REP-ID
               MOVE WS-CL-TYPE(WS-CL-IDX)       TO CMH-LINE-TYPE
               MOVE WS-CL-INVOICE-NO(WS-CL-IDX) TO CMH-INVOICE-NO
               MOVE WS-CL-CLASS(WS-CL-IDX)      TO CMH-ITEM-CLASS
               MOVE WS-CL-CUST-ID(WS-CL-IDX)    TO CMH-CUST-ID
               MOVE WS-CL-AMOUNT(WS-CL-IDX)     TO CMH-AMOUNT
               MOVE WS-CL-RATE(WS-CL-IDX)       TO CMH-RATE
               MOVE WS-CL-COMM(WS-CL-IDX)       TO CMH-COMMISSION
               WRITE COMM-HIST-REC
           END-IF.
       8150-EXIT.
           EXIT.

       8500-WRITE-RUN-TOTALS.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-PAYMENT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "PAYMENTS IN PERIOD    : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-NOBASIS-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "NO COMMISSION BASIS   : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-EARNED-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "COMMISSION EARNED     : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-CLAWBACK-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "COMMISSION CLAWED BACK: " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-NET-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "NET COMMISSION        : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-PAYROLL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "PAYROLL RECORDS       : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.

           MOVE WS-EXCP-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO COMM-STMT-RPT-REC.
           STRING "EXCEPTIONS            : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO COMM-STMT-RPT-REC
           END-STRING.
           WRITE COMM-STMT-RPT-REC.
       8500-EXIT.
           EXIT.

       COPY REPDATEP.
