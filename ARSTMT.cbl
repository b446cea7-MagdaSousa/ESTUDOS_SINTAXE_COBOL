      *> ARSTMT - MONTHLY CUSTOMER STATEMENTS AND DUNNING LETTERS.
      *> EVERY CUSTOMER ON CUSTMAST WITH A BALANCE OR ANY ACTIVITY
      *> SINCE THE LAST STATEMENT GETS ONE: THE BALANCE BROUGHT
      *> FORWARD FROM THE LAST STATEMENT, THE PAYMENTS APPLIED SINCE
      *> THEN (FROM THE ARCASH PAYMENT HISTORY ARPAYHST), THE NEW
      *> CHARGES BILLED SINCE THEN, AND EVERY OPEN ITEM ON ARMAST
      *> WITH ITS DUE DATE - INVOICE DATE PLUS THE CUSTOMER'S
      *> PAYMENT TERMS - AND THE DAYS IT IS PAST DUE. A CUSTOMER WITH
      *> ANYTHING PAST DUE ALSO GETS A DUNNING LETTER: REMINDER,
      *> SECOND NOTICE OR FINAL DEMAND BY THE AGE OF THE OLDEST
      *> PAST-DUE ITEM AGAINST THE STMTCTL DAY THRESHOLDS. THE LEVEL
      *> LAST SENT IS KEPT PER CUSTOMER ON THE DUNMAST MASTER, SO A
      *> CUSTOMER STILL PAST DUE ON THE NEXT RUN IS ESCALATED RATHER
      *> THAN SENT THE SAME LETTER AGAIN; A CUSTOMER WHO HAS CAUGHT
      *> UP DROPS BACK TO LEVEL ZERO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT AR-PAY-HIST-FILE ASSIGN TO "ARPAYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

      *> STATEMENT AND DUNNING STATE PER CUSTOMER - LAST STATEMENT
      *> DATE, THE BALANCE IT CLOSED ON AND THE LAST LETTER LEVEL
           SELECT DUNNING-MASTER ASSIGN TO "DUNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-CUST-ID
               FILE STATUS IS WS-DN-STATUS.

      *> DAYS-PAST-DUE THRESHOLDS FOR THE THREE LETTER LEVELS - NO
      *> CARD TAKES THE DEFAULTS
           SELECT STMT-CTL-FILE ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT STATEMENT-PRINT ASSIGN TO "STMTPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-LETTERS ASSIGN TO "DUNLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-RUN-RPT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUST-ID            PIC X(06).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-ADDR-LINE-1        PIC X(25).
           05 CM-ADDR-LINE-2        PIC X(25).
           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
               88 CM-CUST-ACTIVE    VALUE 'A'.
               88 CM-CUST-INACTIVE  VALUE 'I'.
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
           05 CM-REP-ID             PIC X(04).

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

       FD  AR-PAY-HIST-FILE.
       01  AR-PAY-HIST-REC.
           05 PH-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 PH-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 PH-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 PH-AMOUNT             PIC 9(09)V99.

       FD  DUNNING-MASTER.
       01  DUNNING-MASTER-REC.
           05 DN-CUST-ID            PIC X(06).
           05 DN-LAST-STMT-DATE     PIC 9(08).
           05 DN-BALANCE-FWD        PIC S9(09)V99.
      *> 0 NONE SENT, 1 REMINDER, 2 SECOND NOTICE, 3 FINAL DEMAND
           05 DN-DUNNING-LEVEL      PIC 9(01).
           05 DN-LAST-DUN-DATE      PIC 9(08).

       FD  STMT-CTL-FILE.
       01  STMT-CTL-REC.
           05 SC-LEVEL-1-DAYS       PIC 9(03).
           05 FILLER                PIC X(01).
           05 SC-LEVEL-2-DAYS       PIC 9(03).
           05 FILLER                PIC X(01).
           05 SC-LEVEL-3-DAYS       PIC 9(03).

       FD  STATEMENT-PRINT.
       01  STATEMENT-PRINT-REC      PIC X(80).

       FD  DUNNING-LETTERS.
       01  DUNNING-LETTERS-REC      PIC X(80).

       FD  STMT-RUN-RPT.
       01  STMT-RUN-RPT-REC         PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CM-STATUS    PIC X(02).
           01 WS-AR-STATUS    PIC X(02).
           01 WS-PHIST-STATUS PIC X(02).
           01 WS-DN-STATUS    PIC X(02).
               88 WS-DN-OK VALUE "00".
           01 WS-CTL-STATUS   PIC X(02).

           01 WS-CM-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CM-EOF VALUE 'Y'.
           01 WS-AR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-AR-EOF VALUE 'Y'.
           01 WS-PH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PH-EOF VALUE 'Y'.
           01 WS-DN-NEW-SW PIC X(01) VALUE 'N'.
               88 WS-DN-NEW VALUE 'Y'.

           01 WS-LEVEL-1-DAYS PIC 9(03) VALUE 1.
           01 WS-LEVEL-2-DAYS PIC 9(03) VALUE 30.
           01 WS-LEVEL-3-DAYS PIC 9(03) VALUE 60.

      *> SERIAL-DAY CONVERSION WORKAREA - SEE DATESER COPYBOOK
           COPY DATESER.
      *> DATE-PLUS-DAYS WORKAREA - SEE DATEADD COPYBOOK
           COPY DATEADD.

           01 WS-RUN-SERIAL   PIC 9(09).
           01 WS-DUE-SERIAL   PIC 9(09).
           01 WS-PAST-DUE     PIC S9(05).
           01 WS-OLDEST-PAST-DUE PIC S9(05).
           01 WS-CUTOFF-DATE  PIC 9(08).

      *> OPEN ITEMS, AND ITEMS BILLED SINCE THEIR CUSTOMER'S LAST
      *> STATEMENT, LOADED ONCE FROM ARMAST
           01 WS-ITEM-MAX PIC 9(04) VALUE ZERO.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 3000 TIMES
                                INDEXED BY WS-ITEM-IDX.
                   10 WS-IT-CUST-ID    PIC X(06).
                   10 WS-IT-INVOICE-NO PIC X(08).
                   10 WS-IT-INV-DATE   PIC 9(08).
                   10 WS-IT-ORIG       PIC S9(09)V99.
                   10 WS-IT-OPEN       PIC S9(09)V99.
                   10 WS-IT-OPEN-SW    PIC X(01).
                       88 WS-IT-IS-OPEN VALUE 'Y'.
                   10 WS-IT-NEW-SW     PIC X(01).
                       88 WS-IT-IS-NEW  VALUE 'Y'.

      *> PAYMENTS APPLIED SINCE THEIR CUSTOMER'S LAST STATEMENT
           01 WS-PAY-MAX PIC 9(04) VALUE ZERO.
           01 WS-PAY-TABLE.
               05 WS-PAY-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-PAY-IDX.
                   10 WS-PT-CUST-ID    PIC X(06).
                   10 WS-PT-PAY-DATE   PIC 9(08).
                   10 WS-PT-INVOICE-NO PIC X(08).
                   10 WS-PT-AMOUNT     PIC 9(09)V99.

      *> ONE CUSTOMER'S STATEMENT FIGURES
           01 WS-BALANCE-FWD  PIC S9(11)V99.
           01 WS-PAID-SINCE   PIC S9(11)V99.
           01 WS-NEW-CHARGES  PIC S9(11)V99.
           01 WS-ADJUSTMENTS  PIC S9(11)V99.
           01 WS-NOW-DUE      PIC S9(11)V99.
           01 WS-PAST-DUE-AMT PIC S9(11)V99.
           01 WS-ACTIVITY-COUNT PIC 9(05).
           01 WS-TARGET-LEVEL PIC 9(01).
           01 WS-NEW-LEVEL    PIC 9(01).
           01 WS-LETTER-TITLE PIC X(20).

           01 WS-STMT-COUNT    PIC 9(09) VALUE ZERO.
           01 WS-LEVEL-1-COUNT PIC 9(09) VALUE ZERO.
           01 WS-LEVEL-2-COUNT PIC 9(09) VALUE ZERO.
           01 WS-LEVEL-3-COUNT PIC 9(09) VALUE ZERO.
           01 WS-RESET-COUNT   PIC 9(09) VALUE ZERO.
           01 WS-TOT-NOW-DUE   PIC S9(13)V99 VALUE ZERO.
           01 WS-TOT-PAST-DUE  PIC S9(13)V99 VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED     PIC -(10)9.99.
           01 WS-TERMS-ED      PIC ZZ9.
           01 WS-DAYS-ED       PIC ZZZZ9.

           01 WS-PAYMENT-DETAIL.
               05 FILLER           PIC X(04) VALUE SPACES.
               05 WS-PD-PAY-DATE   PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PD-INVOICE-NO PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PD-AMOUNT     PIC ZZZZZZZZ9.99.

           01 WS-ITEM-DETAIL.
               05 WS-ID-INVOICE-NO PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-ID-INV-DATE   PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-ID-DUE-DATE   PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-ID-ORIG       PIC -(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-ID-OPEN       PIC -(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-ID-PAST-DUE   PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-ID-FLAG       PIC X(03).

           01 WS-RUN-DETAIL.
               05 WS-RD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-BAL-FWD    PIC -(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RD-PAID       PIC -(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RD-NOW-DUE    PIC -(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RD-PAST-DUE   PIC -(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-LETTER     PIC X(13).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           MOVE RPT-RUN-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-RUN-SERIAL.

           PERFORM 0100-READ-CONTROL-CARD THRU 0100-EXIT.

           OPEN I-O DUNNING-MASTER.
      *> FIRST-EVER RUN: THE MASTER DOES NOT EXIST YET, SO THE I-O
      *> OPEN FAILS AND THE FILE IS CREATED FRESH
           IF NOT WS-DN-OK
               OPEN OUTPUT DUNNING-MASTER
               CLOSE DUNNING-MASTER
               OPEN I-O DUNNING-MASTER
           END-IF.

           PERFORM 0200-LOAD-AR-ITEMS THRU 0200-EXIT.
           PERFORM 0300-LOAD-PAYMENTS THRU 0300-EXIT.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT STATEMENT-PRINT.
           OPEN OUTPUT DUNNING-LETTERS.
           OPEN OUTPUT STMT-RUN-RPT.

           WRITE STMT-RUN-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "CUSTOMER STATEMENT AND DUNNING RUN"
               TO STMT-RUN-RPT-REC.
           WRITE STMT-RUN-RPT-REC.
           MOVE "CUST      BAL-FORWARD     PAYMENTS      NOW-DUE"
               TO STMT-RUN-RPT-REC.
           MOVE "PAST-DUE  LETTER" TO STMT-RUN-RPT-REC(55:16).
           WRITE STMT-RUN-RPT-REC.

           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET WS-CM-EOF TO TRUE
           END-READ.
           PERFORM 1000-STATEMENT-ONE-CUSTOMER UNTIL WS-CM-EOF.

           PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.

           CLOSE CUSTOMER-MASTER.
           CLOSE DUNNING-MASTER.
           CLOSE STATEMENT-PRINT.
           CLOSE DUNNING-LETTERS.
           CLOSE STMT-RUN-RPT.
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT STMT-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ STMT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-LEVEL-1-DAYS IS NUMERIC
                           MOVE SC-LEVEL-1-DAYS TO WS-LEVEL-1-DAYS
                       END-IF
                       IF SC-LEVEL-2-DAYS IS NUMERIC
                           MOVE SC-LEVEL-2-DAYS TO WS-LEVEL-2-DAYS
                       END-IF
                       IF SC-LEVEL-3-DAYS IS NUMERIC
                           MOVE SC-LEVEL-3-DAYS TO WS-LEVEL-3-DAYS
                       END-IF
               END-READ
               CLOSE STMT-CTL-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *> KEEPS EVERY ITEM STILL OPEN, PLUS ANY ITEM BILLED AFTER THE
      *> CUSTOMER'S LAST STATEMENT EVEN IF ALREADY PAID - IT IS PART
      *> OF THE NEW CHARGES FOR THE PERIOD
       0200-LOAD-AR-ITEMS.
           OPEN INPUT AR-MASTER.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-AR-EOF TO TRUE
           END-READ.
           PERFORM 0210-NOTE-ONE-ITEM UNTIL WS-AR-EOF.
           CLOSE AR-MASTER.
       0200-EXIT.
           EXIT.

       0210-NOTE-ONE-ITEM.
           MOVE AR-CUST-ID TO DN-CUST-ID.
           PERFORM 0400-GET-CUTOFF-DATE THRU 0400-EXIT.
           IF (AR-ITEM-OPEN AND AR-OPEN-AMOUNT NOT = ZERO)
               OR AR-INVOICE-DATE > WS-CUTOFF-DATE
               IF WS-ITEM-MAX < 3000
                   ADD 1 TO WS-ITEM-MAX
                   SET WS-ITEM-IDX TO WS-ITEM-MAX
                   MOVE AR-CUST-ID      TO WS-IT-CUST-ID(WS-ITEM-IDX)
                   MOVE AR-INVOICE-NO   TO WS-IT-INVOICE-NO(WS-ITEM-IDX)
                   MOVE AR-INVOICE-DATE TO WS-IT-INV-DATE(WS-ITEM-IDX)
                   MOVE AR-ORIG-AMOUNT  TO WS-IT-ORIG(WS-ITEM-IDX)
                   MOVE AR-OPEN-AMOUNT  TO WS-IT-OPEN(WS-ITEM-IDX)
                   MOVE 'N' TO WS-IT-OPEN-SW(WS-ITEM-IDX)
                               WS-IT-NEW-SW(WS-ITEM-IDX)
                   IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT NOT = ZERO
                       MOVE 'Y' TO WS-IT-OPEN-SW(WS-ITEM-IDX)
                   END-IF
                   IF AR-INVOICE-DATE > WS-CUTOFF-DATE
                       MOVE 'Y' TO WS-IT-NEW-SW(WS-ITEM-IDX)
                   END-IF
               ELSE
                   DISPLAY "STATEMENT ITEM TABLE FULL AT "
                       AR-INVOICE-NO
               END-IF
           END-IF.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-AR-EOF TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0300-LOAD-PAYMENTS.
           OPEN INPUT AR-PAY-HIST-FILE.
           IF WS-PHIST-STATUS = "00"
               READ AR-PAY-HIST-FILE
                   AT END SET WS-PH-EOF TO TRUE
               END-READ
               PERFORM 0310-NOTE-ONE-PAYMENT UNTIL WS-PH-EOF
               CLOSE AR-PAY-HIST-FILE
           END-IF.
       0300-EXIT.
           EXIT.

       0310-NOTE-ONE-PAYMENT.
           MOVE PH-CUST-ID TO DN-CUST-ID.
           PERFORM 0400-GET-CUTOFF-DATE THRU 0400-EXIT.
           IF PH-PAY-DATE > WS-CUTOFF-DATE
               IF WS-PAY-MAX < 2000
                   ADD 1 TO WS-PAY-MAX
                   SET WS-PAY-IDX TO WS-PAY-MAX
                   MOVE PH-CUST-ID    TO WS-PT-CUST-ID(WS-PAY-IDX)
                   MOVE PH-PAY-DATE   TO WS-PT-PAY-DATE(WS-PAY-IDX)
                   MOVE PH-INVOICE-NO TO WS-PT-INVOICE-NO(WS-PAY-IDX)
                   MOVE PH-AMOUNT     TO WS-PT-AMOUNT(WS-PAY-IDX)
               ELSE
                   DISPLAY "STATEMENT PAYMENT TABLE FULL AT "
                       PH-INVOICE-NO
               END-IF
           END-IF.
           READ AR-PAY-HIST-FILE
               AT END SET WS-PH-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

      *> A CUSTOMER NEVER STATEMENTED BEFORE HAS NO CUTOFF - ALL OF
      *> ITS HISTORY BELONGS ON THE FIRST STATEMENT
       0400-GET-CUTOFF-DATE.
           MOVE ZERO TO WS-CUTOFF-DATE.
           READ DUNNING-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DN-LAST-STMT-DATE TO WS-CUTOFF-DATE
           END-READ.
       0400-EXIT.
           EXIT.

       1000-STATEMENT-ONE-CUSTOMER.
           PERFORM 1100-GET-DUNNING-STATE THRU 1100-EXIT.
           PERFORM 1200-SUM-CUSTOMER THRU 1200-EXIT.
      *> NOTHING OWED AND NOTHING HAPPENED - NO STATEMENT, AND NO
      *> CHANGE TO THE DUNNING STATE
           IF WS-ACTIVITY-COUNT = ZERO
               AND WS-BALANCE-FWD = ZERO
               AND WS-NOW-DUE = ZERO
               CONTINUE
           ELSE
               PERFORM 2000-PRINT-STATEMENT THRU 2000-EXIT
               PERFORM 3000-SET-DUNNING-LEVEL THRU 3000-EXIT
               IF WS-NEW-LEVEL > ZERO
                   PERFORM 3100-PRINT-LETTER THRU 3100-EXIT
               END-IF
               PERFORM 4000-SAVE-DUNNING-STATE THRU 4000-EXIT
               PERFORM 5000-WRITE-RUN-LINE THRU 5000-EXIT
           END-IF.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET WS-CM-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-GET-DUNNING-STATE.
           MOVE 'N' TO WS-DN-NEW-SW.
           MOVE CM-CUST-ID TO DN-CUST-ID.
           READ DUNNING-MASTER
               INVALID KEY
                   SET WS-DN-NEW TO TRUE
                   MOVE CM-CUST-ID TO DN-CUST-ID
                   MOVE ZERO TO DN-LAST-STMT-DATE
                                DN-BALANCE-FWD
                                DN-DUNNING-LEVEL
                                DN-LAST-DUN-DATE
           END-READ.
           MOVE DN-BALANCE-FWD TO WS-BALANCE-FWD.
       1100-EXIT.
           EXIT.

      *> OPEN BALANCE, PAST-DUE BALANCE AND THE AGE OF THE OLDEST
      *> PAST-DUE ITEM, PLUS THE PERIOD'S PAYMENTS AND NEW CHARGES
       1200-SUM-CUSTOMER.
           MOVE ZERO TO WS-PAID-SINCE WS-NEW-CHARGES WS-NOW-DUE
                        WS-PAST-DUE-AMT WS-OLDEST-PAST-DUE
                        WS-ACTIVITY-COUNT.
           PERFORM 1210-SUM-ONE-ITEM THRU 1210-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.
           PERFORM 1220-SUM-ONE-PAYMENT THRU 1220-EXIT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-MAX.
      *> ANYTHING THE PAYMENTS AND NEW CHARGES DO NOT EXPLAIN -
      *> CREDITS, WRITE-OFFS - IS SHOWN AS ONE ADJUSTMENT LINE SO
      *> THE STATEMENT ALWAYS FOOTS
           COMPUTE WS-ADJUSTMENTS = WS-NOW-DUE - WS-BALANCE-FWD
               + WS-PAID-SINCE - WS-NEW-CHARGES.
       1200-EXIT.
           EXIT.

       1210-SUM-ONE-ITEM.
           IF WS-IT-CUST-ID(WS-ITEM-IDX) NOT = CM-CUST-ID
               GO TO 1210-EXIT
           END-IF.
           IF WS-IT-IS-NEW(WS-ITEM-IDX)
               ADD WS-IT-ORIG(WS-ITEM-IDX) TO WS-NEW-CHARGES
               ADD 1 TO WS-ACTIVITY-COUNT
           END-IF.
           IF WS-IT-IS-OPEN(WS-ITEM-IDX)
               ADD WS-IT-OPEN(WS-ITEM-IDX) TO WS-NOW-DUE
               PERFORM 1230-AGE-ONE-ITEM THRU 1230-EXIT
               IF WS-PAST-DUE > ZERO
                   ADD WS-IT-OPEN(WS-ITEM-IDX) TO WS-PAST-DUE-AMT
                   IF WS-PAST-DUE > WS-OLDEST-PAST-DUE
                       MOVE WS-PAST-DUE TO WS-OLDEST-PAST-DUE
                   END-IF
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

       1220-SUM-ONE-PAYMENT.
           IF WS-PT-CUST-ID(WS-PAY-IDX) = CM-CUST-ID
               ADD WS-PT-AMOUNT(WS-PAY-IDX) TO WS-PAID-SINCE
               ADD 1 TO WS-ACTIVITY-COUNT
           END-IF.
       1220-EXIT.
           EXIT.

      *> DUE = INVOICE DATE PLUS THE CUSTOMER'S TERMS; DAYS PAST DUE
      *> COMES OUT NEGATIVE OR ZERO FOR AN ITEM NOT YET DUE
       1230-AGE-ONE-ITEM.
           MOVE WS-IT-INV-DATE(WS-ITEM-IDX) TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           COMPUTE WS-DUE-SERIAL = WS-D2S-SERIAL + CM-PAY-TERMS.
           COMPUTE WS-PAST-DUE = WS-RUN-SERIAL - WS-DUE-SERIAL.
       1230-EXIT.
           EXIT.

       2000-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           WRITE STATEMENT-PRINT-REC FROM RPT-HEADER-LINE.
           MOVE "STATEMENT OF ACCOUNT" TO STATEMENT-PRINT-REC.
           WRITE STATEMENT-PRINT-REC.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "ACCOUNT " DELIMITED BY SIZE
                  CM-CUST-ID DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  CM-CUST-NAME DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           MOVE CM-ADDR-LINE-1 TO STATEMENT-PRINT-REC(17:25).
           WRITE STATEMENT-PRINT-REC.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           MOVE CM-ADDR-LINE-2 TO STATEMENT-PRINT-REC(17:25).
           WRITE STATEMENT-PRINT-REC.
           MOVE CM-PAY-TERMS TO WS-TERMS-ED.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "PAYMENT TERMS : NET " DELIMITED BY SIZE
                  WS-TERMS-ED            DELIMITED BY SIZE
                  " DAYS"                DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           WRITE STATEMENT-PRINT-REC.

           MOVE WS-BALANCE-FWD TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "BALANCE FORWARD       : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.

           IF WS-PAID-SINCE NOT = ZERO
               MOVE "PAYMENTS RECEIVED - THANK YOU"
                   TO STATEMENT-PRINT-REC
               WRITE STATEMENT-PRINT-REC
               PERFORM 2100-PRINT-ONE-PAYMENT THRU 2100-EXIT
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-MAX
           END-IF.
           MOVE WS-PAID-SINCE TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "LESS PAYMENTS         : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.

           MOVE WS-NEW-CHARGES TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "NEW CHARGES           : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.

           IF WS-ADJUSTMENTS NOT = ZERO
               MOVE WS-ADJUSTMENTS TO WS-AMOUNT-ED
               MOVE SPACES TO STATEMENT-PRINT-REC
               STRING "CREDITS/ADJUSTMENTS   : " DELIMITED BY SIZE
                      WS-AMOUNT-ED               DELIMITED BY SIZE
                   INTO STATEMENT-PRINT-REC
               END-STRING
               WRITE STATEMENT-PRINT-REC
           END-IF.

           MOVE SPACES TO STATEMENT-PRINT-REC.
           WRITE STATEMENT-PRINT-REC.
           MOVE "INVOICE   INV-DATE  DUE-DATE       ORIGINAL"
               TO STATEMENT-PRINT-REC.
           MOVE "OPEN  DAYS-PAST-DUE" TO STATEMENT-PRINT-REC(56:19).
           WRITE STATEMENT-PRINT-REC.
           PERFORM 2200-PRINT-ONE-ITEM THRU 2200-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.

           MOVE SPACES TO STATEMENT-PRINT-REC.
           WRITE STATEMENT-PRINT-REC.
           MOVE WS-NOW-DUE TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "BALANCE NOW DUE       : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.
           MOVE WS-PAST-DUE-AMT TO WS-AMOUNT-ED.
           MOVE SPACES TO STATEMENT-PRINT-REC.
           STRING "OF WHICH PAST DUE     : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STATEMENT-PRINT-REC
           END-STRING.
           WRITE STATEMENT-PRINT-REC.
           MOVE ALL "-" TO STATEMENT-PRINT-REC.
           WRITE STATEMENT-PRINT-REC.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-PAYMENT.
           IF WS-PT-CUST-ID(WS-PAY-IDX) = CM-CUST-ID
               MOVE WS-PT-PAY-DATE(WS-PAY-IDX)   TO WS-PD-PAY-DATE
               MOVE WS-PT-INVOICE-NO(WS-PAY-IDX) TO WS-PD-INVOICE-NO
               MOVE WS-PT-AMOUNT(WS-PAY-IDX)     TO WS-PD-AMOUNT
               WRITE STATEMENT-PRINT-REC FROM WS-PAYMENT-DETAIL
           END-IF.
       2100-EXIT.
           EXIT.

      *> NEW ITEMS ALREADY PAID IN FULL ARE COUNTED IN NEW CHARGES
      *> BUT NOT LISTED - ONLY WHAT IS STILL OWED IS ITEMISED
       2200-PRINT-ONE-ITEM.
           IF WS-IT-CUST-ID(WS-ITEM-IDX) NOT = CM-CUST-ID
               OR NOT WS-IT-IS-OPEN(WS-ITEM-IDX)
               GO TO 2200-EXIT
           END-IF.
           PERFORM 1230-AGE-ONE-ITEM THRU 1230-EXIT.
           MOVE WS-IT-INV-DATE(WS-ITEM-IDX) TO WS-DAD-DATE.
           MOVE CM-PAY-TERMS TO WS-DAD-DAYS.
           PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT.
           MOVE SPACES TO WS-ID-FLAG.
           MOVE WS-IT-INVOICE-NO(WS-ITEM-IDX) TO WS-ID-INVOICE-NO.
           MOVE WS-IT-INV-DATE(WS-ITEM-IDX)   TO WS-ID-INV-DATE.
           MOVE WS-DAD-DATE                   TO WS-ID-DUE-DATE.
           MOVE WS-IT-ORIG(WS-ITEM-IDX)       TO WS-ID-ORIG.
           MOVE WS-IT-OPEN(WS-ITEM-IDX)       TO WS-ID-OPEN.
           IF WS-PAST-DUE > ZERO
               MOVE WS-PAST-DUE TO WS-ID-PAST-DUE
           ELSE
               MOVE ZERO TO WS-ID-PAST-DUE
           END-IF.
           IF WS-IT-IS-NEW(WS-ITEM-IDX)
               MOVE "NEW" TO WS-ID-FLAG
           END-IF.
           WRITE STATEMENT-PRINT-REC FROM WS-ITEM-DETAIL.
       2200-EXIT.
           EXIT.

      *> THE AGE OF THE OLDEST PAST-DUE ITEM SETS THE LEVEL THE
      *> ACCOUNT HAS EARNED; A CUSTOMER ALREADY SENT THAT LEVEL (OR
      *> HIGHER) AND STILL PAST DUE MOVES UP ONE, AND A FINAL DEMAND
      *> IS REPEATED UNTIL THE ACCOUNT IS BROUGHT CURRENT
       3000-SET-DUNNING-LEVEL.
           MOVE ZERO TO WS-TARGET-LEVEL.
           IF WS-OLDEST-PAST-DUE >= WS-LEVEL-1-DAYS
               AND WS-OLDEST-PAST-DUE > ZERO
               MOVE 1 TO WS-TARGET-LEVEL
           END-IF.
           IF WS-OLDEST-PAST-DUE >= WS-LEVEL-2-DAYS
               AND WS-TARGET-LEVEL > ZERO
               MOVE 2 TO WS-TARGET-LEVEL
           END-IF.
           IF WS-OLDEST-PAST-DUE >= WS-LEVEL-3-DAYS
               AND WS-TARGET-LEVEL > ZERO
               MOVE 3 TO WS-TARGET-LEVEL
           END-IF.

           IF WS-TARGET-LEVEL = ZERO
               IF DN-DUNNING-LEVEL > ZERO
                   ADD 1 TO WS-RESET-COUNT
               END-IF
               MOVE ZERO TO WS-NEW-LEVEL
               GO TO 3000-EXIT
           END-IF.

           IF DN-DUNNING-LEVEL >= WS-TARGET-LEVEL
               IF DN-DUNNING-LEVEL < 3
                   COMPUTE WS-NEW-LEVEL = DN-DUNNING-LEVEL + 1
               ELSE
                   MOVE 3 TO WS-NEW-LEVEL
               END-IF
           ELSE
               MOVE WS-TARGET-LEVEL TO WS-NEW-LEVEL
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-LETTER.
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "REMINDER" TO WS-LETTER-TITLE
                   ADD 1 TO WS-LEVEL-1-COUNT
               WHEN 2
                   MOVE "SECOND NOTICE" TO WS-LETTER-TITLE
                   ADD 1 TO WS-LEVEL-2-COUNT
               WHEN OTHER
                   MOVE "FINAL DEMAND" TO WS-LETTER-TITLE
                   ADD 1 TO WS-LEVEL-3-COUNT
           END-EVALUATE.

           WRITE DUNNING-LETTERS-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO DUNNING-LETTERS-REC.
           STRING "*** " DELIMITED BY SIZE
                  WS-LETTER-TITLE DELIMITED BY "  "
                  " ***" DELIMITED BY SIZE
               INTO DUNNING-LETTERS-REC
           END-STRING.
           WRITE DUNNING-LETTERS-REC.
           MOVE SPACES TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
           MOVE CM-CUST-NAME TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
           MOVE CM-ADDR-LINE-1 TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
           MOVE CM-ADDR-LINE-2 TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
           MOVE SPACES TO DUNNING-LETTERS-REC.
           STRING "ACCOUNT " DELIMITED BY SIZE
                  CM-CUST-ID DELIMITED BY SIZE
               INTO DUNNING-LETTERS-REC
           END-STRING.
           WRITE DUNNING-LETTERS-REC.
           MOVE SPACES TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.

           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE ITEMS BELOW ARE PAST DUE."
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "IF YOUR PAYMENT IS ALREADY IN THE MAIL,"
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "PLEASE DISREGARD THIS REMINDER."
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
               WHEN 2
                   MOVE "WE HAVE NOT RECEIVED PAYMENT FOR THE ITEMS"
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "BELOW DESPITE OUR EARLIER REMINDER. PLEASE"
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "REMIT THE PAST-DUE AMOUNT WITHOUT DELAY."
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
               WHEN OTHER
                   MOVE "THE ITEMS BELOW REMAIN UNPAID AFTER REPEATED"
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "NOTICES. UNLESS PAYMENT IS RECEIVED, CREDIT"
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "WILL BE SUSPENDED AND THE ACCOUNT REFERRED"
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
                   MOVE "FOR COLLECTION."
                       TO DUNNING-LETTERS-REC
                   WRITE DUNNING-LETTERS-REC
           END-EVALUATE.

           MOVE SPACES TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
           MOVE "INVOICE   INV-DATE  DUE-DATE       ORIGINAL"
               TO DUNNING-LETTERS-REC.
           MOVE "OPEN  DAYS-PAST-DUE" TO DUNNING-LETTERS-REC(56:19).
           WRITE DUNNING-LETTERS-REC.
           PERFORM 3110-LETTER-ONE-ITEM THRU 3110-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.
           MOVE SPACES TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
           MOVE WS-PAST-DUE-AMT TO WS-AMOUNT-ED.
           MOVE SPACES TO DUNNING-LETTERS-REC.
           STRING "TOTAL PAST DUE        : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO DUNNING-LETTERS-REC
           END-STRING.
           WRITE DUNNING-LETTERS-REC.
           MOVE ALL "-" TO DUNNING-LETTERS-REC.
           WRITE DUNNING-LETTERS-REC.
       3100-EXIT.
           EXIT.

       3110-LETTER-ONE-ITEM.
           IF WS-IT-CUST-ID(WS-ITEM-IDX) NOT = CM-CUST-ID
               OR NOT WS-IT-IS-OPEN(WS-ITEM-IDX)
               GO TO 3110-EXIT
           END-IF.
           PERFORM 1230-AGE-ONE-ITEM THRU 1230-EXIT.
           IF WS-PAST-DUE NOT > ZERO
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-IT-INV-DATE(WS-ITEM-IDX) TO WS-DAD-DATE.
           MOVE CM-PAY-TERMS TO WS-DAD-DAYS.
           PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT.
           MOVE SPACES TO WS-ID-FLAG.
           MOVE WS-IT-INVOICE-NO(WS-ITEM-IDX) TO WS-ID-INVOICE-NO.
           MOVE WS-IT-INV-DATE(WS-ITEM-IDX)   TO WS-ID-INV-DATE.
           MOVE WS-DAD-DATE                   TO WS-ID-DUE-DATE.
           MOVE WS-IT-ORIG(WS-ITEM-IDX)       TO WS-ID-ORIG.
           MOVE WS-IT-OPEN(WS-ITEM-IDX)       TO WS-ID-OPEN.
           MOVE WS-PAST-DUE                   TO WS-ID-PAST-DUE.
           WRITE DUNNING-LETTERS-REC FROM WS-ITEM-DETAIL.
       3110-EXIT.
           EXIT.

      *> THE BALANCE THIS STATEMENT CLOSED ON IS NEXT MONTH'S
      *> BALANCE FORWARD
       4000-SAVE-DUNNING-STATE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO DN-LAST-STMT-DATE.
           MOVE WS-NOW-DUE            TO DN-BALANCE-FWD.
           MOVE WS-NEW-LEVEL          TO DN-DUNNING-LEVEL.
           IF WS-NEW-LEVEL > ZERO
               MOVE RPT-RUN-DATE-CCYYMMDD TO DN-LAST-DUN-DATE
           END-IF.
           IF WS-DN-NEW
               WRITE DUNNING-MASTER-REC
                   INVALID KEY
                       DISPLAY "DUNNING-MASTER WRITE FAILED "
                           WS-DN-STATUS
               END-WRITE
           ELSE
               REWRITE DUNNING-MASTER-REC
                   INVALID KEY
                       DISPLAY "DUNNING-MASTER REWRITE FAILED "
                           WS-DN-STATUS
               END-REWRITE
           END-IF.
       4000-EXIT.
           EXIT.

       5000-WRITE-RUN-LINE.
           MOVE SPACES TO WS-RD-LETTER.
           MOVE CM-CUST-ID      TO WS-RD-CUST-ID.
           MOVE WS-BALANCE-FWD  TO WS-RD-BAL-FWD.
           MOVE WS-PAID-SINCE   TO WS-RD-PAID.
           MOVE WS-NOW-DUE      TO WS-RD-NOW-DUE.
           MOVE WS-PAST-DUE-AMT TO WS-RD-PAST-DUE.
           IF WS-NEW-LEVEL > ZERO
               MOVE WS-LETTER-TITLE TO WS-RD-LETTER
           END-IF.
           WRITE STMT-RUN-RPT-REC FROM WS-RUN-DETAIL.
           ADD WS-NOW-DUE      TO WS-TOT-NOW-DUE.
           ADD WS-PAST-DUE-AMT TO WS-TOT-PAST-DUE.
       5000-EXIT.
           EXIT.

       8000-WRITE-RUN-TOTALS.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-STMT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "STATEMENTS PRINTED    : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-LEVEL-1-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "REMINDERS SENT        : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-LEVEL-2-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "SECOND NOTICES SENT   : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-LEVEL-3-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "FINAL DEMANDS SENT    : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-RESET-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "ACCOUNTS BACK CURRENT : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-TOT-NOW-DUE TO WS-AMOUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "TOTAL NOW DUE         : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.

           MOVE WS-TOT-PAST-DUE TO WS-AMOUNT-ED.
           MOVE SPACES TO STMT-RUN-RPT-REC.
           STRING "TOTAL PAST DUE        : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO STMT-RUN-RPT-REC
           END-STRING.
           WRITE STMT-RUN-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY DATESERP.

       COPY DATEADDP.

       COPY REPDATEP.
