      *> ARWOFF - BAD-DEBT WRITE-OFF RUN. ITEMS THAT HAVE SAT IN
      *> THE OVER-90 BUCKET OF THE AGING UNTIL COLLECTIONS GIVES UP
      *> ON THEM ARE CLEARED ONLY ON AN APPROVED WRITE-OFF CARD -
      *> INVOICE NUMBER, THE AMOUNT APPROVED, THE APPROVER'S ID AND
      *> A REASON CODE. THE APPROVED AMOUNT MUST STILL BE THE ITEM'S
      *> WHOLE OPEN BALANCE: A PAYMENT OR FINANCE CHARGE SINCE THE
      *> APPROVAL SENDS THE CARD BACK FOR A FRESH ONE. AN ACCEPTED
      *> CARD CLOSES THE ARMAST ITEM TO WRITTEN-OFF STATUS, LOGS THE
      *> ACTION TO CHGHIST UNDER THE APPROVER, AND ADDS A BAD-DEBT
      *> EXPENSE DEBIT / RECEIVABLES CREDIT PAIR TO THE WOFFVCH
      *> VOUCHER FILE - THE SAME LAYOUT AS THE NIGHTLY JRNLVCH - SO
      *> THE LEDGER'S RECEIVABLES CONTROL FALLS WITH THE SUBLEDGER.
      *> WOFFRPT LISTS EVERY WRITE-OFF AND PROVES THE VOUCHER FILE
      *> BALANCES; REJECTED CARDS GO TO WOFFEXCP. CASH LATER RECEIVED
      *> AGAINST A WRITTEN-OFF ITEM IS TAKEN BY ARCASH AS A RECOVERY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT WRITE-OFF-CARD-FILE ASSIGN TO "WOFFCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITE-OFF-VOUCHER ASSIGN TO "WOFFVCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITE-OFF-EXCP ASSIGN TO "WOFFEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITE-OFF-RPT ASSIGN TO "WOFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  WRITE-OFF-CARD-FILE.
       01  WRITE-OFF-CARD-REC.
           05 WC-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 WC-AMOUNT             PIC 9(09)V99.
           05 FILLER                PIC X(01).
           05 WC-APPROVER-ID        PIC X(06).
           05 FILLER                PIC X(01).
           05 WC-REASON-CODE        PIC X(04).

      *> SAME LINE LAYOUT AS THE GLEXTR JRNLVCH VOUCHER FILE
       FD  WRITE-OFF-VOUCHER.
       01  JOURNAL-VOUCHER-REC.
           05 JV-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-SOURCE             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-ACCOUNT            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-DC-IND             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-AMOUNT             PIC 9(11).99.

       FD  WRITE-OFF-EXCP.
       01  WRITE-OFF-EXCP-REC.
           COPY EXCPREC.

       FD  WRITE-OFF-RPT.
       01  WRITE-OFF-RPT-REC        PIC X(80).

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

           WORKING-STORAGE SECTION.
           01 WS-AR-STATUS PIC X(02).
               88 WS-AR-OK VALUE "00".
           01 WS-CH-STATUS PIC X(02).
           01 WS-CARD-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CARD-EOF VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).

      *> GL ACCOUNTS FOR THE WRITE-OFF PAIR
           01 WS-BAD-DEBT-ACCOUNT PIC X(08) VALUE "BADDEBT ".
           01 WS-AR-CTL-ACCOUNT   PIC X(08) VALUE "ARCTRL  ".

           01 WS-WOFF-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-WOFF-TOTAL   PIC 9(11)V99 VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DEBIT-TOTAL  PIC 9(13)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
           01 WS-BALANCE-DIFF PIC S9(13)V99 VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED    PIC -(12)9.99.
      *> OPEN BALANCE BEFORE AND AFTER, FOR THE CHANGE HISTORY
           01 WS-CH-VALUE-ED  PIC ZZZZZ9.99.

           01 WS-WOFF-DETAIL.
               05 WS-WD-INVOICE-NO PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-WD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-WD-INV-DATE   PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-WD-AMOUNT     PIC ZZZZZZZZ9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-WD-APPROVER   PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-WD-REASON     PIC X(04).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           OPEN I-O AR-MASTER.
           OPEN INPUT WRITE-OFF-CARD-FILE.
           OPEN OUTPUT WRITE-OFF-VOUCHER.
           OPEN OUTPUT WRITE-OFF-EXCP.
           OPEN OUTPUT WRITE-OFF-RPT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE WRITE-OFF-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "BAD-DEBT WRITE-OFFS - APPROVED CARDS"
               TO WRITE-OFF-RPT-REC.
           WRITE WRITE-OFF-RPT-REC.
           MOVE "INVOICE   CUST    INV-DATE        AMOUNT  APPRVR  RSN"
               TO WRITE-OFF-RPT-REC.
           WRITE WRITE-OFF-RPT-REC.

           READ WRITE-OFF-CARD-FILE
               AT END SET WS-CARD-EOF TO TRUE
           END-READ.
           PERFORM 1000-WRITE-OFF-ONE-ITEM UNTIL WS-CARD-EOF.

           CLOSE WRITE-OFF-VOUCHER.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.

           CLOSE AR-MASTER.
           CLOSE WRITE-OFF-CARD-FILE.
           CLOSE WRITE-OFF-EXCP.
           CLOSE WRITE-OFF-RPT.
           CLOSE CHANGE-HIST-FILE.

      *> AN UNBALANCED VOUCHER FILE MUST NEVER REACH THE LEDGER
           IF WS-BALANCE-DIFF NOT = ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-WRITE-OFF-ONE-ITEM.
           IF WC-APPROVER-ID = SPACES
               MOVE "WRITE-OFF NOT APPROVED" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           IF WC-REASON-CODE = SPACES
               MOVE "WRITE-OFF REASON CODE MISSING" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           IF WC-AMOUNT IS NOT NUMERIC
               OR WC-AMOUNT = ZERO
               MOVE "INVALID WRITE-OFF AMOUNT" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           MOVE WC-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-MASTER
               INVALID KEY
                   MOVE "INVOICE NOT ON AR MASTER" TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
           END-READ.
           IF NOT AR-ITEM-OPEN
               OR AR-OPEN-AMOUNT NOT > ZERO
               MOVE "INVOICE NOT OPEN" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           IF WC-AMOUNT NOT = AR-OPEN-AMOUNT
               MOVE "AMOUNT DIFFERS FROM OPEN BAL" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           PERFORM 1100-CLOSE-ITEM THRU 1100-EXIT.
       1000-READ-NEXT.
           READ WRITE-OFF-CARD-FILE
               AT END SET WS-CARD-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-CLOSE-ITEM.
           MOVE ZERO TO AR-OPEN-AMOUNT.
           SET AR-ITEM-WRITTEN-OFF TO TRUE.
           REWRITE AR-MASTER-REC
               INVALID KEY
                   DISPLAY "AR-MASTER REWRITE FAILED " WS-AR-STATUS
                   GO TO 1100-EXIT
           END-REWRITE.
           ADD 1 TO WS-WOFF-COUNT.
           ADD WC-AMOUNT TO WS-WOFF-TOTAL.

           MOVE SPACES           TO CHANGE-HIST-REC.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "ARMAST"         TO CH-MASTER-NAME.
           MOVE "WRITE-OFF"      TO CH-ACTION.
           MOVE WC-INVOICE-NO    TO CH-KEY.
           MOVE WC-APPROVER-ID   TO CH-OPERATOR-ID.
           MOVE WC-REASON-CODE   TO CH-REASON-CODE.
           MOVE WC-AMOUNT        TO WS-CH-VALUE-ED.
           MOVE WS-CH-VALUE-ED   TO CH-BEFORE-VALUE.
           MOVE ZERO             TO WS-CH-VALUE-ED.
           MOVE WS-CH-VALUE-ED   TO CH-AFTER-VALUE.
           WRITE CHANGE-HIST-REC.

           MOVE WS-BAD-DEBT-ACCOUNT TO JV-ACCOUNT.
           MOVE 'D' TO JV-DC-IND.
           PERFORM 1200-WRITE-VOUCHER-LINE THRU 1200-EXIT.
           ADD WC-AMOUNT TO WS-DEBIT-TOTAL.
           MOVE WS-AR-CTL-ACCOUNT TO JV-ACCOUNT.
           MOVE 'C' TO JV-DC-IND.
           PERFORM 1200-WRITE-VOUCHER-LINE THRU 1200-EXIT.
           ADD WC-AMOUNT TO WS-CREDIT-TOTAL.

           MOVE SPACES          TO WS-WOFF-DETAIL.
           MOVE AR-INVOICE-NO   TO WS-WD-INVOICE-NO.
           MOVE AR-CUST-ID      TO WS-WD-CUST-ID.
           MOVE AR-INVOICE-DATE TO WS-WD-INV-DATE.
           MOVE WC-AMOUNT       TO WS-WD-AMOUNT.
           MOVE WC-APPROVER-ID  TO WS-WD-APPROVER.
           MOVE WC-REASON-CODE  TO WS-WD-REASON.
           WRITE WRITE-OFF-RPT-REC FROM WS-WOFF-DETAIL.
       1100-EXIT.
           EXIT.

      *> ACCOUNT AND DEBIT/CREDIT INDICATOR ARE SET BY THE CALLER
       1200-WRITE-VOUCHER-LINE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO JV-RUN-DATE.
           MOVE "BDWO"                TO JV-SOURCE.
           MOVE WC-AMOUNT             TO JV-AMOUNT.
           WRITE JOURNAL-VOUCHER-REC.
       1200-EXIT.
           EXIT.

       1900-REJECT-CARD.
           MOVE SPACES           TO WRITE-OFF-EXCP-REC.
           MOVE "ARWOFF"         TO EXCP-SOURCE-PGM.
           MOVE WC-INVOICE-NO    TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           ACCEPT EXCP-RUN-DATE FROM DATE YYYYMMDD.
           WRITE WRITE-OFF-EXCP-REC.
           ADD 1 TO WS-REJECT-COUNT.
       1900-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WRITE-OFF-RPT-REC.
           WRITE WRITE-OFF-RPT-REC.

           MOVE WS-WOFF-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WRITE-OFF-RPT-REC.
           STRING "ITEMS WRITTEN OFF : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO WRITE-OFF-RPT-REC
           END-STRING.
           WRITE WRITE-OFF-RPT-REC.

           MOVE WS-WOFF-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WRITE-OFF-RPT-REC.
           STRING "AMOUNT WRITTEN OFF: " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO WRITE-OFF-RPT-REC
           END-STRING.
           WRITE WRITE-OFF-RPT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WRITE-OFF-RPT-REC.
           STRING "CARDS REJECTED    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO WRITE-OFF-RPT-REC
           END-STRING.
           WRITE WRITE-OFF-RPT-REC.

           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WRITE-OFF-RPT-REC.
           STRING "VOUCHER DEBITS    : " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO WRITE-OFF-RPT-REC
           END-STRING.
           WRITE WRITE-OFF-RPT-REC.

           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WRITE-OFF-RPT-REC.
           STRING "VOUCHER CREDITS   : " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO WRITE-OFF-RPT-REC
           END-STRING.
           WRITE WRITE-OFF-RPT-REC.

           COMPUTE WS-BALANCE-DIFF =
               WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
           IF WS-BALANCE-DIFF = ZERO
               MOVE "VOUCHERS BALANCE TO ZERO" TO WRITE-OFF-RPT-REC
           ELSE
               MOVE "VOUCHERS DO NOT BALANCE - HELD"
                   TO WRITE-OFF-RPT-REC
           END-IF.
           WRITE WRITE-OFF-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
