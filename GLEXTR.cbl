      *> DEPARTMENT SHARE FROM TONIGHT'S ALLOCHST POSTINGS (OFFSET
      *> TO THE POOL CLEARING ACCOUNT), AND ONE PAIR FOR THE
      *> INVENTORY VALUE MOVEMENT DERIVED FROM THE LAST TWO VALUTOT
      *> RECORDS. THE RECEIVABLES SIDE IS JOURNALLED TOO: A SALES
      *> JOURNAL FROM TONIGHT'S ARFEED INVOICES AND CREDIT MEMOS
      *> (RECEIVABLES AGAINST REVENUE AND TAX CLEARING), A TAX
      *> JOURNAL FROM THE TAXIFC JURISDICTION TOTALS (TAX CLEARING
      *> AGAINST EACH JURISDICTION'S PAYABLE) AND A CASH-RECEIPTS
      *> JOURNAL FROM THE ARCASH CASHIFC FEED, PICKED UP FROM WHERE
      *> THE LAST RUN STOPPED AS KEPT ON CASHJCTL. THEIR GL ACCOUNTS
      *> COME FROM THE GLACCTMP ACCOUNT-MAPPING TABLE; A NAME WITH
      *> NO MAPPING POSTS TO GLSUSP AND IS LOGGED. THE GLPOSTRP
      *> SUMMARY PROVES DEBITS EQUAL CREDITS, BY SOURCE AND IN
      *> TOTAL, BEFORE THE VOUCHER FILE LEAVES THE BUILDING - AN
      *> OUT-OF-BALANCE EXTRACT ENDS RC 8 AND GOES NOWHERE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT AR-FEED-IN ASSIGN TO "ARFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT TAX-IFACE-IN ASSIGN TO "TAXIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CASH-IFACE-IN ASSIGN TO "CASHIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      *> COUNT OF CASHIFC RECORDS ALREADY JOURNALLED - THE FEED IS
      *> APPENDED BY EVERY ARCASH RUN AND NEVER CLEARED
           SELECT CASH-JRNL-CTL ASSIGN TO "CASHJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJCTL-STATUS.

      *> ACCOUNT-MAPPING TABLE - JOURNAL ACCOUNT NAME TO GL ACCOUNT
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT JOURNAL-VOUCHER-OUT ASSIGN TO "JRNLVCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 AH-DEPT-CODE      PIC X(04).
           05 FILLER            PIC X(01).
           05 AH-SHARE          PIC 9(09).
      *> STEP-DOWN ROWS: 'S' IS A SHARE RECEIVED FROM SERVICE
      *> DEPARTMENT AH-FROM-DEPT AT STEP AH-STEP-SEQ, 'C' THE
      *> MATCHING CREDIT OUT OF THAT SERVICE DEPARTMENT; A BLANK
      *> TYPE IS THE DIRECT SHARE OF THE POOL
           05 FILLER            PIC X(01).
           05 AH-ENTRY-TYPE     PIC X(01).
               88 AH-DIRECT-SHARE VALUE SPACE.
               88 AH-STEP-RECEIPT VALUE 'S'.
               88 AH-STEP-CREDIT VALUE 'C'.
           05 FILLER            PIC X(01).
           05 AH-STEP-SEQ       PIC 9(02).
           05 FILLER            PIC X(01).
           05 AH-FROM-DEPT      PIC X(04).

       FD  VALUATION-TOTAL-FILE.
       01  VALUATION-TOTAL-REC.
           05 FILLER                PIC X(01).
           05 VT-TOTAL-VALUE        PIC 9(15)V99.

       FD  AR-FEED-IN.
       01  AR-FEED-IN-REC.
           05 AF-INVOICE-NO       PIC X(08).
           05 FILLER              PIC X(01).
           05 AF-CUST-ID          PIC X(06).
           05 FILLER              PIC X(01).
           05 AF-INVOICE-DATE     PIC 9(08).
           05 FILLER              PIC X(01).
           05 AF-INVOICE-AMOUNT   PIC -(8)9.99.
           05 FILLER              PIC X(01).
           05 AF-TAX-AMOUNT       PIC -(8)9.99.

       FD  TAX-IFACE-IN.
       01  TAX-IFACE-IN-REC.
           05 TX-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(01).
           05 TX-JURISDICTION     PIC X(04).
           05 FILLER              PIC X(01).
           05 TX-TAXABLE          PIC -(10)9.99.
           05 FILLER              PIC X(01).
           05 TX-STATE-TAX        PIC -(8)9.99.
           05 FILLER              PIC X(01).
           05 TX-LOCAL-TAX        PIC -(8)9.99.

       FD  CASH-IFACE-IN.
       01  CASH-IFACE-IN-REC.
           05 CI-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 CI-CASH-TYPE          PIC X(01).
               88 CI-PAYMENT-APPLIED VALUE 'A'.
               88 CI-TO-SUSPENSE     VALUE 'S'.
               88 CI-FROM-SUSPENSE   VALUE 'U'.
               88 CI-RECOVERY        VALUE 'R'.
           05 FILLER                PIC X(01).
           05 CI-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 CI-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 CI-AMOUNT             PIC 9(09)V99.

       FD  CASH-JRNL-CTL.
       01  CASH-JRNL-CTL-REC.
           05 CJ-RECORDS-DONE       PIC 9(09).

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-REC.
           05 GA-MAP-NAME           PIC X(08).
           05 FILLER                PIC X(01).
           05 GA-GL-ACCOUNT         PIC X(08).

      *> ONE VOUCHER LINE PER POSTING - SOURCE SAYS WHICH LEG OF
      *> THE CHAIN IT CAME FROM (BRCH / ALLO / INVY / SALE / TAX /
      *> CASH)
       FD  JOURNAL-VOUCHER-OUT.
       01  JOURNAL-VOUCHER-REC.
           05 JV-RUN-DATE           PIC 9(08).
               88 WS-HIST-EOF VALUE 'Y'.
           01 WS-VTOT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-VTOT-EOF VALUE 'Y'.
           01 WS-FEED-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-FEED-EOF VALUE 'Y'.
           01 WS-TAX-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TAX-EOF VALUE 'Y'.
           01 WS-CASH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CASH-EOF VALUE 'Y'.
           01 WS-MAP-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-MAP-EOF VALUE 'Y'.
           01 WS-CJCTL-STATUS PIC X(02).

           01 WS-BRANCH-NET   PIC S9(11)V99.
           01 WS-ABS-AMOUNT   PIC 9(11)V99.
           01 WS-VTOT-LAST-DATE PIC 9(08) VALUE ZERO.
           01 WS-STALE-BRCH-SW PIC X(01) VALUE 'N'.
               88 WS-STALE-BRCH-LOGGED VALUE 'Y'.
           01 WS-STALE-SALE-SW PIC X(01) VALUE 'N'.
               88 WS-STALE-SALE-LOGGED VALUE 'Y'.
           01 WS-STALE-TAX-SW PIC X(01) VALUE 'N'.
               88 WS-STALE-TAX-LOGGED VALUE 'Y'.

      *> SALES JOURNAL WORK - REVENUE IS THE INVOICE LESS ITS TAX
           01 WS-INVOICE-AMOUNT PIC S9(09)V99.
           01 WS-INVOICE-TAX    PIC S9(09)V99.

      *> CASH-RECEIPTS HIGH-WATER MARK - RECORDS JOURNALLED BY
      *> EARLIER RUNS ARE SKIPPED, AND THE NEW MARK IS KEPT ONLY
      *> WHEN TONIGHT'S VOUCHERS BALANCE
           01 WS-CASH-DONE-COUNT PIC 9(09) VALUE ZERO.
           01 WS-CASH-READ-COUNT PIC 9(09) VALUE ZERO.

      *> ACCOUNT-MAPPING TABLE. AN UNMAPPED NAME IS ADDED WITH THE
      *> GLSUSP ACCOUNT WHEN FIRST LOGGED, SO IT IS LOGGED ONCE
           01 WS-MAP-MAX PIC 9(04) VALUE ZERO.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-MAP-IDX.
                   10 WS-MAP-NAME    PIC X(08).
                   10 WS-MAP-ACCOUNT PIC X(08).
           01 WS-MAP-KEY     PIC X(08).
           01 WS-MAP-RESULT  PIC X(08).

      *> DEBIT AND CREDIT TOTALS BY VOUCHER SOURCE FOR THE PROOF
           01 WS-SRC-MAX PIC 9(02) VALUE ZERO.
           01 WS-SRC-TABLE.
               05 WS-SRC-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-SRC-IDX.
                   10 WS-SRC-CODE   PIC X(04).
                   10 WS-SRC-DEBIT  PIC 9(13)V99.
                   10 WS-SRC-CREDIT PIC 9(13)V99.
           01 WS-SRC-DETAIL.
               05 FILLER          PIC X(07) VALUE "SOURCE ".
               05 WS-SD-CODE      PIC X(04).
               05 FILLER          PIC X(04) VALUE " DR ".
               05 WS-SD-DEBIT     PIC Z(12)9.99.
               05 FILLER          PIC X(04) VALUE " CR ".
               05 WS-SD-CREDIT    PIC Z(12)9.99.

           01 WS-DEBIT-TOTAL  PIC 9(13)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
           OPEN OUTPUT JOURNAL-VOUCHER-OUT.
           OPEN OUTPUT GL-EXCP-FILE.

           PERFORM 0500-LOAD-ACCOUNT-MAP THRU 0500-EXIT.
           PERFORM 1000-EXTRACT-BRANCH-NETS THRU 1000-EXIT.
           PERFORM 2000-EXTRACT-ALLOCATIONS THRU 2000-EXIT.
           PERFORM 3000-EXTRACT-INVENTORY-DELTA THRU 3000-EXIT.
           PERFORM 4000-EXTRACT-SALES THRU 4000-EXIT.
           PERFORM 4300-EXTRACT-TAX THRU 4300-EXIT.
           PERFORM 4600-EXTRACT-CASH THRU 4600-EXIT.

           CLOSE JOURNAL-VOUCHER-OUT.

           CLOSE GL-POST-RPT.
           CLOSE GL-EXCP-FILE.

           IF WS-BALANCE-DIFF = ZERO
               PERFORM 4900-SAVE-CASH-MARK THRU 4900-EXIT
           END-IF.

           OPEN EXTEND STATS-OUT.
           PERFORM 9600-WRITE-STATS THRU 9600-EXIT.
           CLOSE STATS-OUT.
           PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT.
           STOP RUN.

       0500-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-IN-STATUS = "00"
               READ GL-ACCOUNT-MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
               PERFORM 0510-ADD-ONE-MAPPING UNTIL WS-MAP-EOF
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-ADD-ONE-MAPPING.
           IF WS-MAP-MAX < 200
               ADD 1 TO WS-MAP-MAX
               SET WS-MAP-IDX TO WS-MAP-MAX
               MOVE GA-MAP-NAME   TO WS-MAP-NAME(WS-MAP-IDX)
               MOVE GA-GL-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-IDX)
           ELSE
               DISPLAY "ACCOUNT MAP TABLE FULL AT " GA-MAP-NAME
           END-IF.
           READ GL-ACCOUNT-MAP-FILE
               AT END SET WS-MAP-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

      *> ONE BALANCED PAIR PER BRANCH RECORD ON THE EXTRACT - THE
      *> *ALL GRAND-TOTAL RECORD IS THE SUM OF THE BRANCHES AND
      *> WOULD DOUBLE-POST, SO IT IS SKIPPED. THE TAIL RUNS ONCE
                   INTO WS-JV-OFFSET
               END-STRING
               MOVE AH-SHARE TO WS-BRANCH-NET
      *> A STEP-DOWN CREDIT TAKES THE COST BACK OUT OF THE SERVICE
      *> DEPARTMENT - THE PAIR FLIPS, SO THE POOL CLEARING ACCOUNT
      *> NETS TO ZERO ACROSS EACH STEP
               IF AH-STEP-CREDIT
                   COMPUTE WS-BRANCH-NET = ZERO - AH-SHARE
               END-IF
               PERFORM 5000-EMIT-SIGNED-PAIR THRU 5000-EXIT
           END-IF.
           READ ALLOC-HISTORY-FILE
       3100-EXIT.
           EXIT.

      *> SALES JOURNAL - TWO PAIRS PER INVOICE RELEASED TO
      *> RECEIVABLES TONIGHT: RECEIVABLES AGAINST REVENUE FOR THE
      *> GOODS, RECEIVABLES AGAINST TAX CLEARING FOR THE TAX. A
      *> CREDIT MEMO CARRIES NEGATIVE AMOUNTS AND FLIPS BOTH PAIRS.
      *> A PRIOR NIGHT'S ARFEED IS HELD AND LOGGED LIKE ADDIFC
       4000-EXTRACT-SALES.
           OPEN INPUT AR-FEED-IN.
           IF WS-IN-STATUS = "00"
               READ AR-FEED-IN
                   AT END SET WS-FEED-EOF TO TRUE
               END-READ
               PERFORM 4100-VOUCHER-ONE-INVOICE UNTIL WS-FEED-EOF
               CLOSE AR-FEED-IN
           END-IF.
       4000-EXIT.
           EXIT.

       4100-VOUCHER-ONE-INVOICE.
           IF AF-INVOICE-DATE NOT = BUS-DATE-CCYYMMDD
               IF NOT WS-STALE-SALE-LOGGED
                   SET WS-STALE-SALE-LOGGED TO TRUE
                   MOVE SPACES    TO GL-EXCP-REC
                   MOVE "ARFEED"  TO EXCP-KEY
                   MOVE "ARFEED STALE - SALE PAIRS HELD"
                       TO EXCP-REASON
                   PERFORM 4950-LOG-FEED-ERROR THRU 4950-EXIT
               END-IF
               GO TO 4100-NEXT
           END-IF.
           MOVE AF-INVOICE-AMOUNT TO WS-INVOICE-AMOUNT.
           MOVE AF-TAX-AMOUNT     TO WS-INVOICE-TAX.
           MOVE "SALE" TO WS-JV-SOURCE.

           COMPUTE WS-BRANCH-NET = WS-INVOICE-AMOUNT - WS-INVOICE-TAX.
           IF WS-BRANCH-NET NOT = ZERO
               MOVE "ARCTRL  " TO WS-MAP-KEY
               PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT
               MOVE WS-MAP-RESULT TO WS-JV-ACCOUNT
               MOVE "SALES   " TO WS-MAP-KEY
               PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT
               MOVE WS-MAP-RESULT TO WS-JV-OFFSET
               PERFORM 5000-EMIT-SIGNED-PAIR THRU 5000-EXIT
           END-IF.

           MOVE WS-INVOICE-TAX TO WS-BRANCH-NET.
           IF WS-BRANCH-NET NOT = ZERO
               MOVE "ARCTRL  " TO WS-MAP-KEY
               PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT
               MOVE WS-MAP-RESULT TO WS-JV-ACCOUNT
               MOVE "TAXCLRG " TO WS-MAP-KEY
               PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT
               MOVE WS-MAP-RESULT TO WS-JV-OFFSET
               PERFORM 5000-EMIT-SIGNED-PAIR THRU 5000-EXIT
           END-IF.
       4100-NEXT.
           READ AR-FEED-IN
               AT END SET WS-FEED-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *> TAX JOURNAL - ONE PAIR PER JURISDICTION MOVING TONIGHT'S
      *> TAX OUT OF CLEARING TO THAT JURISDICTION'S PAYABLE (MAP
      *> NAME 'TX' + JURISDICTION). TAX ON INVOICES HELD FOR CREDIT
      *> IS IN THE REMITTANCE FIGURES BUT NOT YET RECEIVABLE, SO IT
      *> REMAINS AS THE CLEARING BALANCE UNTIL RELEASED
       4300-EXTRACT-TAX.
           OPEN INPUT TAX-IFACE-IN.
           IF WS-IN-STATUS = "00"
               READ TAX-IFACE-IN
                   AT END SET WS-TAX-EOF TO TRUE
               END-READ
               PERFORM 4400-VOUCHER-ONE-JURISDICTION UNTIL WS-TAX-EOF
               CLOSE TAX-IFACE-IN
           END-IF.
       4300-EXIT.
           EXIT.

       4400-VOUCHER-ONE-JURISDICTION.
           IF TX-RUN-DATE NOT = BUS-DATE-CCYYMMDD
               IF NOT WS-STALE-TAX-LOGGED
                   SET WS-STALE-TAX-LOGGED TO TRUE
                   MOVE SPACES    TO GL-EXCP-REC
                   MOVE "TAXIFC"  TO EXCP-KEY
                   MOVE "TAXIFC STALE - TAX PAIRS HELD"
                       TO EXCP-REASON
                   PERFORM 4950-LOG-FEED-ERROR THRU 4950-EXIT
               END-IF
               GO TO 4400-NEXT
           END-IF.
           MOVE TX-STATE-TAX TO WS-INVOICE-TAX.
           MOVE TX-LOCAL-TAX TO WS-INVOICE-AMOUNT.
           COMPUTE WS-BRANCH-NET = WS-INVOICE-TAX + WS-INVOICE-AMOUNT.
           IF WS-BRANCH-NET NOT = ZERO
               MOVE "TAX " TO WS-JV-SOURCE
               MOVE "TAXCLRG " TO WS-MAP-KEY
               PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT
               MOVE WS-MAP-RESULT TO WS-JV-ACCOUNT
               MOVE SPACES TO WS-MAP-KEY
               STRING "TX" DELIMITED BY SIZE
                      TX-JURISDICTION DELIMITED BY SIZE
                   INTO WS-MAP-KEY
               END-STRING
               PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT
               MOVE WS-MAP-RESULT TO WS-JV-OFFSET
               PERFORM 5000-EMIT-SIGNED-PAIR THRU 5000-EXIT
           END-IF.
       4400-NEXT.
           READ TAX-IFACE-IN
               AT END SET WS-TAX-EOF TO TRUE
           END-READ.
       4400-EXIT.
           EXIT.

      *> CASH-RECEIPTS JOURNAL - ONE PAIR PER CASHIFC RECORD NOT YET
      *> JOURNALLED. ARCASH IS RUN ON DEMAND, SO ITS FEED IS TAKEN
      *> BY POSITION RATHER THAN BY DATE:
      *>   A  CASH AGAINST RECEIVABLES
      *>   S  CASH AGAINST UNAPPLIED-CASH SUSPENSE
      *>   U  SUSPENSE AGAINST RECEIVABLES
      *>   R  CASH AGAINST BAD-DEBT RECOVERIES
       4600-EXTRACT-CASH.
           OPEN INPUT CASH-JRNL-CTL.
           IF WS-CJCTL-STATUS = "00"
               READ CASH-JRNL-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CJ-RECORDS-DONE IS NUMERIC
                           MOVE CJ-RECORDS-DONE TO WS-CASH-DONE-COUNT
                       END-IF
               END-READ
               CLOSE CASH-JRNL-CTL
           END-IF.
           OPEN INPUT CASH-IFACE-IN.
           IF WS-IN-STATUS = "00"
               READ CASH-IFACE-IN
                   AT END SET WS-CASH-EOF TO TRUE
               END-READ
               PERFORM 4700-VOUCHER-ONE-RECEIPT UNTIL WS-CASH-EOF
               CLOSE CASH-IFACE-IN
           END-IF.
      *> A FEED SHORTER THAN THE MARK HAS BEEN REPLACED OR CUT BACK -
      *> NOTHING ON IT CAN BE TRUSTED AS NEW, SO THE MARK IS LOGGED
           IF WS-CASH-READ-COUNT < WS-CASH-DONE-COUNT
               MOVE SPACES     TO GL-EXCP-REC
               MOVE "CASHIFC"  TO EXCP-KEY
               MOVE "CASHIFC SHORTER THAN CASHJCTL" TO EXCP-REASON
               PERFORM 4950-LOG-FEED-ERROR THRU 4950-EXIT
               MOVE WS-CASH-DONE-COUNT TO WS-CASH-READ-COUNT
           END-IF.
       4600-EXIT.
           EXIT.

       4700-VOUCHER-ONE-RECEIPT.
           ADD 1 TO WS-CASH-READ-COUNT.
           IF WS-CASH-READ-COUNT NOT > WS-CASH-DONE-COUNT
               OR CI-AMOUNT = ZERO
               GO TO 4700-NEXT
           END-IF.
           MOVE "CASH" TO WS-JV-SOURCE.
           MOVE CI-AMOUNT TO WS-BRANCH-NET.
           IF CI-FROM-SUSPENSE
               MOVE "UNAPCASH" TO WS-MAP-KEY
           ELSE
               MOVE "CASH    " TO WS-MAP-KEY
           END-IF.
           PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT.
           MOVE WS-MAP-RESULT TO WS-JV-ACCOUNT.
           EVALUATE TRUE
               WHEN CI-TO-SUSPENSE
                   MOVE "UNAPCASH" TO WS-MAP-KEY
               WHEN CI-RECOVERY
                   MOVE "BDRECOV " TO WS-MAP-KEY
               WHEN OTHER
                   MOVE "ARCTRL  " TO WS-MAP-KEY
           END-EVALUATE.
           PERFORM 6000-MAP-ACCOUNT THRU 6000-EXIT.
           MOVE WS-MAP-RESULT TO WS-JV-OFFSET.
           PERFORM 5000-EMIT-SIGNED-PAIR THRU 5000-EXIT.
       4700-NEXT.
           READ CASH-IFACE-IN
               AT END SET WS-CASH-EOF TO TRUE
           END-READ.
       4700-EXIT.
           EXIT.

       4900-SAVE-CASH-MARK.
           OPEN OUTPUT CASH-JRNL-CTL.
           MOVE WS-CASH-READ-COUNT TO CJ-RECORDS-DONE.
           WRITE CASH-JRNL-CTL-REC.
           CLOSE CASH-JRNL-CTL.
       4900-EXIT.
           EXIT.

      *> KEY AND REASON ARE SET BY THE CALLER
       4950-LOG-FEED-ERROR.
           MOVE "GLEXTR"      TO EXCP-SOURCE-PGM.
           SET EXCP-SEV-ERROR TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE GL-EXCP-REC.
           ADD 1 TO WS-STAT-EXCP-COUNT.
       4950-EXIT.
           EXIT.

      *> WS-MAP-KEY IN, WS-MAP-RESULT OUT
       6000-MAP-ACCOUNT.
           SET WS-MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
               AT END
                   PERFORM 6100-UNMAPPED-ACCOUNT THRU 6100-EXIT
               WHEN WS-MAP-IDX > WS-MAP-MAX
                   PERFORM 6100-UNMAPPED-ACCOUNT THRU 6100-EXIT
               WHEN WS-MAP-NAME(WS-MAP-IDX) = WS-MAP-KEY
                   MOVE WS-MAP-ACCOUNT(WS-MAP-IDX) TO WS-MAP-RESULT
           END-SEARCH.
       6000-EXIT.
           EXIT.

       6100-UNMAPPED-ACCOUNT.
           MOVE "GLSUSP  " TO WS-MAP-RESULT.
           MOVE SPACES        TO GL-EXCP-REC.
           MOVE "GLEXTR"      TO EXCP-SOURCE-PGM.
           MOVE WS-MAP-KEY    TO EXCP-KEY.
           MOVE "NO GL MAPPING - POSTED GLSUSP" TO EXCP-REASON.
           SET EXCP-SEV-WARNING TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE GL-EXCP-REC.
           ADD 1 TO WS-STAT-EXCP-COUNT.
           IF WS-MAP-MAX < 200
               ADD 1 TO WS-MAP-MAX
               SET WS-MAP-IDX TO WS-MAP-MAX
               MOVE WS-MAP-KEY    TO WS-MAP-NAME(WS-MAP-IDX)
               MOVE WS-MAP-RESULT TO WS-MAP-ACCOUNT(WS-MAP-IDX)
           END-IF.
       6100-EXIT.
           EXIT.

      *> A POSITIVE AMOUNT DEBITS THE ACCOUNT AND CREDITS THE
      *> OFFSET; A NEGATIVE AMOUNT FLIPS THE PAIR. EITHER WAY ONE
      *> DEBIT AND ONE CREDIT OF THE SAME MAGNITUDE GO OUT, SO THE
           WRITE JOURNAL-VOUCHER-REC.
           ADD WS-JV-AMOUNT TO WS-DEBIT-TOTAL.
           ADD 1 TO WS-VOUCHER-COUNT.
           PERFORM 5300-FIND-SOURCE THRU 5300-EXIT.
           IF WS-SRC-IDX NOT > WS-SRC-MAX
               ADD WS-JV-AMOUNT TO WS-SRC-DEBIT(WS-SRC-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

           WRITE JOURNAL-VOUCHER-REC.
           ADD WS-JV-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-VOUCHER-COUNT.
           PERFORM 5300-FIND-SOURCE THRU 5300-EXIT.
           IF WS-SRC-IDX NOT > WS-SRC-MAX
               ADD WS-JV-AMOUNT TO WS-SRC-CREDIT(WS-SRC-IDX)
           END-IF.
       5200-EXIT.
           EXIT.

       5300-FIND-SOURCE.
           SET WS-SRC-IDX TO 1.
           SEARCH WS-SRC-ENTRY
               AT END
                   PERFORM 5310-NEW-SOURCE THRU 5310-EXIT
               WHEN WS-SRC-IDX > WS-SRC-MAX
                   PERFORM 5310-NEW-SOURCE THRU 5310-EXIT
               WHEN WS-SRC-CODE(WS-SRC-IDX) = WS-JV-SOURCE
                   CONTINUE
           END-SEARCH.
       5300-EXIT.
           EXIT.

       5310-NEW-SOURCE.
           IF WS-SRC-MAX < 10
               ADD 1 TO WS-SRC-MAX
               SET WS-SRC-IDX TO WS-SRC-MAX
               MOVE WS-JV-SOURCE TO WS-SRC-CODE(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-DEBIT(WS-SRC-IDX)
                            WS-SRC-CREDIT(WS-SRC-IDX)
           ELSE
               DISPLAY "VOUCHER SOURCE TABLE FULL AT " WS-JV-SOURCE
               SET WS-SRC-IDX TO 11
           END-IF.
       5310-EXIT.
           EXIT.

       8000-WRITE-POSTING-SUMMARY.
           MOVE "JOURNAL VOUCHER POSTING SUMMARY"
               TO GL-POST-RPT-REC.
           END-STRING.
           WRITE GL-POST-RPT-REC.

           PERFORM 8100-WRITE-ONE-SOURCE THRU 8100-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-MAX.

           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO GL-POST-RPT-REC.
           STRING "TOTAL DEBITS  : " DELIMITED BY SIZE
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-SOURCE.
           MOVE WS-SRC-CODE(WS-SRC-IDX)   TO WS-SD-CODE.
           MOVE WS-SRC-DEBIT(WS-SRC-IDX)  TO WS-SD-DEBIT.
           MOVE WS-SRC-CREDIT(WS-SRC-IDX) TO WS-SD-CREDIT.
           WRITE GL-POST-RPT-REC FROM WS-SRC-DETAIL.
       8100-EXIT.
           EXIT.

       8900-LOG-IMBALANCE.
           MOVE SPACES        TO GL-EXCP-REC.
           MOVE "GLEXTR"      TO EXCP-SOURCE-PGM.
