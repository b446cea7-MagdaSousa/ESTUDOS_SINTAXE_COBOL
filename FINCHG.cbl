      *> FINCHG - MONTH-END LATE-PAYMENT FINANCE CHARGES. FOR THE
      *> PERIOD NAMED ON THE MECTL CARD, EVERY OPEN ARMAST ITEM PAST
      *> ITS DUE DATE (INVOICE DATE PLUS THE CUSTOMER'S CM-PAY-TERMS)
      *> AT THE LAST DAY OF THE PERIOD EARNS A CHARGE OF THE FINCCTL
      *> MONTHLY RATE ON ITS OPEN AMOUNT, RAISED TO THE FINCCTL
      *> MINIMUM CHARGE. CUSTOMERS FLAGGED EXEMPT ON CUSTMAST ARE
      *> SKIPPED. EACH CHARGE IS POSTED AS ITS OWN OPEN ITEM ON
      *> ARMAST UNDER THE NEXT NUMBER FROM THE INVNOCTL CONTROL
      *> RECORD, AND THE NUMBER IS ADDED TO THE INVXREF
      *> CROSS-REFERENCE SO THE INVAUDIT SEQUENCE AUDIT THAT FOLLOWS
      *> THIS STEP STILL PROVES THE NUMBERING GAP-FREE. THE FCHIST
      *> HISTORY RECORDS EVERY CHARGE RAISED, SO A RERUN FOR THE SAME
      *> PERIOD CHARGES NOTHING TWICE AND A FINANCE CHARGE IS NEVER
      *> ITSELF CHARGED. EACH CHARGE IS ALSO VOUCHERED TO FINCVCH -
      *> THE SAME LAYOUT AS THE NIGHTLY JRNLVCH - AS A RECEIVABLES
      *> DEBIT AND FINANCE-CHARGE INCOME CREDIT PAIR DATED THE CHARGE
      *> DATE. BOTH ACCOUNTS COME FROM GLACCTMP UNDER THE NAMES
      *> ARCTRL AND FINCHG; WITH NO MAPPING THE LINE POSTS TO GLSUSP
      *> AND THE RUN ENDS RC 4. THE FINCHGRP REGISTER IS FINANCE'S
      *> REVIEW COPY.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ME-CTL-FILE ASSIGN TO "MECTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> MONTHLY RATE IN PERCENT AND THE MINIMUM CHARGE PER ITEM
           SELECT FIN-CHG-CTL-FILE ASSIGN TO "FINCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT INVOICE-NO-CTL ASSIGN TO "INVNOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCTL-STATUS.

           SELECT INVOICE-XREF-OUT ASSIGN TO "INVXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

      *> PERMANENT RECORD OF EVERY FINANCE CHARGE RAISED
           SELECT FIN-CHG-HIST-FILE ASSIGN TO "FCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIST-STATUS.

      *> ACCOUNT-MAPPING TABLE - ONLY ARCTRL AND FINCHG ARE USED
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT FIN-CHG-VOUCHER ASSIGN TO "FINCVCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIN-CHG-RPT ASSIGN TO "FINCHGRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ME-CTL-FILE.
       01  ME-CTL-REC.
           05 ME-PERIOD             PIC 9(06).

       FD  FIN-CHG-CTL-FILE.
       01  FIN-CHG-CTL-REC.
           05 FC-RATE-PCT           PIC 9(02)V99.
           05 FILLER                PIC X(01).
           05 FC-MIN-CHARGE         PIC 9(05)V99.

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

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUST-ID            PIC X(06).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-ADDR-LINE-1        PIC X(25).
           05 CM-ADDR-LINE-2        PIC X(25).
           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
               88 CM-FIN-CHG-EXEMPT-YES VALUE 'Y'.
           05 CM-REP-ID             PIC X(04).

       FD  INVOICE-NO-CTL.
       01  INVOICE-NO-CTL-REC.
           05 NC-LAST-USED-NO       PIC 9(08).

       FD  INVOICE-XREF-OUT.
       01  INVOICE-XREF-OUT-REC.
           05 XR-ORDER-REF          PIC X(08).
           05 FILLER                PIC X(01).
           05 XR-INVOICE-NO         PIC 9(08).
           05 FILLER                PIC X(01).
           05 XR-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 XR-RUN-DATE           PIC 9(08).

       FD  FIN-CHG-HIST-FILE.
       01  FIN-CHG-HIST-REC.
           05 FH-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01).
           05 FH-CHARGE-INVOICE-NO  PIC X(08).
           05 FILLER                PIC X(01).
           05 FH-SOURCE-INVOICE-NO  PIC X(08).
           05 FILLER                PIC X(01).
           05 FH-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 FH-CHARGE-AMOUNT      PIC 9(07)V99.

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-REC.
           05 GA-MAP-NAME           PIC X(08).
           05 FILLER                PIC X(01).
           05 GA-GL-ACCOUNT         PIC X(08).

      *> SAME LINE LAYOUT AS THE GLEXTR JRNLVCH VOUCHER FILE
       FD  FIN-CHG-VOUCHER.
       01  JOURNAL-VOUCHER-REC.
           05 JV-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 JV-SOURCE             PIC X(04).
           05 FILLER                PIC X(01).
           05 JV-ACCOUNT            PIC X(08).
           05 FILLER                PIC X(01).
           05 JV-DC-IND             PIC X(01).
           05 FILLER                PIC X(01).
           05 JV-AMOUNT             PIC 9(11).99.

       FD  FIN-CHG-RPT.
       01  FIN-CHG-RPT-REC          PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FCTL-STATUS  PIC X(02).
           01 WS-AR-STATUS    PIC X(02).
           01 WS-CM-STATUS    PIC X(02).
           01 WS-INCTL-STATUS PIC X(02).
           01 WS-XREF-STATUS  PIC X(02).
           01 WS-FHIST-STATUS PIC X(02).
           01 WS-MAP-STATUS   PIC X(02).

           01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CTL-EOF VALUE 'Y'.
           01 WS-AR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-AR-EOF VALUE 'Y'.
           01 WS-FH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-FH-EOF VALUE 'Y'.
           01 WS-CARD-OK-SW PIC X(01) VALUE 'N'.
               88 WS-CARD-OK VALUE 'Y'.
           01 WS-MAP-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-MAP-EOF VALUE 'Y'.

           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-PERIOD-FMT REDEFINES WS-PERIOD.
               05 WS-PERIOD-CCYY PIC 9(04).
               05 WS-PERIOD-MM   PIC 9(02).
           01 WS-CHARGE-DATE PIC 9(08).
           01 WS-CHARGE-DATE-FMT REDEFINES WS-CHARGE-DATE.
               05 WS-CD-CCYYMM   PIC 9(06).
               05 WS-CD-DD       PIC 9(02).
           01 WS-LEAP-Q   PIC 9(04).
           01 WS-LEAP-REM PIC 9(04).

           01 WS-RATE-PCT   PIC 9(02)V99 VALUE ZERO.
           01 WS-MIN-CHARGE PIC 9(05)V99 VALUE ZERO.
           01 WS-RATE-ED    PIC Z9.99.
           01 WS-MIN-ED     PIC ZZZZ9.99.

      *> SERIAL-DAY CONVERSION WORKAREA - SEE DATESER COPYBOOK
           COPY DATESER.
      *> DATE-PLUS-DAYS WORKAREA - SEE DATEADD COPYBOOK
           COPY DATEADD.

           01 WS-CHARGE-SERIAL PIC 9(09).
           01 WS-DUE-SERIAL    PIC 9(09).
           01 WS-DAYS-OVER     PIC S9(05).
           01 WS-NEXT-INVOICE-NO PIC 9(08) VALUE ZERO.
           01 WS-CHARGE        PIC 9(07)V99.

      *> INVOICE NUMBERS ALREADY ON FCHIST - EITHER A CHARGE ITEM
      *> (NEVER CHARGED AGAIN) OR A SOURCE ITEM CHARGED FOR THIS
      *> PERIOD (NOT CHARGED TWICE ON A RERUN)
           01 WS-SEEN-MAX PIC 9(04) VALUE ZERO.
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-SEEN-IDX.
                   10 WS-SEEN-INVOICE-NO PIC X(08).
           01 WS-SEEN-KEY PIC X(08).
           01 WS-SEEN-SW PIC X(01).
               88 WS-SEEN-FOUND VALUE 'Y'.

      *> CHARGES WORKED OUT ON THE ARMAST BROWSE AND POSTED AFTER IT,
      *> SO THE NEW ITEMS ARE NOT PICKED UP BY THE SAME BROWSE
           01 WS-CHG-MAX PIC 9(04) VALUE ZERO.
           01 WS-CHG-TABLE.
               05 WS-CHG-ENTRY OCCURS 3000 TIMES
                               INDEXED BY WS-CHG-IDX.
                   10 WS-CG-SOURCE-NO  PIC X(08).
                   10 WS-CG-CUST-ID    PIC X(06).
                   10 WS-CG-DUE-DATE   PIC 9(08).
                   10 WS-CG-DAYS-OVER  PIC 9(05).
                   10 WS-CG-OPEN       PIC S9(09)V99.
                   10 WS-CG-CHARGE     PIC 9(07)V99.
                   10 WS-CG-MIN-SW     PIC X(01).

           01 WS-CHARGED-COUNT PIC 9(09) VALUE ZERO.
           01 WS-MIN-COUNT     PIC 9(09) VALUE ZERO.
           01 WS-EXEMPT-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-RERUN-COUNT   PIC 9(09) VALUE ZERO.
           01 WS-NOCUST-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-CHARGE-TOTAL  PIC 9(11)V99 VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.

      *> VOUCHER ACCOUNTS OFF GLACCTMP - GLSUSP UNTIL MAPPED
           01 WS-AR-CTL-ACCOUNT  PIC X(08) VALUE "GLSUSP  ".
           01 WS-AR-CTL-SW       PIC X(01) VALUE 'N'.
               88 WS-AR-CTL-MAPPED VALUE 'Y'.
           01 WS-FIN-INC-ACCOUNT PIC X(08) VALUE "GLSUSP  ".
           01 WS-FIN-INC-SW      PIC X(01) VALUE 'N'.
               88 WS-FIN-INC-MAPPED VALUE 'Y'.
           01 WS-VCH-ACCOUNT     PIC X(08).
           01 WS-VCH-DC-IND      PIC X(01).
           01 WS-VCH-DEBIT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           01 WS-VCH-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           01 WS-AMOUNT-ED     PIC Z(10)9.99.

           01 WS-CHARGE-DETAIL.
               05 WS-FD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-FD-SOURCE-NO  PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-FD-DUE-DATE   PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-FD-DAYS-OVER  PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-FD-OPEN       PIC -(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-FD-CHARGE     PIC ZZZZZZ9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-FD-CHARGE-NO  PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-FD-FLAG       PIC X(03).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0100-READ-PERIOD-CARD THRU 0100-EXIT.
           PERFORM 0150-SET-CHARGE-DATE THRU 0150-EXIT.
           PERFORM 0200-READ-RATE-CARD THRU 0200-EXIT.
           IF NOT WS-CARD-OK
               DISPLAY "FINCHG: NO VALID FINCCTL RATE CARD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0300-LOAD-CHARGE-HISTORY THRU 0300-EXIT.
           PERFORM 0400-READ-INVOICE-NO-CTL THRU 0400-EXIT.
           PERFORM 0500-FIND-GL-ACCOUNTS THRU 0500-EXIT.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O AR-MASTER.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-AR-EOF TO TRUE
           END-READ.
           PERFORM 1000-CHECK-ONE-ITEM UNTIL WS-AR-EOF.

           OPEN OUTPUT FIN-CHG-RPT.
           WRITE FIN-CHG-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "FINANCE-CHARGE REGISTER - PERIOD " DELIMITED BY SIZE
                  WS-PERIOD                           DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.
           MOVE WS-RATE-PCT   TO WS-RATE-ED.
           MOVE WS-MIN-CHARGE TO WS-MIN-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "MONTHLY RATE " DELIMITED BY SIZE
                  WS-RATE-ED      DELIMITED BY SIZE
                  " PCT   MINIMUM CHARGE " DELIMITED BY SIZE
                  WS-MIN-ED       DELIMITED BY SIZE
                  "   CHARGE DATE " DELIMITED BY SIZE
                  WS-CHARGE-DATE  DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.
           MOVE "CUST    ITEM      DUE-DATE  DAYS    OPEN-AMOUNT"
               TO FIN-CHG-RPT-REC.
           MOVE "CHARGE  NEW-ITEM" TO FIN-CHG-RPT-REC(54:16).
           WRITE FIN-CHG-RPT-REC.

           OPEN EXTEND INVOICE-XREF-OUT.
           IF WS-XREF-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-XREF-OUT
           END-IF.
      *> FIRST-EVER RUN CREATES THE CHARGE HISTORY FRESH
           OPEN EXTEND FIN-CHG-HIST-FILE.
           IF WS-FHIST-STATUS NOT = "00"
               OPEN OUTPUT FIN-CHG-HIST-FILE
           END-IF.
           OPEN OUTPUT FIN-CHG-VOUCHER.

           PERFORM 2000-POST-ONE-CHARGE THRU 2000-EXIT
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-MAX.

           PERFORM 8000-WRITE-REGISTER-TOTALS THRU 8000-EXIT.
           PERFORM 8400-REWRITE-INVOICE-NO-CTL THRU 8400-EXIT.

           CLOSE AR-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE INVOICE-XREF-OUT.
           CLOSE FIN-CHG-HIST-FILE.
           CLOSE FIN-CHG-VOUCHER.
           CLOSE FIN-CHG-RPT.

      *> AN ITEM WHOSE CUSTOMER IS NOT ON THE MASTER WAS NOT
      *> CHARGED - FINANCE REVIEWS IT BY HAND. A VOUCHER POSTED TO
      *> GLSUSP IS CLEARED BY HAND THE SAME WAY
           IF WS-NOCUST-COUNT > ZERO
               OR NOT WS-AR-CTL-MAPPED
               OR NOT WS-FIN-INC-MAPPED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-READ-PERIOD-CARD.
           OPEN INPUT ME-CTL-FILE.
           READ ME-CTL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
           IF WS-CTL-EOF
               DISPLAY "FINCHG: NO MECTL PERIOD CARD"
               CLOSE ME-CTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ME-PERIOD TO WS-PERIOD.
           CLOSE ME-CTL-FILE.
       0100-EXIT.
           EXIT.

      *> CHARGES ARE DATED, AND ITEMS AGED, AT THE LAST CALENDAR
      *> DAY OF THE PERIOD
       0150-SET-CHARGE-DATE.
           MOVE WS-PERIOD TO WS-CD-CCYYMM.
           EVALUATE WS-PERIOD-MM
               WHEN 02
                   MOVE 28 TO WS-CD-DD
                   DIVIDE WS-PERIOD-CCYY BY 4
                       GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-CD-DD
                   END-IF
               WHEN 04 MOVE 30 TO WS-CD-DD
               WHEN 06 MOVE 30 TO WS-CD-DD
               WHEN 09 MOVE 30 TO WS-CD-DD
               WHEN 11 MOVE 30 TO WS-CD-DD
               WHEN OTHER MOVE 31 TO WS-CD-DD
           END-EVALUATE.
           MOVE WS-CHARGE-DATE TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-CHARGE-SERIAL.
       0150-EXIT.
           EXIT.

       0200-READ-RATE-CARD.
           OPEN INPUT FIN-CHG-CTL-FILE.
           IF WS-FCTL-STATUS = "00"
               READ FIN-CHG-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-RATE-PCT IS NUMERIC
                           AND FC-MIN-CHARGE IS NUMERIC
                           MOVE FC-RATE-PCT   TO WS-RATE-PCT
                           MOVE FC-MIN-CHARGE TO WS-MIN-CHARGE
                           SET WS-CARD-OK TO TRUE
                       END-IF
               END-READ
               CLOSE FIN-CHG-CTL-FILE
           END-IF.
       0200-EXIT.
           EXIT.

       0300-LOAD-CHARGE-HISTORY.
           OPEN INPUT FIN-CHG-HIST-FILE.
           IF WS-FHIST-STATUS = "00"
               READ FIN-CHG-HIST-FILE
                   AT END SET WS-FH-EOF TO TRUE
               END-READ
               PERFORM 0310-NOTE-ONE-CHARGE UNTIL WS-FH-EOF
               CLOSE FIN-CHG-HIST-FILE
           END-IF.
       0300-EXIT.
           EXIT.

       0310-NOTE-ONE-CHARGE.
           MOVE FH-CHARGE-INVOICE-NO TO WS-SEEN-KEY.
           PERFORM 0320-ADD-SEEN THRU 0320-EXIT.
           IF FH-PERIOD = WS-PERIOD
               MOVE FH-SOURCE-INVOICE-NO TO WS-SEEN-KEY
               PERFORM 0320-ADD-SEEN THRU 0320-EXIT
           END-IF.
           READ FIN-CHG-HIST-FILE
               AT END SET WS-FH-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

       0320-ADD-SEEN.
           IF WS-SEEN-MAX < 5000
               ADD 1 TO WS-SEEN-MAX
               MOVE WS-SEEN-KEY TO WS-SEEN-INVOICE-NO(WS-SEEN-MAX)
           ELSE
               DISPLAY "CHARGE HISTORY TABLE FULL AT " WS-SEEN-KEY
           END-IF.
       0320-EXIT.
           EXIT.

      *> AN ABSENT CONTROL RECORD MEANS A BRAND-NEW INSTALLATION -
      *> NUMBERING STARTS FROM ZERO AND THE RECORD IS CREATED AT
      *> END OF RUN
       0400-READ-INVOICE-NO-CTL.
           OPEN INPUT INVOICE-NO-CTL.
           IF WS-INCTL-STATUS = "00"
               READ INVOICE-NO-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NC-LAST-USED-NO TO WS-NEXT-INVOICE-NO
               END-READ
               CLOSE INVOICE-NO-CTL
           END-IF.
       0400-EXIT.
           EXIT.

       0500-FIND-GL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS = "00"
               PERFORM 0510-TEST-ONE-MAPPING THRU 0510-EXIT
                   UNTIL WS-MAP-EOF
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-TEST-ONE-MAPPING.
           READ GL-ACCOUNT-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   IF GA-MAP-NAME = "ARCTRL  "
                       MOVE GA-GL-ACCOUNT TO WS-AR-CTL-ACCOUNT
                       SET WS-AR-CTL-MAPPED TO TRUE
                   END-IF
                   IF GA-MAP-NAME = "FINCHG  "
                       MOVE GA-GL-ACCOUNT TO WS-FIN-INC-ACCOUNT
                       SET WS-FIN-INC-MAPPED TO TRUE
                   END-IF
           END-READ.
       0510-EXIT.
           EXIT.

       1000-CHECK-ONE-ITEM.
           IF AR-ITEM-OPEN
               AND AR-OPEN-AMOUNT > ZERO
               PERFORM 1100-AGE-AND-CHARGE THRU 1100-EXIT
           END-IF.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-AR-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-AGE-AND-CHARGE.
           MOVE 'N' TO WS-SEEN-SW.
           IF WS-SEEN-MAX > ZERO
               SET WS-SEEN-IDX TO 1
               SEARCH WS-SEEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEEN-IDX > WS-SEEN-MAX
                       CONTINUE
                   WHEN WS-SEEN-INVOICE-NO(WS-SEEN-IDX) = AR-INVOICE-NO
                       SET WS-SEEN-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-SEEN-FOUND
               ADD 1 TO WS-RERUN-COUNT
               GO TO 1100-EXIT
           END-IF.

           MOVE AR-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOCUST-COUNT
                   DISPLAY "FINCHG: CUSTOMER NOT ON MASTER "
                       AR-CUST-ID " ITEM " AR-INVOICE-NO
                   GO TO 1100-EXIT
           END-READ.
           IF CM-FIN-CHG-EXEMPT-YES
               ADD 1 TO WS-EXEMPT-COUNT
               GO TO 1100-EXIT
           END-IF.

           MOVE AR-INVOICE-DATE TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           COMPUTE WS-DUE-SERIAL = WS-D2S-SERIAL + CM-PAY-TERMS.
           COMPUTE WS-DAYS-OVER = WS-CHARGE-SERIAL - WS-DUE-SERIAL.
           IF WS-DAYS-OVER NOT > ZERO
               GO TO 1100-EXIT
           END-IF.

           IF WS-CHG-MAX NOT < 3000
               DISPLAY "FINANCE CHARGE TABLE FULL AT " AR-INVOICE-NO
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CHG-MAX.
           SET WS-CHG-IDX TO WS-CHG-MAX.
           COMPUTE WS-CHARGE ROUNDED =
               AR-OPEN-AMOUNT * WS-RATE-PCT / 100.
           MOVE SPACE TO WS-CG-MIN-SW(WS-CHG-IDX).
           IF WS-CHARGE < WS-MIN-CHARGE
               MOVE WS-MIN-CHARGE TO WS-CHARGE
               MOVE 'M' TO WS-CG-MIN-SW(WS-CHG-IDX)
           END-IF.
           MOVE AR-INVOICE-DATE TO WS-DAD-DATE.
           MOVE CM-PAY-TERMS    TO WS-DAD-DAYS.
           PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT.
           MOVE AR-INVOICE-NO  TO WS-CG-SOURCE-NO(WS-CHG-IDX).
           MOVE AR-CUST-ID     TO WS-CG-CUST-ID(WS-CHG-IDX).
           MOVE WS-DAD-DATE    TO WS-CG-DUE-DATE(WS-CHG-IDX).
           MOVE WS-DAYS-OVER   TO WS-CG-DAYS-OVER(WS-CHG-IDX).
           MOVE AR-OPEN-AMOUNT TO WS-CG-OPEN(WS-CHG-IDX).
           MOVE WS-CHARGE      TO WS-CG-CHARGE(WS-CHG-IDX).
       1100-EXIT.
           EXIT.

      *> ONE NEW OPEN ITEM PER CHARGE, NUMBERED FROM THE SAME
      *> CONTROL RECORD AS THE BILLING RUN'S INVOICES
       2000-POST-ONE-CHARGE.
           ADD 1 TO WS-NEXT-INVOICE-NO.
           MOVE SPACES                     TO AR-MASTER-REC.
           MOVE WS-NEXT-INVOICE-NO         TO AR-INVOICE-NO.
           MOVE WS-CG-CUST-ID(WS-CHG-IDX)  TO AR-CUST-ID.
           MOVE WS-CHARGE-DATE             TO AR-INVOICE-DATE.
           MOVE WS-CG-CHARGE(WS-CHG-IDX)   TO AR-ORIG-AMOUNT
                                              AR-OPEN-AMOUNT.
           MOVE 'O'                        TO AR-ITEM-STATUS.
           WRITE AR-MASTER-REC
               INVALID KEY
                   DISPLAY "AR-MASTER WRITE FAILED " WS-AR-STATUS
                       " " AR-INVOICE-NO
           END-WRITE.

           MOVE SPACES                      TO INVOICE-XREF-OUT-REC.
           MOVE WS-CG-SOURCE-NO(WS-CHG-IDX) TO XR-ORDER-REF.
           MOVE WS-NEXT-INVOICE-NO          TO XR-INVOICE-NO.
           MOVE WS-CG-CUST-ID(WS-CHG-IDX)   TO XR-CUST-ID.
           MOVE RPT-RUN-DATE-CCYYMMDD       TO XR-RUN-DATE.
           WRITE INVOICE-XREF-OUT-REC.

           MOVE SPACES                      TO FIN-CHG-HIST-REC.
           MOVE WS-PERIOD                   TO FH-PERIOD.
           MOVE WS-NEXT-INVOICE-NO          TO FH-CHARGE-INVOICE-NO.
           MOVE WS-CG-SOURCE-NO(WS-CHG-IDX) TO FH-SOURCE-INVOICE-NO.
           MOVE WS-CG-CUST-ID(WS-CHG-IDX)   TO FH-CUST-ID.
           MOVE WS-CG-CHARGE(WS-CHG-IDX)    TO FH-CHARGE-AMOUNT.
           WRITE FIN-CHG-HIST-REC.

           MOVE WS-AR-CTL-ACCOUNT TO WS-VCH-ACCOUNT.
           MOVE 'D' TO WS-VCH-DC-IND.
           PERFORM 2100-WRITE-VOUCHER-LINE THRU 2100-EXIT.
           ADD WS-CG-CHARGE(WS-CHG-IDX) TO WS-VCH-DEBIT-TOTAL.
           MOVE WS-FIN-INC-ACCOUNT TO WS-VCH-ACCOUNT.
           MOVE 'C' TO WS-VCH-DC-IND.
           PERFORM 2100-WRITE-VOUCHER-LINE THRU 2100-EXIT.
           ADD WS-CG-CHARGE(WS-CHG-IDX) TO WS-VCH-CREDIT-TOTAL.

           MOVE SPACES TO WS-FD-FLAG.
           MOVE WS-CG-CUST-ID(WS-CHG-IDX)   TO WS-FD-CUST-ID.
           MOVE WS-CG-SOURCE-NO(WS-CHG-IDX) TO WS-FD-SOURCE-NO.
           MOVE WS-CG-DUE-DATE(WS-CHG-IDX)  TO WS-FD-DUE-DATE.
           MOVE WS-CG-DAYS-OVER(WS-CHG-IDX) TO WS-FD-DAYS-OVER.
           MOVE WS-CG-OPEN(WS-CHG-IDX)      TO WS-FD-OPEN.
           MOVE WS-CG-CHARGE(WS-CHG-IDX)    TO WS-FD-CHARGE.
           MOVE AR-INVOICE-NO               TO WS-FD-CHARGE-NO.
           IF WS-CG-MIN-SW(WS-CHG-IDX) = 'M'
               MOVE "MIN" TO WS-FD-FLAG
               ADD 1 TO WS-MIN-COUNT
           END-IF.
           WRITE FIN-CHG-RPT-REC FROM WS-CHARGE-DETAIL.

           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-CG-CHARGE(WS-CHG-IDX) TO WS-CHARGE-TOTAL.
       2000-EXIT.
           EXIT.

      *> ACCOUNT AND DEBIT/CREDIT INDICATOR ARE SET BY THE CALLER
       2100-WRITE-VOUCHER-LINE.
           MOVE SPACES                   TO JOURNAL-VOUCHER-REC.
           MOVE WS-CHARGE-DATE           TO JV-RUN-DATE.
           MOVE "FCHG"                   TO JV-SOURCE.
           MOVE WS-VCH-ACCOUNT           TO JV-ACCOUNT.
           MOVE WS-VCH-DC-IND            TO JV-DC-IND.
           MOVE WS-CG-CHARGE(WS-CHG-IDX) TO JV-AMOUNT.
           WRITE JOURNAL-VOUCHER-REC.
       2100-EXIT.
           EXIT.

       8000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-CHARGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "ITEMS CHARGED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-CHARGE-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "FINANCE CHARGES RAISED: " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-MIN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "AT MINIMUM CHARGE     : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-EXEMPT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "EXEMPT ITEMS SKIPPED  : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-RERUN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "ALREADY CHARGED/CHARGE: " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-NOCUST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "CUSTOMER NOT ON MASTER: " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-VCH-DEBIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "VOUCHER DEBITS        : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AR-CTL-ACCOUNT          DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           IF NOT WS-AR-CTL-MAPPED
               MOVE "NO ARCTRL MAPPING" TO FIN-CHG-RPT-REC(53:17)
           END-IF.
           WRITE FIN-CHG-RPT-REC.

           MOVE WS-VCH-CREDIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO FIN-CHG-RPT-REC.
           STRING "VOUCHER CREDITS       : " DELIMITED BY SIZE
                  WS-AMOUNT-ED               DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FIN-INC-ACCOUNT         DELIMITED BY SIZE
               INTO FIN-CHG-RPT-REC
           END-STRING.
           IF NOT WS-FIN-INC-MAPPED
               MOVE "NO FINCHG MAPPING" TO FIN-CHG-RPT-REC(53:17)
           END-IF.
           WRITE FIN-CHG-RPT-REC.
       8000-EXIT.
           EXIT.

       8400-REWRITE-INVOICE-NO-CTL.
           OPEN OUTPUT INVOICE-NO-CTL.
           MOVE WS-NEXT-INVOICE-NO TO NC-LAST-USED-NO.
           WRITE INVOICE-NO-CTL-REC.
           CLOSE INVOICE-NO-CTL.
       8400-EXIT.
           EXIT.

       COPY DATESERP.

       COPY DATEADDP.

       COPY REPDATEP.
