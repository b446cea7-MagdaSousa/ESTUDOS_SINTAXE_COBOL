      *> RECURBIL - NIGHTLY RECURRING-CONTRACT BILLING. RUNS AHEAD
      *> OF EXPRESSOES IN THE BILLING LEG AND WRITES THE CHARGES
      *> FALLING DUE UNDER THE SERVICE AGREEMENTS AND RENTALS ON THE
      *> CONTRACT MASTER (MAINTAINED BY CONTRMNT) AS AN ITEMLINE
      *> BATCH OF ITS OWN (HEADER, FEE LINES, TRAILER) THAT THE JCL
      *> CONCATENATES BEHIND THE ORDER DESK'S FEED, SO CONTRACT
      *> CHARGES ARE PRICED, TAXED, NUMBERED AND POSTED TO ARMAST
      *> LIKE ANY OTHER INVOICE.
      *> AN ACTIVE CONTRACT WHOSE NEXT BILL DATE HAS COME IS BILLED
      *> ONE LINE PER PERIOD DUE - THE CONTRACT QUANTITY AT THE
      *> CONTRACT PRICE - AND ITS NEXT BILL DATE IS MOVED ON ONE
      *> MONTH, QUARTER OR YEAR PER PERIOD, KEEPING THE START
      *> DATE'S DAY OF THE MONTH (THE MONTH'S LAST DAY WHEN THE
      *> MONTH IS SHORTER). PERIODS MISSED WHILE THE SUITE WAS DOWN
      *> ARE ALL CAUGHT UP ON ONE INVOICE. ONCE THE NEXT BILL DATE
      *> PASSES THE END DATE THE CONTRACT IS MARKED ENDED; CONTRMNT
      *> RENEWS IT.
      *> EACH CONTRACT RECORDS THE BUSINESS DATE IT WAS LAST BILLED
      *> AND HOW MANY PERIODS, SO A RERUN OF THE SAME BUSINESS DATE
      *> WRITES THE SAME LINES AGAIN WITHOUT MOVING THE CONTRACT ON
      *> A SECOND TIME. A CONTRACT WHOSE BILLING CUSTOMER IS MISSING
      *> FROM CUSTMAST OR INACTIVE IS LISTED AS HELD ON RECURRPT,
      *> ENDS THE STEP RC 4 AND IS TRIED AGAIN THE NEXT NIGHT.
      *> CTREXPRP LISTS EVERY ACTIVE CONTRACT ENDING WITHIN THE NEXT
      *> 60 DAYS SO ACCOUNT MANAGERS CAN RENEW IT IN TIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURBIL.

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

      *> TONIGHT'S CONTRACT BATCH IN THE ITEMLINE LAYOUT
           SELECT RECUR-ITEM-OUT ASSIGN TO "RECUITEM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECUR-RPT ASSIGN TO "RECURRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPIRY-RPT ASSIGN TO "CTREXPRP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD - SEE BUSDATE COPYBOOK
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> STEP-RESTART CONTROL - SEE RUNCTL COPYBOOK
           SELECT RESTART-CTL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CTL-STATUS.

      *> BUSINESS-CALENDAR MASTER AND RUN-HISTORY CROSS-CHECK
      *> BACKING THE HARDENED BUSINESS-DATE VALIDATION - SEE THE
      *> BUSDATE COPYBOOK
           SELECT BUS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-CAL-STATUS.

           SELECT RUN-HISTORY-CHK-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-RH-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-PL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SAME LAYOUT AS THE CONTRMNT CONTRACT FD
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
           05 CT-START-FMT REDEFINES CT-START-DATE.
               10 CT-START-CCYY     PIC 9(04).
               10 CT-START-MM       PIC 9(02).
               10 CT-START-DD       PIC 9(02).
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

      *> SAME LAYOUT AS THE EXPRESSOES ITEMLINE FD
       FD  RECUR-ITEM-OUT.
       01  ITEM-LINE-REC.
           05 IL-INVOICE-NO     PIC X(08).
           05 IL-CUST-ID        PIC X(06).
           05 IL-QTY            PIC 9(9).
           05 IL-PRICE          PIC 9(7)V99.
           05 IL-DISCOUNT       PIC 9(7)V99.
           05 IL-TERMS          PIC 9(9).
           05 IL-FREIGHT        PIC 9(7)V99.
           05 IL-JURISDICTION   PIC X(4).
           05 IL-ITEM-CLASS     PIC X(4).
           05 IL-LINE-TYPE      PIC X(1).
           05 IL-CURRENCY       PIC X(3).
           05 IL-ITEM-CODE      PIC X(6).
           05 IL-LOCATION       PIC X(3).
           05 IL-SHIP-TO        PIC X(9).
           05 IL-JURIS-REASON   PIC X(4).
           05 IL-FEE-FLAG       PIC X(1).
           05 IL-QUOTE-NO       PIC X(8).

       FD  RECUR-RPT.
       01  RECUR-RPT-REC            PIC X(80).

       FD  EXPIRY-RPT.
       01  EXPIRY-RPT-REC           PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05 BD-BUSINESS-DATE      PIC 9(08).

       FD  RESTART-CTL-FILE.
       01  RESTART-CTL-REC.
           COPY RUNCREC.

       FD  BUS-CALENDAR-FILE.
       01  BUS-CALENDAR-REC.
           05 BC-CAL-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 BC-DAY-TYPE           PIC X(01).

       FD  RUN-HISTORY-CHK-FILE.
       01  RUN-HISTORY-CHK-REC.
           05 RHC-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(72).

       FD  PERIOD-LOCK-FILE.
       01  PERIOD-LOCK-REC.
           05 PL-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01).
           05 PL-LOCK-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 PL-LOCK-TIME          PIC 9(06).

           WORKING-STORAGE SECTION.
           01 WS-CT-STATUS PIC X(02).
               88 WS-CT-OK VALUE "00".
           01 WS-CM-STATUS PIC X(02).

           01 WS-CT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CT-EOF VALUE 'Y'.
           01 WS-BILLABLE-SW PIC X(01).
               88 WS-BILLABLE VALUE 'Y'.

      *> A RUNAWAY GUARD - A CONTRACT CAN CATCH UP AT MOST THIS
      *> MANY PERIODS IN ONE NIGHT
           01 WS-MAX-PERIODS     PIC 9(02) VALUE 12.
           01 WS-PERIOD-SUB      PIC 9(02).
           01 WS-PERIOD-COUNT    PIC 9(02).
           01 WS-LINE-AMOUNT     PIC 9(11)V99.
           01 WS-HELD-REASON     PIC X(30).

      *> NEXT BILL DATE BEING MOVED ON BY ONE PERIOD
           01 WS-NB-DATE PIC 9(08).
           01 WS-NB-FMT REDEFINES WS-NB-DATE.
               05 WS-NB-CCYY PIC 9(04).
               05 WS-NB-MM   PIC 9(02).
               05 WS-NB-DD   PIC 9(02).
           01 WS-NB-MONTHS    PIC 9(02).
           01 WS-NB-MONTH-END PIC 9(02).
           01 WS-NB-LEAP-Q    PIC 9(04).
           01 WS-NB-LEAP-REM  PIC 9(04).

      *> THE LAST DAY A CONTRACT CAN END AND STILL MAKE THE EXPIRY
      *> LIST, AND THE SERIAL DAYS FOR ITS DAYS-LEFT COLUMN
           01 WS-EXPIRY-HORIZON PIC 9(08).
           01 WS-BUS-SERIAL     PIC 9(09).
           01 WS-DAYS-LEFT      PIC 9(05).

           01 WS-BILLED-COUNT    PIC 9(09) VALUE ZERO.
           01 WS-LINE-COUNT      PIC 9(09) VALUE ZERO.
           01 WS-HELD-COUNT      PIC 9(09) VALUE ZERO.
           01 WS-ENDED-COUNT     PIC 9(09) VALUE ZERO.
           01 WS-EXPIRING-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-BILLED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           01 WS-COUNT-ED        PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED       PIC ZZZZZZZZZZ9.99.

           01 WS-RECUR-DETAIL.
               05 WS-RD-ACTION      PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-CONTRACT    PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-CUST-ID     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-CLASS       PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-FREQ        PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-PERIODS     PIC Z9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-AMOUNT      PIC ZZZZZZZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-NEXT-BILL   PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-RD-NOTE        PIC X(27).

           01 WS-EXPIRY-DETAIL.
               05 WS-XD-CONTRACT    PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-CUST-ID     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-CLASS       PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-DESC        PIC X(20).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-FREQ        PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-PRICE       PIC ZZZZZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-END-DATE    PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-XD-DAYS-LEFT   PIC ZZZZ9.

      *> ITEMLINE BATCH HEADER/TRAILER - SEE BATCHHT COPYBOOK
           COPY BATCHHT.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

      *> STEP-RESTART CONTROL WORKAREA - SEE RUNCTL COPYBOOK
           COPY RUNCTL.

      *> SERIAL-DAY CONVERSION FOR THE DAYS-LEFT COLUMN
           COPY DATESER.

      *> DATE-PLUS-DAYS FOR THE EXPIRY HORIZON - SEE DATEADD
           COPY DATEADD.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE "RECURBIL" TO RUN-CTL-PGM-NAME.
           PERFORM 9300-CHECK-STEP-DONE THRU 9300-EXIT.
           IF RUN-STEP-DONE
               STOP RUN
           END-IF.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           MOVE BUS-DATE-CCYYMMDD TO WS-DAD-DATE.
           MOVE 60 TO WS-DAD-DAYS.
           PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT.
           MOVE WS-DAD-DATE TO WS-EXPIRY-HORIZON.
           MOVE BUS-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-BUS-SERIAL.

      *> THE BATCH IS WRITTEN EVERY NIGHT, EMPTY OR NOT, SO
      *> EXPRESSOES NEVER SEES THE PREVIOUS NIGHT'S LINES AGAIN
           OPEN OUTPUT RECUR-ITEM-OUT.
           OPEN OUTPUT RECUR-RPT.
           OPEN OUTPUT EXPIRY-RPT.
           MOVE SPACES TO BH-RECORD-AREA.
           MOVE "HDR" TO BH-RECORD-TYPE.
           MOVE BUS-DATE-CCYYMMDD TO BH-HEADER-DATE.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE BH-RECORD-AREA TO ITEM-LINE-REC(1:30).
           WRITE ITEM-LINE-REC.

           WRITE RECUR-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "RECURRING CONTRACT BILLING" TO RECUR-RPT-REC.
           WRITE RECUR-RPT-REC.
           MOVE
           "ACTION CONTR  CUST   CLAS F PR       AMOUNT NEXTBILL NOTE"
               TO RECUR-RPT-REC.
           WRITE RECUR-RPT-REC.

           WRITE EXPIRY-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO EXPIRY-RPT-REC.
           STRING "CONTRACTS ENDING ON OR BEFORE " DELIMITED BY SIZE
                  WS-EXPIRY-HORIZON                DELIMITED BY SIZE
               INTO EXPIRY-RPT-REC
           END-STRING.
           WRITE EXPIRY-RPT-REC.
           MOVE
           "CONTR  CUST   CLAS DESCRIPTION          F      PRICE ENDDATE
      -    "   DAYS"
               TO EXPIRY-RPT-REC.
           WRITE EXPIRY-RPT-REC.

           OPEN INPUT CUSTOMER-MASTER.
      *> FIRST NIGHT EVER: THE MASTER DOES NOT EXIST YET
           OPEN I-O CONTRACT-MASTER.
           IF NOT WS-CT-OK
               OPEN OUTPUT CONTRACT-MASTER
               CLOSE CONTRACT-MASTER
               OPEN I-O CONTRACT-MASTER
           END-IF.
           PERFORM 5000-START-CONTRACT-BROWSE THRU 5000-EXIT.
           PERFORM 1000-BILL-ONE-CONTRACT THRU 1000-EXIT
               UNTIL WS-CT-EOF.
           CLOSE CONTRACT-MASTER.
           CLOSE CUSTOMER-MASTER.

           MOVE SPACES TO BH-RECORD-AREA.
           MOVE "TRL" TO BH-RECORD-TYPE.
           MOVE BH-DATA-COUNT TO BH-TRAILER-COUNT.
           MOVE BH-HASH-TOTAL TO BH-TRAILER-HASH.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE BH-RECORD-AREA TO ITEM-LINE-REC(1:30).
           WRITE ITEM-LINE-REC.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE RECUR-ITEM-OUT.
           CLOSE RECUR-RPT.
           CLOSE EXPIRY-RPT.

           DISPLAY "RECURBIL LINES WRITTEN   : " BH-DATA-COUNT.
           DISPLAY "RECURBIL CONTRACTS HELD  : " WS-HELD-COUNT.
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT.
           STOP RUN.

       1000-BILL-ONE-CONTRACT.
      *> ALREADY BILLED FOR THIS BUSINESS DATE - A RERUN. THE SAME
      *> LINES GO OUT AGAIN; THE CONTRACT HAS ALREADY MOVED ON
           IF CT-LAST-BILL-DATE = BUS-DATE-CCYYMMDD
               AND CT-LAST-BILL-COUNT > ZERO
               PERFORM 2000-REPEAT-BILLED-LINES THRU 2000-EXIT
           ELSE
               IF CT-ACTIVE
                   AND CT-NEXT-BILL-DATE NOT > BUS-DATE-CCYYMMDD
                   PERFORM 1100-BILL-DUE-PERIODS THRU 1100-EXIT
               END-IF
           END-IF.
           PERFORM 4000-CHECK-EXPIRING THRU 4000-EXIT.
           PERFORM 5100-READ-NEXT-CONTRACT THRU 5100-EXIT.
       1000-EXIT.
           EXIT.

       1100-BILL-DUE-PERIODS.
      *> RAN PAST ITS END DATE BEFORE ANOTHER PERIOD CAME DUE
           IF CT-END-DATE NOT = ZERO
               AND CT-NEXT-BILL-DATE > CT-END-DATE
               PERFORM 1300-MARK-ENDED THRU 1300-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-CHECK-CUSTOMER THRU 1200-EXIT.
           IF NOT WS-BILLABLE
               MOVE "HELD" TO WS-RD-ACTION
               MOVE ZERO TO WS-PERIOD-COUNT
               MOVE ZERO TO WS-LINE-AMOUNT
               MOVE WS-HELD-REASON TO WS-RD-NOTE
               PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
               ADD 1 TO WS-HELD-COUNT
               GO TO 1100-EXIT
           END-IF.
           MOVE ZERO TO WS-PERIOD-COUNT.
           PERFORM 1150-BILL-ONE-PERIOD THRU 1150-EXIT
               UNTIL CT-NEXT-BILL-DATE > BUS-DATE-CCYYMMDD
                  OR (CT-END-DATE NOT = ZERO
                      AND CT-NEXT-BILL-DATE > CT-END-DATE)
                  OR WS-PERIOD-COUNT NOT < WS-MAX-PERIODS.
           MOVE BUS-DATE-CCYYMMDD TO CT-LAST-BILL-DATE.
           MOVE WS-PERIOD-COUNT   TO CT-LAST-BILL-COUNT.
           MOVE SPACES TO WS-RD-NOTE.
           IF CT-END-DATE NOT = ZERO
               AND CT-NEXT-BILL-DATE > CT-END-DATE
               MOVE 'E' TO CT-STATUS
               ADD 1 TO WS-ENDED-COUNT
               MOVE "FINAL PERIOD - CONTRACT ENDED" TO WS-RD-NOTE
           END-IF.
           REWRITE CONTRACT-MASTER-REC
               INVALID KEY
                   DISPLAY "CONTRACT-MASTER REWRITE FAILED "
                       WS-CT-STATUS
           END-REWRITE.
           ADD 1 TO WS-BILLED-COUNT.
           COMPUTE WS-LINE-AMOUNT =
               CT-QTY * CT-PRICE * WS-PERIOD-COUNT.
           ADD WS-LINE-AMOUNT TO WS-BILLED-TOTAL.
           MOVE "BILLED" TO WS-RD-ACTION.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       1100-EXIT.
           EXIT.

       1150-BILL-ONE-PERIOD.
           PERFORM 6000-WRITE-ITEM-LINE THRU 6000-EXIT.
           ADD 1 TO WS-PERIOD-COUNT.
           PERFORM 3000-ADVANCE-NEXT-BILL THRU 3000-EXIT.
       1150-EXIT.
           EXIT.

       1200-CHECK-CUSTOMER.
           MOVE 'N' TO WS-BILLABLE-SW.
           MOVE CT-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "BILLING CUST NOT ON CUSTMAST"
                       TO WS-HELD-REASON
                   GO TO 1200-EXIT
           END-READ.
           IF CM-CUST-INACTIVE
               MOVE "BILLING CUSTOMER INACTIVE" TO WS-HELD-REASON
               GO TO 1200-EXIT
           END-IF.
           SET WS-BILLABLE TO TRUE.
       1200-EXIT.
           EXIT.

       1300-MARK-ENDED.
           MOVE 'E' TO CT-STATUS.
           REWRITE CONTRACT-MASTER-REC
               INVALID KEY
                   DISPLAY "CONTRACT-MASTER REWRITE FAILED "
                       WS-CT-STATUS
           END-REWRITE.
           ADD 1 TO WS-ENDED-COUNT.
           MOVE "ENDED" TO WS-RD-ACTION.
           MOVE ZERO TO WS-PERIOD-COUNT.
           MOVE ZERO TO WS-LINE-AMOUNT.
           MOVE "PAST END DATE - NOT BILLED" TO WS-RD-NOTE.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       1300-EXIT.
           EXIT.

       2000-REPEAT-BILLED-LINES.
           PERFORM 6000-WRITE-ITEM-LINE THRU 6000-EXIT
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > CT-LAST-BILL-COUNT.
           MOVE CT-LAST-BILL-COUNT TO WS-PERIOD-COUNT.
           ADD 1 TO WS-BILLED-COUNT.
           COMPUTE WS-LINE-AMOUNT =
               CT-QTY * CT-PRICE * WS-PERIOD-COUNT.
           ADD WS-LINE-AMOUNT TO WS-BILLED-TOTAL.
           MOVE "BILLED" TO WS-RD-ACTION.
           MOVE "RERUN - REPEATED AS BILLED" TO WS-RD-NOTE.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      *> ONE PERIOD ON FROM THE CURRENT NEXT BILL DATE, ALWAYS BACK
      *> ON THE START DATE'S DAY OF THE MONTH - A CONTRACT STARTED
      *> ON THE 31ST BILLS ON THE 30TH IN APRIL AND THE 31ST AGAIN
      *> IN MAY, NOT THE 30TH FOR EVER AFTER
       3000-ADVANCE-NEXT-BILL.
           MOVE CT-NEXT-BILL-DATE TO WS-NB-DATE.
           EVALUATE TRUE
               WHEN CT-FREQ-QUARTERLY MOVE 3 TO WS-NB-MONTHS
               WHEN CT-FREQ-ANNUAL    MOVE 12 TO WS-NB-MONTHS
               WHEN OTHER             MOVE 1 TO WS-NB-MONTHS
           END-EVALUATE.
           ADD WS-NB-MONTHS TO WS-NB-MM.
           IF WS-NB-MM > 12
               SUBTRACT 12 FROM WS-NB-MM
               ADD 1 TO WS-NB-CCYY
           END-IF.
           EVALUATE WS-NB-MM
               WHEN 02
                   MOVE 28 TO WS-NB-MONTH-END
                   DIVIDE WS-NB-CCYY BY 4
                       GIVING WS-NB-LEAP-Q
                       REMAINDER WS-NB-LEAP-REM
                   IF WS-NB-LEAP-REM = ZERO
                       MOVE 29 TO WS-NB-MONTH-END
                   END-IF
               WHEN 04 MOVE 30 TO WS-NB-MONTH-END
               WHEN 06 MOVE 30 TO WS-NB-MONTH-END
               WHEN 09 MOVE 30 TO WS-NB-MONTH-END
               WHEN 11 MOVE 30 TO WS-NB-MONTH-END
               WHEN OTHER MOVE 31 TO WS-NB-MONTH-END
           END-EVALUATE.
           IF CT-START-DD > WS-NB-MONTH-END
               MOVE WS-NB-MONTH-END TO WS-NB-DD
           ELSE
               MOVE CT-START-DD TO WS-NB-DD
           END-IF.
           MOVE WS-NB-DATE TO CT-NEXT-BILL-DATE.
       3000-EXIT.
           EXIT.

      *> AN ACTIVE CONTRACT WITH AN END DATE FROM TODAY TO THE
      *> HORIZON - ONE ALREADY ENDED OR CANCELLED IS PAST SAVING
       4000-CHECK-EXPIRING.
           IF NOT CT-ACTIVE
               OR CT-END-DATE = ZERO
               OR CT-END-DATE < BUS-DATE-CCYYMMDD
               OR CT-END-DATE > WS-EXPIRY-HORIZON
               GO TO 4000-EXIT
           END-IF.
           MOVE CT-END-DATE TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           COMPUTE WS-DAYS-LEFT = WS-D2S-SERIAL - WS-BUS-SERIAL.
           MOVE CT-CONTRACT-ID TO WS-XD-CONTRACT.
           MOVE CT-CUST-ID     TO WS-XD-CUST-ID.
           MOVE CT-ITEM-CLASS  TO WS-XD-CLASS.
           MOVE CT-DESC        TO WS-XD-DESC.
           MOVE CT-FREQUENCY   TO WS-XD-FREQ.
           MOVE CT-PRICE       TO WS-XD-PRICE.
           MOVE CT-END-DATE    TO WS-XD-END-DATE.
           MOVE WS-DAYS-LEFT   TO WS-XD-DAYS-LEFT.
           WRITE EXPIRY-RPT-REC FROM WS-EXPIRY-DETAIL.
           ADD 1 TO WS-EXPIRING-COUNT.
       4000-EXIT.
           EXIT.

       5000-START-CONTRACT-BROWSE.
           MOVE 'N' TO WS-CT-EOF-SW.
           MOVE LOW-VALUES TO CT-CONTRACT-ID.
           START CONTRACT-MASTER KEY IS NOT LESS THAN CT-CONTRACT-ID
               INVALID KEY
                   SET WS-CT-EOF TO TRUE
                   GO TO 5000-EXIT
           END-START.
           PERFORM 5100-READ-NEXT-CONTRACT THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-CONTRACT.
           READ CONTRACT-MASTER NEXT RECORD
               AT END SET WS-CT-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *> ONE PERIOD'S CHARGE: THE CONTRACT QUANTITY AT THE CONTRACT
      *> PRICE, NO DISCOUNT OR FREIGHT. A CONTRACT'S PERIODS SHARE
      *> ONE ORDER REFERENCE, SO A CATCH-UP COMES OUT AS ONE
      *> INVOICE. THE FEE FLAG KEEPS THE CONTRACT PRICE AND MOVES
      *> NO STOCK; THE JURISDICTION IS LEFT FOR EXPRESSOES TO
      *> DERIVE FROM THE CUSTOMER'S SHIP-TO
       6000-WRITE-ITEM-LINE.
           MOVE SPACES TO ITEM-LINE-REC.
           STRING "RC"           DELIMITED BY SIZE
                  CT-CONTRACT-ID DELIMITED BY SIZE
               INTO IL-INVOICE-NO
           END-STRING.
           MOVE CT-CUST-ID      TO IL-CUST-ID.
           MOVE CT-QTY          TO IL-QTY.
           MOVE CT-PRICE        TO IL-PRICE.
           MOVE ZERO            TO IL-DISCOUNT.
           MOVE 1               TO IL-TERMS.
           MOVE ZERO            TO IL-FREIGHT.
           MOVE CT-ITEM-CLASS   TO IL-ITEM-CLASS.
           MOVE CT-ITEM-CODE    TO IL-ITEM-CODE.
           MOVE 'F'             TO IL-FEE-FLAG.
           WRITE ITEM-LINE-REC.
           ADD 1 TO BH-DATA-COUNT.
           ADD IL-PRICE TO BH-HASH-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
       6000-EXIT.
           EXIT.

       7000-WRITE-DETAIL.
           MOVE CT-CONTRACT-ID    TO WS-RD-CONTRACT.
           MOVE CT-CUST-ID        TO WS-RD-CUST-ID.
           MOVE CT-ITEM-CLASS     TO WS-RD-CLASS.
           MOVE CT-FREQUENCY      TO WS-RD-FREQ.
           MOVE WS-PERIOD-COUNT   TO WS-RD-PERIODS.
           MOVE WS-LINE-AMOUNT    TO WS-RD-AMOUNT.
           MOVE CT-NEXT-BILL-DATE TO WS-RD-NEXT-BILL.
           WRITE RECUR-RPT-REC FROM WS-RECUR-DETAIL.
       7000-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO RECUR-RPT-REC.
           WRITE RECUR-RPT-REC.

           MOVE WS-BILLED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RECUR-RPT-REC.
           STRING "CONTRACTS BILLED  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO RECUR-RPT-REC
           END-STRING.
           WRITE RECUR-RPT-REC.

           MOVE WS-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RECUR-RPT-REC.
           STRING "CHARGE LINES      : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO RECUR-RPT-REC
           END-STRING.
           WRITE RECUR-RPT-REC.

           MOVE WS-BILLED-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO RECUR-RPT-REC.
           STRING "CHARGED           : " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO RECUR-RPT-REC
           END-STRING.
           WRITE RECUR-RPT-REC.

           MOVE WS-ENDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RECUR-RPT-REC.
           STRING "CONTRACTS ENDED   : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO RECUR-RPT-REC
           END-STRING.
           WRITE RECUR-RPT-REC.

           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO RECUR-RPT-REC.
           STRING "CONTRACTS HELD    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO RECUR-RPT-REC
           END-STRING.
           WRITE RECUR-RPT-REC.

           MOVE SPACES TO EXPIRY-RPT-REC.
           WRITE EXPIRY-RPT-REC.
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXPIRY-RPT-REC.
           STRING "CONTRACTS EXPIRING: " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO EXPIRY-RPT-REC
           END-STRING.
           WRITE EXPIRY-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY DATESERP.

       COPY DATEADDP.

       COPY BUSDATEP.

       COPY RUNCTLP.

       COPY REPDATEP.
