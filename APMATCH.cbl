      *> APMATCH - SUPPLIER-INVOICE THREE-WAY MATCH. EVERY LINE ON
      *> THE SUPINV SUPPLIER-INVOICE FEED NAMES THE PURCHASE ORDER
      *> LINE IT BILLS; THE BILLED PRICE IS CHECKED AGAINST THE PO
      *> PRICE ON POMAST AND THE BILLED QUANTITY AGAINST WHAT WAS
      *> ACTUALLY RECEIVED - THE 'R' MOVEMENTS ON THE STKHIST LEDGER
      *> CARRYING THAT PO NUMBER - LESS WHAT EARLIER INVOICES HAVE
      *> ALREADY BILLED (APMHIST). DIFFERENCES INSIDE THE APMTCTL
      *> TOLERANCE BANDS STILL PAY; ONE LINE OUTSIDE THEM HOLDS THE
      *> WHOLE INVOICE. PASSED INVOICES GO TO THE APPAYFL
      *> MATCHED-FOR-PAYMENT FILE AND ONTO THE PAYMENT-DUE LISTING,
      *> AGED FROM THE INVOICE DATE BY THE SUPPLIER'S TERMS ON
      *> SUPPMAST. THE DISCREPANCY REPORT ALSO CARRIES THE GAP
      *> BETWEEN BILLED COST AND THE RECEIPT COST THE STOCK WAS
      *> VALUED AT, SO A PRICE THE DOCK KEYED WRONG IS SEEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-INVOICE-FILE ASSIGN TO "SUPINV"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PRICE AND QUANTITY TOLERANCES IN PERCENT - NO CARD TAKES
      *> THE DEFAULTS
           SELECT AP-MATCH-CTL-FILE ASSIGN TO "APMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPP-ID
               FILE STATUS IS WS-SP-STATUS.

           SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-STATUS.

      *> PERMANENT RECORD OF EVERY INVOICE LINE PASSED FOR PAYMENT -
      *> STOPS A SECOND INVOICE BILLING THE SAME RECEIPT AGAIN AND
      *> A DUPLICATE INVOICE BEING PAID TWICE
           SELECT AP-MATCH-HIST-FILE ASSIGN TO "APMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHIST-STATUS.

           SELECT AP-PAYMENT-FILE ASSIGN TO "APPAYFL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-DISCREPANCY-RPT ASSIGN TO "APDISCRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-DUE-RPT ASSIGN TO "APDUERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-MATCH-EXCP ASSIGN TO "APMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> ONE RECORD PER BILLED LINE, LINES OF ONE INVOICE TOGETHER
       FD  SUPP-INVOICE-FILE.
       01  SUPP-INVOICE-REC.
           05 SI-SUPP-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 SI-INVOICE-NO         PIC X(10).
           05 FILLER                PIC X(01).
           05 SI-INVOICE-DATE       PIC 9(08).
           05 FILLER                PIC X(01).
           05 SI-PO-NO              PIC X(08).
           05 FILLER                PIC X(01).
           05 SI-PO-LINE-NO         PIC 9(03).
           05 FILLER                PIC X(01).
           05 SI-QTY-BILLED         PIC 9(09).
           05 FILLER                PIC X(01).
           05 SI-UNIT-PRICE         PIC 9(05)V99.

       FD  AP-MATCH-CTL-FILE.
       01  AP-MATCH-CTL-REC.
           05 MC-PRICE-TOL-PCT      PIC 9(02)V99.
           05 FILLER                PIC X(01).
           05 MC-QTY-TOL-PCT        PIC 9(02)V99.

       FD  PO-MASTER.
       01  PO-MASTER-REC.
           05 PO-KEY.
               10 PO-NO             PIC X(08).
               10 PO-LINE-NO        PIC 9(03).
           05 PO-SUPP-ID            PIC X(06).
           05 PO-ITEM-CODE          PIC X(06).
           05 PO-LOCATION           PIC X(03).
           05 PO-ORDER-DATE         PIC 9(08).
           05 PO-BUYER-ID           PIC X(06).
           05 PO-QTY-ORDERED        PIC 9(09).
           05 PO-QTY-RECEIVED       PIC 9(09).
           05 PO-UNIT-PRICE         PIC 9(05)V99.
           05 PO-LINE-STATUS        PIC X(01).
               88 PO-LINE-OPEN      VALUE 'O'.
               88 PO-LINE-CLOSED    VALUE 'C'.
           05 PO-LAST-RCPT-DATE     PIC 9(08).

       FD  SUPPLIER-MASTER.
       01  SUPPLIER-MASTER-REC.
           05 SP-SUPP-ID            PIC X(06).
           05 SP-SUPP-NAME          PIC X(25).
           05 SP-ADDR-LINE-1        PIC X(25).
           05 SP-ADDR-LINE-2        PIC X(25).
           05 SP-PAY-TERMS          PIC 9(03).
           05 SP-SUPP-STATUS        PIC X(01).
               88 SP-SUPP-ACTIVE    VALUE 'A'.

       FD  STOCK-HISTORY-FILE.
       01  STOCK-HISTORY-REC.
           05 HS-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-MOVE-TYPE          PIC X(01).
               88 HS-RECEIPT        VALUE 'R'.
           05 FILLER                PIC X(01).
           05 HS-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 HS-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 HS-QTY                PIC S9(09)
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 HS-UNIT-COST          PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 HS-BEFORE-QTY         PIC 9(09).
           05 FILLER                PIC X(01).
           05 HS-AFTER-QTY          PIC 9(09).
           05 FILLER                PIC X(01).
           05 HS-PO-NO              PIC X(08).

       FD  AP-MATCH-HIST-FILE.
       01  AP-MATCH-HIST-REC.
           05 MH-MATCH-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 MH-SUPP-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 MH-INVOICE-NO         PIC X(10).
           05 FILLER                PIC X(01).
           05 MH-PO-NO              PIC X(08).
           05 FILLER                PIC X(01).
           05 MH-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 MH-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 MH-QTY-BILLED         PIC 9(09).

       FD  AP-PAYMENT-FILE.
       01  AP-PAYMENT-REC.
           05 PF-SUPP-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 PF-INVOICE-NO         PIC X(10).
           05 FILLER                PIC X(01).
           05 PF-INVOICE-DATE       PIC 9(08).
           05 FILLER                PIC X(01).
           05 PF-DUE-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 PF-PO-NO              PIC X(08).
           05 FILLER                PIC X(01).
           05 PF-PO-LINE-NO         PIC 9(03).
           05 FILLER                PIC X(01).
           05 PF-QTY                PIC 9(09).
           05 FILLER                PIC X(01).
           05 PF-UNIT-PRICE         PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 PF-AMOUNT             PIC 9(09)V99.

       FD  AP-DISCREPANCY-RPT.
       01  AP-DISCREPANCY-RPT-REC   PIC X(80).

       FD  AP-DUE-RPT.
       01  AP-DUE-RPT-REC           PIC X(80).

       FD  AP-MATCH-EXCP.
       01  AP-MATCH-EXCP-REC.
           COPY EXCPREC.

           WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS   PIC X(02).
           01 WS-PO-STATUS    PIC X(02).
           01 WS-SP-STATUS    PIC X(02).
           01 WS-SHIST-STATUS PIC X(02).
           01 WS-MHIST-STATUS PIC X(02).
           01 WS-INV-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-INV-EOF VALUE 'Y'.
           01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-HIST-EOF VALUE 'Y'.

           01 WS-PRICE-TOL-PCT PIC 9(02)V99 VALUE 2.00.
           01 WS-QTY-TOL-PCT   PIC 9(02)V99 VALUE ZERO.

           COPY DATESER.

           COPY DATEADD.

           01 WS-RUN-SERIAL  PIC 9(09).
           01 WS-DUE-SERIAL  PIC 9(09).
           01 WS-DAYS-TO-DUE PIC S9(05).

      *> RECEIVED QUANTITY AND VALUE PER PO/ITEM/LOCATION, SUMMED
      *> FROM THE 'R' MOVEMENTS ON THE LEDGER
           01 WS-MATCH-KEY.
               05 WS-MK-PO-NO PIC X(08).
               05 WS-MK-ITEM  PIC X(06).
               05 WS-MK-LOC   PIC X(03).
           01 WS-RCV-MAX PIC 9(04) VALUE ZERO.
           01 WS-RCV-TABLE.
               05 WS-RCV-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-RCV-IDX.
                   10 WS-RCV-KEY   PIC X(17).
                   10 WS-RCV-QTY   PIC 9(09).
                   10 WS-RCV-VALUE PIC 9(11)V99.
           01 WS-RCV-FOUND-SW PIC X(01).
               88 WS-RCV-FOUND VALUE 'Y'.

      *> QUANTITY ALREADY BILLED AND PASSED PER PO/ITEM/LOCATION
           01 WS-BIL-MAX PIC 9(04) VALUE ZERO.
           01 WS-BIL-TABLE.
               05 WS-BIL-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-BIL-IDX.
                   10 WS-BIL-KEY   PIC X(17).
                   10 WS-BIL-QTY   PIC 9(09).
           01 WS-BIL-FOUND-SW PIC X(01).
               88 WS-BIL-FOUND VALUE 'Y'.

      *> SUPPLIER/INVOICE NUMBERS ALREADY PAID
           01 WS-PAID-KEY.
               05 WS-PK-SUPP-ID    PIC X(06).
               05 WS-PK-INVOICE-NO PIC X(10).
           01 WS-PAID-MAX PIC 9(04) VALUE ZERO.
           01 WS-PAID-TABLE.
               05 WS-PAID-INV-KEY OCCURS 2000 TIMES
                                  INDEXED BY WS-PAID-IDX
                                  PIC X(16).
           01 WS-PAID-FOUND-SW PIC X(01).
               88 WS-PAID-FOUND VALUE 'Y'.

      *> THE INVOICE IN HAND - ITS LINES ARE HELD UNTIL THE LAST
      *> ONE IS CHECKED, THEN ALL PAY OR ALL ARE HELD
           01 WS-CUR-SUPP-ID     PIC X(06) VALUE SPACES.
           01 WS-CUR-INVOICE-NO  PIC X(10) VALUE SPACES.
           01 WS-CUR-INVOICE-DATE PIC 9(08).
           01 WS-CUR-PAY-TERMS   PIC 9(03).
           01 WS-CUR-OUT-COUNT   PIC 9(04).
           01 WS-CUR-AMOUNT      PIC 9(11)V99.
           01 WS-CUR-REJECT-SW   PIC X(01) VALUE 'N'.
               88 WS-CUR-REJECTED VALUE 'Y'.
           01 WS-LN-MAX PIC 9(04) VALUE ZERO.
           01 WS-LN-TABLE.
               05 WS-LN-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-LN-IDX.
                   10 WS-LN-PO-NO    PIC X(08).
                   10 WS-LN-LINE-NO  PIC 9(03).
                   10 WS-LN-ITEM     PIC X(06).
                   10 WS-LN-LOC      PIC X(03).
                   10 WS-LN-QTY      PIC 9(09).
                   10 WS-LN-PRICE    PIC 9(05)V99.

           01 WS-REJECT-REASON  PIC X(30).
           01 WS-EXCP-KEY       PIC X(09).

      *> LINE CHECK WORKAREA
           01 WS-PRICE-VAR     PIC S9(05)V99.
           01 WS-PRICE-VAR-PCT PIC S9(05)V99.
           01 WS-ABS-PCT       PIC 9(05)V99.
           01 WS-QTY-AVAIL     PIC S9(09).
           01 WS-QTY-OVER      PIC 9(09).
           01 WS-QTY-OVER-PCT  PIC 9(05)V99.
           01 WS-RCV-AVG-COST  PIC 9(05)V99.
           01 WS-COST-VAR      PIC S9(11)V99.
           01 WS-PRICE-BAND    PIC X(06).
           01 WS-QTY-BAND      PIC X(06).
           01 WS-LINE-AMOUNT   PIC 9(09)V99.
           01 WS-ADD-QTY       PIC 9(09).

      *> TONIGHT'S PASSED INVOICES FOR THE PAYMENT-DUE LISTING
           01 WS-DUE-MAX PIC 9(04) VALUE ZERO.
           01 WS-DUE-TABLE.
               05 WS-DUE-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-DUE-IDX.
                   10 WS-DUE-SUPP-ID   PIC X(06).
                   10 WS-DUE-INVOICE   PIC X(10).
                   10 WS-DUE-INV-DATE  PIC 9(08).
                   10 WS-DUE-DATE      PIC 9(08).
                   10 WS-DUE-DAYS      PIC S9(05).
                   10 WS-DUE-AMOUNT    PIC 9(11)V99.

           01 WS-TOT-OVERDUE  PIC 9(13)V99 VALUE ZERO.
           01 WS-TOT-DUE-7    PIC 9(13)V99 VALUE ZERO.
           01 WS-TOT-DUE-30   PIC 9(13)V99 VALUE ZERO.
           01 WS-TOT-DUE-LATER PIC 9(13)V99 VALUE ZERO.
           01 WS-TOT-COST-VAR PIC S9(13)V99 VALUE ZERO.

           01 WS-LINE-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-PASSED-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-HELD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-DISC-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED     PIC Z(12)9.99.
           01 WS-SIGNED-ED     PIC -(12)9.99.
           01 WS-PRICE-TOL-ED  PIC Z9.99.
           01 WS-QTY-TOL-ED    PIC Z9.99.

           01 WS-DISC-DETAIL.
               05 WS-DD-INVOICE    PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-PO-NO      PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-LINE-NO    PIC 9(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-PO-PRICE   PIC ZZZZ9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-INV-PRICE  PIC ZZZZ9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-PRICE-PCT  PIC -ZZ9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-PRICE-BAND PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-AVAIL      PIC -ZZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-BILLED     PIC ZZZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-QTY-BAND   PIC X(06).

           01 WS-DUE-DETAIL.
               05 WS-UD-SUPP-ID    PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-UD-INVOICE    PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-UD-INV-DATE   PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-UD-DUE-DATE   PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-UD-DAYS       PIC -ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-UD-AMOUNT     PIC Z(10)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-UD-BUCKET     PIC X(09).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           MOVE RPT-RUN-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-RUN-SERIAL.

           PERFORM 0100-READ-CONTROL-CARD THRU 0100-EXIT.
           PERFORM 0200-LOAD-RECEIPTS THRU 0200-EXIT.
           PERFORM 0300-LOAD-MATCH-HISTORY THRU 0300-EXIT.

           OPEN INPUT PO-MASTER.
           OPEN INPUT SUPPLIER-MASTER.
           OPEN INPUT SUPP-INVOICE-FILE.
           OPEN OUTPUT AP-PAYMENT-FILE.
           OPEN OUTPUT AP-DISCREPANCY-RPT.
           OPEN OUTPUT AP-MATCH-EXCP.
      *> FIRST-EVER RUN CREATES THE MATCH HISTORY FRESH
           OPEN EXTEND AP-MATCH-HIST-FILE.
           IF WS-MHIST-STATUS NOT = "00"
               OPEN OUTPUT AP-MATCH-HIST-FILE
           END-IF.

           WRITE AP-DISCREPANCY-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "SUPPLIER INVOICE MATCH - PRICE/QUANTITY DISCREPANCIES"
               TO AP-DISCREPANCY-RPT-REC.
           WRITE AP-DISCREPANCY-RPT-REC.
           MOVE WS-PRICE-TOL-PCT TO WS-PRICE-TOL-ED.
           MOVE WS-QTY-TOL-PCT   TO WS-QTY-TOL-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "PRICE TOLERANCE " DELIMITED BY SIZE
                  WS-PRICE-TOL-ED   DELIMITED BY SIZE
                  " PCT   QUANTITY TOLERANCE " DELIMITED BY SIZE
                  WS-QTY-TOL-ED     DELIMITED BY SIZE
                  " PCT"            DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.
           MOVE "INVOICE    PO-NO    LN   PO-PRC  INV-PRC   PRC%"
               TO AP-DISCREPANCY-RPT-REC.
           MOVE "BAND    AVAIL  BILLED BAND"
               TO AP-DISCREPANCY-RPT-REC(50:26).
           WRITE AP-DISCREPANCY-RPT-REC.

           READ SUPP-INVOICE-FILE
               AT END SET WS-INV-EOF TO TRUE
           END-READ.
           PERFORM 1000-MATCH-ONE-LINE UNTIL WS-INV-EOF.
           IF WS-CUR-INVOICE-NO NOT = SPACES
               PERFORM 2000-CLOSE-INVOICE THRU 2000-EXIT
           END-IF.

           PERFORM 8000-WRITE-DISCREPANCY-TOTALS THRU 8000-EXIT.

           CLOSE PO-MASTER.
           CLOSE SUPPLIER-MASTER.
           CLOSE SUPP-INVOICE-FILE.
           CLOSE AP-PAYMENT-FILE.
           CLOSE AP-DISCREPANCY-RPT.
           CLOSE AP-MATCH-EXCP.
           CLOSE AP-MATCH-HIST-FILE.

           OPEN OUTPUT AP-DUE-RPT.
           PERFORM 8500-WRITE-PAYMENT-DUE THRU 8500-EXIT.
           CLOSE AP-DUE-RPT.

      *> A HELD OR REJECTED INVOICE NEEDS AN AP CLERK - RC 4
           IF WS-HELD-COUNT > ZERO
               OR WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT AP-MATCH-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ AP-MATCH-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-PRICE-TOL-PCT IS NUMERIC
                           MOVE MC-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
                       END-IF
                       IF MC-QTY-TOL-PCT IS NUMERIC
                           MOVE MC-QTY-TOL-PCT TO WS-QTY-TOL-PCT
                       END-IF
               END-READ
               CLOSE AP-MATCH-CTL-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *> ONLY RECEIPTS MATCHED TO A PURCHASE ORDER COUNT - THE
      *> LEDGER CARRIES THE PO NUMBER ON EVERY ONE OF THEM
       0200-LOAD-RECEIPTS.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-SHIST-STATUS = "00"
               READ STOCK-HISTORY-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
               PERFORM 0210-NOTE-ONE-RECEIPT UNTIL WS-HIST-EOF
               CLOSE STOCK-HISTORY-FILE
           END-IF.
       0200-EXIT.
           EXIT.

       0210-NOTE-ONE-RECEIPT.
           IF HS-RECEIPT
               AND HS-PO-NO NOT = SPACES
               MOVE HS-PO-NO     TO WS-MK-PO-NO
               MOVE HS-ITEM-CODE TO WS-MK-ITEM
               MOVE HS-LOCATION  TO WS-MK-LOC
               PERFORM 1400-FIND-RECEIVED THRU 1400-EXIT
               IF NOT WS-RCV-FOUND
                   IF WS-RCV-MAX < 2000
                       ADD 1 TO WS-RCV-MAX
                       SET WS-RCV-IDX TO WS-RCV-MAX
                       MOVE WS-MATCH-KEY TO WS-RCV-KEY(WS-RCV-IDX)
                       MOVE ZERO TO WS-RCV-QTY(WS-RCV-IDX)
                                    WS-RCV-VALUE(WS-RCV-IDX)
                       SET WS-RCV-FOUND TO TRUE
                   ELSE
                       DISPLAY "RECEIPT TABLE FULL AT " WS-MATCH-KEY
                   END-IF
               END-IF
               IF WS-RCV-FOUND
                   ADD HS-QTY TO WS-RCV-QTY(WS-RCV-IDX)
                   COMPUTE WS-RCV-VALUE(WS-RCV-IDX) ROUNDED =
                       WS-RCV-VALUE(WS-RCV-IDX)
                       + (HS-QTY * HS-UNIT-COST)
               END-IF
           END-IF.
           READ STOCK-HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

       0300-LOAD-MATCH-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT AP-MATCH-HIST-FILE.
           IF WS-MHIST-STATUS = "00"
               READ AP-MATCH-HIST-FILE
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
               PERFORM 0310-NOTE-ONE-MATCH UNTIL WS-HIST-EOF
               CLOSE AP-MATCH-HIST-FILE
           END-IF.
       0300-EXIT.
           EXIT.

       0310-NOTE-ONE-MATCH.
           MOVE MH-PO-NO     TO WS-MK-PO-NO.
           MOVE MH-ITEM-CODE TO WS-MK-ITEM.
           MOVE MH-LOCATION  TO WS-MK-LOC.
           MOVE MH-QTY-BILLED TO WS-ADD-QTY.
           PERFORM 1500-ADD-BILLED THRU 1500-EXIT.
           MOVE MH-SUPP-ID    TO WS-PK-SUPP-ID.
           MOVE MH-INVOICE-NO TO WS-PK-INVOICE-NO.
           PERFORM 1600-NOTE-PAID-INVOICE THRU 1600-EXIT.
           READ AP-MATCH-HIST-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

      *> CONTROL BREAK ON SUPPLIER PLUS INVOICE NUMBER
       1000-MATCH-ONE-LINE.
           IF SI-SUPP-ID NOT = WS-CUR-SUPP-ID
               OR SI-INVOICE-NO NOT = WS-CUR-INVOICE-NO
               IF WS-CUR-INVOICE-NO NOT = SPACES
                   PERFORM 2000-CLOSE-INVOICE THRU 2000-EXIT
               END-IF
               PERFORM 1100-OPEN-INVOICE THRU 1100-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           IF NOT WS-CUR-REJECTED
               PERFORM 1200-CHECK-ONE-LINE THRU 1200-EXIT
           END-IF.
           READ SUPP-INVOICE-FILE
               AT END SET WS-INV-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *> AN UNKNOWN SUPPLIER OR AN INVOICE ALREADY PAID REJECTS THE
      *> WHOLE INVOICE BEFORE ANY LINE IS LOOKED AT
       1100-OPEN-INVOICE.
           MOVE SI-SUPP-ID      TO WS-CUR-SUPP-ID.
           MOVE SI-INVOICE-NO   TO WS-CUR-INVOICE-NO.
           MOVE SI-INVOICE-DATE TO WS-CUR-INVOICE-DATE.
           MOVE ZERO TO WS-LN-MAX WS-CUR-OUT-COUNT WS-CUR-AMOUNT.
           MOVE 'N' TO WS-CUR-REJECT-SW.
           MOVE ZERO TO WS-CUR-PAY-TERMS.
           MOVE SI-SUPP-ID TO SP-SUPP-ID.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "SUPPLIER NOT ON SUPPMAST" TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-INVOICE THRU 1900-EXIT
                   GO TO 1100-EXIT
               NOT INVALID KEY
                   MOVE SP-PAY-TERMS TO WS-CUR-PAY-TERMS
           END-READ.
           MOVE SI-SUPP-ID    TO WS-PK-SUPP-ID.
           MOVE SI-INVOICE-NO TO WS-PK-INVOICE-NO.
           PERFORM 1650-FIND-PAID-INVOICE THRU 1650-EXIT.
           IF WS-PAID-FOUND
               MOVE "DUPLICATE - INVOICE ALREADY PAID"
                   TO WS-REJECT-REASON
               PERFORM 1900-REJECT-INVOICE THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF SI-INVOICE-DATE NOT NUMERIC
               OR SI-INVOICE-DATE = ZERO
               MOVE "INVALID INVOICE DATE" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-INVOICE THRU 1900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *> THE THREE-WAY CHECK FOR ONE BILLED LINE
       1200-CHECK-ONE-LINE.
           MOVE SI-PO-NO      TO PO-NO.
           MOVE SI-PO-LINE-NO TO PO-LINE-NO.
           READ PO-MASTER
               INVALID KEY
                   MOVE "PO LINE NOT ON POMAST" TO WS-REJECT-REASON
                   PERFORM 1950-REJECT-LINE THRU 1950-EXIT
                   GO TO 1200-EXIT
           END-READ.
           IF PO-SUPP-ID NOT = SI-SUPP-ID
               MOVE "PO RAISED ON ANOTHER SUPPLIER" TO WS-REJECT-REASON
               PERFORM 1950-REJECT-LINE THRU 1950-EXIT
               GO TO 1200-EXIT
           END-IF.

      *> PRICE - BILLED AGAINST THE PO LINE
           COMPUTE WS-PRICE-VAR = SI-UNIT-PRICE - PO-UNIT-PRICE.
           MOVE ZERO TO WS-PRICE-VAR-PCT.
           IF WS-PRICE-VAR = ZERO
               MOVE "MATCH " TO WS-PRICE-BAND
           ELSE
               IF PO-UNIT-PRICE = ZERO
                   MOVE "OUT   " TO WS-PRICE-BAND
               ELSE
                   COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                       WS-PRICE-VAR * 100 / PO-UNIT-PRICE
                   IF WS-PRICE-VAR-PCT < ZERO
                       COMPUTE WS-ABS-PCT = ZERO - WS-PRICE-VAR-PCT
                   ELSE
                       MOVE WS-PRICE-VAR-PCT TO WS-ABS-PCT
                   END-IF
                   IF WS-ABS-PCT > WS-PRICE-TOL-PCT
                       MOVE "OUT   " TO WS-PRICE-BAND
                   ELSE
                       MOVE "WITHIN" TO WS-PRICE-BAND
                   END-IF
               END-IF
           END-IF.

      *> QUANTITY - BILLED AGAINST RECEIVED LESS ALREADY BILLED.
      *> BILLING LESS THAN WAS RECEIVED IS A PART INVOICE, NOT A
      *> DISCREPANCY
           MOVE PO-NO        TO WS-MK-PO-NO.
           MOVE PO-ITEM-CODE TO WS-MK-ITEM.
           MOVE PO-LOCATION  TO WS-MK-LOC.
           MOVE ZERO TO WS-QTY-AVAIL WS-RCV-AVG-COST.
           PERFORM 1400-FIND-RECEIVED THRU 1400-EXIT.
           IF WS-RCV-FOUND
               MOVE WS-RCV-QTY(WS-RCV-IDX) TO WS-QTY-AVAIL
               IF WS-RCV-QTY(WS-RCV-IDX) > ZERO
                   COMPUTE WS-RCV-AVG-COST ROUNDED =
                       WS-RCV-VALUE(WS-RCV-IDX)
                       / WS-RCV-QTY(WS-RCV-IDX)
               END-IF
           END-IF.
           PERFORM 1450-FIND-BILLED THRU 1450-EXIT.
           IF WS-BIL-FOUND
               SUBTRACT WS-BIL-QTY(WS-BIL-IDX) FROM WS-QTY-AVAIL
           END-IF.
           IF SI-QTY-BILLED NOT > WS-QTY-AVAIL
               MOVE "MATCH " TO WS-QTY-BAND
           ELSE
               IF WS-QTY-AVAIL NOT > ZERO
                   MOVE "NORCPT" TO WS-QTY-BAND
               ELSE
                   COMPUTE WS-QTY-OVER = SI-QTY-BILLED - WS-QTY-AVAIL
                   COMPUTE WS-QTY-OVER-PCT ROUNDED =
                       WS-QTY-OVER * 100 / WS-QTY-AVAIL
                   IF WS-QTY-OVER-PCT > WS-QTY-TOL-PCT
                       MOVE "OUT   " TO WS-QTY-BAND
                   ELSE
                       MOVE "WITHIN" TO WS-QTY-BAND
                   END-IF
               END-IF
           END-IF.

           IF WS-PRICE-BAND = "OUT   "
               OR WS-QTY-BAND = "OUT   "
               OR WS-QTY-BAND = "NORCPT"
               ADD 1 TO WS-CUR-OUT-COUNT
           END-IF.
           IF WS-PRICE-BAND NOT = "MATCH "
               OR WS-QTY-BAND NOT = "MATCH "
               PERFORM 1300-WRITE-DISCREPANCY THRU 1300-EXIT
           END-IF.

           IF WS-LN-MAX < 100
               ADD 1 TO WS-LN-MAX
               MOVE PO-NO         TO WS-LN-PO-NO(WS-LN-MAX)
               MOVE PO-LINE-NO    TO WS-LN-LINE-NO(WS-LN-MAX)
               MOVE PO-ITEM-CODE  TO WS-LN-ITEM(WS-LN-MAX)
               MOVE PO-LOCATION   TO WS-LN-LOC(WS-LN-MAX)
               MOVE SI-QTY-BILLED TO WS-LN-QTY(WS-LN-MAX)
               MOVE SI-UNIT-PRICE TO WS-LN-PRICE(WS-LN-MAX)
           ELSE
               MOVE "INVOICE OVER 100 LINES" TO WS-REJECT-REASON
               PERFORM 1950-REJECT-LINE THRU 1950-EXIT
           END-IF.

      *> BILLED COST AGAINST THE RECEIPT COST THE STOCK WAS VALUED AT
           COMPUTE WS-COST-VAR ROUNDED =
               SI-QTY-BILLED * (SI-UNIT-PRICE - WS-RCV-AVG-COST).
           ADD WS-COST-VAR TO WS-TOT-COST-VAR.
       1200-EXIT.
           EXIT.

       1300-WRITE-DISCREPANCY.
           ADD 1 TO WS-DISC-COUNT.
           MOVE WS-CUR-INVOICE-NO TO WS-DD-INVOICE.
           MOVE PO-NO             TO WS-DD-PO-NO.
           MOVE PO-LINE-NO        TO WS-DD-LINE-NO.
           MOVE PO-UNIT-PRICE     TO WS-DD-PO-PRICE.
           MOVE SI-UNIT-PRICE     TO WS-DD-INV-PRICE.
           MOVE WS-PRICE-VAR-PCT  TO WS-DD-PRICE-PCT.
           MOVE WS-PRICE-BAND     TO WS-DD-PRICE-BAND.
           MOVE WS-QTY-AVAIL      TO WS-DD-AVAIL.
           MOVE SI-QTY-BILLED     TO WS-DD-BILLED.
           MOVE WS-QTY-BAND       TO WS-DD-QTY-BAND.
           WRITE AP-DISCREPANCY-RPT-REC FROM WS-DISC-DETAIL.
       1300-EXIT.
           EXIT.

       1400-FIND-RECEIVED.
           MOVE 'N' TO WS-RCV-FOUND-SW.
           IF WS-RCV-MAX > ZERO
               SET WS-RCV-IDX TO 1
               SEARCH WS-RCV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCV-IDX > WS-RCV-MAX
                       CONTINUE
                   WHEN WS-RCV-KEY(WS-RCV-IDX) = WS-MATCH-KEY
                       SET WS-RCV-FOUND TO TRUE
               END-SEARCH
           END-IF.
       1400-EXIT.
           EXIT.

       1450-FIND-BILLED.
           MOVE 'N' TO WS-BIL-FOUND-SW.
           IF WS-BIL-MAX > ZERO
               SET WS-BIL-IDX TO 1
               SEARCH WS-BIL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BIL-IDX > WS-BIL-MAX
                       CONTINUE
                   WHEN WS-BIL-KEY(WS-BIL-IDX) = WS-MATCH-KEY
                       SET WS-BIL-FOUND TO TRUE
               END-SEARCH
           END-IF.
       1450-EXIT.
           EXIT.

       1500-ADD-BILLED.
           PERFORM 1450-FIND-BILLED THRU 1450-EXIT.
           IF NOT WS-BIL-FOUND
               IF WS-BIL-MAX < 2000
                   ADD 1 TO WS-BIL-MAX
                   SET WS-BIL-IDX TO WS-BIL-MAX
                   MOVE WS-MATCH-KEY TO WS-BIL-KEY(WS-BIL-IDX)
                   MOVE ZERO TO WS-BIL-QTY(WS-BIL-IDX)
                   SET WS-BIL-FOUND TO TRUE
               ELSE
                   DISPLAY "BILLED TABLE FULL AT " WS-MATCH-KEY
               END-IF
           END-IF.
           IF WS-BIL-FOUND
               ADD WS-ADD-QTY TO WS-BIL-QTY(WS-BIL-IDX)
           END-IF.
       1500-EXIT.
           EXIT.

       1600-NOTE-PAID-INVOICE.
           PERFORM 1650-FIND-PAID-INVOICE THRU 1650-EXIT.
           IF NOT WS-PAID-FOUND
               IF WS-PAID-MAX < 2000
                   ADD 1 TO WS-PAID-MAX
                   MOVE WS-PAID-KEY TO WS-PAID-INV-KEY(WS-PAID-MAX)
               ELSE
                   DISPLAY "PAID-INVOICE TABLE FULL AT " WS-PAID-KEY
               END-IF
           END-IF.
       1600-EXIT.
           EXIT.

       1650-FIND-PAID-INVOICE.
           MOVE 'N' TO WS-PAID-FOUND-SW.
           IF WS-PAID-MAX > ZERO
               SET WS-PAID-IDX TO 1
               SEARCH WS-PAID-INV-KEY
                   AT END
                       CONTINUE
                   WHEN WS-PAID-IDX > WS-PAID-MAX
                       CONTINUE
                   WHEN WS-PAID-INV-KEY(WS-PAID-IDX) = WS-PAID-KEY
                       SET WS-PAID-FOUND TO TRUE
               END-SEARCH
           END-IF.
       1650-EXIT.
           EXIT.

       1900-REJECT-INVOICE.
           SET WS-CUR-REJECTED TO TRUE.
           MOVE WS-CUR-INVOICE-NO TO WS-EXCP-KEY.
           PERFORM 1990-WRITE-EXCEPTION THRU 1990-EXIT.
       1900-EXIT.
           EXIT.

      *> A LINE THAT CANNOT BE MATCHED AT ALL HOLDS ITS INVOICE
       1950-REJECT-LINE.
           ADD 1 TO WS-CUR-OUT-COUNT.
           MOVE SPACES TO WS-EXCP-KEY.
           MOVE SI-PO-NO TO WS-EXCP-KEY(1:8).
           PERFORM 1990-WRITE-EXCEPTION THRU 1990-EXIT.
       1950-EXIT.
           EXIT.

       1990-WRITE-EXCEPTION.
           MOVE SPACES           TO AP-MATCH-EXCP-REC.
           MOVE "APMATCH"        TO EXCP-SOURCE-PGM.
           MOVE WS-EXCP-KEY      TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE AP-MATCH-EXCP-REC.
       1990-EXIT.
           EXIT.

      *> ALL LINES IN TOLERANCE - THE INVOICE PAYS AND IS AGED BY
      *> THE SUPPLIER'S TERMS; ANY LINE OUT - THE WHOLE INVOICE
      *> IS HELD FOR AP TO TAKE UP WITH THE SUPPLIER
       2000-CLOSE-INVOICE.
           IF WS-CUR-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF WS-CUR-OUT-COUNT > ZERO
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO AP-DISCREPANCY-RPT-REC
               STRING "  ** INVOICE " DELIMITED BY SIZE
                      WS-CUR-INVOICE-NO DELIMITED BY SIZE
                      " SUPPLIER "      DELIMITED BY SIZE
                      WS-CUR-SUPP-ID    DELIMITED BY SIZE
                      " HELD - OUT OF TOLERANCE **"
                                        DELIMITED BY SIZE
                   INTO AP-DISCREPANCY-RPT-REC
               END-STRING
               WRITE AP-DISCREPANCY-RPT-REC
               MOVE "INVOICE HELD - OUT OF TOLERANCE"
                   TO WS-REJECT-REASON
               MOVE WS-CUR-INVOICE-NO TO WS-EXCP-KEY
               PERFORM 1990-WRITE-EXCEPTION THRU 1990-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-PASSED-COUNT.
           MOVE WS-CUR-INVOICE-DATE TO WS-DAD-DATE.
           MOVE WS-CUR-PAY-TERMS    TO WS-DAD-DAYS.
           PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT.
           PERFORM 2100-PAY-ONE-LINE THRU 2100-EXIT
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-MAX.
           MOVE WS-CUR-SUPP-ID    TO WS-PK-SUPP-ID.
           MOVE WS-CUR-INVOICE-NO TO WS-PK-INVOICE-NO.
           PERFORM 1600-NOTE-PAID-INVOICE THRU 1600-EXIT.

           MOVE WS-CUR-INVOICE-DATE TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           COMPUTE WS-DUE-SERIAL = WS-D2S-SERIAL + WS-CUR-PAY-TERMS.
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-SERIAL - WS-RUN-SERIAL.
           IF WS-DUE-MAX < 500
               ADD 1 TO WS-DUE-MAX
               MOVE WS-CUR-SUPP-ID      TO WS-DUE-SUPP-ID(WS-DUE-MAX)
               MOVE WS-CUR-INVOICE-NO   TO WS-DUE-INVOICE(WS-DUE-MAX)
               MOVE WS-CUR-INVOICE-DATE TO WS-DUE-INV-DATE(WS-DUE-MAX)
               MOVE WS-DAD-DATE         TO WS-DUE-DATE(WS-DUE-MAX)
               MOVE WS-DAYS-TO-DUE      TO WS-DUE-DAYS(WS-DUE-MAX)
               MOVE WS-CUR-AMOUNT       TO WS-DUE-AMOUNT(WS-DUE-MAX)
           ELSE
               DISPLAY "PAYMENT-DUE TABLE FULL AT " WS-CUR-INVOICE-NO
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PAY-ONE-LINE.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-LN-QTY(WS-LN-IDX) * WS-LN-PRICE(WS-LN-IDX).
           ADD WS-LINE-AMOUNT TO WS-CUR-AMOUNT.
           MOVE SPACES                   TO AP-PAYMENT-REC.
           MOVE WS-CUR-SUPP-ID           TO PF-SUPP-ID.
           MOVE WS-CUR-INVOICE-NO        TO PF-INVOICE-NO.
           MOVE WS-CUR-INVOICE-DATE      TO PF-INVOICE-DATE.
           MOVE WS-DAD-DATE              TO PF-DUE-DATE.
           MOVE WS-LN-PO-NO(WS-LN-IDX)   TO PF-PO-NO.
           MOVE WS-LN-LINE-NO(WS-LN-IDX) TO PF-PO-LINE-NO.
           MOVE WS-LN-QTY(WS-LN-IDX)     TO PF-QTY.
           MOVE WS-LN-PRICE(WS-LN-IDX)   TO PF-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT           TO PF-AMOUNT.
           WRITE AP-PAYMENT-REC.

           MOVE SPACES                   TO AP-MATCH-HIST-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD    TO MH-MATCH-DATE.
           MOVE WS-CUR-SUPP-ID           TO MH-SUPP-ID.
           MOVE WS-CUR-INVOICE-NO        TO MH-INVOICE-NO.
           MOVE WS-LN-PO-NO(WS-LN-IDX)   TO MH-PO-NO.
           MOVE WS-LN-ITEM(WS-LN-IDX)    TO MH-ITEM-CODE.
           MOVE WS-LN-LOC(WS-LN-IDX)     TO MH-LOCATION.
           MOVE WS-LN-QTY(WS-LN-IDX)     TO MH-QTY-BILLED.
           WRITE AP-MATCH-HIST-REC.

      *> A LATER INVOICE TONIGHT MUST SEE THIS QUANTITY AS BILLED
           MOVE WS-LN-PO-NO(WS-LN-IDX) TO WS-MK-PO-NO.
           MOVE WS-LN-ITEM(WS-LN-IDX)  TO WS-MK-ITEM.
           MOVE WS-LN-LOC(WS-LN-IDX)   TO WS-MK-LOC.
           MOVE WS-LN-QTY(WS-LN-IDX)   TO WS-ADD-QTY.
           PERFORM 1500-ADD-BILLED THRU 1500-EXIT.
       2100-EXIT.
           EXIT.

       8000-WRITE-DISCREPANCY-TOTALS.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           WRITE AP-DISCREPANCY-RPT-REC.

           MOVE WS-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "INVOICE LINES READ     : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.

           MOVE WS-DISC-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "LINES WITH DIFFERENCES : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.

           MOVE WS-PASSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "INVOICES PASSED        : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.

           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "INVOICES HELD          : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "INVOICES REJECTED      : " DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.

           MOVE WS-TOT-COST-VAR TO WS-SIGNED-ED.
           MOVE SPACES TO AP-DISCREPANCY-RPT-REC.
           STRING "BILLED LESS RECEIPT COST: " DELIMITED BY SIZE
                  WS-SIGNED-ED                 DELIMITED BY SIZE
               INTO AP-DISCREPANCY-RPT-REC
           END-STRING.
           WRITE AP-DISCREPANCY-RPT-REC.
       8000-EXIT.
           EXIT.

      *> TONIGHT'S PASSED INVOICES BY DUE DATE BUCKET - OVERDUE
      *> ALREADY, DUE WITHIN A WEEK, WITHIN THE MONTH, OR LATER
       8500-WRITE-PAYMENT-DUE.
           WRITE AP-DUE-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "PAYMENT-DUE LISTING - INVOICES MATCHED FOR PAYMENT"
               TO AP-DUE-RPT-REC.
           WRITE AP-DUE-RPT-REC.
           MOVE "SUPP   INVOICE    INV-DATE DUE-DATE  DAYS"
               TO AP-DUE-RPT-REC.
           MOVE "AMOUNT BUCKET" TO AP-DUE-RPT-REC(55:13).
           WRITE AP-DUE-RPT-REC.
           PERFORM 8510-WRITE-ONE-DUE THRU 8510-EXIT
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-MAX.

           MOVE SPACES TO AP-DUE-RPT-REC.
           WRITE AP-DUE-RPT-REC.
           MOVE WS-TOT-OVERDUE TO WS-AMOUNT-ED.
           MOVE SPACES TO AP-DUE-RPT-REC.
           STRING "OVERDUE NOW      : " DELIMITED BY SIZE
                  WS-AMOUNT-ED          DELIMITED BY SIZE
               INTO AP-DUE-RPT-REC
           END-STRING.
           WRITE AP-DUE-RPT-REC.
           MOVE WS-TOT-DUE-7 TO WS-AMOUNT-ED.
           MOVE SPACES TO AP-DUE-RPT-REC.
           STRING "DUE IN 0-7 DAYS  : " DELIMITED BY SIZE
                  WS-AMOUNT-ED          DELIMITED BY SIZE
               INTO AP-DUE-RPT-REC
           END-STRING.
           WRITE AP-DUE-RPT-REC.
           MOVE WS-TOT-DUE-30 TO WS-AMOUNT-ED.
           MOVE SPACES TO AP-DUE-RPT-REC.
           STRING "DUE IN 8-30 DAYS : " DELIMITED BY SIZE
                  WS-AMOUNT-ED          DELIMITED BY SIZE
               INTO AP-DUE-RPT-REC
           END-STRING.
           WRITE AP-DUE-RPT-REC.
           MOVE WS-TOT-DUE-LATER TO WS-AMOUNT-ED.
           MOVE SPACES TO AP-DUE-RPT-REC.
           STRING "DUE AFTER 30 DAYS: " DELIMITED BY SIZE
                  WS-AMOUNT-ED          DELIMITED BY SIZE
               INTO AP-DUE-RPT-REC
           END-STRING.
           WRITE AP-DUE-RPT-REC.
       8500-EXIT.
           EXIT.

       8510-WRITE-ONE-DUE.
           MOVE WS-DUE-SUPP-ID(WS-DUE-IDX)  TO WS-UD-SUPP-ID.
           MOVE WS-DUE-INVOICE(WS-DUE-IDX)  TO WS-UD-INVOICE.
           MOVE WS-DUE-INV-DATE(WS-DUE-IDX) TO WS-UD-INV-DATE.
           MOVE WS-DUE-DATE(WS-DUE-IDX)     TO WS-UD-DUE-DATE.
           MOVE WS-DUE-DAYS(WS-DUE-IDX)     TO WS-UD-DAYS.
           MOVE WS-DUE-AMOUNT(WS-DUE-IDX)   TO WS-UD-AMOUNT.
           IF WS-DUE-DAYS(WS-DUE-IDX) < ZERO
               MOVE "OVERDUE"   TO WS-UD-BUCKET
               ADD WS-DUE-AMOUNT(WS-DUE-IDX) TO WS-TOT-OVERDUE
           ELSE
               IF WS-DUE-DAYS(WS-DUE-IDX) NOT > 7
                   MOVE "0-7 DAYS"  TO WS-UD-BUCKET
                   ADD WS-DUE-AMOUNT(WS-DUE-IDX) TO WS-TOT-DUE-7
               ELSE
                   IF WS-DUE-DAYS(WS-DUE-IDX) NOT > 30
                       MOVE "8-30 DAYS" TO WS-UD-BUCKET
                       ADD WS-DUE-AMOUNT(WS-DUE-IDX) TO WS-TOT-DUE-30
                   ELSE
                       MOVE "LATER"     TO WS-UD-BUCKET
                       ADD WS-DUE-AMOUNT(WS-DUE-IDX)
                           TO WS-TOT-DUE-LATER
                   END-IF
               END-IF
           END-IF.
           WRITE AP-DUE-RPT-REC FROM WS-DUE-DETAIL.
       8510-EXIT.
           EXIT.

       COPY DATESERP.

       COPY DATEADDP.

       COPY REPDATEP.
