      *> INVSTREC - NIGHTLY INVOICE-TO-STOCK RECONCILIATION. RUNS
      *> AFTER APRENDENDO_SUBTRACT HAS APPLIED TONIGHT'S MOVEMENTS.
      *> EVERY INVMOVE RECORD EXPRESSOES WROTE FOR A RELEASED
      *> INVOICE LINE MUST HAVE A STKHIST MOVEMENT OF THE SAME TYPE,
      *> ITEM AND LOCATION CARRYING THE SAME INVOICE NUMBER; ONE
      *> THAT DOES NOT (UNKNOWN ITEM, DEACTIVATED ITEM, SHORTAGE
      *> SUSPENDED AS A BACKORDER) WAS BILLED BUT NOT DEPLETED.
      *> EVERY ISSUE ON TONIGHT'S LEDGER WITH NO INVOICE NUMBER WAS
      *> KEYED BY THE WAREHOUSE ON SHIPMENT AND NEVER BILLED. BOTH
      *> LIST ON INVSTKRP; EITHER KIND SETS RC 4 FOR REVIEW.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVSTREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MOVE-FILE ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMOVE-STATUS.

           SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-STATUS.

           SELECT INV-STOCK-RPT ASSIGN TO "INVSTKRP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD AND ITS VALIDATION FILES -
      *> SEE BUSDATE COPYBOOK. ONLY THE LEDGER RECORDS STAMPED WITH
      *> THE NIGHT BEING RECONCILED TAKE PART
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05 BD-BUSINESS-DATE      PIC 9(08).

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

       FD  INVOICE-MOVE-FILE.
       01  INVOICE-MOVE-REC.
           05 IM-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 IM-MOVE-TYPE          PIC X(01).
           05 FILLER                PIC X(01).
           05 IM-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 IM-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 IM-QTY                PIC 9(09).
           05 FILLER                PIC X(01).
           05 IM-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 IM-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 IM-ITEM-CLASS         PIC X(04).
           05 FILLER                PIC X(01).
           05 IM-REVENUE            PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

       FD  STOCK-HISTORY-FILE.
       01  STOCK-HISTORY-REC.
           05 HS-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-MOVE-TYPE          PIC X(01).
               88 HS-ISSUE          VALUE 'I'.
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
           05 FILLER                PIC X(01).
           05 HS-INVOICE-NO         PIC X(08).

       FD  INV-STOCK-RPT.
       01  INV-STOCK-RPT-REC        PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-IMOVE-STATUS PIC X(02).
           01 WS-IMOVE-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IMOVE-EOF VALUE 'Y'.
           01 WS-SHIST-STATUS PIC X(02).
           01 WS-SHIST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-SHIST-EOF VALUE 'Y'.

      *> TONIGHT'S INVOICE MOVEMENTS - EACH IS TICKED OFF BY THE
      *> FIRST UNMATCHED LEDGER MOVEMENT THAT AGREES WITH IT, SO TWO
      *> LINES FOR THE SAME ITEM ON ONE INVOICE NEED TWO MOVEMENTS
           01 WS-IMOVE-MAX PIC 9(04) VALUE ZERO.
           01 WS-IMOVE-TABLE.
               05 WS-IMOVE-ENTRY OCCURS 3000 TIMES
                                 INDEXED BY WS-IMOVE-IDX.
                   10 WS-IMOVE-TYPE     PIC X(01).
                   10 WS-IMOVE-ITEM     PIC X(06).
                   10 WS-IMOVE-LOC      PIC X(03).
                   10 WS-IMOVE-QTY      PIC 9(09).
                   10 WS-IMOVE-INVOICE  PIC X(08).
                   10 WS-IMOVE-CUST     PIC X(06).
                   10 WS-IMOVE-MATCH-SW PIC X(01).
                       88 WS-IMOVE-MATCHED VALUE 'Y'.

           01 WS-IMOVE-COUNT    PIC 9(09) VALUE ZERO.
           01 WS-LEDGER-COUNT   PIC 9(09) VALUE ZERO.
           01 WS-MATCHED-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-UNMOVED-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-UNBILLED-COUNT PIC 9(09) VALUE ZERO.
           01 WS-COUNT-ED       PIC ZZZZZZZZ9.

           01 WS-RECON-DETAIL.
               05 WS-RD-INVOICE-NO PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-RD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-RD-MOVE-TYPE  PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-RD-ITEM-CODE  PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-RD-LOCATION   PIC X(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-RD-QTY        PIC -ZZZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-FINDING    PIC X(30).

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           OPEN OUTPUT INV-STOCK-RPT.
           WRITE INV-STOCK-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "INVOICE / STOCK MOVEMENT RECONCILIATION"
               TO INV-STOCK-RPT-REC.
           WRITE INV-STOCK-RPT-REC.
           MOVE "INVOICE  CUST   T ITEM   LOC        QTY  FINDING"
               TO INV-STOCK-RPT-REC.
           WRITE INV-STOCK-RPT-REC.

           PERFORM 1000-LOAD-INVOICE-MOVES THRU 1000-EXIT.
           PERFORM 2000-MATCH-LEDGER THRU 2000-EXIT.
           PERFORM 3000-LIST-UNMOVED-LINES THRU 3000-EXIT.
           PERFORM 8000-WRITE-RECON-TOTALS THRU 8000-EXIT.
           CLOSE INV-STOCK-RPT.

           IF WS-UNMOVED-COUNT > ZERO
               OR WS-UNBILLED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> NO FEED MEANS BILLING PRODUCED NOTHING TONIGHT - EVERY
      *> LEDGER ISSUE IS THEN UNBILLED BY DEFINITION
       1000-LOAD-INVOICE-MOVES.
           OPEN INPUT INVOICE-MOVE-FILE.
           IF WS-IMOVE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ INVOICE-MOVE-FILE
               AT END SET WS-IMOVE-EOF TO TRUE
           END-READ.
           PERFORM 1100-ADD-ONE-MOVE THRU 1100-EXIT
               UNTIL WS-IMOVE-EOF.
           CLOSE INVOICE-MOVE-FILE.
       1000-EXIT.
           EXIT.

       1100-ADD-ONE-MOVE.
           ADD 1 TO WS-IMOVE-COUNT.
           IF WS-IMOVE-MAX < 3000
               ADD 1 TO WS-IMOVE-MAX
               MOVE IM-MOVE-TYPE  TO WS-IMOVE-TYPE(WS-IMOVE-MAX)
               MOVE IM-ITEM-CODE  TO WS-IMOVE-ITEM(WS-IMOVE-MAX)
               MOVE IM-LOCATION   TO WS-IMOVE-LOC(WS-IMOVE-MAX)
               MOVE IM-QTY        TO WS-IMOVE-QTY(WS-IMOVE-MAX)
               MOVE IM-INVOICE-NO TO WS-IMOVE-INVOICE(WS-IMOVE-MAX)
               MOVE IM-CUST-ID    TO WS-IMOVE-CUST(WS-IMOVE-MAX)
               MOVE 'N'           TO WS-IMOVE-MATCH-SW(WS-IMOVE-MAX)
           ELSE
               DISPLAY "INVOICE MOVE TABLE FULL AT " IM-INVOICE-NO
           END-IF.
           READ INVOICE-MOVE-FILE
               AT END SET WS-IMOVE-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> ONE PASS OVER THE PERMANENT LEDGER, KEEPING ONLY TONIGHT'S
      *> ISSUES AND RECEIPTS. A RECEIPT WITH NO INVOICE IS A
      *> PURCHASE-ORDER DELIVERY AND IS NONE OF THIS REPORT'S
      *> BUSINESS; A MOVEMENT CARRYING AN INVOICE NOT ON TONIGHT'S
      *> FEED IS AN EARLIER NIGHT'S BACKORDER NOW RELEASED, WHICH
      *> WAS BILLED WHEN IT WAS INVOICED
       2000-MATCH-LEDGER.
           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-SHIST-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           READ STOCK-HISTORY-FILE
               AT END SET WS-SHIST-EOF TO TRUE
           END-READ.
           PERFORM 2100-CHECK-ONE-MOVEMENT THRU 2100-EXIT
               UNTIL WS-SHIST-EOF.
           CLOSE STOCK-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-MOVEMENT.
           IF HS-RUN-DATE = BUS-DATE-CCYYMMDD
               AND (HS-ISSUE OR HS-RECEIPT)
               ADD 1 TO WS-LEDGER-COUNT
               IF HS-INVOICE-NO NOT = SPACES
                   PERFORM 2200-TICK-INVOICE-MOVE THRU 2200-EXIT
               ELSE
                   IF HS-ISSUE
                       PERFORM 2300-LIST-UNBILLED-ISSUE
                           THRU 2300-EXIT
                   END-IF
               END-IF
           END-IF.
           READ STOCK-HISTORY-FILE
               AT END SET WS-SHIST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TICK-INVOICE-MOVE.
           SET WS-IMOVE-IDX TO 1.
           SEARCH WS-IMOVE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IMOVE-IDX > WS-IMOVE-MAX
                   CONTINUE
               WHEN WS-IMOVE-INVOICE(WS-IMOVE-IDX) = HS-INVOICE-NO
                   AND WS-IMOVE-TYPE(WS-IMOVE-IDX) = HS-MOVE-TYPE
                   AND WS-IMOVE-ITEM(WS-IMOVE-IDX) = HS-ITEM-CODE
                   AND WS-IMOVE-LOC(WS-IMOVE-IDX) = HS-LOCATION
                   AND NOT WS-IMOVE-MATCHED(WS-IMOVE-IDX)
                   SET WS-IMOVE-MATCHED(WS-IMOVE-IDX) TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
           END-SEARCH.
       2200-EXIT.
           EXIT.

       2300-LIST-UNBILLED-ISSUE.
           ADD 1 TO WS-UNBILLED-COUNT.
           MOVE SPACES        TO WS-RECON-DETAIL.
           MOVE HS-MOVE-TYPE  TO WS-RD-MOVE-TYPE.
           MOVE HS-ITEM-CODE  TO WS-RD-ITEM-CODE.
           MOVE HS-LOCATION   TO WS-RD-LOCATION.
           MOVE HS-QTY        TO WS-RD-QTY.
           MOVE "STOCK ISSUE NEVER BILLED" TO WS-RD-FINDING.
           WRITE INV-STOCK-RPT-REC FROM WS-RECON-DETAIL.
       2300-EXIT.
           EXIT.

       3000-LIST-UNMOVED-LINES.
           PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT
               VARYING WS-IMOVE-IDX FROM 1 BY 1
               UNTIL WS-IMOVE-IDX > WS-IMOVE-MAX.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-LINE.
           IF NOT WS-IMOVE-MATCHED(WS-IMOVE-IDX)
               ADD 1 TO WS-UNMOVED-COUNT
               MOVE SPACES TO WS-RECON-DETAIL
               MOVE WS-IMOVE-INVOICE(WS-IMOVE-IDX)
                   TO WS-RD-INVOICE-NO
               MOVE WS-IMOVE-CUST(WS-IMOVE-IDX) TO WS-RD-CUST-ID
               MOVE WS-IMOVE-TYPE(WS-IMOVE-IDX) TO WS-RD-MOVE-TYPE
               MOVE WS-IMOVE-ITEM(WS-IMOVE-IDX) TO WS-RD-ITEM-CODE
               MOVE WS-IMOVE-LOC(WS-IMOVE-IDX)  TO WS-RD-LOCATION
               MOVE WS-IMOVE-QTY(WS-IMOVE-IDX)  TO WS-RD-QTY
               MOVE "INVOICE LINE - NO STOCK MOVE"
                   TO WS-RD-FINDING
               WRITE INV-STOCK-RPT-REC FROM WS-RECON-DETAIL
           END-IF.
       3100-EXIT.
           EXIT.

       8000-WRITE-RECON-TOTALS.
           MOVE SPACES TO INV-STOCK-RPT-REC.
           WRITE INV-STOCK-RPT-REC.

           MOVE WS-IMOVE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INV-STOCK-RPT-REC.
           STRING "INVOICE LINES BILLED  : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO INV-STOCK-RPT-REC
           END-STRING.
           WRITE INV-STOCK-RPT-REC.

           MOVE WS-LEDGER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INV-STOCK-RPT-REC.
           STRING "LEDGER ISSUES/RECEIPTS: " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO INV-STOCK-RPT-REC
           END-STRING.
           WRITE INV-STOCK-RPT-REC.

           MOVE WS-MATCHED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INV-STOCK-RPT-REC.
           STRING "LINES MATCHED         : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO INV-STOCK-RPT-REC
           END-STRING.
           WRITE INV-STOCK-RPT-REC.

           MOVE WS-UNMOVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INV-STOCK-RPT-REC.
           STRING "LINES WITH NO MOVEMENT: " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO INV-STOCK-RPT-REC
           END-STRING.
           WRITE INV-STOCK-RPT-REC.

           MOVE WS-UNBILLED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INV-STOCK-RPT-REC.
           STRING "ISSUES NEVER BILLED   : " DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
               INTO INV-STOCK-RPT-REC
           END-STRING.
           WRITE INV-STOCK-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
