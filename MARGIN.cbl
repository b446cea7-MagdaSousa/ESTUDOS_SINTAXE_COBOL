      *> MARGIN - NIGHTLY GROSS-MARGIN FILE AND MONTH-TO-DATE MARGIN
      *> REPORT. RUNS AFTER APRENDENDO_SUBTRACT. EVERY BILLED LINE
      *> EXPRESSOES WROTE TO INVMOVE CARRIES ITS REVENUE NET OF
      *> DISCOUNT; ITS COST OF GOODS IS THE UNIT COST THE STOCK RUN
      *> LEDGERED ON STKHIST WHEN THE GOODS ACTUALLY LEFT (OR CAME
      *> BACK), I.E. THE AVERAGE COST ON THE DAY THEY SHIPPED. A
      *> LINE THE STOCK RUN DID NOT MOVE TONIGHT (SHORTED TO A
      *> BACKORDER) IS COSTED AT TONIGHT'S STOCKMST AVERAGE AND
      *> MARKED ESTIMATED. ONE RECORD PER LINE IS APPENDED TO THE
      *> MARGNHST MARGIN FILE - ONCE PER NIGHT, A RERUN DOES NOT
      *> POST TWICE - AND THE REPORT LISTS TONIGHT'S LINES, THEN
      *> MONTH-TO-DATE SUBTOTALS BY ITEM CLASS, CUSTOMER AND BRANCH
      *> (THE STOCK LOCATION THE GOODS SHIPPED FROM). A SALE BELOW
      *> COST, OR BELOW THE TARGET MARGIN PERCENTAGE ON THE OPTIONAL
      *> MARGNCTL CARD, IS FLAGGED AND SETS RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-MOVE-FILE ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMOVE-STATUS.

           SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-STATUS.

           SELECT STOCK-MASTER ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ITEM-KEY
               FILE STATUS IS WS-SM-STATUS.

      *> OPTIONAL CONTROL CARD - THE TARGET MARGIN PERCENTAGE; NO
      *> CARD FLAGS ONLY THE LINES SOLD BELOW COST
           SELECT MARGIN-CTL-FILE ASSIGN TO "MARGNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCTL-STATUS.

      *> PERMANENT MARGIN FILE - ONE RECORD PER BILLED LINE PER
      *> NIGHT, READ BACK FOR THE MONTH-TO-DATE FIGURES
           SELECT MARGIN-HIST-FILE ASSIGN TO "MARGNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHST-STATUS.

           SELECT MARGIN-RPT ASSIGN TO "MARGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD AND ITS VALIDATION FILES -
      *> SEE BUSDATE COPYBOOK
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
               88 IM-RETURN         VALUE 'R'.
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

       FD  STOCK-MASTER.
       01  STOCK-MASTER-REC.
           05 SM-ITEM-KEY.
               10 SM-ITEM-CODE      PIC X(06).
               10 SM-LOCATION       PIC X(03).
           05 SM-ON-HAND            PIC 9(09).
           05 SM-AVG-COST           PIC 9(05)V99.
           05 SM-REORDER-POINT      PIC 9(09).
           05 SM-REORDER-QTY        PIC 9(09).
           05 SM-ITEM-STATUS        PIC X(01).
               88 SM-ITEM-ACTIVE    VALUE 'A'.
           05 SM-LAST-MOVE-DATE     PIC 9(08).

       FD  MARGIN-CTL-FILE.
       01  MARGIN-CTL-REC.
           05 MC-TARGET-PCT         PIC 9(02)V99.

      *> MG-COST-BASIS: 'A' ACTUAL (THE STOCK RUN'S LEDGERED COST),
      *> 'E' ESTIMATED AT THE CURRENT AVERAGE, 'U' ITEM NOT ON
      *> STOCKMST SO NO COST AT ALL. MG-FLAG: 'B' SOLD BELOW COST,
      *> 'T' BELOW THE TARGET MARGIN. RETURNS ARE NEVER FLAGGED
       FD  MARGIN-HIST-FILE.
       01  MARGIN-HIST-REC.
           05 MG-RUN-DATE           PIC 9(08).
           05 MG-RUN-DATE-R REDEFINES MG-RUN-DATE.
               10 MG-RUN-CCYYMM     PIC 9(06).
               10 MG-RUN-DD         PIC 9(02).
           05 FILLER                PIC X(01).
           05 MG-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 MG-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 MG-ITEM-CLASS         PIC X(04).
           05 FILLER                PIC X(01).
           05 MG-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 MG-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 MG-QTY                PIC 9(09).
           05 FILLER                PIC X(01).
           05 MG-REVENUE            PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 MG-COST               PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 MG-MARGIN             PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 MG-MARGIN-PCT         PIC S9(03)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 MG-COST-BASIS         PIC X(01).
           05 FILLER                PIC X(01).
           05 MG-FLAG               PIC X(01).
               88 MG-BELOW-COST     VALUE 'B'.
               88 MG-BELOW-TARGET   VALUE 'T'.

       FD  MARGIN-RPT.
       01  MARGIN-RPT-REC           PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-IMOVE-STATUS PIC X(02).
           01 WS-IMOVE-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IMOVE-EOF VALUE 'Y'.
           01 WS-SHIST-STATUS PIC X(02).
           01 WS-SHIST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-SHIST-EOF VALUE 'Y'.
           01 WS-SM-STATUS PIC X(02).
           01 WS-MCTL-STATUS PIC X(02).
           01 WS-MHST-STATUS PIC X(02).
           01 WS-MHST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-MHST-EOF VALUE 'Y'.
           01 WS-POSTED-SW PIC X(01) VALUE 'N'.
               88 WS-TONIGHT-POSTED VALUE 'Y'.

           01 WS-TARGET-PCT PIC 9(02)V99 VALUE ZERO.
           01 WS-RUN-CCYYMM PIC 9(06).

      *> TONIGHT'S LEDGERED INVOICE MOVEMENTS WITH THE UNIT COST THE
      *> STOCK RUN APPLIED - EACH COSTS ONE BILLED LINE ONLY
           01 WS-LCOST-MAX PIC 9(04) VALUE ZERO.
           01 WS-LCOST-TABLE.
               05 WS-LCOST-ENTRY OCCURS 3000 TIMES
                                 INDEXED BY WS-LCOST-IDX.
                   10 WS-LCOST-INVOICE PIC X(08).
                   10 WS-LCOST-TYPE    PIC X(01).
                   10 WS-LCOST-ITEM    PIC X(06).
                   10 WS-LCOST-LOC     PIC X(03).
                   10 WS-LCOST-UNIT    PIC 9(05)V99.
                   10 WS-LCOST-USED-SW PIC X(01).
                       88 WS-LCOST-USED VALUE 'Y'.
           01 WS-UNIT-COST PIC 9(05)V99.

      *> MONTH-TO-DATE ACCUMULATORS - ONE TABLE PER SUBTOTAL LEVEL,
      *> ALL SHARING THE SAME ENTRY SHAPE
           01 WS-CLASS-MAX PIC 9(04) VALUE ZERO.
           01 WS-CLASS-TABLE.
               05 WS-CLASS-ENTRY OCCURS 100 TIMES
                                 INDEXED BY WS-CLASS-IDX.
                   10 WS-CLASS-KEY     PIC X(06).
                   10 WS-CLASS-REVENUE PIC S9(11)V99.
                   10 WS-CLASS-COST    PIC S9(11)V99.
           01 WS-CUST-MAX PIC 9(04) VALUE ZERO.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-CUST-IDX.
                   10 WS-CUST-KEY      PIC X(06).
                   10 WS-CUST-REVENUE  PIC S9(11)V99.
                   10 WS-CUST-COST     PIC S9(11)V99.
           01 WS-BRCH-MAX PIC 9(04) VALUE ZERO.
           01 WS-BRCH-TABLE.
               05 WS-BRCH-ENTRY OCCURS 50 TIMES
                                INDEXED BY WS-BRCH-IDX.
                   10 WS-BRCH-KEY      PIC X(06).
                   10 WS-BRCH-REVENUE  PIC S9(11)V99.
                   10 WS-BRCH-COST     PIC S9(11)V99.
           01 WS-MTD-REVENUE PIC S9(13)V99 VALUE ZERO.
           01 WS-MTD-COST    PIC S9(13)V99 VALUE ZERO.

           01 WS-LINE-COUNT     PIC 9(09) VALUE ZERO.
           01 WS-MTD-LINE-COUNT PIC 9(09) VALUE ZERO.
           01 WS-FLAG-COUNT     PIC 9(09) VALUE ZERO.
           01 WS-ESTIMATE-COUNT PIC 9(09) VALUE ZERO.
           01 WS-COUNT-ED       PIC ZZZZZZZZ9.

      *> SUBTOTAL-LINE WORKAREA - THE CALLER LOADS KEY, REVENUE AND
      *> COST, 8100 WORKS OUT THE MARGIN AND PRINTS THE LINE
           01 WS-SUB-KEY     PIC X(06).
           01 WS-SUB-REVENUE PIC S9(13)V99.
           01 WS-SUB-COST    PIC S9(13)V99.
           01 WS-SUB-MARGIN  PIC S9(13)V99.
           01 WS-SUB-PCT     PIC S9(03)V99.

           01 WS-MARGIN-DETAIL.
               05 WS-MD-INVOICE-NO PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-CUST-ID    PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-CLASS      PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-ITEM-CODE  PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-LOCATION   PIC X(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-REVENUE    PIC -(7)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-COST       PIC -(7)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-MARGIN     PIC -(7)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-PCT        PIC -ZZ9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-MD-BASIS      PIC X(01).
               05 WS-MD-FLAG       PIC X(01).

           01 WS-SUBTOTAL-DETAIL.
               05 WS-SD-KEY        PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SD-REVENUE    PIC -(11)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-SD-COST       PIC -(11)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-SD-MARGIN     PIC -(11)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-SD-PCT        PIC -ZZ9.99.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           MOVE BUS-DATE-CCYYMMDD(1:6) TO WS-RUN-CCYYMM.

           PERFORM 0100-READ-CONTROL-CARD THRU 0100-EXIT.

           OPEN OUTPUT MARGIN-RPT.
           WRITE MARGIN-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "GROSS MARGIN - TONIGHT'S BILLED LINES"
               TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           MOVE "INVOICE  CUST   CLSS ITEM   LOC    REVENUE        COST
      -        "      MARGIN   PCT BF"
               TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.

           PERFORM 1000-READ-MONTH-TO-DATE THRU 1000-EXIT.
           IF WS-TONIGHT-POSTED
               DISPLAY "MARGIN: " BUS-DATE-CCYYMMDD
                   " ALREADY ON MARGNHST - LINES NOT REPOSTED"
           ELSE
               PERFORM 2000-LOAD-LEDGER-COSTS THRU 2000-EXIT
               PERFORM 3000-COST-TONIGHTS-LINES THRU 3000-EXIT
           END-IF.

           PERFORM 8000-WRITE-MTD-SUBTOTALS THRU 8000-EXIT.
           CLOSE MARGIN-RPT.

           IF WS-FLAG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT MARGIN-CTL-FILE.
           IF WS-MCTL-STATUS = "00"
               READ MARGIN-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-TARGET-PCT IS NUMERIC
                           MOVE MC-TARGET-PCT TO WS-TARGET-PCT
                       END-IF
               END-READ
               CLOSE MARGIN-CTL-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *> EARLIER NIGHTS OF THIS MONTH GO STRAIGHT INTO THE SUBTOTALS.
      *> FINDING TONIGHT ALREADY THERE MEANS A RERUN - ITS LINES ARE
      *> LISTED FROM THE FILE INSTEAD OF BEING COSTED AND POSTED AGAIN
       1000-READ-MONTH-TO-DATE.
           OPEN INPUT MARGIN-HIST-FILE.
           IF WS-MHST-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ MARGIN-HIST-FILE
               AT END SET WS-MHST-EOF TO TRUE
           END-READ.
           PERFORM 1100-TAKE-ONE-HIST-REC THRU 1100-EXIT
               UNTIL WS-MHST-EOF.
           CLOSE MARGIN-HIST-FILE.
       1000-EXIT.
           EXIT.

       1100-TAKE-ONE-HIST-REC.
           IF MG-RUN-CCYYMM = WS-RUN-CCYYMM
               IF MG-RUN-DATE = BUS-DATE-CCYYMMDD
                   SET WS-TONIGHT-POSTED TO TRUE
                   PERFORM 5000-LIST-MARGIN-LINE THRU 5000-EXIT
               END-IF
               PERFORM 6000-ACCUM-MONTH-TO-DATE THRU 6000-EXIT
           END-IF.
           READ MARGIN-HIST-FILE
               AT END SET WS-MHST-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-LOAD-LEDGER-COSTS.
           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-SHIST-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           READ STOCK-HISTORY-FILE
               AT END SET WS-SHIST-EOF TO TRUE
           END-READ.
           PERFORM 2100-TAKE-ONE-MOVEMENT THRU 2100-EXIT
               UNTIL WS-SHIST-EOF.
           CLOSE STOCK-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-MOVEMENT.
           IF HS-RUN-DATE = BUS-DATE-CCYYMMDD
               AND HS-INVOICE-NO NOT = SPACES
               AND (HS-ISSUE OR HS-RECEIPT)
               IF WS-LCOST-MAX < 3000
                   ADD 1 TO WS-LCOST-MAX
                   MOVE HS-INVOICE-NO TO WS-LCOST-INVOICE(WS-LCOST-MAX)
                   MOVE HS-MOVE-TYPE  TO WS-LCOST-TYPE(WS-LCOST-MAX)
                   MOVE HS-ITEM-CODE  TO WS-LCOST-ITEM(WS-LCOST-MAX)
                   MOVE HS-LOCATION   TO WS-LCOST-LOC(WS-LCOST-MAX)
                   MOVE HS-UNIT-COST  TO WS-LCOST-UNIT(WS-LCOST-MAX)
                   MOVE 'N'           TO WS-LCOST-USED-SW(WS-LCOST-MAX)
               ELSE
                   DISPLAY "LEDGER COST TABLE FULL AT " HS-INVOICE-NO
               END-IF
           END-IF.
           READ STOCK-HISTORY-FILE
               AT END SET WS-SHIST-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-COST-TONIGHTS-LINES.
           OPEN INPUT INVOICE-MOVE-FILE.
           IF WS-IMOVE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT STOCK-MASTER.
           OPEN EXTEND MARGIN-HIST-FILE.
           IF WS-MHST-STATUS NOT = "00"
               OPEN OUTPUT MARGIN-HIST-FILE
           END-IF.
           READ INVOICE-MOVE-FILE
               AT END SET WS-IMOVE-EOF TO TRUE
           END-READ.
           PERFORM 3100-COST-ONE-LINE THRU 3100-EXIT
               UNTIL WS-IMOVE-EOF.
           CLOSE MARGIN-HIST-FILE.
           CLOSE STOCK-MASTER.
           CLOSE INVOICE-MOVE-FILE.
       3000-EXIT.
           EXIT.

       3100-COST-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES          TO MARGIN-HIST-REC.
           MOVE BUS-DATE-CCYYMMDD TO MG-RUN-DATE.
           MOVE IM-INVOICE-NO   TO MG-INVOICE-NO.
           MOVE IM-CUST-ID      TO MG-CUST-ID.
           MOVE IM-ITEM-CLASS   TO MG-ITEM-CLASS.
           MOVE IM-ITEM-CODE    TO MG-ITEM-CODE.
           MOVE IM-LOCATION     TO MG-LOCATION.
           MOVE IM-QTY          TO MG-QTY.
           MOVE IM-REVENUE      TO MG-REVENUE.

           PERFORM 3200-FIND-LINE-COST THRU 3200-EXIT.
      *> RETURNED GOODS COME BACK INTO STOCK, SO THEIR COST REVERSES
      *> ALONG WITH THE REVENUE
           IF IM-RETURN
               COMPUTE MG-COST ROUNDED =
                   ZERO - (IM-QTY * WS-UNIT-COST)
           ELSE
               COMPUTE MG-COST ROUNDED = IM-QTY * WS-UNIT-COST
           END-IF.
           COMPUTE MG-MARGIN = MG-REVENUE - MG-COST.
           IF MG-REVENUE = ZERO
               MOVE ZERO TO MG-MARGIN-PCT
           ELSE
               COMPUTE MG-MARGIN-PCT ROUNDED =
                   MG-MARGIN * 100 / MG-REVENUE
                   ON SIZE ERROR
                       MOVE -999.99 TO MG-MARGIN-PCT
               END-COMPUTE
           END-IF.

           IF NOT IM-RETURN
               IF MG-MARGIN < ZERO
                   SET MG-BELOW-COST TO TRUE
               ELSE
                   IF WS-TARGET-PCT > ZERO
                       AND MG-MARGIN-PCT < WS-TARGET-PCT
                       SET MG-BELOW-TARGET TO TRUE
                   END-IF
               END-IF
           END-IF.

           WRITE MARGIN-HIST-REC.
           PERFORM 5000-LIST-MARGIN-LINE THRU 5000-EXIT.
           PERFORM 6000-ACCUM-MONTH-TO-DATE THRU 6000-EXIT.

           READ INVOICE-MOVE-FILE
               AT END SET WS-IMOVE-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *> THE STOCK RUN'S OWN COST WHEN IT MOVED THE LINE TONIGHT;
      *> OTHERWISE TONIGHT'S AVERAGE OFF THE MASTER, MARKED AS AN
      *> ESTIMATE; AN ITEM NOT ON THE MASTER HAS NO COST TO TAKE
       3200-FIND-LINE-COST.
           MOVE ZERO TO WS-UNIT-COST.
           SET WS-LCOST-IDX TO 1.
           SEARCH WS-LCOST-ENTRY
               AT END
                   PERFORM 3300-ESTIMATE-LINE-COST THRU 3300-EXIT
               WHEN WS-LCOST-IDX > WS-LCOST-MAX
                   PERFORM 3300-ESTIMATE-LINE-COST THRU 3300-EXIT
               WHEN WS-LCOST-INVOICE(WS-LCOST-IDX) = IM-INVOICE-NO
                   AND WS-LCOST-TYPE(WS-LCOST-IDX) = IM-MOVE-TYPE
                   AND WS-LCOST-ITEM(WS-LCOST-IDX) = IM-ITEM-CODE
                   AND WS-LCOST-LOC(WS-LCOST-IDX) = IM-LOCATION
                   AND NOT WS-LCOST-USED(WS-LCOST-IDX)
                   SET WS-LCOST-USED(WS-LCOST-IDX) TO TRUE
                   MOVE WS-LCOST-UNIT(WS-LCOST-IDX) TO WS-UNIT-COST
                   MOVE 'A' TO MG-COST-BASIS
           END-SEARCH.
       3200-EXIT.
           EXIT.

       3300-ESTIMATE-LINE-COST.
           MOVE IM-ITEM-CODE TO SM-ITEM-CODE.
           MOVE IM-LOCATION  TO SM-LOCATION.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE 'U' TO MG-COST-BASIS
               NOT INVALID KEY
                   MOVE SM-AVG-COST TO WS-UNIT-COST
                   MOVE 'E' TO MG-COST-BASIS
           END-READ.
           ADD 1 TO WS-ESTIMATE-COUNT.
       3300-EXIT.
           EXIT.

       5000-LIST-MARGIN-LINE.
           MOVE SPACES          TO WS-MARGIN-DETAIL.
           MOVE MG-INVOICE-NO   TO WS-MD-INVOICE-NO.
           MOVE MG-CUST-ID      TO WS-MD-CUST-ID.
           MOVE MG-ITEM-CLASS   TO WS-MD-CLASS.
           MOVE MG-ITEM-CODE    TO WS-MD-ITEM-CODE.
           MOVE MG-LOCATION     TO WS-MD-LOCATION.
           MOVE MG-REVENUE      TO WS-MD-REVENUE.
           MOVE MG-COST         TO WS-MD-COST.
           MOVE MG-MARGIN       TO WS-MD-MARGIN.
           MOVE MG-MARGIN-PCT   TO WS-MD-PCT.
           MOVE MG-COST-BASIS   TO WS-MD-BASIS.
           MOVE MG-FLAG         TO WS-MD-FLAG.
           WRITE MARGIN-RPT-REC FROM WS-MARGIN-DETAIL.
           IF MG-BELOW-COST OR MG-BELOW-TARGET
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

       6000-ACCUM-MONTH-TO-DATE.
           ADD 1 TO WS-MTD-LINE-COUNT.
           ADD MG-REVENUE TO WS-MTD-REVENUE.
           ADD MG-COST    TO WS-MTD-COST.
           PERFORM 6100-ACCUM-CLASS THRU 6100-EXIT.
           PERFORM 6200-ACCUM-CUSTOMER THRU 6200-EXIT.
           PERFORM 6300-ACCUM-BRANCH THRU 6300-EXIT.
       6000-EXIT.
           EXIT.

       6100-ACCUM-CLASS.
           SET WS-CLASS-IDX TO 1.
           SEARCH WS-CLASS-ENTRY
               AT END
                   PERFORM 6110-NEW-CLASS-ENTRY THRU 6110-EXIT
               WHEN WS-CLASS-IDX > WS-CLASS-MAX
                   PERFORM 6110-NEW-CLASS-ENTRY THRU 6110-EXIT
               WHEN WS-CLASS-KEY(WS-CLASS-IDX) = MG-ITEM-CLASS
                   ADD MG-REVENUE TO WS-CLASS-REVENUE(WS-CLASS-IDX)
                   ADD MG-COST    TO WS-CLASS-COST(WS-CLASS-IDX)
           END-SEARCH.
       6100-EXIT.
           EXIT.

       6110-NEW-CLASS-ENTRY.
           IF WS-CLASS-MAX < 100
               ADD 1 TO WS-CLASS-MAX
               SET WS-CLASS-IDX TO WS-CLASS-MAX
               MOVE MG-ITEM-CLASS TO WS-CLASS-KEY(WS-CLASS-IDX)
               MOVE MG-REVENUE    TO WS-CLASS-REVENUE(WS-CLASS-IDX)
               MOVE MG-COST       TO WS-CLASS-COST(WS-CLASS-IDX)
           ELSE
               DISPLAY "CLASS TABLE FULL AT " MG-ITEM-CLASS
           END-IF.
       6110-EXIT.
           EXIT.

       6200-ACCUM-CUSTOMER.
           SET WS-CUST-IDX TO 1.
           SEARCH WS-CUST-ENTRY
               AT END
                   PERFORM 6210-NEW-CUST-ENTRY THRU 6210-EXIT
               WHEN WS-CUST-IDX > WS-CUST-MAX
                   PERFORM 6210-NEW-CUST-ENTRY THRU 6210-EXIT
               WHEN WS-CUST-KEY(WS-CUST-IDX) = MG-CUST-ID
                   ADD MG-REVENUE TO WS-CUST-REVENUE(WS-CUST-IDX)
                   ADD MG-COST    TO WS-CUST-COST(WS-CUST-IDX)
           END-SEARCH.
       6200-EXIT.
           EXIT.

       6210-NEW-CUST-ENTRY.
           IF WS-CUST-MAX < 500
               ADD 1 TO WS-CUST-MAX
               SET WS-CUST-IDX TO WS-CUST-MAX
               MOVE MG-CUST-ID    TO WS-CUST-KEY(WS-CUST-IDX)
               MOVE MG-REVENUE    TO WS-CUST-REVENUE(WS-CUST-IDX)
               MOVE MG-COST       TO WS-CUST-COST(WS-CUST-IDX)
           ELSE
               DISPLAY "CUSTOMER TABLE FULL AT " MG-CUST-ID
           END-IF.
       6210-EXIT.
           EXIT.

       6300-ACCUM-BRANCH.
           SET WS-BRCH-IDX TO 1.
           SEARCH WS-BRCH-ENTRY
               AT END
                   PERFORM 6310-NEW-BRCH-ENTRY THRU 6310-EXIT
               WHEN WS-BRCH-IDX > WS-BRCH-MAX
                   PERFORM 6310-NEW-BRCH-ENTRY THRU 6310-EXIT
               WHEN WS-BRCH-KEY(WS-BRCH-IDX) = MG-LOCATION
                   ADD MG-REVENUE TO WS-BRCH-REVENUE(WS-BRCH-IDX)
                   ADD MG-COST    TO WS-BRCH-COST(WS-BRCH-IDX)
           END-SEARCH.
       6300-EXIT.
           EXIT.

       6310-NEW-BRCH-ENTRY.
           IF WS-BRCH-MAX < 50
               ADD 1 TO WS-BRCH-MAX
               SET WS-BRCH-IDX TO WS-BRCH-MAX
               MOVE MG-LOCATION   TO WS-BRCH-KEY(WS-BRCH-IDX)
               MOVE MG-REVENUE    TO WS-BRCH-REVENUE(WS-BRCH-IDX)
               MOVE MG-COST       TO WS-BRCH-COST(WS-BRCH-IDX)
           ELSE
               DISPLAY "BRANCH TABLE FULL AT " MG-LOCATION
           END-IF.
       6310-EXIT.
           EXIT.

       8000-WRITE-MTD-SUBTOTALS.
           MOVE SPACES TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           MOVE "MONTH-TO-DATE BY ITEM CLASS" TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           PERFORM 8010-LIST-ONE-CLASS THRU 8010-EXIT
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-MAX.

           MOVE SPACES TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           MOVE "MONTH-TO-DATE BY CUSTOMER" TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           PERFORM 8020-LIST-ONE-CUSTOMER THRU 8020-EXIT
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-MAX.

           MOVE SPACES TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           MOVE "MONTH-TO-DATE BY BRANCH (SHIPPING LOCATION)"
               TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           PERFORM 8030-LIST-ONE-BRANCH THRU 8030-EXIT
               VARYING WS-BRCH-IDX FROM 1 BY 1
               UNTIL WS-BRCH-IDX > WS-BRCH-MAX.

           MOVE SPACES TO MARGIN-RPT-REC.
           WRITE MARGIN-RPT-REC.
           MOVE "TOTAL "       TO WS-SUB-KEY.
           MOVE WS-MTD-REVENUE TO WS-SUB-REVENUE.
           MOVE WS-MTD-COST    TO WS-SUB-COST.
           PERFORM 8100-WRITE-SUBTOTAL-LINE THRU 8100-EXIT.

           MOVE WS-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MARGIN-RPT-REC.
           STRING "LINES COSTED TONIGHT : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO MARGIN-RPT-REC
           END-STRING.
           WRITE MARGIN-RPT-REC.

           MOVE WS-ESTIMATE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MARGIN-RPT-REC.
           STRING "COST NOT LEDGERED    : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO MARGIN-RPT-REC
           END-STRING.
           WRITE MARGIN-RPT-REC.

           MOVE WS-MTD-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MARGIN-RPT-REC.
           STRING "LINES MONTH-TO-DATE  : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO MARGIN-RPT-REC
           END-STRING.
           WRITE MARGIN-RPT-REC.

           MOVE WS-FLAG-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO MARGIN-RPT-REC.
           STRING "LINES FLAGGED TONIGHT: " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO MARGIN-RPT-REC
           END-STRING.
           WRITE MARGIN-RPT-REC.
       8000-EXIT.
           EXIT.

       8010-LIST-ONE-CLASS.
           MOVE WS-CLASS-KEY(WS-CLASS-IDX)     TO WS-SUB-KEY.
           MOVE WS-CLASS-REVENUE(WS-CLASS-IDX) TO WS-SUB-REVENUE.
           MOVE WS-CLASS-COST(WS-CLASS-IDX)    TO WS-SUB-COST.
           PERFORM 8100-WRITE-SUBTOTAL-LINE THRU 8100-EXIT.
       8010-EXIT.
           EXIT.

       8020-LIST-ONE-CUSTOMER.
           MOVE WS-CUST-KEY(WS-CUST-IDX)     TO WS-SUB-KEY.
           MOVE WS-CUST-REVENUE(WS-CUST-IDX) TO WS-SUB-REVENUE.
           MOVE WS-CUST-COST(WS-CUST-IDX)    TO WS-SUB-COST.
           PERFORM 8100-WRITE-SUBTOTAL-LINE THRU 8100-EXIT.
       8020-EXIT.
           EXIT.

       8030-LIST-ONE-BRANCH.
           MOVE WS-BRCH-KEY(WS-BRCH-IDX)     TO WS-SUB-KEY.
           MOVE WS-BRCH-REVENUE(WS-BRCH-IDX) TO WS-SUB-REVENUE.
           MOVE WS-BRCH-COST(WS-BRCH-IDX)    TO WS-SUB-COST.
           PERFORM 8100-WRITE-SUBTOTAL-LINE THRU 8100-EXIT.
       8030-EXIT.
           EXIT.

       8100-WRITE-SUBTOTAL-LINE.
           COMPUTE WS-SUB-MARGIN = WS-SUB-REVENUE - WS-SUB-COST.
           IF WS-SUB-REVENUE = ZERO
               MOVE ZERO TO WS-SUB-PCT
           ELSE
               COMPUTE WS-SUB-PCT ROUNDED =
                   WS-SUB-MARGIN * 100 / WS-SUB-REVENUE
                   ON SIZE ERROR
                       MOVE -999.99 TO WS-SUB-PCT
               END-COMPUTE
           END-IF.
           MOVE SPACES         TO WS-SUBTOTAL-DETAIL.
           MOVE WS-SUB-KEY     TO WS-SD-KEY.
           MOVE WS-SUB-REVENUE TO WS-SD-REVENUE.
           MOVE WS-SUB-COST    TO WS-SD-COST.
           MOVE WS-SUB-MARGIN  TO WS-SD-MARGIN.
           MOVE WS-SUB-PCT     TO WS-SD-PCT.
           WRITE MARGIN-RPT-REC FROM WS-SUBTOTAL-DETAIL.
       8100-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
