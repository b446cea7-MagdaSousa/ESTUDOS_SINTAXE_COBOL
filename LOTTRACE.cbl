      *> LOTTRACE - LOT TRACE FOR A SUPPLIER RECALL. THE LOTTRCTL CARD
      *> NAMES THE LOT AND, OPTIONALLY, THE ITEM (SUPPLIERS REUSE LOT
      *> NUMBERS ACROSS ITEMS, SO NAME THE ITEM WHEN YOU KNOW IT).
      *> EVERY LOT DETAIL LINE THE STOCK RUN EVER WROTE TO STKHIST FOR
      *> THE LOT IS LISTED IN RUN ORDER - WHERE IT WAS RECEIVED, THE
      *> INVOICES IT WENT OUT ON AND THE LOCATIONS IT WAS MOVED TO -
      *> THEN WHAT IS STILL ON THE SHELF, FROM THE LOT MASTER, AND ON
      *> THE ROAD BETWEEN WAREHOUSES, SO THE STORES KNOW WHAT TO PULL
      *> AND SALES KNOW WHOM TO CALL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-TRACE-CTL-FILE ASSIGN TO "LOTTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTC-STATUS.

           SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-STATUS.

           SELECT LOT-MASTER ASSIGN TO "LOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LT-STATUS.

           SELECT IN-TRANSIT-MASTER ASSIGN TO "INTRNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-STATUS.

           SELECT LOT-TRACE-RPT ASSIGN TO "LOTTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-TRACE-CTL-FILE.
       01  LOT-TRACE-CTL-REC.
           05 LC-LOT-NO             PIC X(10).
           05 FILLER                PIC X(01).
           05 LC-ITEM-CODE          PIC X(06).

       FD  STOCK-HISTORY-FILE.
       01  STOCK-HISTORY-REC.
           05 HS-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-MOVE-TYPE          PIC X(01).
               88 HS-LOT-DETAIL     VALUE 'L'.
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
           05 FILLER                PIC X(01).
           05 HS-LOT-NO             PIC X(10).
           05 FILLER                PIC X(01).
           05 HS-LOT-EXPIRY         PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-LOT-PARENT-TYPE    PIC X(01).
               88 HS-LOT-FROM-ISSUE    VALUE 'I'.
               88 HS-LOT-FROM-RECEIPT  VALUE 'R'.
               88 HS-LOT-FROM-TRANSFER VALUE 'T'.
               88 HS-LOT-FROM-ARRIVAL  VALUE 'C'.

       FD  LOT-MASTER.
       01  LOT-MASTER-REC.
           05 LT-LOT-KEY.
               10 LT-ITEM-CODE      PIC X(06).
               10 LT-LOCATION       PIC X(03).
               10 LT-EXPIRY-DATE    PIC 9(08).
               10 LT-LOT-NO         PIC X(10).
           05 LT-ON-HAND            PIC 9(09).
           05 LT-FIRST-RCPT-DATE    PIC 9(08).
           05 LT-LAST-MOVE-DATE     PIC 9(08).

       FD  IN-TRANSIT-MASTER.
       01  IN-TRANSIT-REC.
           COPY INTRNREC.

       FD  LOT-TRACE-RPT.
       01  LOT-TRACE-RPT-REC        PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-LTC-STATUS PIC X(02).
           01 WS-SHIST-STATUS PIC X(02).
           01 WS-LT-STATUS PIC X(02).
           01 WS-IT-STATUS PIC X(02).
           01 WS-IT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IT-EOF VALUE 'Y'.
           01 WS-HIST-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-HIST-EOF VALUE 'Y'.
           01 WS-LOT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-LOT-EOF VALUE 'Y'.

           01 WS-TRACE-LOT-NO   PIC X(10) VALUE SPACES.
           01 WS-TRACE-ITEM     PIC X(06) VALUE SPACES.

           01 WS-RECEIVED-QTY   PIC 9(11) VALUE ZERO.
           01 WS-ISSUED-QTY     PIC 9(11) VALUE ZERO.
           01 WS-RETURNED-QTY   PIC 9(11) VALUE ZERO.
           01 WS-TRANSFER-QTY   PIC 9(11) VALUE ZERO.
           01 WS-OTHER-QTY      PIC S9(11) VALUE ZERO.
           01 WS-ON-SHELF-QTY   PIC 9(11) VALUE ZERO.
           01 WS-ON-ROAD-QTY    PIC 9(11) VALUE ZERO.
           01 WS-HIST-LINES     PIC 9(07) VALUE ZERO.
           01 WS-SHELF-LINES    PIC 9(05) VALUE ZERO.
           01 WS-QTY-ED         PIC -(10)9.
           01 WS-COUNT-ED       PIC ZZZZZZ9.

           01 WS-TRACE-DETAIL.
               05 WS-TD-RUN-DATE  PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-TYPE      PIC X(01).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-LOC       PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-QTY       PIC -(8)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-AFTER     PIC Z(8)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-PO-NO     PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-INVOICE   PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-TD-EXPIRY    PIC 9(08).

           01 WS-SHELF-DETAIL.
               05 WS-SD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-LOC       PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-EXPIRY    PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-ON-HAND   PIC Z(8)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-FIRST     PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-LAST      PIC 9(08).

           01 WS-ROAD-DETAIL.
               05 WS-RD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RD-FROM      PIC X(03).
               05 FILLER          PIC X(01) VALUE '>'.
               05 WS-RD-TO        PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RD-XFER-NO   PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RD-QTY       PIC Z(8)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RD-SHIPPED   PIC 9(08).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           OPEN OUTPUT LOT-TRACE-RPT.
           WRITE LOT-TRACE-RPT-REC FROM RPT-HEADER-LINE.

           PERFORM 0400-READ-CONTROL-CARD THRU 0400-EXIT.
           IF WS-TRACE-LOT-NO = SPACES
               DISPLAY "LOTTRACE: NO LOT NUMBER ON LOTTRCTL"
               MOVE "NO LOT NUMBER ON LOTTRCTL - NOTHING TRACED"
                   TO LOT-TRACE-RPT-REC
               WRITE LOT-TRACE-RPT-REC
               CLOSE LOT-TRACE-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "LOT TRACE FOR LOT " DELIMITED BY SIZE
                  WS-TRACE-LOT-NO      DELIMITED BY SIZE
                  " ITEM "             DELIMITED BY SIZE
                  WS-TRACE-ITEM        DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           IF WS-TRACE-ITEM = SPACES
               MOVE "(ALL ITEMS)" TO LOT-TRACE-RPT-REC(35:)
           END-IF.
           WRITE LOT-TRACE-RPT-REC.

           PERFORM 1000-TRACE-HISTORY THRU 1000-EXIT.
           PERFORM 2000-LIST-ON-SHELF THRU 2000-EXIT.
           PERFORM 3000-LIST-ON-THE-ROAD THRU 3000-EXIT.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.

           CLOSE LOT-TRACE-RPT.
           STOP RUN.

       0400-READ-CONTROL-CARD.
           OPEN INPUT LOT-TRACE-CTL-FILE.
           IF WS-LTC-STATUS = "00"
               READ LOT-TRACE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LC-LOT-NO    TO WS-TRACE-LOT-NO
                       MOVE LC-ITEM-CODE TO WS-TRACE-ITEM
               END-READ
               CLOSE LOT-TRACE-CTL-FILE
           END-IF.
       0400-EXIT.
           EXIT.

      *> MOVEMENT HISTORY - ONLY THE 'L' LOT DETAIL LINES CARRY A LOT
       1000-TRACE-HISTORY.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.
           MOVE "MOVEMENTS  (T = TYPE OF THE MOVEMENT THE LOT LINE BELONGS
      -        " TO)"
               TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.
           MOVE "RUN DATE T ITEM   LOC       QTY LOT-AFTER PO-NO    INVOIC
      -        "E  EXPIRES"
               TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.

           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-SHIST-STATUS NOT = "00"
               DISPLAY "LOTTRACE: NO STOCK HISTORY - " WS-SHIST-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ STOCK-HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
           PERFORM 1100-CHECK-HISTORY-LINE THRU 1100-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE STOCK-HISTORY-FILE.
       1000-EXIT.
           EXIT.

       1100-CHECK-HISTORY-LINE.
           IF NOT HS-LOT-DETAIL
               GO TO 1100-READ-NEXT
           END-IF.
           IF HS-LOT-NO NOT = WS-TRACE-LOT-NO
               GO TO 1100-READ-NEXT
           END-IF.
           IF WS-TRACE-ITEM NOT = SPACES
               AND HS-ITEM-CODE NOT = WS-TRACE-ITEM
               GO TO 1100-READ-NEXT
           END-IF.

           MOVE HS-RUN-DATE        TO WS-TD-RUN-DATE.
           MOVE HS-LOT-PARENT-TYPE TO WS-TD-TYPE.
           MOVE HS-ITEM-CODE       TO WS-TD-ITEM.
           MOVE HS-LOCATION        TO WS-TD-LOC.
           MOVE HS-QTY             TO WS-TD-QTY.
           MOVE HS-AFTER-QTY       TO WS-TD-AFTER.
           MOVE HS-PO-NO           TO WS-TD-PO-NO.
           MOVE HS-INVOICE-NO      TO WS-TD-INVOICE.
           MOVE HS-LOT-EXPIRY      TO WS-TD-EXPIRY.
           WRITE LOT-TRACE-RPT-REC FROM WS-TRACE-DETAIL.
           ADD 1 TO WS-HIST-LINES.

      *> A TRANSFER WRITES ITS LINE OUT OF THE SOURCE AND ITS ARRIVAL
      *> ONE INTO THE DESTINATION - COUNT THE OUTBOUND SIDE ONLY AS
      *> QUANTITY MOVED
           EVALUATE TRUE
               WHEN HS-LOT-FROM-RECEIPT
                   ADD HS-QTY TO WS-RECEIVED-QTY
               WHEN HS-LOT-FROM-ISSUE AND HS-QTY < ZERO
                   SUBTRACT HS-QTY FROM WS-ISSUED-QTY
               WHEN HS-LOT-FROM-ISSUE
                   ADD HS-QTY TO WS-RETURNED-QTY
               WHEN HS-LOT-FROM-TRANSFER AND HS-QTY < ZERO
                   SUBTRACT HS-QTY FROM WS-TRANSFER-QTY
               WHEN HS-LOT-FROM-TRANSFER
                   CONTINUE
               WHEN HS-LOT-FROM-ARRIVAL
                   CONTINUE
               WHEN OTHER
                   ADD HS-QTY TO WS-OTHER-QTY
           END-EVALUATE.

       1100-READ-NEXT.
           READ STOCK-HISTORY-FILE
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> WHAT IS STILL HELD - THE LOT MASTER IS KEYED BY ITEM FIRST,
      *> SO FOR AN ITEM WE START THERE; OTHERWISE THE WHOLE FILE IS
      *> WALKED. LOTS DRAWN TO NOTHING ARE ALREADY GONE FROM IT
       2000-LIST-ON-SHELF.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.
           MOVE "STILL ON HAND" TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.
           MOVE "ITEM   LOC EXPIRES    ON-HAND RECEIVED LAST-MOVE"
               TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.

           OPEN INPUT LOT-MASTER.
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "LOTTRACE: NO LOT MASTER - " WS-LT-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE LOW-VALUES TO LT-LOT-KEY.
           IF WS-TRACE-ITEM NOT = SPACES
               MOVE WS-TRACE-ITEM TO LT-ITEM-CODE
           END-IF.
           START LOT-MASTER KEY IS NOT LESS THAN LT-LOT-KEY
               INVALID KEY SET WS-LOT-EOF TO TRUE
           END-START.
           IF NOT WS-LOT-EOF
               READ LOT-MASTER NEXT RECORD
                   AT END SET WS-LOT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-CHECK-ONE-LOT THRU 2100-EXIT
               UNTIL WS-LOT-EOF.
           CLOSE LOT-MASTER.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-LOT.
           IF WS-TRACE-ITEM NOT = SPACES
               AND LT-ITEM-CODE NOT = WS-TRACE-ITEM
               SET WS-LOT-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF LT-LOT-NO = WS-TRACE-LOT-NO
               MOVE LT-ITEM-CODE       TO WS-SD-ITEM
               MOVE LT-LOCATION        TO WS-SD-LOC
               MOVE LT-EXPIRY-DATE     TO WS-SD-EXPIRY
               MOVE LT-ON-HAND         TO WS-SD-ON-HAND
               MOVE LT-FIRST-RCPT-DATE TO WS-SD-FIRST
               MOVE LT-LAST-MOVE-DATE  TO WS-SD-LAST
               WRITE LOT-TRACE-RPT-REC FROM WS-SHELF-DETAIL
               ADD LT-ON-HAND TO WS-ON-SHELF-QTY
               ADD 1 TO WS-SHELF-LINES
           END-IF.
           READ LOT-MASTER NEXT RECORD
               AT END SET WS-LOT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> LOTS ON A TRUCK BETWEEN WAREHOUSES ARE ON NEITHER SHELF -
      *> THE IN-TRANSIT RECORD CARRIES THEM UNTIL THE ARRIVAL IS
      *> CONFIRMED
       3000-LIST-ON-THE-ROAD.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.
           MOVE "IN TRANSIT BETWEEN LOCATIONS" TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.
           MOVE "ITEM   ROUTE   XFER-NO        QTY SHIPPED"
               TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.

           OPEN INPUT IN-TRANSIT-MASTER.
           IF WS-IT-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
           PERFORM 3100-CHECK-ONE-TRANSFER THRU 3100-EXIT
               UNTIL WS-IT-EOF.
           CLOSE IN-TRANSIT-MASTER.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-TRANSFER.
           IF WS-TRACE-ITEM = SPACES
               OR IT-ITEM-CODE = WS-TRACE-ITEM
               PERFORM 3200-CHECK-ONE-CARRIED-LOT THRU 3200-EXIT
                   VARYING IT-LOT-IDX FROM 1 BY 1
                   UNTIL IT-LOT-IDX > IT-LOT-COUNT
           END-IF.
           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-CARRIED-LOT.
           IF IT-LOT-NO(IT-LOT-IDX) = WS-TRACE-LOT-NO
               MOVE IT-ITEM-CODE           TO WS-RD-ITEM
               MOVE IT-FROM-LOC            TO WS-RD-FROM
               MOVE IT-TO-LOC              TO WS-RD-TO
               MOVE IT-XFER-NO             TO WS-RD-XFER-NO
               MOVE IT-LOT-QTY(IT-LOT-IDX) TO WS-RD-QTY
               MOVE IT-SHIP-DATE           TO WS-RD-SHIPPED
               WRITE LOT-TRACE-RPT-REC FROM WS-ROAD-DETAIL
               ADD IT-LOT-QTY(IT-LOT-IDX) TO WS-ON-ROAD-QTY
               ADD 1 TO WS-SHELF-LINES
           END-IF.
       3200-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           WRITE LOT-TRACE-RPT-REC.

           MOVE WS-RECEIVED-QTY TO WS-QTY-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "RECEIVED          " DELIMITED BY SIZE
                  WS-QTY-ED            DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           MOVE WS-ISSUED-QTY TO WS-QTY-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "ISSUED            " DELIMITED BY SIZE
                  WS-QTY-ED            DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           MOVE WS-RETURNED-QTY TO WS-QTY-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "RETURNED TO LOT   " DELIMITED BY SIZE
                  WS-QTY-ED            DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           MOVE WS-TRANSFER-QTY TO WS-QTY-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "TRANSFERRED       " DELIMITED BY SIZE
                  WS-QTY-ED            DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           IF WS-OTHER-QTY NOT = ZERO
               MOVE WS-OTHER-QTY TO WS-QTY-ED
               MOVE SPACES TO LOT-TRACE-RPT-REC
               STRING "OTHER MOVEMENTS   " DELIMITED BY SIZE
                      WS-QTY-ED            DELIMITED BY SIZE
                   INTO LOT-TRACE-RPT-REC
               END-STRING
               WRITE LOT-TRACE-RPT-REC
           END-IF.

           MOVE WS-ON-SHELF-QTY TO WS-QTY-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "STILL ON HAND     " DELIMITED BY SIZE
                  WS-QTY-ED            DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           MOVE WS-ON-ROAD-QTY TO WS-QTY-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "IN TRANSIT        " DELIMITED BY SIZE
                  WS-QTY-ED            DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           MOVE WS-HIST-LINES TO WS-COUNT-ED.
           MOVE SPACES TO LOT-TRACE-RPT-REC.
           STRING "HISTORY LINES     " DELIMITED BY SIZE
                  WS-COUNT-ED          DELIMITED BY SIZE
               INTO LOT-TRACE-RPT-REC
           END-STRING.
           WRITE LOT-TRACE-RPT-REC.

           IF WS-HIST-LINES = ZERO AND WS-SHELF-LINES = ZERO
               MOVE "LOT NOT FOUND ON STOCK HISTORY OR LOT MASTER"
                   TO LOT-TRACE-RPT-REC
               WRITE LOT-TRACE-RPT-REC
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
