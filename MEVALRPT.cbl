      *> SM-AVG-COST WITH A GRAND TOTAL FOR THE PERIOD NAMED ON THE
      *> MECTL CARD. THIS IS THE FIGURE THE TRUE-UP AND THE LEDGER
      *> CLOSE TIE BACK TO - THE NIGHTLY VALURPT KEEPS MOVING, THIS
      *> ONE IS FROZEN WITH THE PERIOD. STOCK ON THE ROAD BETWEEN
      *> WAREHOUSES IS PART OF THE FIGURE, AT THE COST IT TRAVELS AT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEVALRPT.

               RECORD KEY IS SM-ITEM-KEY
               FILE STATUS IS WS-SM-STATUS.

           SELECT IN-TRANSIT-MASTER ASSIGN TO "INTRNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-STATUS.

           SELECT ME-VALUATION-RPT ASSIGN TO "MEVALRP"
               ORGANIZATION IS LINE SEQUENTIAL.

               88 SM-ITEM-INACTIVE  VALUE 'I'.
           05 SM-LAST-MOVE-DATE     PIC 9(08).

       FD  IN-TRANSIT-MASTER.
       01  IN-TRANSIT-REC.
           COPY INTRNREC.

       FD  ME-VALUATION-RPT.
       01  ME-VALUATION-RPT-REC     PIC X(80).

           01 WS-SM-STATUS PIC X(02).
           01 WS-STOCK-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-STOCK-EOF VALUE 'Y'.
           01 WS-IT-STATUS PIC X(02).
           01 WS-IT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IT-EOF VALUE 'Y'.

           01 WS-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-ITEM-COUNT PIC 9(09) VALUE ZERO.
           01 WS-ITEM-VALUE PIC 9(14)V99 VALUE ZERO.
           01 WS-TOTAL-VALUE PIC 9(15)V99 VALUE ZERO.
           01 WS-ONHAND-VALUE PIC 9(15)V99 VALUE ZERO.
           01 WS-INTRANSIT-VALUE PIC 9(15)V99 VALUE ZERO.

           01 WS-VALUE-ED PIC Z(13)9.99.
           01 WS-TOTAL-ED PIC Z(14)9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-VD-VALUE       PIC Z(13)9.99.

           01 WS-TRANSIT-DETAIL.
               05 WS-TD-ITEM        PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-TO-LOC      PIC X(03).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-TD-QTY         PIC ZZZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-TD-COST        PIC ZZZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-TD-VALUE       PIC Z(13)9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-XFER-NO     PIC X(08).

           COPY REPDATE.

       PROCEDURE DIVISION.
           END-READ.
           PERFORM 1000-VALUE-ONE-ITEM UNTIL WS-STOCK-EOF.
           CLOSE STOCK-MASTER.
           MOVE WS-TOTAL-VALUE TO WS-ONHAND-VALUE.

           PERFORM 2000-VALUE-IN-TRANSIT THRU 2000-EXIT.
           ADD WS-INTRANSIT-VALUE TO WS-TOTAL-VALUE.

           PERFORM 8000-WRITE-VALUATION-TOTAL THRU 8000-EXIT.
           CLOSE ME-VALUATION-RPT.
       1000-EXIT.
           EXIT.

      *> LISTED UNDER THE LOCATION IT IS BOUND FOR. NO IN-TRANSIT
      *> MASTER YET MEANS NOTHING HAS EVER BEEN SENT
       2000-VALUE-IN-TRANSIT.
           OPEN INPUT IN-TRANSIT-MASTER.
           IF WS-IT-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO ME-VALUATION-RPT-REC.
           WRITE ME-VALUATION-RPT-REC.
           MOVE "IN TRANSIT (BY RECEIVING LOCATION, WITH TRANSFER NOTE)"
               TO ME-VALUATION-RPT-REC.
           WRITE ME-VALUATION-RPT-REC.
           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
           PERFORM 2100-VALUE-ONE-TRANSFER THRU 2100-EXIT
               UNTIL WS-IT-EOF.
           CLOSE IN-TRANSIT-MASTER.
       2000-EXIT.
           EXIT.

       2100-VALUE-ONE-TRANSFER.
           COMPUTE WS-ITEM-VALUE = IT-QTY * IT-UNIT-COST.
           ADD WS-ITEM-VALUE TO WS-INTRANSIT-VALUE.

           MOVE IT-ITEM-CODE  TO WS-TD-ITEM.
           MOVE IT-TO-LOC     TO WS-TD-TO-LOC.
           MOVE IT-QTY        TO WS-TD-QTY.
           MOVE IT-UNIT-COST  TO WS-TD-COST.
           MOVE WS-ITEM-VALUE TO WS-TD-VALUE.
           MOVE IT-XFER-NO    TO WS-TD-XFER-NO.
           WRITE ME-VALUATION-RPT-REC FROM WS-TRANSIT-DETAIL.

           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       8000-WRITE-VALUATION-TOTAL.
           MOVE SPACES TO ME-VALUATION-RPT-REC.
           WRITE ME-VALUATION-RPT-REC.
           END-STRING.
           WRITE ME-VALUATION-RPT-REC.

           MOVE WS-ONHAND-VALUE TO WS-TOTAL-ED.
           MOVE SPACES TO ME-VALUATION-RPT-REC.
           STRING "ON-HAND VALUE         : " DELIMITED BY SIZE
                  WS-TOTAL-ED                DELIMITED BY SIZE
               INTO ME-VALUATION-RPT-REC
           END-STRING.
           WRITE ME-VALUATION-RPT-REC.

           MOVE WS-INTRANSIT-VALUE TO WS-TOTAL-ED.
           MOVE SPACES TO ME-VALUATION-RPT-REC.
           STRING "IN-TRANSIT VALUE      : " DELIMITED BY SIZE
                  WS-TOTAL-ED                DELIMITED BY SIZE
               INTO ME-VALUATION-RPT-REC
           END-STRING.
           WRITE ME-VALUATION-RPT-REC.

           MOVE WS-TOTAL-VALUE TO WS-TOTAL-ED.
           MOVE SPACES TO ME-VALUATION-RPT-REC.
           STRING "PERIOD VALUATION TOTAL: " DELIMITED BY SIZE
