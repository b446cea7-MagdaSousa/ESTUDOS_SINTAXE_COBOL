      *> LOTEXPRY - NEAR-EXPIRY LOT REPORT, RUN WEEKLY BY STORES.
      *> WALKS THE LOT MASTER AND LISTS EVERY LOT STILL HOLDING
      *> STOCK THAT HAS EXPIRED OR WILL EXPIRE WITHIN THE WINDOW ON
      *> THE OPTIONAL LOTXCTL CARD (30 DAYS WHEN NO CARD), WITH THE
      *> DAYS LEFT AND ITS QUANTITY VALUED AT THE ITEM/LOCATION'S
      *> SM-AVG-COST. EXPIRED LOTS ARE ALREADY BLOCKED FROM ISSUE BY
      *> THE NIGHTLY STOCK RUN AND TOTAL SEPARATELY AS THE WRITE-OFF
      *> EXPOSURE; EXPIRING ONES ARE THE STOCK TO PUSH OR TRANSFER
      *> WHILE IT CAN STILL BE SOLD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-MASTER ASSIGN TO "LOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LT-STATUS.

           SELECT STOCK-MASTER ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ITEM-KEY
               FILE STATUS IS WS-SM-STATUS.

      *> OPTIONAL CARD CARRYING THE LOOK-AHEAD WINDOW IN DAYS - NO
      *> CARD MEANS 30, SAME OPTIONAL-CARD PATTERN AS SLOWCTL
           SELECT LOT-EXP-CTL-FILE ASSIGN TO "LOTXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LXC-STATUS.

           SELECT LOT-EXPIRY-RPT ASSIGN TO "LOTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           05 SM-LAST-MOVE-DATE     PIC 9(08).

       FD  LOT-EXP-CTL-FILE.
       01  LOT-EXP-CTL-REC.
           05 LX-WINDOW-DAYS        PIC 9(03).

       FD  LOT-EXPIRY-RPT.
       01  LOT-EXPIRY-RPT-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-LT-STATUS PIC X(02).
           01 WS-SM-STATUS PIC X(02).
           01 WS-LXC-STATUS PIC X(02).
           01 WS-LOT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-LOT-EOF VALUE 'Y'.

           01 WS-WINDOW-DAYS PIC 9(03) VALUE 30.
           01 WS-RUN-SERIAL  PIC 9(09).
           01 WS-DAYS-LEFT   PIC S9(07).
           01 WS-UNIT-COST   PIC 9(05)V99.
           01 WS-EXT-VALUE   PIC 9(13)V99.

           01 WS-EXPIRED-VALUE  PIC 9(15)V99 VALUE ZERO.
           01 WS-EXPIRING-VALUE PIC 9(15)V99 VALUE ZERO.
           01 WS-EXPIRED-COUNT  PIC 9(05) VALUE ZERO.
           01 WS-EXPIRING-COUNT PIC 9(05) VALUE ZERO.
           01 WS-NO-COST-COUNT  PIC 9(05) VALUE ZERO.
           01 WS-COUNT-ED       PIC ZZZZ9.
           01 WS-VALUE-ED       PIC Z(14)9.99.

           01 WS-LOT-DETAIL.
               05 WS-LD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-LOC       PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-LOT-NO    PIC X(10).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-EXPIRY    PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-DAYS-LEFT PIC -ZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-ON-HAND   PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-EXT-VALUE PIC Z(10)9.99.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-STATUS    PIC X(08).

      *> SERIAL-DAY CONVERSION WORKAREA - SEE DATESER COPYBOOK
           COPY DATESER.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           MOVE RPT-RUN-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-RUN-SERIAL.

           PERFORM 0400-READ-CONTROL-CARD THRU 0400-EXIT.

           OPEN OUTPUT LOT-EXPIRY-RPT.
           WRITE LOT-EXPIRY-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "LOTS EXPIRED OR EXPIRING WITHIN THE WINDOW"
               TO LOT-EXPIRY-RPT-REC.
           WRITE LOT-EXPIRY-RPT-REC.
           MOVE "ITEM   LOC LOT        EXPIRES  DAYS   ON-HAND     EXT-
      -        "VALUE STATUS"
               TO LOT-EXPIRY-RPT-REC.
           WRITE LOT-EXPIRY-RPT-REC.

           PERFORM 0500-WALK-LOT-MASTER THRU 0500-EXIT.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE LOT-EXPIRY-RPT.
           STOP RUN.

       0400-READ-CONTROL-CARD.
           OPEN INPUT LOT-EXP-CTL-FILE.
           IF WS-LXC-STATUS = "00"
               READ LOT-EXP-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LX-WINDOW-DAYS IS NUMERIC
                           MOVE LX-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE LOT-EXP-CTL-FILE
           END-IF.
       0400-EXIT.
           EXIT.

      *> NO LOT MASTER YET MEANS NO LOT STOCK - AN EMPTY REPORT
       0500-WALK-LOT-MASTER.
           OPEN INPUT LOT-MASTER.
           IF WS-LT-STATUS NOT = "00"
               DISPLAY "LOTEXPRY: NO LOT MASTER - " WS-LT-STATUS
               GO TO 0500-EXIT
           END-IF.
           OPEN INPUT STOCK-MASTER.
           READ LOT-MASTER NEXT RECORD
               AT END SET WS-LOT-EOF TO TRUE
           END-READ.
           PERFORM 1000-CHECK-ONE-LOT THRU 1000-EXIT
               UNTIL WS-LOT-EOF.
           CLOSE STOCK-MASTER.
           CLOSE LOT-MASTER.
       0500-EXIT.
           EXIT.

      *> A LOT THAT NEVER EXPIRES (99999999) IS NEVER LISTED
       1000-CHECK-ONE-LOT.
           IF LT-ON-HAND > ZERO
               AND LT-EXPIRY-DATE NOT = 99999999
               MOVE LT-EXPIRY-DATE TO WS-D2S-DATE
               PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT
               COMPUTE WS-DAYS-LEFT = WS-D2S-SERIAL - WS-RUN-SERIAL
               IF WS-DAYS-LEFT <= WS-WINDOW-DAYS
                   PERFORM 1100-REPORT-LOT THRU 1100-EXIT
               END-IF
           END-IF.
           READ LOT-MASTER NEXT RECORD
               AT END SET WS-LOT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-REPORT-LOT.
           MOVE LT-ITEM-CODE TO SM-ITEM-CODE.
           MOVE LT-LOCATION  TO SM-LOCATION.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-UNIT-COST
                   ADD 1 TO WS-NO-COST-COUNT
               NOT INVALID KEY
                   MOVE SM-AVG-COST TO WS-UNIT-COST
           END-READ.
           COMPUTE WS-EXT-VALUE ROUNDED = LT-ON-HAND * WS-UNIT-COST.

           MOVE SPACES TO WS-LOT-DETAIL.
           MOVE LT-ITEM-CODE   TO WS-LD-ITEM.
           MOVE LT-LOCATION    TO WS-LD-LOC.
           MOVE LT-LOT-NO      TO WS-LD-LOT-NO.
           MOVE LT-EXPIRY-DATE TO WS-LD-EXPIRY.
           IF WS-DAYS-LEFT < -9999
               MOVE -9999 TO WS-LD-DAYS-LEFT
           ELSE
               MOVE WS-DAYS-LEFT TO WS-LD-DAYS-LEFT
           END-IF.
           MOVE LT-ON-HAND     TO WS-LD-ON-HAND.
           MOVE WS-EXT-VALUE   TO WS-LD-EXT-VALUE.
      *> STILL GOOD ON ITS EXPIRY DATE - EXPIRED FROM THE DAY AFTER
           IF WS-DAYS-LEFT < ZERO
               MOVE "EXPIRED " TO WS-LD-STATUS
               ADD WS-EXT-VALUE TO WS-EXPIRED-VALUE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "EXPIRING" TO WS-LD-STATUS
               ADD WS-EXT-VALUE TO WS-EXPIRING-VALUE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF.
           WRITE LOT-EXPIRY-RPT-REC FROM WS-LOT-DETAIL.
       1100-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO LOT-EXPIRY-RPT-REC.
           WRITE LOT-EXPIRY-RPT-REC.

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           MOVE WS-EXPIRED-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO LOT-EXPIRY-RPT-REC.
           STRING "EXPIRED LOTS  " DELIMITED BY SIZE
                  WS-COUNT-ED      DELIMITED BY SIZE
                  " VALUE "        DELIMITED BY SIZE
                  WS-VALUE-ED      DELIMITED BY SIZE
               INTO LOT-EXPIRY-RPT-REC
           END-STRING.
           WRITE LOT-EXPIRY-RPT-REC.

           MOVE WS-EXPIRING-COUNT TO WS-COUNT-ED.
           MOVE WS-EXPIRING-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO LOT-EXPIRY-RPT-REC.
           STRING "EXPIRING LOTS " DELIMITED BY SIZE
                  WS-COUNT-ED      DELIMITED BY SIZE
                  " VALUE "        DELIMITED BY SIZE
                  WS-VALUE-ED      DELIMITED BY SIZE
               INTO LOT-EXPIRY-RPT-REC
           END-STRING.
           WRITE LOT-EXPIRY-RPT-REC.

           MOVE WS-WINDOW-DAYS TO WS-COUNT-ED.
           MOVE SPACES TO LOT-EXPIRY-RPT-REC.
           STRING "WINDOW DAYS   " DELIMITED BY SIZE
                  WS-COUNT-ED      DELIMITED BY SIZE
               INTO LOT-EXPIRY-RPT-REC
           END-STRING.
           WRITE LOT-EXPIRY-RPT-REC.

           IF WS-NO-COST-COUNT > ZERO
               MOVE WS-NO-COST-COUNT TO WS-COUNT-ED
               MOVE SPACES TO LOT-EXPIRY-RPT-REC
               STRING "LOTS WITH NO STOCK MASTER (UNVALUED) "
                       DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO LOT-EXPIRY-RPT-REC
               END-STRING
               WRITE LOT-EXPIRY-RPT-REC
           END-IF.
       8000-EXIT.
           EXIT.

       COPY DATESERP.

       COPY REPDATEP.
