      *> INTRNAGE - IN-TRANSIT AGING REPORT. WALKS THE IN-TRANSIT
      *> MASTER AND LISTS EVERY TRANSFER NOTE STILL ON THE ROAD WITH
      *> THE DAYS SINCE IT LEFT THE SENDER AND ITS VALUE AT THE COST IT
      *> TRAVELS AT, THEN TOTALS THE VALUE BY AGE BAND. A TRUCK TAKES
      *> TWO OR THREE DAYS; ANYTHING OLDER THAN THE OPTIONAL INTRNCTL
      *> CARD'S DAYS (5 WHEN NO CARD) IS FLAGGED OVERDUE - EITHER THE
      *> RECEIVER HAS NOT KEYED ITS ARRIVAL OR THE STOCK IS LOST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRNAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-TRANSIT-MASTER ASSIGN TO "INTRNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-STATUS.

      *> OPTIONAL CARD CARRYING THE OVERDUE THRESHOLD IN DAYS - NO
      *> CARD MEANS 5, SAME OPTIONAL-CARD PATTERN AS SLOWCTL
           SELECT IN-TRANSIT-CTL-FILE ASSIGN TO "INTRNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITC-STATUS.

           SELECT IN-TRANSIT-AGE-RPT ASSIGN TO "INTRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-TRANSIT-MASTER.
       01  IN-TRANSIT-REC.
           COPY INTRNREC.

       FD  IN-TRANSIT-CTL-FILE.
       01  IN-TRANSIT-CTL-REC.
           05 IX-OVERDUE-DAYS       PIC 9(03).

       FD  IN-TRANSIT-AGE-RPT.
       01  IN-TRANSIT-AGE-RPT-REC   PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-IT-STATUS PIC X(02).
           01 WS-ITC-STATUS PIC X(02).
           01 WS-IT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IT-EOF VALUE 'Y'.

           01 WS-OVERDUE-DAYS PIC 9(03) VALUE 5.
           01 WS-RUN-SERIAL   PIC 9(09).
           01 WS-DAYS-OUT     PIC S9(07).
           01 WS-EXT-VALUE    PIC 9(13)V99.

      *> AGE BANDS - UP TO 2 DAYS, 3-5, 6-10 AND OVER 10
           01 WS-BAND-TABLE.
               05 WS-BAND OCCURS 4 TIMES INDEXED BY WS-BAND-IDX.
                   10 WS-BAND-COUNT PIC 9(05).
                   10 WS-BAND-VALUE PIC 9(15)V99.
           01 WS-BAND-LABELS.
               05 FILLER PIC X(14) VALUE "0-2 DAYS      ".
               05 FILLER PIC X(14) VALUE "3-5 DAYS      ".
               05 FILLER PIC X(14) VALUE "6-10 DAYS     ".
               05 FILLER PIC X(14) VALUE "OVER 10 DAYS  ".
           01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
               05 WS-BAND-LABEL PIC X(14) OCCURS 4 TIMES.
           01 WS-TOTAL-VALUE   PIC 9(15)V99 VALUE ZERO.
           01 WS-TOTAL-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-OVERDUE-COUNT PIC 9(05) VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZ9.
           01 WS-VALUE-ED      PIC Z(14)9.99.

           01 WS-AGE-DETAIL.
               05 WS-AD-XFER-NO   PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-FROM      PIC X(03).
               05 FILLER          PIC X(01) VALUE '>'.
               05 WS-AD-TO        PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-SHIP-DATE PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-DAYS      PIC ZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-QTY       PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-EXT-VALUE PIC Z(10)9.99.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-AD-FLAG      PIC X(07).

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
           MOVE ZEROS TO WS-BAND-TABLE.

           PERFORM 0400-READ-CONTROL-CARD THRU 0400-EXIT.

           OPEN OUTPUT IN-TRANSIT-AGE-RPT.
           WRITE IN-TRANSIT-AGE-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "STOCK IN TRANSIT BETWEEN LOCATIONS - AGING"
               TO IN-TRANSIT-AGE-RPT-REC.
           WRITE IN-TRANSIT-AGE-RPT-REC.
           MOVE "XFER-NO  ITEM   ROUTE   SHIPPED  DAYS       QTY     EXT
      -        "-VALUE"
               TO IN-TRANSIT-AGE-RPT-REC.
           WRITE IN-TRANSIT-AGE-RPT-REC.

           PERFORM 0500-WALK-IN-TRANSIT THRU 0500-EXIT.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE IN-TRANSIT-AGE-RPT.
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0400-READ-CONTROL-CARD.
           OPEN INPUT IN-TRANSIT-CTL-FILE.
           IF WS-ITC-STATUS = "00"
               READ IN-TRANSIT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IX-OVERDUE-DAYS IS NUMERIC
                           MOVE IX-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE IN-TRANSIT-CTL-FILE
           END-IF.
       0400-EXIT.
           EXIT.

      *> NO IN-TRANSIT MASTER YET MEANS NOTHING EVER SENT
       0500-WALK-IN-TRANSIT.
           OPEN INPUT IN-TRANSIT-MASTER.
           IF WS-IT-STATUS NOT = "00"
               DISPLAY "INTRNAGE: NO IN-TRANSIT MASTER - " WS-IT-STATUS
               GO TO 0500-EXIT
           END-IF.
           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
           PERFORM 1000-AGE-ONE-TRANSFER THRU 1000-EXIT
               UNTIL WS-IT-EOF.
           CLOSE IN-TRANSIT-MASTER.
       0500-EXIT.
           EXIT.

       1000-AGE-ONE-TRANSFER.
           MOVE IT-SHIP-DATE TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           COMPUTE WS-DAYS-OUT = WS-RUN-SERIAL - WS-D2S-SERIAL.
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.
           COMPUTE WS-EXT-VALUE ROUNDED = IT-QTY * IT-UNIT-COST.

           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 2
                   SET WS-BAND-IDX TO 1
               WHEN WS-DAYS-OUT <= 5
                   SET WS-BAND-IDX TO 2
               WHEN WS-DAYS-OUT <= 10
                   SET WS-BAND-IDX TO 3
               WHEN OTHER
                   SET WS-BAND-IDX TO 4
           END-EVALUATE.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).
           ADD WS-EXT-VALUE TO WS-BAND-VALUE(WS-BAND-IDX).
           ADD 1 TO WS-TOTAL-COUNT.
           ADD WS-EXT-VALUE TO WS-TOTAL-VALUE.

           MOVE IT-XFER-NO   TO WS-AD-XFER-NO.
           MOVE IT-ITEM-CODE TO WS-AD-ITEM.
           MOVE IT-FROM-LOC  TO WS-AD-FROM.
           MOVE IT-TO-LOC    TO WS-AD-TO.
           MOVE IT-SHIP-DATE TO WS-AD-SHIP-DATE.
           IF WS-DAYS-OUT > 9999
               MOVE 9999 TO WS-AD-DAYS
           ELSE
               MOVE WS-DAYS-OUT TO WS-AD-DAYS
           END-IF.
           MOVE IT-QTY       TO WS-AD-QTY.
           MOVE WS-EXT-VALUE TO WS-AD-EXT-VALUE.
           IF WS-DAYS-OUT > WS-OVERDUE-DAYS
               MOVE "OVERDUE" TO WS-AD-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO WS-AD-FLAG
           END-IF.
           WRITE IN-TRANSIT-AGE-RPT-REC FROM WS-AGE-DETAIL.

           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO IN-TRANSIT-AGE-RPT-REC.
           WRITE IN-TRANSIT-AGE-RPT-REC.
           PERFORM 8100-WRITE-ONE-BAND THRU 8100-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.

           MOVE WS-TOTAL-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-ED.
           MOVE SPACES TO IN-TRANSIT-AGE-RPT-REC.
           STRING "TOTAL IN TRANSIT " DELIMITED BY SIZE
                  WS-COUNT-ED         DELIMITED BY SIZE
                  " VALUE "           DELIMITED BY SIZE
                  WS-VALUE-ED         DELIMITED BY SIZE
               INTO IN-TRANSIT-AGE-RPT-REC
           END-STRING.
           WRITE IN-TRANSIT-AGE-RPT-REC.

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO IN-TRANSIT-AGE-RPT-REC.
           STRING "OVERDUE          " DELIMITED BY SIZE
                  WS-COUNT-ED         DELIMITED BY SIZE
                  " (OVER "           DELIMITED BY SIZE
                  WS-OVERDUE-DAYS     DELIMITED BY SIZE
                  " DAYS)"            DELIMITED BY SIZE
               INTO IN-TRANSIT-AGE-RPT-REC
           END-STRING.
           WRITE IN-TRANSIT-AGE-RPT-REC.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-BAND.
           MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-ED.
           MOVE WS-BAND-VALUE(WS-BAND-IDX) TO WS-VALUE-ED.
           MOVE SPACES TO IN-TRANSIT-AGE-RPT-REC.
           STRING WS-BAND-LABEL(WS-BAND-IDX) DELIMITED BY SIZE
                  "   "                      DELIMITED BY SIZE
                  WS-COUNT-ED                DELIMITED BY SIZE
                  " VALUE "                  DELIMITED BY SIZE
                  WS-VALUE-ED                DELIMITED BY SIZE
               INTO IN-TRANSIT-AGE-RPT-REC
           END-STRING.
           WRITE IN-TRANSIT-AGE-RPT-REC.
       8100-EXIT.
           EXIT.

       COPY DATESERP.

       COPY REPDATEP.
