      *> CHGINQ - CHANGE-HISTORY INQUIRY AND OPERATOR ACTIVITY
      *> SUMMARY. ANSWERS "WHO CHANGED WHAT, AND WHEN" OFF THE
      *> PERMANENT CROSS-MASTER CHGHIST FILE WITHOUT A ONE-OFF
      *> PROGRAM EACH TIME AUDIT ASKS.
      *> EACH 'S' SELECTION CARD ON CHGQCTL NAMES ANY MIX OF MASTER,
      *> KEY, OPERATOR, REASON CODE AND A FROM/TO DATE RANGE - A
      *> BLANK FIELD MATCHES ANYTHING - AND GETS ITS OWN LISTING OF
      *> THE MATCHING CHANGES IN DATE AND TIME ORDER, WITH THE
      *> BEFORE AND AFTER VALUES THE OWNING PROGRAM PRINTED ON ITS
      *> AUDIT REPORT WHERE IT CARRIES THEM ON CHGHIST (STOCKMNT,
      *> STOCKREC, ARWOFF).
      *> AN 'M' CARD ASKS FOR THE MONTHLY OPERATOR ACTIVITY SUMMARY
      *> FOR ONE PERIOD: CHANGES COUNTED BY OPERATOR, MASTER AND
      *> ACTION, WITH EACH OPERATOR'S TOTAL FLAGGED WHERE ANY CHANGE
      *> WAS MADE OUT OF HOURS (BEFORE THE DAY START, AFTER THE DAY
      *> END, OR ON A BUSCAL NON-BUSINESS DAY) OR WHERE ONE DAY'S
      *> CHANGES RAN ABOVE THE HEAVY-DAY THRESHOLD. THE CARD MAY
      *> OVERRIDE THE 0700-1900 WORKING DAY AND THE 50-CHANGE
      *> THRESHOLD. A CHANGE WRITTEN BEFORE CHGHIST CARRIED A TIME
      *> IS ONLY EVER OUT OF HOURS BY ITS DATE.
      *> A CARD THAT CANNOT BE READ IS NAMED ON CHGQRPT AND ENDS THE
      *> RUN RC 4, AS DOES A SELECTION TOO LARGE TO LIST WHOLE OR
      *> A MONTH WITH MORE OPERATORS THAN THE SUMMARY CAN HOLD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELECTION AND SUMMARY CARDS
           SELECT CHG-INQ-CTL-FILE ASSIGN TO "CHGQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

           SELECT CHG-INQ-RPT ASSIGN TO "CHGQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD AND ITS VALIDATION FILES -
      *> SEE BUSDATE COPYBOOK. ONLY THE BUSCAL CALENDAR IS USED
      *> HERE, TO TELL A CHANGE MADE ON A NON-BUSINESS DAY
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
      *> 'S' - MASTER, KEY, OPERATOR, REASON, FROM AND TO DATES
      *> 'M' - PERIOD CCYYMM, DAY START AND END HHMM, HEAVY-DAY
      *>       THRESHOLD (CHANGES BY ONE OPERATOR IN ONE DAY)
       FD  CHG-INQ-CTL-FILE.
       01  CHG-INQ-CTL-REC.
           05 CQ-CARD-TYPE          PIC X(01).
               88 CQ-SELECTION-CARD VALUE 'S'.
               88 CQ-SUMMARY-CARD   VALUE 'M'.
           05 FILLER                PIC X(01).
           05 CQ-CARD-BODY          PIC X(78).
       01  CHG-INQ-SEL-CARD.
           05 FILLER                PIC X(02).
           05 CQS-MASTER-NAME       PIC X(08).
           05 FILLER                PIC X(01).
           05 CQS-KEY               PIC X(09).
           05 FILLER                PIC X(01).
           05 CQS-OPERATOR-ID       PIC X(06).
           05 FILLER                PIC X(01).
           05 CQS-REASON-CODE       PIC X(04).
           05 FILLER                PIC X(01).
           05 CQS-FROM-DATE         PIC X(08).
           05 FILLER                PIC X(01).
           05 CQS-TO-DATE           PIC X(08).
           05 FILLER                PIC X(30).
       01  CHG-INQ-SUM-CARD.
           05 FILLER                PIC X(02).
           05 CQM-PERIOD            PIC X(06).
           05 FILLER                PIC X(01).
           05 CQM-DAY-START         PIC X(04).
           05 FILLER                PIC X(01).
           05 CQM-DAY-END           PIC X(04).
           05 FILLER                PIC X(01).
           05 CQM-HEAVY-COUNT       PIC X(04).
           05 FILLER                PIC X(57).

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

       FD  CHG-INQ-RPT.
       01  CHG-INQ-RPT-REC          PIC X(80).

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

           WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC X(02).
           01 WS-CH-STATUS PIC X(02).
           01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CTL-EOF VALUE 'Y'.
           01 WS-CH-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CH-EOF VALUE 'Y'.

      *> THE SELECTION CARDS, IN CARD ORDER. A BLANK FROM DATE IS
      *> HELD AS ZERO AND A BLANK TO DATE AS ALL NINES
           01 WS-SEL-MAX PIC 9(02) VALUE ZERO.
           01 WS-SEL-SUB PIC 9(02).
           01 WS-SEL-TABLE.
               05 WS-SEL-ENTRY OCCURS 10 TIMES.
                   10 WS-SEL-MASTER    PIC X(08).
                   10 WS-SEL-KEY       PIC X(09).
                   10 WS-SEL-OPERATOR  PIC X(06).
                   10 WS-SEL-REASON    PIC X(04).
                   10 WS-SEL-FROM      PIC 9(08).
                   10 WS-SEL-TO        PIC 9(08).

      *> THE SUMMARY CARD - WORKING DAY AND THRESHOLD DEFAULTS
           01 WS-SUMMARY-SW PIC X(01) VALUE 'N'.
               88 WS-SUMMARY-WANTED VALUE 'Y'.
           01 WS-SUM-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-DAY-START  PIC 9(04) VALUE 0700.
           01 WS-DAY-END    PIC 9(04) VALUE 1900.
           01 WS-HEAVY-COUNT PIC 9(04) VALUE 50.
           01 WS-BAD-CARDS  PIC 9(04) VALUE ZERO.

      *> ONE SELECTION'S MATCHING CHANGES, INSERTION-SORTED ON
      *> DATE AND TIME AS THEY LOAD; EQUAL STAMPS KEEP FILE ORDER
           01 WS-HIT-MAX PIC 9(05) VALUE ZERO.
           01 WS-HIT-TABLE.
               05 WS-HIT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-HIT-IDX.
                   10 WS-HIT-SORT-KEY PIC X(14).
                   10 WS-HIT-LINE     PIC X(80).
           01 WS-INS-SUB  PIC 9(05).
           01 WS-SLOT-SUB PIC 9(05).
           01 WS-HOLD-KEY PIC X(14).
           01 WS-HIT-DROPPED PIC 9(06) VALUE ZERO.
           01 WS-DROPPED-TOTAL PIC 9(06) VALUE ZERO.

      *> ONE CHGHIST RECORD HELD IN THE TABLE, BY FIELD
           01 WS-HIT-VIEW.
               05 WS-HV-RUN-DATE    PIC 9(08).
               05 FILLER            PIC X(01).
               05 WS-HV-MASTER      PIC X(08).
               05 FILLER            PIC X(01).
               05 WS-HV-ACTION      PIC X(10).
               05 FILLER            PIC X(01).
               05 WS-HV-KEY         PIC X(09).
               05 FILLER            PIC X(01).
               05 WS-HV-OPERATOR    PIC X(06).
               05 FILLER            PIC X(01).
               05 WS-HV-REASON      PIC X(04).
               05 FILLER            PIC X(01).
               05 WS-HV-STAMP.
                   10 WS-HV-TIME    PIC 9(06).
                   10 FILLER        PIC X(02).
               05 FILLER            PIC X(01).
               05 WS-HV-BEFORE      PIC X(09).
               05 FILLER            PIC X(01).
               05 WS-HV-AFTER       PIC X(09).
               05 FILLER            PIC X(01).

      *> OUT-OF-HOURS TEST - DATE AND, WHERE KNOWN, HHMMSS
           01 WS-OOH-DATE PIC 9(08).
           01 WS-OOH-TIME-X PIC X(06).
           01 WS-OOH-TIME REDEFINES WS-OOH-TIME-X PIC 9(06).
           01 WS-OOH-HHMM PIC 9(04).
           01 WS-OOH-SW PIC X(01).
               88 WS-OUT-OF-HOURS VALUE 'Y'.

      *> SUMMARY COUNTS BY OPERATOR, MASTER AND ACTION, KEPT IN
      *> THAT ORDER AS THEY LOAD SO EACH OPERATOR PRINTS TOGETHER
           01 WS-ACT-MAX PIC 9(04) VALUE ZERO.
           01 WS-ACT-TABLE.
               05 WS-ACT-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-ACT-IDX.
                   10 WS-ACT-SORT-KEY.
                       15 WS-ACT-OPERATOR PIC X(06).
                       15 WS-ACT-MASTER   PIC X(08).
                       15 WS-ACT-ACTION   PIC X(10).
                   10 WS-ACT-COUNT    PIC 9(06).
                   10 WS-ACT-OOH      PIC 9(06).
           01 WS-ACT-HOLD-KEY PIC X(24).
           01 WS-ACT-FOUND-SW PIC X(01).
               88 WS-ACT-FOUND VALUE 'Y'.
           01 WS-ACT-DROPPED PIC 9(06) VALUE ZERO.

      *> PER-OPERATOR TOTALS AND CHANGES PER DAY OF THE MONTH
           01 WS-OPR-MAX PIC 9(03) VALUE ZERO.
           01 WS-OPR-DROPPED PIC 9(06) VALUE ZERO.
           01 WS-OPR-TABLE.
               05 WS-OPR-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-OPR-IDX.
                   10 WS-OPR-ID       PIC X(06).
                   10 WS-OPR-TOTAL    PIC 9(06).
                   10 WS-OPR-OOH      PIC 9(06).
                   10 WS-OPR-DAY-COUNT OCCURS 31 TIMES PIC 9(05).
           01 WS-DAY-SUB PIC 9(02).
           01 WS-BUSY-DAY PIC 9(02).
           01 WS-BUSY-COUNT PIC 9(05).
           01 WS-FLAGGED-OPRS PIC 9(04) VALUE ZERO.
           01 WS-PERIOD-TOTAL PIC 9(07) VALUE ZERO.
           01 WS-PREV-OPERATOR PIC X(06).

           01 WS-COUNT-ED PIC ZZZZZ9.

           01 WS-SEL-HEADING.
               05 FILLER          PIC X(08) VALUE "MASTER ".
               05 WS-SH-MASTER    PIC X(08).
               05 FILLER          PIC X(06) VALUE " KEY ".
               05 WS-SH-KEY       PIC X(09).
               05 FILLER          PIC X(05) VALUE " OPR ".
               05 WS-SH-OPERATOR  PIC X(06).
               05 FILLER          PIC X(05) VALUE " RSN ".
               05 WS-SH-REASON    PIC X(04).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SH-FROM      PIC 9(08).
               05 FILLER          PIC X(03) VALUE " - ".
               05 WS-SH-TO        PIC 9(08).
           01 WS-LIST-HEADING.
               05 FILLER PIC X(09) VALUE "DATE".
               05 FILLER PIC X(06) VALUE "TIME".
               05 FILLER PIC X(09) VALUE "MASTER".
               05 FILLER PIC X(11) VALUE "ACTION".
               05 FILLER PIC X(10) VALUE "KEY".
               05 FILLER PIC X(07) VALUE "OPER".
               05 FILLER PIC X(05) VALUE "RSN".
               05 FILLER PIC X(10) VALUE "BEFORE".
               05 FILLER PIC X(10) VALUE "AFTER".
               05 FILLER PIC X(03) VALUE "OOH".
           01 WS-LIST-DETAIL.
               05 WS-LD-DATE      PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-TIME.
                   10 WS-LD-HH    PIC X(02).
                   10 WS-LD-COLON PIC X(01).
                   10 WS-LD-MM    PIC X(02).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-MASTER    PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-ACTION    PIC X(10).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-KEY       PIC X(09).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-OPERATOR  PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-REASON    PIC X(04).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-BEFORE    PIC X(09).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-AFTER     PIC X(09).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-LD-OOH-FLAG  PIC X(01).

           01 WS-SUM-HEADING.
               05 FILLER PIC X(07) VALUE "OPER".
               05 FILLER PIC X(09) VALUE "MASTER".
               05 FILLER PIC X(11) VALUE "ACTION".
               05 FILLER PIC X(07) VALUE " COUNT".
               05 FILLER PIC X(08) VALUE " OUT-HRS".
           01 WS-SUM-DETAIL.
               05 WS-SD-OPERATOR  PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-MASTER    PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-ACTION    PIC X(10).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-COUNT     PIC ZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-SD-OOH       PIC ZZZZZZ9.
           01 WS-OPR-TOTAL-LINE.
               05 FILLER          PIC X(07) VALUE SPACES.
               05 FILLER          PIC X(19) VALUE "OPERATOR TOTAL".
               05 WS-OT-COUNT     PIC ZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OT-OOH       PIC ZZZZZZ9.
               05 FILLER          PIC X(07) VALUE "  PEAK ".
               05 WS-OT-BUSY-DAY  PIC 99.
               05 FILLER          PIC X(01) VALUE "/".
               05 WS-OT-BUSY-COUNT PIC ZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OT-OOH-FLAG  PIC X(12).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OT-HEAVY-FLAG PIC X(05).

           COPY REPDATE.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           PERFORM 9410-LOAD-CALENDAR THRU 9410-EXIT.

           OPEN OUTPUT CHG-INQ-RPT.
           WRITE CHG-INQ-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "CHANGE-HISTORY INQUIRY" TO CHG-INQ-RPT-REC.
           WRITE CHG-INQ-RPT-REC.

           PERFORM 0100-LOAD-CARDS THRU 0100-EXIT.
           IF WS-SEL-MAX = ZERO
               AND NOT WS-SUMMARY-WANTED
               MOVE SPACES TO CHG-INQ-RPT-REC
               WRITE CHG-INQ-RPT-REC
               MOVE "NO SELECTION OR SUMMARY CARD - NOTHING LISTED"
                   TO CHG-INQ-RPT-REC
               WRITE CHG-INQ-RPT-REC
           END-IF.

           PERFORM 1000-RUN-ONE-SELECTION THRU 1000-EXIT
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-MAX.

           IF WS-SUMMARY-WANTED
               PERFORM 5000-OPERATOR-SUMMARY THRU 5000-EXIT
           END-IF.

           CLOSE CHG-INQ-RPT.
           IF WS-BAD-CARDS > ZERO
               OR WS-DROPPED-TOTAL > ZERO
               OR WS-ACT-DROPPED > ZERO
               OR WS-OPR-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ============================================================
      *> CARDS - UP TO TEN SELECTIONS AND ONE SUMMARY PERIOD
      *> ============================================================
       0100-LOAD-CARDS.
           OPEN INPUT CHG-INQ-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               GO TO 0100-EXIT
           END-IF.
           READ CHG-INQ-CTL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
           PERFORM 0110-TAKE-ONE-CARD THRU 0110-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE CHG-INQ-CTL-FILE.
       0100-EXIT.
           EXIT.

       0110-TAKE-ONE-CARD.
           IF CQ-SELECTION-CARD
               PERFORM 0200-TAKE-SELECTION THRU 0200-EXIT
           ELSE
               IF CQ-SUMMARY-CARD
                   PERFORM 0300-TAKE-SUMMARY THRU 0300-EXIT
               ELSE
                   PERFORM 0900-REPORT-BAD-CARD THRU 0900-EXIT
               END-IF
           END-IF.
           READ CHG-INQ-CTL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
       0110-EXIT.
           EXIT.

       0200-TAKE-SELECTION.
           IF WS-SEL-MAX >= 10
               PERFORM 0900-REPORT-BAD-CARD THRU 0900-EXIT
               GO TO 0200-EXIT
           END-IF.
           IF (CQS-FROM-DATE NOT = SPACES
                   AND CQS-FROM-DATE IS NOT NUMERIC)
               OR (CQS-TO-DATE NOT = SPACES
                   AND CQS-TO-DATE IS NOT NUMERIC)
               PERFORM 0900-REPORT-BAD-CARD THRU 0900-EXIT
               GO TO 0200-EXIT
           END-IF.
           ADD 1 TO WS-SEL-MAX.
           MOVE CQS-MASTER-NAME TO WS-SEL-MASTER(WS-SEL-MAX).
           MOVE CQS-KEY         TO WS-SEL-KEY(WS-SEL-MAX).
           MOVE CQS-OPERATOR-ID TO WS-SEL-OPERATOR(WS-SEL-MAX).
           MOVE CQS-REASON-CODE TO WS-SEL-REASON(WS-SEL-MAX).
           IF CQS-FROM-DATE = SPACES
               MOVE ZERO TO WS-SEL-FROM(WS-SEL-MAX)
           ELSE
               MOVE CQS-FROM-DATE TO WS-SEL-FROM(WS-SEL-MAX)
           END-IF.
           IF CQS-TO-DATE = SPACES
               MOVE 99999999 TO WS-SEL-TO(WS-SEL-MAX)
           ELSE
               MOVE CQS-TO-DATE TO WS-SEL-TO(WS-SEL-MAX)
           END-IF.
       0200-EXIT.
           EXIT.

      *> THE LAST GOOD SUMMARY CARD WINS
       0300-TAKE-SUMMARY.
           IF CQM-PERIOD IS NOT NUMERIC
               OR (CQM-DAY-START NOT = SPACES
                   AND CQM-DAY-START IS NOT NUMERIC)
               OR (CQM-DAY-END NOT = SPACES
                   AND CQM-DAY-END IS NOT NUMERIC)
               OR (CQM-HEAVY-COUNT NOT = SPACES
                   AND CQM-HEAVY-COUNT IS NOT NUMERIC)
               PERFORM 0900-REPORT-BAD-CARD THRU 0900-EXIT
               GO TO 0300-EXIT
           END-IF.
           SET WS-SUMMARY-WANTED TO TRUE.
           MOVE CQM-PERIOD TO WS-SUM-PERIOD.
           IF CQM-DAY-START NOT = SPACES
               MOVE CQM-DAY-START TO WS-DAY-START
           END-IF.
           IF CQM-DAY-END NOT = SPACES
               MOVE CQM-DAY-END TO WS-DAY-END
           END-IF.
           IF CQM-HEAVY-COUNT NOT = SPACES
               MOVE CQM-HEAVY-COUNT TO WS-HEAVY-COUNT
           END-IF.
       0300-EXIT.
           EXIT.

       0900-REPORT-BAD-CARD.
           ADD 1 TO WS-BAD-CARDS.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           STRING "CARD IGNORED: " DELIMITED BY SIZE
                  CHG-INQ-CTL-REC(1:60) DELIMITED BY SIZE
               INTO CHG-INQ-RPT-REC
           END-STRING.
           WRITE CHG-INQ-RPT-REC.
       0900-EXIT.
           EXIT.

      *> ============================================================
      *> ONE SELECTION - A FULL PASS OF CHGHIST, THEN THE LISTING
      *> ============================================================
       1000-RUN-ONE-SELECTION.
           MOVE ZERO TO WS-HIT-MAX WS-HIT-DROPPED.
           MOVE 'N' TO WS-CH-EOF-SW.
           OPEN INPUT CHANGE-HIST-FILE.
           IF WS-CH-STATUS = "00"
               READ CHANGE-HIST-FILE
                   AT END SET WS-CH-EOF TO TRUE
               END-READ
               PERFORM 1100-TEST-ONE-CHANGE THRU 1100-EXIT
                   UNTIL WS-CH-EOF
               CLOSE CHANGE-HIST-FILE
           END-IF.
           PERFORM 2000-LIST-SELECTION THRU 2000-EXIT.
       1000-EXIT.
           EXIT.

       1100-TEST-ONE-CHANGE.
           IF (WS-SEL-MASTER(WS-SEL-SUB) = SPACES
                   OR WS-SEL-MASTER(WS-SEL-SUB) = CH-MASTER-NAME)
               AND (WS-SEL-KEY(WS-SEL-SUB) = SPACES
                   OR WS-SEL-KEY(WS-SEL-SUB) = CH-KEY)
               AND (WS-SEL-OPERATOR(WS-SEL-SUB) = SPACES
                   OR WS-SEL-OPERATOR(WS-SEL-SUB) = CH-OPERATOR-ID)
               AND (WS-SEL-REASON(WS-SEL-SUB) = SPACES
                   OR WS-SEL-REASON(WS-SEL-SUB) = CH-REASON-CODE)
               AND CH-RUN-DATE NOT < WS-SEL-FROM(WS-SEL-SUB)
               AND CH-RUN-DATE NOT > WS-SEL-TO(WS-SEL-SUB)
               PERFORM 1200-INSERT-SORTED THRU 1200-EXIT
           END-IF.
           READ CHANGE-HIST-FILE
               AT END SET WS-CH-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> SAME SHIFT-DOWN INSERTION AS THE EXCPMERG REGISTER
       1200-INSERT-SORTED.
           IF WS-HIT-MAX >= 5000
               ADD 1 TO WS-HIT-DROPPED
               GO TO 1200-EXIT
           END-IF.
           MOVE CH-RUN-DATE TO WS-HOLD-KEY(1:8).
           IF CH-CHANGE-TIME IS NUMERIC
               MOVE CH-CHANGE-TIME TO WS-HOLD-KEY(9:6)
           ELSE
               MOVE ZERO TO WS-HOLD-KEY(9:6)
           END-IF.
           MOVE WS-HIT-MAX TO WS-INS-SUB.
           ADD 1 TO WS-HIT-MAX.
           PERFORM 1210-SHIFT-ONE-SLOT THRU 1210-EXIT
               UNTIL WS-INS-SUB = ZERO
                  OR WS-HIT-SORT-KEY(WS-INS-SUB) NOT > WS-HOLD-KEY.
           COMPUTE WS-SLOT-SUB = WS-INS-SUB + 1.
           MOVE WS-HOLD-KEY TO WS-HIT-SORT-KEY(WS-SLOT-SUB).
           MOVE CHANGE-HIST-REC TO WS-HIT-LINE(WS-SLOT-SUB).
       1200-EXIT.
           EXIT.

       1210-SHIFT-ONE-SLOT.
           COMPUTE WS-SLOT-SUB = WS-INS-SUB + 1.
           MOVE WS-HIT-ENTRY(WS-INS-SUB)
               TO WS-HIT-ENTRY(WS-SLOT-SUB).
           SUBTRACT 1 FROM WS-INS-SUB.
       1210-EXIT.
           EXIT.

       2000-LIST-SELECTION.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           WRITE CHG-INQ-RPT-REC.
           MOVE WS-SEL-MASTER(WS-SEL-SUB)   TO WS-SH-MASTER.
           MOVE WS-SEL-KEY(WS-SEL-SUB)      TO WS-SH-KEY.
           MOVE WS-SEL-OPERATOR(WS-SEL-SUB) TO WS-SH-OPERATOR.
           MOVE WS-SEL-REASON(WS-SEL-SUB)   TO WS-SH-REASON.
           MOVE WS-SEL-FROM(WS-SEL-SUB)     TO WS-SH-FROM.
           MOVE WS-SEL-TO(WS-SEL-SUB)       TO WS-SH-TO.
           WRITE CHG-INQ-RPT-REC FROM WS-SEL-HEADING.
           WRITE CHG-INQ-RPT-REC FROM WS-LIST-HEADING.

           PERFORM 2100-LIST-ONE-CHANGE THRU 2100-EXIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-MAX.

           MOVE WS-HIT-MAX TO WS-COUNT-ED.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           STRING "CHANGES LISTED : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO CHG-INQ-RPT-REC
           END-STRING.
           WRITE CHG-INQ-RPT-REC.
           IF WS-HIT-DROPPED > ZERO
               ADD WS-HIT-DROPPED TO WS-DROPPED-TOTAL
               MOVE WS-HIT-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO CHG-INQ-RPT-REC
               STRING WS-COUNT-ED DELIMITED BY SIZE
                      " MORE NOT LISTED - NARROW THE SELECTION"
                          DELIMITED BY SIZE
                   INTO CHG-INQ-RPT-REC
               END-STRING
               WRITE CHG-INQ-RPT-REC
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-CHANGE.
           MOVE WS-HIT-LINE(WS-HIT-IDX) TO WS-HIT-VIEW.
           MOVE WS-HV-RUN-DATE TO WS-LD-DATE.
           IF WS-HV-TIME IS NUMERIC
               MOVE WS-HV-STAMP(1:2) TO WS-LD-HH
               MOVE ":"              TO WS-LD-COLON
               MOVE WS-HV-STAMP(3:2) TO WS-LD-MM
               MOVE WS-HV-STAMP(1:6) TO WS-OOH-TIME-X
           ELSE
               MOVE SPACES TO WS-LD-TIME WS-OOH-TIME-X
           END-IF.
           MOVE WS-HV-MASTER   TO WS-LD-MASTER.
           MOVE WS-HV-ACTION   TO WS-LD-ACTION.
           MOVE WS-HV-KEY      TO WS-LD-KEY.
           MOVE WS-HV-OPERATOR TO WS-LD-OPERATOR.
           MOVE WS-HV-REASON   TO WS-LD-REASON.
           MOVE WS-HV-BEFORE   TO WS-LD-BEFORE.
           MOVE WS-HV-AFTER    TO WS-LD-AFTER.
           MOVE WS-HV-RUN-DATE TO WS-OOH-DATE.
           PERFORM 7000-TEST-OUT-OF-HOURS THRU 7000-EXIT.
           IF WS-OUT-OF-HOURS
               MOVE "*" TO WS-LD-OOH-FLAG
           ELSE
               MOVE SPACE TO WS-LD-OOH-FLAG
           END-IF.
           WRITE CHG-INQ-RPT-REC FROM WS-LIST-DETAIL.
       2100-EXIT.
           EXIT.

      *> ============================================================
      *> MONTHLY OPERATOR ACTIVITY SUMMARY
      *> ============================================================
       5000-OPERATOR-SUMMARY.
           MOVE 'N' TO WS-CH-EOF-SW.
           OPEN INPUT CHANGE-HIST-FILE.
           IF WS-CH-STATUS = "00"
               READ CHANGE-HIST-FILE
                   AT END SET WS-CH-EOF TO TRUE
               END-READ
               PERFORM 5100-COUNT-ONE-CHANGE THRU 5100-EXIT
                   UNTIL WS-CH-EOF
               CLOSE CHANGE-HIST-FILE
           END-IF.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       5100-COUNT-ONE-CHANGE.
           IF CH-RUN-DATE(1:6) NOT = WS-SUM-PERIOD
               GO TO 5100-READ-NEXT
           END-IF.
           ADD 1 TO WS-PERIOD-TOTAL.
           MOVE CH-RUN-DATE TO WS-OOH-DATE.
           IF CH-CHANGE-TIME IS NUMERIC
               MOVE CH-CHANGE-TIME TO WS-OOH-TIME
           ELSE
               MOVE SPACES TO WS-OOH-TIME-X
           END-IF.
           PERFORM 7000-TEST-OUT-OF-HOURS THRU 7000-EXIT.
           PERFORM 5200-COUNT-ACTION THRU 5200-EXIT.
           PERFORM 5300-COUNT-OPERATOR THRU 5300-EXIT.
       5100-READ-NEXT.
           READ CHANGE-HIST-FILE
               AT END SET WS-CH-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *> THE TABLE IS KEPT IN OPERATOR/MASTER/ACTION ORDER - FIND
      *> THE ROW OR SHIFT THE HIGHER ROWS DOWN TO OPEN ITS SLOT
       5200-COUNT-ACTION.
           MOVE CH-OPERATOR-ID TO WS-ACT-HOLD-KEY(1:6).
           MOVE CH-MASTER-NAME TO WS-ACT-HOLD-KEY(7:8).
           MOVE CH-ACTION      TO WS-ACT-HOLD-KEY(15:10).
           MOVE 'N' TO WS-ACT-FOUND-SW.
           SET WS-ACT-IDX TO 1.
           SEARCH WS-ACT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACT-IDX > WS-ACT-MAX
                   CONTINUE
               WHEN WS-ACT-SORT-KEY(WS-ACT-IDX) = WS-ACT-HOLD-KEY
                   SET WS-ACT-FOUND TO TRUE
           END-SEARCH.
           IF NOT WS-ACT-FOUND
               IF WS-ACT-MAX >= 1000
                   ADD 1 TO WS-ACT-DROPPED
                   GO TO 5200-EXIT
               END-IF
               MOVE WS-ACT-MAX TO WS-INS-SUB
               ADD 1 TO WS-ACT-MAX
               PERFORM 5210-SHIFT-ONE-ROW THRU 5210-EXIT
                   UNTIL WS-INS-SUB = ZERO
                      OR WS-ACT-SORT-KEY(WS-INS-SUB)
                         NOT > WS-ACT-HOLD-KEY
               COMPUTE WS-SLOT-SUB = WS-INS-SUB + 1
               SET WS-ACT-IDX TO WS-SLOT-SUB
               MOVE WS-ACT-HOLD-KEY TO WS-ACT-SORT-KEY(WS-ACT-IDX)
               MOVE ZERO TO WS-ACT-COUNT(WS-ACT-IDX)
                            WS-ACT-OOH(WS-ACT-IDX)
           END-IF.
           ADD 1 TO WS-ACT-COUNT(WS-ACT-IDX).
           IF WS-OUT-OF-HOURS
               ADD 1 TO WS-ACT-OOH(WS-ACT-IDX)
           END-IF.
       5200-EXIT.
           EXIT.

       5210-SHIFT-ONE-ROW.
           COMPUTE WS-SLOT-SUB = WS-INS-SUB + 1.
           MOVE WS-ACT-ENTRY(WS-INS-SUB)
               TO WS-ACT-ENTRY(WS-SLOT-SUB).
           SUBTRACT 1 FROM WS-INS-SUB.
       5210-EXIT.
           EXIT.

      *> WITH THE TABLE FULL A NEW OPERATOR'S CHANGES ARE COUNTED AS
      *> DROPPED RATHER THAN LOST
       5300-COUNT-OPERATOR.
           SET WS-OPR-IDX TO 1.
           SEARCH WS-OPR-ENTRY
               AT END
                   ADD 1 TO WS-OPR-DROPPED
                   GO TO 5300-EXIT
               WHEN WS-OPR-IDX > WS-OPR-MAX
                   PERFORM 5310-NEW-OPERATOR THRU 5310-EXIT
               WHEN WS-OPR-ID(WS-OPR-IDX) = CH-OPERATOR-ID
                   CONTINUE
           END-SEARCH.
           IF WS-OPR-IDX > WS-OPR-MAX
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WS-OPR-TOTAL(WS-OPR-IDX).
           IF WS-OUT-OF-HOURS
               ADD 1 TO WS-OPR-OOH(WS-OPR-IDX)
           END-IF.
           MOVE CH-RUN-DATE(7:2) TO WS-DAY-SUB.
           IF WS-DAY-SUB > ZERO
               AND WS-DAY-SUB NOT > 31
               ADD 1 TO WS-OPR-DAY-COUNT(WS-OPR-IDX, WS-DAY-SUB)
           END-IF.
       5300-EXIT.
           EXIT.

       5310-NEW-OPERATOR.
           IF WS-OPR-MAX < 200
               ADD 1 TO WS-OPR-MAX
               SET WS-OPR-IDX TO WS-OPR-MAX
               MOVE CH-OPERATOR-ID TO WS-OPR-ID(WS-OPR-IDX)
               MOVE ZERO TO WS-OPR-TOTAL(WS-OPR-IDX)
                            WS-OPR-OOH(WS-OPR-IDX)
               PERFORM 5320-CLEAR-ONE-DAY THRU 5320-EXIT
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
           ELSE
               ADD 1 TO WS-OPR-DROPPED
           END-IF.
       5310-EXIT.
           EXIT.

       5320-CLEAR-ONE-DAY.
           MOVE ZERO TO WS-OPR-DAY-COUNT(WS-OPR-IDX, WS-DAY-SUB).
       5320-EXIT.
           EXIT.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           WRITE CHG-INQ-RPT-REC.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           STRING "OPERATOR ACTIVITY SUMMARY - PERIOD "
                      DELIMITED BY SIZE
                  WS-SUM-PERIOD DELIMITED BY SIZE
               INTO CHG-INQ-RPT-REC
           END-STRING.
           WRITE CHG-INQ-RPT-REC.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           STRING "WORKING DAY " DELIMITED BY SIZE
                  WS-DAY-START DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DAY-END DELIMITED BY SIZE
                  " ON BUSINESS DAYS, HEAVY ABOVE " DELIMITED BY SIZE
                  WS-HEAVY-COUNT DELIMITED BY SIZE
                  " A DAY" DELIMITED BY SIZE
               INTO CHG-INQ-RPT-REC
           END-STRING.
           WRITE CHG-INQ-RPT-REC.
           WRITE CHG-INQ-RPT-REC FROM WS-SUM-HEADING.

           MOVE SPACES TO WS-PREV-OPERATOR.
           PERFORM 6100-WRITE-ONE-ROW THRU 6100-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-MAX.
           IF WS-ACT-MAX > ZERO
               PERFORM 6200-WRITE-OPERATOR-TOTAL THRU 6200-EXIT
           END-IF.

           MOVE WS-PERIOD-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           STRING "CHANGES IN PERIOD  : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO CHG-INQ-RPT-REC
           END-STRING.
           WRITE CHG-INQ-RPT-REC.
           MOVE WS-FLAGGED-OPRS TO WS-COUNT-ED.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           STRING "OPERATORS FLAGGED  : " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO CHG-INQ-RPT-REC
           END-STRING.
           WRITE CHG-INQ-RPT-REC.
           IF WS-ACT-DROPPED > ZERO
               MOVE WS-ACT-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO CHG-INQ-RPT-REC
               STRING WS-COUNT-ED DELIMITED BY SIZE
                      " CHANGES NOT COUNTED - TABLE FULL"
                          DELIMITED BY SIZE
                   INTO CHG-INQ-RPT-REC
               END-STRING
               WRITE CHG-INQ-RPT-REC
           END-IF.
           IF WS-OPR-DROPPED > ZERO
               MOVE WS-OPR-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO CHG-INQ-RPT-REC
               STRING WS-COUNT-ED DELIMITED BY SIZE
                      " CHANGES BY OPERATORS NOT SUMMARISED"
                          DELIMITED BY SIZE
                      " - TABLE FULL"
                          DELIMITED BY SIZE
                   INTO CHG-INQ-RPT-REC
               END-STRING
               WRITE CHG-INQ-RPT-REC
           END-IF.
       6000-EXIT.
           EXIT.

      *> CONTROL BREAK ON OPERATOR - THE ROWS ARE IN OPERATOR ORDER
       6100-WRITE-ONE-ROW.
           IF WS-PREV-OPERATOR NOT = SPACES
               AND WS-ACT-OPERATOR(WS-ACT-IDX) NOT = WS-PREV-OPERATOR
               PERFORM 6200-WRITE-OPERATOR-TOTAL THRU 6200-EXIT
           END-IF.
           MOVE WS-ACT-OPERATOR(WS-ACT-IDX) TO WS-PREV-OPERATOR.
           MOVE WS-ACT-OPERATOR(WS-ACT-IDX) TO WS-SD-OPERATOR.
           MOVE WS-ACT-MASTER(WS-ACT-IDX)   TO WS-SD-MASTER.
           MOVE WS-ACT-ACTION(WS-ACT-IDX)   TO WS-SD-ACTION.
           MOVE WS-ACT-COUNT(WS-ACT-IDX)    TO WS-SD-COUNT.
           MOVE WS-ACT-OOH(WS-ACT-IDX)      TO WS-SD-OOH.
           WRITE CHG-INQ-RPT-REC FROM WS-SUM-DETAIL.
       6100-EXIT.
           EXIT.

       6200-WRITE-OPERATOR-TOTAL.
           SET WS-OPR-IDX TO 1.
           SEARCH WS-OPR-ENTRY
               AT END
                   GO TO 6200-EXIT
               WHEN WS-OPR-IDX > WS-OPR-MAX
                   GO TO 6200-EXIT
               WHEN WS-OPR-ID(WS-OPR-IDX) = WS-PREV-OPERATOR
                   CONTINUE
           END-SEARCH.
           MOVE ZERO TO WS-BUSY-DAY WS-BUSY-COUNT.
           PERFORM 6210-TEST-ONE-DAY THRU 6210-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31.
           MOVE WS-OPR-TOTAL(WS-OPR-IDX) TO WS-OT-COUNT.
           MOVE WS-OPR-OOH(WS-OPR-IDX)   TO WS-OT-OOH.
           MOVE WS-BUSY-DAY              TO WS-OT-BUSY-DAY.
           MOVE WS-BUSY-COUNT            TO WS-OT-BUSY-COUNT.
           MOVE SPACES TO WS-OT-OOH-FLAG WS-OT-HEAVY-FLAG.
           IF WS-OPR-OOH(WS-OPR-IDX) > ZERO
               MOVE "OUT-OF-HOURS" TO WS-OT-OOH-FLAG
           END-IF.
           IF WS-BUSY-COUNT > WS-HEAVY-COUNT
               MOVE "HEAVY" TO WS-OT-HEAVY-FLAG
           END-IF.
           IF WS-OT-OOH-FLAG NOT = SPACES
               OR WS-OT-HEAVY-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-OPRS
           END-IF.
           WRITE CHG-INQ-RPT-REC FROM WS-OPR-TOTAL-LINE.
           MOVE SPACES TO CHG-INQ-RPT-REC.
           WRITE CHG-INQ-RPT-REC.
       6200-EXIT.
           EXIT.

       6210-TEST-ONE-DAY.
           IF WS-OPR-DAY-COUNT(WS-OPR-IDX, WS-DAY-SUB) > WS-BUSY-COUNT
               MOVE WS-OPR-DAY-COUNT(WS-OPR-IDX, WS-DAY-SUB)
                   TO WS-BUSY-COUNT
               MOVE WS-DAY-SUB TO WS-BUSY-DAY
           END-IF.
       6210-EXIT.
           EXIT.

      *> ============================================================
      *> OUT OF HOURS - A BUSCAL NON-BUSINESS DAY, OR A KNOWN TIME
      *> BEFORE THE DAY START OR AT/AFTER THE DAY END
      *> ============================================================
       7000-TEST-OUT-OF-HOURS.
           MOVE 'N' TO WS-OOH-SW.
           MOVE WS-OOH-DATE TO BUS-CHK-DATE.
           PERFORM 9450-TEST-NONBUSINESS THRU 9450-EXIT.
           IF BUS-DAY-NONBUSINESS
               SET WS-OUT-OF-HOURS TO TRUE
               GO TO 7000-EXIT
           END-IF.
           IF WS-OOH-TIME-X IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-OOH-TIME-X(1:4) TO WS-OOH-HHMM.
           IF WS-OOH-HHMM < WS-DAY-START
               OR WS-OOH-HHMM NOT < WS-DAY-END
               SET WS-OUT-OF-HOURS TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
