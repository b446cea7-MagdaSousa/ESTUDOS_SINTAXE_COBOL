      *> FEEDCHK - INPUT FEED PRE-FLIGHT. RUNS IN BATCHSET RIGHT
      *> AFTER BUSDTADV HAS SET TONIGHT'S BUSINESS DATE AND BEFORE
      *> ANY LEG IS RELEASED, SO A FEED THAT HAS NOT ARRIVED - OR IS
      *> STILL YESTERDAY'S FILE - IS FOUND BEFORE THE FIRST POSTING
      *> STEP INSTEAD OF MID-CHAIN AT THAT STEP'S HEADER/TRAILER
      *> CHECK.
      *> THE FEEDMAN MANIFEST LISTS EVERY EXPECTED INPUT FEED: ITS
      *> DD NAME, ITS ARRIVAL DEADLINE, WHETHER IT CARRIES BATCHHT
      *> HEADER/TRAILER RECORDS, THE RANGE ITS DATA-RECORD COUNT
      *> SHOULD FALL IN, AND WHETHER IT IS REQUIRED (R), OPTIONAL (O)
      *> OR NOT EXPECTED (N) ON EACH OF THE THREE DAY TYPES THE
      *> BUSCAL CALENDAR GIVES A BUSINESS DATE:
      *>     1  AN ORDINARY BUSINESS DAY
      *>     2  THE FIRST BUSINESS DAY AFTER A BUSCAL NON-BUSINESS
      *>        DAY (A MONDAY, THE DAY AFTER A HOLIDAY)
      *>     3  THE LAST BUSINESS DAY OF THE MONTH (TAKES PRECEDENCE)
      *> EACH EXPECTED FEED IS READ THROUGH ONCE: EVERY HEADER MUST
      *> BE DATED TONIGHT'S BUSINESS DATE, EVERY BATCH MUST CLOSE
      *> WITH A TRAILER WHOSE COUNT MATCHES ITS RECORDS, AND THE
      *> DATA RECORDS MUST FALL IN THE MANIFEST RANGE. AMOUNT HASH
      *> TOTALS ARE LEFT TO THE POSTING STEP ITSELF.
      *> FEEDRDY LISTS EVERY FEED WITH ITS VERDICT. A REQUIRED FEED
      *> MISSING OR FAILING ENDS THE STEP RC 12 AND BATCHSET HOLDS
      *> THE LEGS; AN OPTIONAL ONE ENDS RC 4 AND THE CHAIN STARTS
      *> WITH THE WARNING ON THE REPORT. A MISSING MANIFEST, OR A
      *> MANIFEST ROW THAT CANNOT BE READ, ALSO ENDS RC 12 - THE
      *> CHAIN IS NOT STARTED BLIND.
      *> A FEED NAMED ON THE MANIFEST NEEDS ITS OWN SELECT BELOW AND
      *> A DD ON THE BATCHSET STEP.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> EXPECTED-FEED MANIFEST - ONE ROW PER FEED
           SELECT FEED-MANIFEST-FILE ASSIGN TO "FEEDMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

      *> THE FEEDS THEMSELVES, UNDER THE DD NAMES THE POSTING STEPS
      *> READ THEM BY
           SELECT ITEMLINE-FEED ASSIGN TO "ITEMLINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT PAYMENTS-FEED ASSIGN TO "PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ADDRTXN-FEED ASSIGN TO "ADDRTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT VENDFEED-FEED ASSIGN TO "VENDFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT FEED-READY-RPT ASSIGN TO "FEEDRDY"
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
      *> FEED NAME 1-8, DEADLINE HHMM 10-13, HEADER/TRAILER Y OR N
      *> 15, R/O/N FOR DAY TYPES 1-3 IN 17-19, MINIMUM AND MAXIMUM
      *> DATA RECORDS 21-29 AND 31-39 (MAXIMUM ZERO FOR NO LIMIT),
      *> DESCRIPTION 41-70. A ROW STARTING '*' IS A COMMENT
       FD  FEED-MANIFEST-FILE.
       01  FEED-MANIFEST-REC.
           05 FM-FEED-NAME          PIC X(08).
           05 FILLER                PIC X(01).
           05 FM-DEADLINE           PIC X(04).
           05 FILLER                PIC X(01).
           05 FM-HDR-TRL            PIC X(01).
           05 FILLER                PIC X(01).
           05 FM-DAY-FLAGS.
               10 FM-DAY-FLAG       PIC X(01) OCCURS 3 TIMES.
           05 FILLER                PIC X(01).
           05 FM-MIN-COUNT          PIC X(09).
           05 FILLER                PIC X(01).
           05 FM-MAX-COUNT          PIC X(09).
           05 FILLER                PIC X(01).
           05 FM-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(10).

      *> ONLY THE BATCHHT PREFIX OF EACH FEED RECORD IS LOOKED AT
       FD  ITEMLINE-FEED.
       01  ITEMLINE-FEED-REC        PIC X(200).
       FD  PAYMENTS-FEED.
       01  PAYMENTS-FEED-REC        PIC X(200).
       FD  ADDRTXN-FEED.
       01  ADDRTXN-FEED-REC         PIC X(200).
       FD  VENDFEED-FEED.
       01  VENDFEED-FEED-REC        PIC X(200).

       FD  FEED-READY-RPT.
       01  FEED-READY-RPT-REC       PIC X(80).

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
           01 WS-MAN-STATUS PIC X(02).
           01 WS-FEED-STATUS PIC X(02).
           01 WS-MAN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-MAN-EOF VALUE 'Y'.
           01 WS-FEED-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-FEED-EOF VALUE 'Y'.

      *> THE MANIFEST, IN MANIFEST ORDER
           01 WS-MAN-MAX PIC 9(02) VALUE ZERO.
           01 WS-MAN-SUB PIC 9(02).
           01 WS-MAN-TABLE.
               05 WS-MAN-ENTRY OCCURS 20 TIMES.
                   10 WS-MAN-FEED-NAME PIC X(08).
                   10 WS-MAN-DEADLINE  PIC 9(04).
                   10 WS-MAN-HDR-TRL   PIC X(01).
                       88 WS-MAN-BATCHED VALUE 'Y'.
                   10 WS-MAN-DAY-FLAG  PIC X(01) OCCURS 3 TIMES.
                   10 WS-MAN-MIN-COUNT PIC 9(09).
                   10 WS-MAN-MAX-COUNT PIC 9(09).
                   10 WS-MAN-ROW-ERR   PIC X(30).
           01 WS-FLAG-SUB PIC 9(01).

      *> TONIGHT'S DAY TYPE - SEE THE PROGRAM HEADER
           01 WS-DAY-SUB PIC 9(01) VALUE 1.
           01 WS-DAY-TYPE-NAMES.
               05 FILLER PIC X(26) VALUE "ORDINARY BUSINESS DAY".
               05 FILLER PIC X(26) VALUE "AFTER A NON-BUSINESS DAY".
               05 FILLER PIC X(26) VALUE "LAST BUSINESS DAY OF MONTH".
           01 WS-DAY-TYPE-TABLE REDEFINES WS-DAY-TYPE-NAMES.
               05 WS-DAY-TYPE-NAME PIC X(26) OCCURS 3 TIMES.
           01 WS-CAL-SUB PIC 9(04).
           01 WS-ROLL-COUNT PIC 9(03).
           01 WS-AFTER-CLOSED-SW PIC X(01).
               88 WS-AFTER-CLOSED-DAY VALUE 'Y'.

           01 WS-NOW-TIME PIC 9(08).
           01 WS-NOW-HHMM PIC 9(04).

      *> ONE FEED'S READ-THROUGH
           01 WS-FEED-EXPECT PIC X(01).
               88 WS-FEED-REQUIRED VALUE 'R'.
               88 WS-FEED-OPTIONAL VALUE 'O'.
           01 WS-FEED-FOUND-SW PIC X(01).
               88 WS-FEED-FOUND VALUE 'Y'.
           01 WS-FEED-RECS       PIC 9(09).
           01 WS-FEED-DATA-COUNT PIC 9(09).
           01 WS-FEED-BATCHES    PIC 9(04).
           01 WS-FEED-PROBLEM    PIC X(46).
           01 WS-FEED-VERDICT    PIC X(05).
           01 WS-FEED-LINE       PIC X(200).
           01 WS-DATE-ED         PIC 9(08).
           01 WS-COUNT-ED        PIC ZZZZZZZZ9.
           01 WS-MIN-ED          PIC ZZZZZZZZ9.
           01 WS-MAX-ED          PIC ZZZZZZZZ9.

      *> BATCH HEADER/TRAILER WORKAREA - SEE BATCHHT COPYBOOK
           COPY BATCHHT.

           01 WS-READY-COUNT   PIC 9(02) VALUE ZERO.
           01 WS-SKIP-COUNT    PIC 9(02) VALUE ZERO.
           01 WS-WARN-COUNT    PIC 9(02) VALUE ZERO.
           01 WS-STOP-COUNT    PIC 9(02) VALUE ZERO.
           01 WS-SUM-ED        PIC Z9.

           01 WS-FEED-RPT-LINE.
               05 WS-FR-FEED-NAME  PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-FR-EXPECT     PIC X(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-FR-DEADLINE   PIC 9(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-FR-RECORDS    PIC ZZZZZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-FR-VERDICT    PIC X(05).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-FR-PROBLEM    PIC X(46).

           COPY REPDATE.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME(1:4) TO WS-NOW-HHMM.
           PERFORM 0200-SET-DAY-TYPE THRU 0200-EXIT.

           OPEN OUTPUT FEED-READY-RPT.
           PERFORM 1000-WRITE-HEADINGS THRU 1000-EXIT.

           PERFORM 0100-LOAD-MANIFEST THRU 0100-EXIT.
           IF WS-MAN-MAX = ZERO
               MOVE "FEED MANIFEST NOT AVAILABLE OR EMPTY"
                   TO FEED-READY-RPT-REC
               WRITE FEED-READY-RPT-REC
               ADD 1 TO WS-STOP-COUNT
           END-IF.

           PERFORM 2000-CHECK-ONE-FEED THRU 2000-EXIT
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-MAX.

           PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT.
           CLOSE FEED-READY-RPT.
           STOP RUN.

      *> A ROW THAT CANNOT BE READ STAYS IN THE TABLE WITH ITS
      *> FAULT, SO IT IS REPORTED IN ITS PLACE AND STOPS THE CHAIN
       0100-LOAD-MANIFEST.
           OPEN INPUT FEED-MANIFEST-FILE.
           IF WS-MAN-STATUS NOT = "00"
               GO TO 0100-EXIT
           END-IF.
           PERFORM 0110-LOAD-ONE-ROW THRU 0110-EXIT
               UNTIL WS-MAN-EOF.
           CLOSE FEED-MANIFEST-FILE.
       0100-EXIT.
           EXIT.

       0110-LOAD-ONE-ROW.
           READ FEED-MANIFEST-FILE
               AT END
                   SET WS-MAN-EOF TO TRUE
                   GO TO 0110-EXIT
           END-READ.
           IF FEED-MANIFEST-REC = SPACES
               OR FM-FEED-NAME(1:1) = '*'
               GO TO 0110-EXIT
           END-IF.
           IF WS-MAN-MAX >= 20
               DISPLAY "FEEDCHK: MANIFEST TABLE FULL AT "
                   FM-FEED-NAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MAN-MAX.
           MOVE FM-FEED-NAME TO WS-MAN-FEED-NAME(WS-MAN-MAX).
           MOVE FM-HDR-TRL TO WS-MAN-HDR-TRL(WS-MAN-MAX).
           MOVE ZERO TO WS-MAN-DEADLINE(WS-MAN-MAX)
                        WS-MAN-MIN-COUNT(WS-MAN-MAX)
                        WS-MAN-MAX-COUNT(WS-MAN-MAX).
           MOVE SPACES TO WS-MAN-ROW-ERR(WS-MAN-MAX).
           PERFORM 0120-COPY-ONE-DAY-FLAG THRU 0120-EXIT
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 3.
           IF FM-DEADLINE IS NOT NUMERIC
               OR FM-DEADLINE(1:2) > "23"
               OR FM-DEADLINE(3:2) > "59"
               MOVE "MANIFEST DEADLINE NOT HHMM"
                   TO WS-MAN-ROW-ERR(WS-MAN-MAX)
               GO TO 0110-EXIT
           END-IF.
           MOVE FM-DEADLINE TO WS-MAN-DEADLINE(WS-MAN-MAX).
           IF FM-HDR-TRL NOT = 'Y' AND FM-HDR-TRL NOT = 'N'
               MOVE "MANIFEST HEADER FLAG NOT Y/N"
                   TO WS-MAN-ROW-ERR(WS-MAN-MAX)
               GO TO 0110-EXIT
           END-IF.
           IF FM-MIN-COUNT IS NOT NUMERIC
               OR FM-MAX-COUNT IS NOT NUMERIC
               MOVE "MANIFEST COUNT RANGE NOT NUMERIC"
                   TO WS-MAN-ROW-ERR(WS-MAN-MAX)
               GO TO 0110-EXIT
           END-IF.
           MOVE FM-MIN-COUNT TO WS-MAN-MIN-COUNT(WS-MAN-MAX).
           MOVE FM-MAX-COUNT TO WS-MAN-MAX-COUNT(WS-MAN-MAX).
           IF WS-MAN-MAX-COUNT(WS-MAN-MAX) > ZERO
               AND WS-MAN-MAX-COUNT(WS-MAN-MAX)
                   < WS-MAN-MIN-COUNT(WS-MAN-MAX)
               MOVE "MANIFEST MAXIMUM BELOW MINIMUM"
                   TO WS-MAN-ROW-ERR(WS-MAN-MAX)
           END-IF.
       0110-EXIT.
           EXIT.

       0120-COPY-ONE-DAY-FLAG.
           MOVE FM-DAY-FLAG(WS-FLAG-SUB)
               TO WS-MAN-DAY-FLAG(WS-MAN-MAX, WS-FLAG-SUB).
           IF FM-DAY-FLAG(WS-FLAG-SUB) NOT = 'R'
               AND FM-DAY-FLAG(WS-FLAG-SUB) NOT = 'O'
               AND FM-DAY-FLAG(WS-FLAG-SUB) NOT = 'N'
               MOVE "MANIFEST DAY FLAG NOT R/O/N"
                   TO WS-MAN-ROW-ERR(WS-MAN-MAX)
           END-IF.
       0120-EXIT.
           EXIT.

      *> DAY TYPE 2 WHEN TONIGHT IS THE DAY AFTER ANY BUSCAL DATE;
      *> DAY TYPE 3 WHEN THE NEXT BUSINESS DAY FALLS IN A NEW MONTH
       0200-SET-DAY-TYPE.
           MOVE 1 TO WS-DAY-SUB.
           MOVE 'N' TO WS-AFTER-CLOSED-SW.
           PERFORM 0210-TEST-ONE-CLOSED-DAY THRU 0210-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > BUS-CAL-MAX
                  OR WS-AFTER-CLOSED-DAY.
           IF WS-AFTER-CLOSED-DAY
               MOVE 2 TO WS-DAY-SUB
           END-IF.

           MOVE ZERO TO WS-ROLL-COUNT.
           MOVE BUS-DATE-CCYYMMDD TO BUS-CHK-DATE.
           PERFORM 9440-NEXT-CHK-DAY THRU 9440-EXIT.
           PERFORM 9450-TEST-NONBUSINESS THRU 9450-EXIT.
           PERFORM 0220-ROLL-PAST-NONBUSINESS THRU 0220-EXIT
               UNTIL NOT BUS-DAY-NONBUSINESS
                  OR WS-ROLL-COUNT > 366.
           IF BUS-CHK-DATE(5:2) NOT = BUS-DATE-CCYYMMDD(5:2)
               MOVE 3 TO WS-DAY-SUB
           END-IF.
       0200-EXIT.
           EXIT.

       0210-TEST-ONE-CLOSED-DAY.
           MOVE BUS-CAL-DATE(WS-CAL-SUB) TO BUS-CHK-DATE.
           PERFORM 9440-NEXT-CHK-DAY THRU 9440-EXIT.
           IF BUS-CHK-DATE = BUS-DATE-CCYYMMDD
               SET WS-AFTER-CLOSED-DAY TO TRUE
           END-IF.
       0210-EXIT.
           EXIT.

       0220-ROLL-PAST-NONBUSINESS.
           ADD 1 TO WS-ROLL-COUNT.
           PERFORM 9440-NEXT-CHK-DAY THRU 9440-EXIT.
           PERFORM 9450-TEST-NONBUSINESS THRU 9450-EXIT.
       0220-EXIT.
           EXIT.

       1000-WRITE-HEADINGS.
           WRITE FEED-READY-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "INPUT FEED READINESS - PRE-FLIGHT CHECK"
               TO FEED-READY-RPT-REC.
           WRITE FEED-READY-RPT-REC.
           MOVE BUS-DATE-CCYYMMDD TO WS-DATE-ED.
           MOVE SPACES TO FEED-READY-RPT-REC.
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  WS-DATE-ED DELIMITED BY SIZE
                  "  DAY TYPE " DELIMITED BY SIZE
                  WS-DAY-SUB DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DAY-TYPE-NAME(WS-DAY-SUB) DELIMITED BY SIZE
               INTO FEED-READY-RPT-REC
           END-STRING.
           WRITE FEED-READY-RPT-REC.
           MOVE SPACES TO FEED-READY-RPT-REC.
           WRITE FEED-READY-RPT-REC.
           MOVE "FEED     REQ DUE    RECORDS RESULT"
               TO FEED-READY-RPT-REC.
           WRITE FEED-READY-RPT-REC.
       1000-EXIT.
           EXIT.

       2000-CHECK-ONE-FEED.
           MOVE SPACES TO WS-FEED-PROBLEM.
           MOVE 'N' TO WS-FEED-FOUND-SW.
           MOVE ZERO TO WS-FEED-RECS WS-FEED-DATA-COUNT
                        WS-FEED-BATCHES.
           MOVE 'N' TO BH-HEADER-SEEN-SW.
           MOVE ZERO TO BH-DATA-COUNT.
           MOVE WS-MAN-DAY-FLAG(WS-MAN-SUB, WS-DAY-SUB)
               TO WS-FEED-EXPECT.
           IF WS-MAN-ROW-ERR(WS-MAN-SUB) NOT = SPACES
               MOVE 'R' TO WS-FEED-EXPECT
               MOVE WS-MAN-ROW-ERR(WS-MAN-SUB) TO WS-FEED-PROBLEM
               GO TO 2000-JUDGE
           END-IF.
           IF NOT WS-FEED-REQUIRED
               AND NOT WS-FEED-OPTIONAL
               MOVE "SKIP" TO WS-FEED-VERDICT
               MOVE "NOT EXPECTED ON THIS DAY TYPE" TO WS-FEED-PROBLEM
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2000-WRITE
           END-IF.

           EVALUATE WS-MAN-FEED-NAME(WS-MAN-SUB)
               WHEN "ITEMLINE"
                   PERFORM 2100-READ-ITEMLINE THRU 2100-EXIT
               WHEN "PAYMENTS"
                   PERFORM 2200-READ-PAYMENTS THRU 2200-EXIT
               WHEN "ADDRTXN"
                   PERFORM 2300-READ-ADDRTXN THRU 2300-EXIT
               WHEN "VENDFEED"
                   PERFORM 2400-READ-VENDFEED THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'R' TO WS-FEED-EXPECT
                   MOVE "NO PRE-FLIGHT DD FOR THIS FEED"
                       TO WS-FEED-PROBLEM
                   GO TO 2000-JUDGE
           END-EVALUATE.
           PERFORM 2600-CHECK-FEED-TOTALS THRU 2600-EXIT.

       2000-JUDGE.
           IF WS-FEED-PROBLEM = SPACES
               MOVE "READY" TO WS-FEED-VERDICT
               ADD 1 TO WS-READY-COUNT
           ELSE
               IF WS-FEED-REQUIRED
                   MOVE "STOP" TO WS-FEED-VERDICT
                   ADD 1 TO WS-STOP-COUNT
               ELSE
                   MOVE "WARN" TO WS-FEED-VERDICT
                   ADD 1 TO WS-WARN-COUNT
               END-IF
           END-IF.

       2000-WRITE.
           MOVE WS-MAN-FEED-NAME(WS-MAN-SUB) TO WS-FR-FEED-NAME.
           EVALUATE TRUE
               WHEN WS-FEED-REQUIRED
                   MOVE "REQ" TO WS-FR-EXPECT
               WHEN WS-FEED-OPTIONAL
                   MOVE "OPT" TO WS-FR-EXPECT
               WHEN OTHER
                   MOVE "---" TO WS-FR-EXPECT
           END-EVALUATE.
           MOVE WS-MAN-DEADLINE(WS-MAN-SUB) TO WS-FR-DEADLINE.
           MOVE WS-FEED-DATA-COUNT TO WS-FR-RECORDS.
           MOVE WS-FEED-VERDICT TO WS-FR-VERDICT.
           MOVE WS-FEED-PROBLEM TO WS-FR-PROBLEM.
           WRITE FEED-READY-RPT-REC FROM WS-FEED-RPT-LINE.
       2000-EXIT.
           EXIT.

      *> ONE READ PARAGRAPH PAIR PER FEED, EACH HANDING EVERY
      *> RECORD TO THE SHARED 2500-NOTE-FEED-RECORD
       2100-READ-ITEMLINE.
           MOVE 'N' TO WS-FEED-EOF-SW.
           OPEN INPUT ITEMLINE-FEED.
           IF WS-FEED-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           SET WS-FEED-FOUND TO TRUE.
           PERFORM 2110-READ-ONE-ITEMLINE THRU 2110-EXIT
               UNTIL WS-FEED-EOF.
           CLOSE ITEMLINE-FEED.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-ITEMLINE.
           READ ITEMLINE-FEED INTO WS-FEED-LINE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   PERFORM 2500-NOTE-FEED-RECORD THRU 2500-EXIT
           END-READ.
       2110-EXIT.
           EXIT.

       2200-READ-PAYMENTS.
           MOVE 'N' TO WS-FEED-EOF-SW.
           OPEN INPUT PAYMENTS-FEED.
           IF WS-FEED-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF.
           SET WS-FEED-FOUND TO TRUE.
           PERFORM 2210-READ-ONE-PAYMENT THRU 2210-EXIT
               UNTIL WS-FEED-EOF.
           CLOSE PAYMENTS-FEED.
       2200-EXIT.
           EXIT.

       2210-READ-ONE-PAYMENT.
           READ PAYMENTS-FEED INTO WS-FEED-LINE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   PERFORM 2500-NOTE-FEED-RECORD THRU 2500-EXIT
           END-READ.
       2210-EXIT.
           EXIT.

       2300-READ-ADDRTXN.
           MOVE 'N' TO WS-FEED-EOF-SW.
           OPEN INPUT ADDRTXN-FEED.
           IF WS-FEED-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           SET WS-FEED-FOUND TO TRUE.
           PERFORM 2310-READ-ONE-ADDRTXN THRU 2310-EXIT
               UNTIL WS-FEED-EOF.
           CLOSE ADDRTXN-FEED.
       2300-EXIT.
           EXIT.

       2310-READ-ONE-ADDRTXN.
           READ ADDRTXN-FEED INTO WS-FEED-LINE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   PERFORM 2500-NOTE-FEED-RECORD THRU 2500-EXIT
           END-READ.
       2310-EXIT.
           EXIT.

       2400-READ-VENDFEED.
           MOVE 'N' TO WS-FEED-EOF-SW.
           OPEN INPUT VENDFEED-FEED.
           IF WS-FEED-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF.
           SET WS-FEED-FOUND TO TRUE.
           PERFORM 2410-READ-ONE-VENDFEED THRU 2410-EXIT
               UNTIL WS-FEED-EOF.
           CLOSE VENDFEED-FEED.
       2400-EXIT.
           EXIT.

       2410-READ-ONE-VENDFEED.
           READ VENDFEED-FEED INTO WS-FEED-LINE
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   PERFORM 2500-NOTE-FEED-RECORD THRU 2500-EXIT
           END-READ.
       2410-EXIT.
           EXIT.

      *> SAME BATCH RULES AS THE POSTING STEPS: A FEED MAY HOLD
      *> SEVERAL BATCHES END TO END, EACH OPENED BY A HEADER DATED
      *> TONIGHT AND CLOSED BY A TRAILER COUNTING ITS RECORDS. THE
      *> FIRST FAULT FOUND IS THE ONE REPORTED
       2500-NOTE-FEED-RECORD.
           ADD 1 TO WS-FEED-RECS.
           IF NOT WS-MAN-BATCHED(WS-MAN-SUB)
               ADD 1 TO WS-FEED-DATA-COUNT
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-FEED-LINE(1:30) TO BH-RECORD-AREA.
           IF BH-HEADER-REC
               ADD 1 TO WS-FEED-BATCHES
               IF BH-HEADER-SEEN
                   AND WS-FEED-PROBLEM = SPACES
                   MOVE "BATCH HEADER WITHOUT TRAILER"
                       TO WS-FEED-PROBLEM
               END-IF
               SET BH-HEADER-SEEN TO TRUE
               MOVE ZERO TO BH-DATA-COUNT
               MOVE BH-HEADER-DATE TO BH-BATCH-DATE
               PERFORM 2510-CHECK-HEADER-DATE THRU 2510-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF BH-TRAILER-REC
               IF NOT BH-HEADER-SEEN
                   IF WS-FEED-PROBLEM = SPACES
                       MOVE "TRAILER WITHOUT A BATCH HEADER"
                           TO WS-FEED-PROBLEM
                   END-IF
               ELSE
                   IF BH-TRAILER-COUNT NOT = BH-DATA-COUNT
                       AND WS-FEED-PROBLEM = SPACES
                       MOVE BH-TRAILER-COUNT TO WS-COUNT-ED
                       STRING "TRAILER COUNT " DELIMITED BY SIZE
                              WS-COUNT-ED DELIMITED BY SIZE
                              " DOES NOT MATCH" DELIMITED BY SIZE
                           INTO WS-FEED-PROBLEM
                       END-STRING
                   END-IF
               END-IF
               MOVE 'N' TO BH-HEADER-SEEN-SW
               MOVE ZERO TO BH-DATA-COUNT
               GO TO 2500-EXIT
           END-IF.
           IF NOT BH-HEADER-SEEN
               AND WS-FEED-PROBLEM = SPACES
               MOVE "DATA RECORD OUTSIDE A BATCH" TO WS-FEED-PROBLEM
           END-IF.
           ADD 1 TO BH-DATA-COUNT.
           ADD 1 TO WS-FEED-DATA-COUNT.
       2500-EXIT.
           EXIT.

      *> AN OLDER HEADER IS YESTERDAY'S FILE STILL SITTING THERE
       2510-CHECK-HEADER-DATE.
           IF BH-HEADER-DATE = BUS-DATE-CCYYMMDD
               OR WS-FEED-PROBLEM NOT = SPACES
               GO TO 2510-EXIT
           END-IF.
           MOVE BH-HEADER-DATE TO WS-DATE-ED.
           IF BH-HEADER-DATE IS NOT NUMERIC
               MOVE "BATCH HEADER DATE NOT NUMERIC" TO WS-FEED-PROBLEM
           ELSE
               IF BH-HEADER-DATE < BUS-DATE-CCYYMMDD
                   STRING "STALE FEED - HEADER DATED " DELIMITED BY SIZE
                          WS-DATE-ED DELIMITED BY SIZE
                       INTO WS-FEED-PROBLEM
                   END-STRING
               ELSE
                   STRING "HEADER DATED AHEAD - " DELIMITED BY SIZE
                          WS-DATE-ED DELIMITED BY SIZE
                       INTO WS-FEED-PROBLEM
                   END-STRING
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

      *> END-OF-FEED CHECKS: ARRIVAL, A LAST BATCH LEFT OPEN, AND
      *> THE DATA-RECORD COUNT AGAINST THE MANIFEST RANGE. A FEED
      *> NOT THERE, OR THERE BUT EMPTY, HAS NOT ARRIVED
       2600-CHECK-FEED-TOTALS.
           IF NOT WS-FEED-FOUND
               OR WS-FEED-RECS = ZERO
               MOVE SPACES TO WS-FEED-PROBLEM
               IF WS-NOW-HHMM > WS-MAN-DEADLINE(WS-MAN-SUB)
                   MOVE "NOT ARRIVED - PAST ITS DEADLINE"
                       TO WS-FEED-PROBLEM
               ELSE
                   MOVE "NOT ARRIVED - DEADLINE NOT YET PASSED"
                       TO WS-FEED-PROBLEM
               END-IF
               GO TO 2600-EXIT
           END-IF.
           IF WS-FEED-PROBLEM NOT = SPACES
               GO TO 2600-EXIT
           END-IF.
           IF WS-MAN-BATCHED(WS-MAN-SUB)
               IF WS-FEED-BATCHES = ZERO
                   MOVE "NO BATCH HEADER RECORD" TO WS-FEED-PROBLEM
                   GO TO 2600-EXIT
               END-IF
               IF BH-HEADER-SEEN
                   MOVE "NO TRAILER - FEED TRUNCATED"
                       TO WS-FEED-PROBLEM
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           IF WS-FEED-DATA-COUNT < WS-MAN-MIN-COUNT(WS-MAN-SUB)
               OR (WS-MAN-MAX-COUNT(WS-MAN-SUB) > ZERO
                   AND WS-FEED-DATA-COUNT
                       > WS-MAN-MAX-COUNT(WS-MAN-SUB))
               MOVE WS-MAN-MIN-COUNT(WS-MAN-SUB) TO WS-MIN-ED
               MOVE WS-MAN-MAX-COUNT(WS-MAN-SUB) TO WS-MAX-ED
               STRING "COUNT OUTSIDE RANGE" DELIMITED BY SIZE
                      WS-MIN-ED DELIMITED BY SIZE
                      " TO" DELIMITED BY SIZE
                      WS-MAX-ED DELIMITED BY SIZE
                   INTO WS-FEED-PROBLEM
               END-STRING
           END-IF.
       2600-EXIT.
           EXIT.

      *> THE STEP'S RETURN CODE IS THE CHAIN'S GO / NO-GO
       8000-WRITE-VERDICT.
           MOVE SPACES TO FEED-READY-RPT-REC.
           WRITE FEED-READY-RPT-REC.
           MOVE WS-READY-COUNT TO WS-SUM-ED.
           MOVE SPACES TO FEED-READY-RPT-REC.
           STRING "FEEDS READY              : " DELIMITED BY SIZE
                  WS-SUM-ED DELIMITED BY SIZE
               INTO FEED-READY-RPT-REC
           END-STRING.
           WRITE FEED-READY-RPT-REC.
           MOVE WS-SKIP-COUNT TO WS-SUM-ED.
           MOVE SPACES TO FEED-READY-RPT-REC.
           STRING "NOT EXPECTED TONIGHT     : " DELIMITED BY SIZE
                  WS-SUM-ED DELIMITED BY SIZE
               INTO FEED-READY-RPT-REC
           END-STRING.
           WRITE FEED-READY-RPT-REC.
           MOVE WS-WARN-COUNT TO WS-SUM-ED.
           MOVE SPACES TO FEED-READY-RPT-REC.
           STRING "OPTIONAL FEEDS NOT READY : " DELIMITED BY SIZE
                  WS-SUM-ED DELIMITED BY SIZE
               INTO FEED-READY-RPT-REC
           END-STRING.
           WRITE FEED-READY-RPT-REC.
           MOVE WS-STOP-COUNT TO WS-SUM-ED.
           MOVE SPACES TO FEED-READY-RPT-REC.
           STRING "REQUIRED FEEDS NOT READY : " DELIMITED BY SIZE
                  WS-SUM-ED DELIMITED BY SIZE
               INTO FEED-READY-RPT-REC
           END-STRING.
           WRITE FEED-READY-RPT-REC.
           MOVE SPACES TO FEED-READY-RPT-REC.
           WRITE FEED-READY-RPT-REC.

           EVALUATE TRUE
               WHEN WS-STOP-COUNT > ZERO
                   MOVE "CHAIN STOPPED - A REQUIRED FEED IS NOT READY"
                       TO FEED-READY-RPT-REC
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARN-COUNT > ZERO
                   MOVE "CHAIN MAY START - WITH OPTIONAL FEED WARNINGS"
                       TO FEED-READY-RPT-REC
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "CHAIN MAY START - ALL EXPECTED FEEDS READY"
                       TO FEED-READY-RPT-REC
           END-EVALUATE.
           WRITE FEED-READY-RPT-REC.
           DISPLAY "FEEDCHK: " FEED-READY-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
