      *> BANKREC - NIGHTLY BANK RECONCILIATION OF BRANCH DEPOSITS.
      *> VERBO_ADD PROVES THE DAILYAMT FEED AGAINST ITS OWN TRAILER;
      *> THIS STEP PROVES THE MONEY ACTUALLY REACHED THE BANK. EACH
      *> BRANCH'S NET FIGURE ON TONIGHT'S ADDIFC EXTRACT IS A BOOK
      *> DEPOSIT DATED THE RUN DATE, EACH LINE OF THE BANK'S DAILY
      *> BANKSTMT STATEMENT A BANK CREDIT AT ITS VALUE DATE. A BANK
      *> CREDIT MATCHES A DEPOSIT FOR THE SAME BRANCH WHOSE VALUE
      *> DATE FALLS ON OR UP TO THE BANKCTL FLOAT DAYS AFTER THE
      *> DEPOSIT DATE; EQUAL AMOUNTS ARE MATCHED, UNEQUAL ONES ARE
      *> REPORTED AS DIFFERING. EVERYTHING STILL UNMATCHED IS
      *> CARRIED FORWARD ON THE BANKOPEN OUTSTANDING FILE AND TRIED
      *> AGAIN EVERY NIGHT UNTIL IT CLEARS. AN ITEM OUTSTANDING LONGER
      *> THAN THE BANKCTL AGE LIMIT IS RAISED ON THE EXCEPTION
      *> REGISTER EVERY NIGHT IT STAYS OPEN, AND A DIFFERING PAIR IS
      *> RAISED THERE AS A WARNING, SO TREASURY NO LONGER WORKS THE
      *> RECONCILIATION FROM A SPREADSHEET DAYS LATER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-TOTAL-IFACE-IN ASSIGN TO "ADDIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFACE-STATUS.

      *> THE BANK'S DAILY STATEMENT - NO STATEMENT TONIGHT SIMPLY
      *> LEAVES EVERY DEPOSIT WAITING IN FLOAT
           SELECT BANK-STMT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *> FLOAT DAYS AND OUTSTANDING AGE LIMIT - NO CARD TAKES THE
      *> DEFAULTS, SAME OPTIONAL-CARD PATTERN AS HISTCTL
           SELECT BANK-REC-CTL-FILE ASSIGN TO "BANKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *> OUTSTANDING ITEMS BROUGHT FORWARD FROM THE LAST RUN AND
      *> CARRIED FORWARD TO THE NEXT - TWO GENERATIONS OF ONE FILE
           SELECT OPEN-ITEMS-OLD ASSIGN TO "BKOPNOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.

           SELECT OPEN-ITEMS-NEW ASSIGN TO "BKOPNNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-REC-RPT ASSIGN TO "BANKRCRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-REC-EXCP-FILE ASSIGN TO "BANKEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-OUT ASSIGN TO "STATSOUT"
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
       FD  DAILY-TOTAL-IFACE-IN.
       01  DAILY-TOTAL-IFACE-IN-REC.
           05 DI-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 DI-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X(01).
           05 DI-DEBIT-TOTAL        PIC 9(11).99.
           05 FILLER                PIC X(01).
           05 DI-CREDIT-TOTAL       PIC 9(11).99.
           05 FILLER                PIC X(01).
           05 DI-NET-TOTAL          PIC +9(11).99.
           05 FILLER                PIC X(01).
           05 DI-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01).
           05 DI-ORIG-NET           PIC +9(11).99.

      *> ONE LINE PER BANK CREDIT (OR DEBIT, FOR A BRANCH THAT
      *> NETTED OUT) IN HOME CURRENCY, KEYED TO THE BRANCH BY THE
      *> BRANCH CODE THE DEPOSITING ACCOUNT IS MAPPED TO
       FD  BANK-STMT-FILE.
       01  BANK-STMT-REC.
           05 BS-VALUE-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 BS-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X(01).
           05 BS-BANK-REF           PIC X(16).
           05 FILLER                PIC X(01).
           05 BS-AMOUNT             PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

       FD  BANK-REC-CTL-FILE.
       01  BANK-REC-CTL-REC.
           05 BK-FLOAT-DAYS         PIC 9(02).
           05 FILLER                PIC X(01).
           05 BK-AGE-LIMIT          PIC 9(03).

      *> SIDE 'D' IS A BOOK DEPOSIT FROM ADDIFC, SIDE 'B' A BANK
      *> CREDIT FROM THE STATEMENT; BO-FIRST-DATE IS THE NIGHT THE
      *> ITEM FIRST WENT OUTSTANDING
       FD  OPEN-ITEMS-OLD.
       01  OPEN-ITEMS-OLD-REC.
           05 BO-SIDE               PIC X(01).
           05 FILLER                PIC X(01).
           05 BO-ITEM-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 BO-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X(01).
           05 BO-BANK-REF           PIC X(16).
           05 FILLER                PIC X(01).
           05 BO-AMOUNT             PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 BO-FIRST-DATE         PIC 9(08).

       FD  OPEN-ITEMS-NEW.
       01  OPEN-ITEMS-NEW-REC       PIC X(80).

       FD  BANK-REC-RPT.
       01  BANK-REC-RPT-REC         PIC X(80).

       FD  BANK-REC-EXCP-FILE.
       01  BANK-REC-EXCP-REC.
           COPY EXCPREC.

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

       FD  STATS-OUT.
       01  STATS-OUT-REC.
           COPY STATSREC.

           WORKING-STORAGE SECTION.
           01 WS-IFACE-STATUS PIC X(02).
           01 WS-STMT-STATUS  PIC X(02).
           01 WS-CTL-STATUS   PIC X(02).
           01 WS-OPEN-STATUS  PIC X(02).
           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.

           01 WS-FLOAT-DAYS PIC 9(02) VALUE 2.
           01 WS-AGE-LIMIT  PIC 9(03) VALUE 5.
           01 WS-BUS-SERIAL PIC 9(09).

      *> EVERY ITEM IN PLAY TONIGHT - BROUGHT FORWARD, TONIGHT'S
      *> DEPOSITS AND TONIGHT'S STATEMENT - WITH ITS OUTCOME AND,
      *> WHEN PAIRED, THE SLOT OF THE ITEM ON THE OTHER SIDE
           01 WS-ITEM-MAX PIC 9(04) VALUE ZERO.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 3000 TIMES
                                INDEXED BY WS-ITEM-IDX
                                           WS-BANK-IDX.
                   10 WS-ITEM-SIDE     PIC X(01).
                       88 WS-ITEM-IS-DEPOSIT VALUE 'D'.
                       88 WS-ITEM-IS-BANK    VALUE 'B'.
                   10 WS-ITEM-DATE     PIC 9(08).
                   10 WS-ITEM-SERIAL   PIC 9(09).
                   10 WS-ITEM-BRANCH   PIC X(04).
                   10 WS-ITEM-REF      PIC X(16).
                   10 WS-ITEM-AMOUNT   PIC S9(11)V99.
                   10 WS-ITEM-FIRST    PIC 9(08).
                   10 WS-ITEM-STATE    PIC X(01).
                       88 WS-ITEM-OPEN      VALUE SPACE.
                       88 WS-ITEM-MATCHED   VALUE 'M'.
                       88 WS-ITEM-DIFFERS   VALUE 'X'.
                   10 WS-ITEM-PARTNER  PIC 9(04).

           01 WS-SIDE        PIC X(01).
           01 WS-DATE        PIC 9(08).
           01 WS-BRANCH      PIC X(04).
           01 WS-REF         PIC X(16).
           01 WS-AMOUNT      PIC S9(11)V99.
           01 WS-FIRST-DATE  PIC 9(08).
           01 WS-WINDOW-END  PIC 9(09).
           01 WS-PAIR-MODE   PIC X(01).
               88 WS-PAIR-EXACT VALUE 'E'.
           01 WS-AGE-DAYS    PIC 9(05).
           01 WS-DIFFERENCE  PIC S9(11)V99.

           01 WS-MATCH-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-MATCH-AMOUNT  PIC S9(13)V99 VALUE ZERO.
           01 WS-DIFF-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-DIFF-AMOUNT   PIC S9(13)V99 VALUE ZERO.
           01 WS-PEND-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-PEND-AMOUNT   PIC S9(13)V99 VALUE ZERO.
           01 WS-OUTS-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-OUTS-AMOUNT   PIC S9(13)V99 VALUE ZERO.
           01 WS-OVER-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-REC-COUNT     PIC 9(9) VALUE ZERO.

           01 WS-CARRY-REC.
               05 WS-CR-SIDE       PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CR-ITEM-DATE  PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CR-BRANCH     PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CR-BANK-REF   PIC X(16).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CR-AMOUNT     PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CR-FIRST-DATE PIC 9(08).

           01 WS-MATCH-DETAIL.
               05 WS-MD-BRANCH     PIC X(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-MD-BOOK-DATE  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-MD-BANK-DATE  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-MD-BANK-REF   PIC X(16).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-MD-AMOUNT     PIC -(11)9.99.

           01 WS-DIFF-DETAIL.
               05 WS-DD-BRANCH     PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-BOOK-DATE  PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-BANK-DATE  PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-BOOK-AMT   PIC -(10)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-BANK-AMT   PIC -(10)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-DD-DIFF       PIC -(10)9.99.

           01 WS-OUTS-DETAIL.
               05 WS-OD-SIDE       PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-OD-BRANCH     PIC X(04).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-OD-ITEM-DATE  PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-OD-BANK-REF   PIC X(16).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-OD-AMOUNT     PIC -(10)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-OD-AGE        PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-OD-FLAG       PIC X(12).

           01 WS-COUNT-ED     PIC ZZZZ9.
           01 WS-TOTAL-ED     PIC -(13)9.99.
           01 WS-DAYS-ED      PIC ZZ9.

      *> SERIAL-DAY CONVERSION FOR THE FLOAT WINDOW AND AGEING
           COPY DATESER.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

      *> STEP-RESTART CONTROL WORKAREA - SEE RUNCTL COPYBOOK
           COPY RUNCTL.

      *> RUN-STATISTICS WORKAREA FOR STATS-OUT
           01 WS-STAT-EXCP-COUNT PIC 9(9) VALUE ZERO.
           COPY ELAPSED.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE "BANKREC" TO RUN-CTL-PGM-NAME.
           PERFORM 9300-CHECK-STEP-DONE THRU 9300-EXIT.
           IF RUN-STEP-DONE
               STOP RUN
           END-IF.

           PERFORM 0100-READ-CONTROL-CARD THRU 0100-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-BUS-SERIAL.

           OPEN OUTPUT BANK-REC-EXCP-FILE.
           PERFORM 1000-LOAD-OPEN-ITEMS THRU 1000-EXIT.
           PERFORM 1100-LOAD-DEPOSITS THRU 1100-EXIT.
           PERFORM 1200-LOAD-STATEMENT THRU 1200-EXIT.

      *> EXACT MATCHES FIRST ACROSS THE WHOLE BOOK, SO A DEPOSIT
      *> CAN NEVER BE PAIRED AS DIFFERING WITH A CREDIT THAT IS
      *> ANOTHER DEPOSIT'S EXACT MATCH
           MOVE 'E' TO WS-PAIR-MODE.
           PERFORM 2000-PAIR-ONE-DEPOSIT THRU 2000-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.
           MOVE 'D' TO WS-PAIR-MODE.
           PERFORM 2000-PAIR-ONE-DEPOSIT THRU 2000-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.

           OPEN OUTPUT BANK-REC-RPT.
           OPEN OUTPUT OPEN-ITEMS-NEW.
           PERFORM 8000-WRITE-HEADINGS THRU 8000-EXIT.
           PERFORM 8100-WRITE-MATCHED THRU 8100-EXIT.
           PERFORM 8200-WRITE-DIFFERING THRU 8200-EXIT.
           PERFORM 8300-WRITE-OUTSTANDING THRU 8300-EXIT.
           PERFORM 8900-WRITE-TOTALS THRU 8900-EXIT.
           CLOSE OPEN-ITEMS-NEW.
           CLOSE BANK-REC-RPT.
           CLOSE BANK-REC-EXCP-FILE.

           OPEN EXTEND STATS-OUT.
           PERFORM 9600-WRITE-STATS THRU 9600-EXIT.
           CLOSE STATS-OUT.

      *> A NON-ZERO EXCEPTION COUNT LETS BATCHRUN'S COND CHECKS SKIP
      *> DOWNSTREAM STEPS INSTEAD OF PROCESSING AGAINST BAD DATA
           IF WS-STAT-EXCP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT.
           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT BANK-REC-CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               GO TO 0100-EXIT
           END-IF.
           READ BANK-REC-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BK-FLOAT-DAYS NUMERIC
                       MOVE BK-FLOAT-DAYS TO WS-FLOAT-DAYS
                   END-IF
                   IF BK-AGE-LIMIT NUMERIC
                       MOVE BK-AGE-LIMIT TO WS-AGE-LIMIT
                   END-IF
           END-READ.
           CLOSE BANK-REC-CTL-FILE.
       0100-EXIT.
           EXIT.

      *> FIRST-EVER RUN: NOTHING BROUGHT FORWARD YET
       1000-LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT OPEN-ITEMS-OLD.
           IF WS-OPEN-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ OPEN-ITEMS-OLD
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 1010-TAKE-OPEN-ITEM THRU 1010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE OPEN-ITEMS-OLD.
       1000-EXIT.
           EXIT.

       1010-TAKE-OPEN-ITEM.
           MOVE BO-SIDE        TO WS-SIDE.
           MOVE BO-ITEM-DATE   TO WS-DATE.
           MOVE BO-BRANCH-CODE TO WS-BRANCH.
           MOVE BO-BANK-REF    TO WS-REF.
           MOVE BO-AMOUNT      TO WS-AMOUNT.
           MOVE BO-FIRST-DATE  TO WS-FIRST-DATE.
           PERFORM 1900-ADD-ITEM THRU 1900-EXIT.
           READ OPEN-ITEMS-OLD
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *> ONE BOOK DEPOSIT PER BRANCH RECORD - THE *ALL GRAND TOTAL
      *> IS NOT A DEPOSIT, AND A BRANCH THAT NETTED TO NIL HAS
      *> NOTHING TO BANK
       1100-LOAD-DEPOSITS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DAILY-TOTAL-IFACE-IN.
           IF WS-IFACE-STATUS NOT = "00"
               MOVE SPACES TO BANK-REC-EXCP-REC
               MOVE "ADDIFC" TO EXCP-KEY
               MOVE "ADDIFC NOT AVAILABLE" TO EXCP-REASON
               SET EXCP-SEV-FATAL TO TRUE
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 1100-EXIT
           END-IF.
           READ DAILY-TOTAL-IFACE-IN
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 1110-TAKE-DEPOSIT THRU 1110-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DAILY-TOTAL-IFACE-IN.
       1100-EXIT.
           EXIT.

       1110-TAKE-DEPOSIT.
           ADD 1 TO WS-REC-COUNT.
           IF DI-BRANCH-CODE NOT = "*ALL"
               MOVE DI-NET-TOTAL TO WS-AMOUNT
               IF WS-AMOUNT NOT = ZERO
                   MOVE 'D'               TO WS-SIDE
                   MOVE DI-RUN-DATE       TO WS-DATE
                   MOVE DI-BRANCH-CODE    TO WS-BRANCH
                   MOVE SPACES            TO WS-REF
                   MOVE BUS-DATE-CCYYMMDD TO WS-FIRST-DATE
                   PERFORM 1900-ADD-ITEM THRU 1900-EXIT
               END-IF
           END-IF.
           READ DAILY-TOTAL-IFACE-IN
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1200-LOAD-STATEMENT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT BANK-STMT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "BANKREC: NO BANKSTMT TONIGHT"
               GO TO 1200-EXIT
           END-IF.
           READ BANK-STMT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 1210-TAKE-STATEMENT-LINE THRU 1210-EXIT
               UNTIL WS-IN-EOF.
           CLOSE BANK-STMT-FILE.
       1200-EXIT.
           EXIT.

       1210-TAKE-STATEMENT-LINE.
           ADD 1 TO WS-REC-COUNT.
           MOVE 'B'               TO WS-SIDE.
           MOVE BS-VALUE-DATE     TO WS-DATE.
           MOVE BS-BRANCH-CODE    TO WS-BRANCH.
           MOVE BS-BANK-REF       TO WS-REF.
           MOVE BS-AMOUNT         TO WS-AMOUNT.
           MOVE BUS-DATE-CCYYMMDD TO WS-FIRST-DATE.
           PERFORM 1900-ADD-ITEM THRU 1900-EXIT.
           READ BANK-STMT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *> A FULL TABLE IS FATAL - A DROPPED ITEM WOULD FALL OUT OF
      *> THE OUTSTANDING FILE WITHOUT EVER CLEARING
       1900-ADD-ITEM.
           IF WS-ITEM-MAX NOT < 3000
               MOVE SPACES TO BANK-REC-EXCP-REC
               MOVE WS-BRANCH TO EXCP-KEY
               MOVE "REC ITEM TABLE FULL - DROPPED" TO EXCP-REASON
               SET EXCP-SEV-FATAL TO TRUE
               PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
               GO TO 1900-EXIT
           END-IF.
           ADD 1 TO WS-ITEM-MAX.
           MOVE WS-SIDE       TO WS-ITEM-SIDE(WS-ITEM-MAX).
           MOVE WS-DATE       TO WS-ITEM-DATE(WS-ITEM-MAX).
           MOVE WS-BRANCH     TO WS-ITEM-BRANCH(WS-ITEM-MAX).
           MOVE WS-REF        TO WS-ITEM-REF(WS-ITEM-MAX).
           MOVE WS-AMOUNT     TO WS-ITEM-AMOUNT(WS-ITEM-MAX).
           MOVE WS-FIRST-DATE TO WS-ITEM-FIRST(WS-ITEM-MAX).
           MOVE SPACE         TO WS-ITEM-STATE(WS-ITEM-MAX).
           MOVE ZERO          TO WS-ITEM-PARTNER(WS-ITEM-MAX).
           MOVE WS-DATE       TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-ITEM-SERIAL(WS-ITEM-MAX).
       1900-EXIT.
           EXIT.

      *> LOOK FOR THE BANK SIDE OF ONE OPEN DEPOSIT - THE SAME
      *> BRANCH, A VALUE DATE FROM THE DEPOSIT DATE TO THE END OF
      *> THE FLOAT, AND (ON THE EXACT PASS) THE SAME AMOUNT
       2000-PAIR-ONE-DEPOSIT.
           IF NOT WS-ITEM-IS-DEPOSIT(WS-ITEM-IDX)
               OR NOT WS-ITEM-OPEN(WS-ITEM-IDX)
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-WINDOW-END =
               WS-ITEM-SERIAL(WS-ITEM-IDX) + WS-FLOAT-DAYS.
           SET WS-BANK-IDX TO 1.
           SEARCH WS-ITEM-ENTRY VARYING WS-BANK-IDX
               AT END
                   CONTINUE
               WHEN WS-BANK-IDX > WS-ITEM-MAX
                   CONTINUE
               WHEN WS-ITEM-IS-BANK(WS-BANK-IDX)
                   AND WS-ITEM-OPEN(WS-BANK-IDX)
                   AND WS-ITEM-BRANCH(WS-BANK-IDX)
                       = WS-ITEM-BRANCH(WS-ITEM-IDX)
                   AND WS-ITEM-SERIAL(WS-BANK-IDX)
                       NOT < WS-ITEM-SERIAL(WS-ITEM-IDX)
                   AND WS-ITEM-SERIAL(WS-BANK-IDX)
                       NOT > WS-WINDOW-END
                   AND (NOT WS-PAIR-EXACT
                        OR WS-ITEM-AMOUNT(WS-BANK-IDX)
                           = WS-ITEM-AMOUNT(WS-ITEM-IDX))
                   PERFORM 2100-PAIR-ITEMS THRU 2100-EXIT
           END-SEARCH.
       2000-EXIT.
           EXIT.

       2100-PAIR-ITEMS.
           IF WS-ITEM-AMOUNT(WS-BANK-IDX) = WS-ITEM-AMOUNT(WS-ITEM-IDX)
               MOVE 'M' TO WS-ITEM-STATE(WS-ITEM-IDX)
               MOVE 'M' TO WS-ITEM-STATE(WS-BANK-IDX)
           ELSE
               MOVE 'X' TO WS-ITEM-STATE(WS-ITEM-IDX)
               MOVE 'X' TO WS-ITEM-STATE(WS-BANK-IDX)
           END-IF.
           SET WS-ITEM-PARTNER(WS-ITEM-IDX) TO WS-BANK-IDX.
           SET WS-ITEM-PARTNER(WS-BANK-IDX) TO WS-ITEM-IDX.
       2100-EXIT.
           EXIT.

       7000-WRITE-EXCEPTION.
           MOVE "BANKREC"         TO EXCP-SOURCE-PGM.
           MOVE BUS-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE BANK-REC-EXCP-REC.
           ADD 1 TO WS-STAT-EXCP-COUNT.
       7000-EXIT.
           EXIT.

       8000-WRITE-HEADINGS.
           MOVE SPACES TO BANK-REC-RPT-REC.
           MOVE WS-FLOAT-DAYS TO WS-DAYS-ED.
           STRING "BANK RECONCILIATION - BUSINESS DATE "
                   DELIMITED BY SIZE
                  BUS-DATE-CCYYMMDD DELIMITED BY SIZE
                  "  FLOAT DAYS" DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
               INTO BANK-REC-RPT-REC
           END-STRING.
           WRITE BANK-REC-RPT-REC.
           MOVE SPACES TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
       8000-EXIT.
           EXIT.

       8100-WRITE-MATCHED.
           MOVE "MATCHED" TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
           MOVE "BRCH  BOOK DATE  BANK DATE  BANK REFERENCE"
               TO BANK-REC-RPT-REC.
           MOVE "AMOUNT" TO BANK-REC-RPT-REC(54:6).
           WRITE BANK-REC-RPT-REC.
           PERFORM 8110-WRITE-ONE-MATCH THRU 8110-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.
           MOVE SPACES TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
       8100-EXIT.
           EXIT.

       8110-WRITE-ONE-MATCH.
           IF NOT WS-ITEM-IS-DEPOSIT(WS-ITEM-IDX)
               OR NOT WS-ITEM-MATCHED(WS-ITEM-IDX)
               GO TO 8110-EXIT
           END-IF.
           SET WS-BANK-IDX TO WS-ITEM-PARTNER(WS-ITEM-IDX).
           MOVE SPACES TO WS-MATCH-DETAIL.
           MOVE WS-ITEM-BRANCH(WS-ITEM-IDX) TO WS-MD-BRANCH.
           MOVE WS-ITEM-DATE(WS-ITEM-IDX)   TO WS-MD-BOOK-DATE.
           MOVE WS-ITEM-DATE(WS-BANK-IDX)   TO WS-MD-BANK-DATE.
           MOVE WS-ITEM-REF(WS-BANK-IDX)    TO WS-MD-BANK-REF.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-MD-AMOUNT.
           WRITE BANK-REC-RPT-REC FROM WS-MATCH-DETAIL.
           ADD 1 TO WS-MATCH-COUNT.
           ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-MATCH-AMOUNT.
       8110-EXIT.
           EXIT.

      *> A DIFFERING PAIR IS SETTLED HERE - BOTH SIDES LEAVE THE
      *> OUTSTANDING FILE - SO THE DIFFERENCE ITSELF GOES ON THE
      *> REGISTER AS A WARNING FOR TREASURY TO CHASE
       8200-WRITE-DIFFERING.
           MOVE "DIFFERING" TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
           MOVE "BRCH BOOK DATE BANK DATE" TO BANK-REC-RPT-REC.
           MOVE "BOOK AMOUNT" TO BANK-REC-RPT-REC(27:11).
           MOVE "BANK AMOUNT" TO BANK-REC-RPT-REC(42:11).
           MOVE "DIFFERENCE"  TO BANK-REC-RPT-REC(58:10).
           WRITE BANK-REC-RPT-REC.
           PERFORM 8210-WRITE-ONE-DIFF THRU 8210-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.
           MOVE SPACES TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
       8200-EXIT.
           EXIT.

       8210-WRITE-ONE-DIFF.
           IF NOT WS-ITEM-IS-DEPOSIT(WS-ITEM-IDX)
               OR NOT WS-ITEM-DIFFERS(WS-ITEM-IDX)
               GO TO 8210-EXIT
           END-IF.
           SET WS-BANK-IDX TO WS-ITEM-PARTNER(WS-ITEM-IDX).
           COMPUTE WS-DIFFERENCE =
               WS-ITEM-AMOUNT(WS-BANK-IDX)
               - WS-ITEM-AMOUNT(WS-ITEM-IDX).
           MOVE SPACES TO WS-DIFF-DETAIL.
           MOVE WS-ITEM-BRANCH(WS-ITEM-IDX) TO WS-DD-BRANCH.
           MOVE WS-ITEM-DATE(WS-ITEM-IDX)   TO WS-DD-BOOK-DATE.
           MOVE WS-ITEM-DATE(WS-BANK-IDX)   TO WS-DD-BANK-DATE.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-DD-BOOK-AMT.
           MOVE WS-ITEM-AMOUNT(WS-BANK-IDX) TO WS-DD-BANK-AMT.
           MOVE WS-DIFFERENCE               TO WS-DD-DIFF.
           WRITE BANK-REC-RPT-REC FROM WS-DIFF-DETAIL.
           ADD 1 TO WS-DIFF-COUNT.
           ADD WS-DIFFERENCE TO WS-DIFF-AMOUNT.

           MOVE SPACES TO BANK-REC-EXCP-REC.
           MOVE WS-ITEM-BRANCH(WS-ITEM-IDX) TO EXCP-KEY.
           MOVE "BANK CREDIT DIFFERS FROM BOOK" TO EXCP-REASON.
           SET EXCP-SEV-WARNING TO TRUE.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       8210-EXIT.
           EXIT.

      *> EVERY ITEM STILL OPEN IS CARRIED FORWARD. A DEPOSIT STILL
      *> INSIDE ITS FLOAT IS ONLY PENDING; ANYTHING ELSE IS
      *> OUTSTANDING, AND ONCE ITS AGE PASSES THE LIMIT IT IS
      *> RAISED ON THE EXCEPTION REGISTER
       8300-WRITE-OUTSTANDING.
           MOVE "OUTSTANDING - CARRIED FORWARD" TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
           MOVE "SIDE BRCH ITEM DATE BANK REFERENCE"
               TO BANK-REC-RPT-REC.
           MOVE "AMOUNT" TO BANK-REC-RPT-REC(45:6).
           MOVE "AGE"    TO BANK-REC-RPT-REC(54:3).
           WRITE BANK-REC-RPT-REC.
           PERFORM 8310-WRITE-ONE-OPEN THRU 8310-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-MAX.
           MOVE SPACES TO BANK-REC-RPT-REC.
           WRITE BANK-REC-RPT-REC.
       8300-EXIT.
           EXIT.

       8310-WRITE-ONE-OPEN.
           IF NOT WS-ITEM-OPEN(WS-ITEM-IDX)
               GO TO 8310-EXIT
           END-IF.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-BUS-SERIAL > WS-ITEM-SERIAL(WS-ITEM-IDX)
               COMPUTE WS-AGE-DAYS =
                   WS-BUS-SERIAL - WS-ITEM-SERIAL(WS-ITEM-IDX)
           END-IF.
           MOVE SPACES TO WS-OUTS-DETAIL.
           IF WS-ITEM-IS-DEPOSIT(WS-ITEM-IDX)
               MOVE "BOOK" TO WS-OD-SIDE
           ELSE
               MOVE "BANK" TO WS-OD-SIDE
           END-IF.
           MOVE WS-ITEM-BRANCH(WS-ITEM-IDX) TO WS-OD-BRANCH.
           MOVE WS-ITEM-DATE(WS-ITEM-IDX)   TO WS-OD-ITEM-DATE.
           MOVE WS-ITEM-REF(WS-ITEM-IDX)    TO WS-OD-BANK-REF.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-OD-AMOUNT.
           MOVE WS-AGE-DAYS                 TO WS-OD-AGE.
           IF WS-ITEM-IS-DEPOSIT(WS-ITEM-IDX)
               AND WS-AGE-DAYS NOT > WS-FLOAT-DAYS
               MOVE "PENDING" TO WS-OD-FLAG
               ADD 1 TO WS-PEND-COUNT
               ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-PEND-AMOUNT
           ELSE
               ADD 1 TO WS-OUTS-COUNT
               ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-OUTS-AMOUNT
               IF WS-AGE-DAYS > WS-AGE-LIMIT
                   MOVE "** OVER AGE" TO WS-OD-FLAG
                   PERFORM 8320-RAISE-OVER-AGE THRU 8320-EXIT
               END-IF
           END-IF.
           WRITE BANK-REC-RPT-REC FROM WS-OUTS-DETAIL.

           MOVE SPACES TO WS-CARRY-REC.
           MOVE WS-ITEM-SIDE(WS-ITEM-IDX)   TO WS-CR-SIDE.
           MOVE WS-ITEM-DATE(WS-ITEM-IDX)   TO WS-CR-ITEM-DATE.
           MOVE WS-ITEM-BRANCH(WS-ITEM-IDX) TO WS-CR-BRANCH.
           MOVE WS-ITEM-REF(WS-ITEM-IDX)    TO WS-CR-BANK-REF.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-CR-AMOUNT.
           MOVE WS-ITEM-FIRST(WS-ITEM-IDX)  TO WS-CR-FIRST-DATE.
           WRITE OPEN-ITEMS-NEW-REC FROM WS-CARRY-REC.
       8310-EXIT.
           EXIT.

       8320-RAISE-OVER-AGE.
           ADD 1 TO WS-OVER-COUNT.
           MOVE SPACES TO BANK-REC-EXCP-REC.
           MOVE WS-ITEM-BRANCH(WS-ITEM-IDX) TO EXCP-KEY.
           MOVE WS-ITEM-SIDE(WS-ITEM-IDX)   TO EXCP-KEY(6:1).
           IF WS-ITEM-IS-DEPOSIT(WS-ITEM-IDX)
               MOVE "DEPOSIT NOT AT BANK PAST LIMIT" TO EXCP-REASON
           ELSE
               MOVE "BANK CREDIT UNMATCHED PAST LIM" TO EXCP-REASON
           END-IF.
           SET EXCP-SEV-ERROR TO TRUE.
           PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
       8320-EXIT.
           EXIT.

       8900-WRITE-TOTALS.
           MOVE WS-MATCH-COUNT  TO WS-COUNT-ED.
           MOVE WS-MATCH-AMOUNT TO WS-TOTAL-ED.
           PERFORM 8910-WRITE-TOTAL-LINE THRU 8910-EXIT.
           MOVE "MATCHED" TO BANK-REC-RPT-REC(1:20).
           WRITE BANK-REC-RPT-REC.
           MOVE WS-DIFF-COUNT  TO WS-COUNT-ED.
           MOVE WS-DIFF-AMOUNT TO WS-TOTAL-ED.
           PERFORM 8910-WRITE-TOTAL-LINE THRU 8910-EXIT.
           MOVE "DIFFERING (NET)" TO BANK-REC-RPT-REC(1:20).
           WRITE BANK-REC-RPT-REC.
           MOVE WS-PEND-COUNT  TO WS-COUNT-ED.
           MOVE WS-PEND-AMOUNT TO WS-TOTAL-ED.
           PERFORM 8910-WRITE-TOTAL-LINE THRU 8910-EXIT.
           MOVE "PENDING IN FLOAT" TO BANK-REC-RPT-REC(1:20).
           WRITE BANK-REC-RPT-REC.
           MOVE WS-OUTS-COUNT  TO WS-COUNT-ED.
           MOVE WS-OUTS-AMOUNT TO WS-TOTAL-ED.
           PERFORM 8910-WRITE-TOTAL-LINE THRU 8910-EXIT.
           MOVE "OUTSTANDING" TO BANK-REC-RPT-REC(1:20).
           WRITE BANK-REC-RPT-REC.
           MOVE SPACES TO BANK-REC-RPT-REC.
           MOVE WS-OVER-COUNT TO WS-COUNT-ED.
           MOVE WS-AGE-LIMIT  TO WS-DAYS-ED.
           STRING "OVER AGE LIMIT OF" DELIMITED BY SIZE
                  WS-DAYS-ED DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO BANK-REC-RPT-REC
           END-STRING.
           WRITE BANK-REC-RPT-REC.
       8900-EXIT.
           EXIT.

       8910-WRITE-TOTAL-LINE.
           MOVE SPACES TO BANK-REC-RPT-REC.
           MOVE WS-COUNT-ED TO BANK-REC-RPT-REC(22:5).
           MOVE WS-TOTAL-ED TO BANK-REC-RPT-REC(28:17).
       8910-EXIT.
           EXIT.

       9600-WRITE-STATS.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE SPACES          TO STATS-OUT-REC.
           MOVE "BANKREC"       TO STAT-SOURCE-PGM.
           MOVE WS-REC-COUNT    TO STAT-REC-COUNT.
           MOVE WS-STAT-EXCP-COUNT TO STAT-EXCP-COUNT.
           PERFORM 9550-COMPUTE-ELAPSED THRU 9550-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO STAT-RUN-DATE.
           WRITE STATS-OUT-REC.
       9600-EXIT.
           EXIT.

       COPY DATESERP.

       COPY BUSDATEP.

       COPY RUNCTLP.

       COPY ELAPSEDP.
