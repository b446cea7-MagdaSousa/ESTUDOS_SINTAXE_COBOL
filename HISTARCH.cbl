      *> HISTARCH - HISTORY RETENTION AND ARCHIVE RUN. SUBMITTED
      *> AFTER EACH MONTHEND CLOSE. THE RETNCTL RETENTION TABLE
      *> GIVES, FOR EACH OF THE SEVEN EVER-GROWING HISTORIES -
      *> SIGNLOG, STKHIST, CHGHIST, RUNHIST, DAYHIST, ALLOCHST AND
      *> BRCHHIST - HOW MANY WHOLE MONTHS BEHIND THE BUSINESS MONTH
      *> STAY ONLINE. OLDER
      *> RECORDS ARE MOVED OFF THE LIVE FILE TO THAT FILE'S ARCHIVE
      *> (A NEW GENERATION EACH RUN) AND THE LIVE FILE IS REWRITTEN
      *> WITH WHAT IS LEFT, IN ITS ORIGINAL ORDER.
      *> A RECORD IS ONLY EVER ARCHIVED OUT OF A PERIOD LOCKED ON
      *> PERLOCK - AN OLD MONTH STILL OPEN STAYS ONLINE, IS COUNTED
      *> AS HELD AND ENDS THE RUN RC 4 SO THE MISSED CLOSE IS CHASED.
      *> THE LAST NIGHT ON RUNHIST NEVER LEAVES IT, WHATEVER THE
      *> TABLE SAYS - THE BUSINESS-DATE CHECKS AND THE CONTROLRPT
      *> TREND BASELINE BOTH STAND ON IT. A FILE WITH NO RETNCTL
      *> ENTRY IS LEFT WHOLE; ONE WITH A ZERO ENTRY KEEPS ONE MONTH.
      *> ARCHIVE RECORDS ARE THE LIVE RECORDS BYTE FOR BYTE AND A
      *> MONTH IS NEVER SPLIT ACROSS TWO GENERATIONS, SO ATTENDRPT,
      *> STKTURN, MECHECK AND THE CONTROLRPT TREND READ AN ARCHIVE
      *> GENERATION CONCATENATED AHEAD OF THE LIVE FILE UNCHANGED.
      *> ARCHRPT GIVES, PER FILE, THE RECORDS KEPT, MOVED AND HELD
      *> AND THE DATE RANGE MOVED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ONE CARD PER FILE - NAME AND MONTHS KEPT ONLINE
           SELECT RETENTION-CTL-FILE ASSIGN TO "RETNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.

           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DAY-HISTORY-FILE ASSIGN TO "DAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ALLOC-HISTORY-FILE ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BRANCH-HISTORY-FILE ASSIGN TO "BRCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      *> THIS RUN'S ARCHIVE GENERATION FOR EACH FILE
           SELECT SIGNON-LOG-ARCH ASSIGN TO "SIGNARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCK-HISTORY-ARCH ASSIGN TO "STKHARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-HIST-ARCH ASSIGN TO "CHGHARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY-ARCH ASSIGN TO "RUNHARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DAY-HISTORY-ARCH ASSIGN TO "DAYHARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALLOC-HISTORY-ARCH ASSIGN TO "ALLOCARC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-HISTORY-ARCH ASSIGN TO "BRCHHARC"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> HOLDS THE RECORDS KEPT WHILE A LIVE FILE IS REWRITTEN
           SELECT ARCHIVE-WORK-FILE ASSIGN TO "ARCWRK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-RPT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD AND ITS VALIDATION FILES -
      *> SEE BUSDATE COPYBOOK. RUNHIST IS ALSO ARCHIVED HERE AND
      *> PERLOCK ALSO GIVES THE CLOSED PERIODS
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
       FD  RETENTION-CTL-FILE.
       01  RETENTION-CTL-REC.
           05 RT-FILE-NAME          PIC X(08).
           05 FILLER                PIC X(01).
           05 RT-KEEP-MONTHS        PIC 9(03).

      *> SAME LAYOUT AS THE VERBOS SIGNLOG FD - DATED MM/DD/CCYY
       FD  SIGNON-LOG.
       01  SIGNON-LOG-REC.
           05 SL-STUDENT-ID         PIC X(06).
           05 FILLER                PIC X(01).
           05 SL-STUDENT-NAME       PIC X(25).
           05 FILLER                PIC X(01).
           05 SL-TXN-TYPE           PIC X(01).
           05 FILLER                PIC X(01).
           05 SL-DATE.
               10 SL-DATE-MM        PIC 9(02).
               10 FILLER            PIC X(01).
               10 SL-DATE-DD        PIC 9(02).
               10 FILLER            PIC X(01).
               10 SL-DATE-CCYY      PIC 9(04).
           05 FILLER                PIC X(35).

       FD  STOCK-HISTORY-FILE.
       01  STOCK-HISTORY-REC.
           05 HS-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(92).

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

       FD  DAY-HISTORY-FILE.
       01  DAY-HISTORY-REC.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(72).

       FD  ALLOC-HISTORY-FILE.
       01  ALLOC-HISTORY-REC.
           05 AH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(72).

       FD  BRANCH-HISTORY-FILE.
       01  BRANCH-HISTORY-REC.
           05 HB-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(72).

       FD  SIGNON-LOG-ARCH.
       01  SIGNON-LOG-ARCH-REC      PIC X(80).

       FD  STOCK-HISTORY-ARCH.
       01  STOCK-HISTORY-ARCH-REC   PIC X(100).

       FD  CHANGE-HIST-ARCH.
       01  CHANGE-HIST-ARCH-REC     PIC X(80).

       FD  RUN-HISTORY-ARCH.
       01  RUN-HISTORY-ARCH-REC     PIC X(80).

       FD  DAY-HISTORY-ARCH.
       01  DAY-HISTORY-ARCH-REC     PIC X(80).

       FD  ALLOC-HISTORY-ARCH.
       01  ALLOC-HISTORY-ARCH-REC   PIC X(80).

       FD  BRANCH-HISTORY-ARCH.
       01  BRANCH-HISTORY-ARCH-REC  PIC X(80).

       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-REC         PIC X(100).

       FD  ARCHIVE-RPT.
       01  ARCHIVE-RPT-REC          PIC X(80).

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
           01 WS-RT-STATUS PIC X(02).
           01 WS-HIST-STATUS PIC X(02).
           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-WORK-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-WORK-EOF VALUE 'Y'.
           01 WS-RT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-RT-EOF VALUE 'Y'.

      *> CLOSED PERIODS OFF PERLOCK, CCYYMM
           01 WS-LOCK-MAX PIC 9(04) VALUE ZERO.
           01 WS-LOCK-TABLE.
               05 WS-LOCK-PERIOD OCCURS 600 TIMES
                                 INDEXED BY WS-LOCK-IDX
                                 PIC 9(06).

      *> ONE ROW PER ARCHIVED FILE, IN RUN ORDER. WS-RF-KEEP-SW
      *> STAYS 'N' WHEN RETNCTL HAS NO CARD FOR THE FILE
           01 WS-FILE-SUB PIC 9(02).
           01 WS-RETN-TABLE.
               05 WS-RETN-ENTRY OCCURS 7 TIMES
                                INDEXED BY WS-RETN-IDX.
                   10 WS-RF-NAME     PIC X(08).
                   10 WS-RF-KEEP-SW  PIC X(01).
                       88 WS-RF-HAS-ENTRY VALUE 'Y'.
                   10 WS-RF-MONTHS   PIC 9(03).
                   10 WS-RF-CUTOFF   PIC 9(06).
                   10 WS-RF-KEPT     PIC 9(09).
                   10 WS-RF-MOVED    PIC 9(09).
                   10 WS-RF-HELD     PIC 9(09).
                   10 WS-RF-FIRST    PIC 9(08).
                   10 WS-RF-LAST     PIC 9(08).

      *> THE CURRENT RECORD'S DATE, CCYYMMDD, AND THE DECISION
           01 WS-REC-DATE PIC 9(08).
           01 WS-REC-DATE-X REDEFINES WS-REC-DATE PIC X(08).
           01 WS-REC-PERIOD PIC 9(06).
           01 WS-ARCHIVE-SW PIC X(01).
               88 WS-ARCHIVE-REC VALUE 'Y'.

      *> CUTOFF ARITHMETIC - MONTHS COUNTED FROM YEAR ZERO
           01 WS-BUS-PERIOD PIC 9(06).
           01 WS-BUS-PERIOD-R REDEFINES WS-BUS-PERIOD.
               05 WS-BUS-CCYY PIC 9(04).
               05 WS-BUS-MM   PIC 9(02).
           01 WS-MONTH-SERIAL PIC 9(07).
           01 WS-CUT-PERIOD PIC 9(06).
           01 WS-CUT-PERIOD-R REDEFINES WS-CUT-PERIOD.
               05 WS-CUT-CCYY PIC 9(04).
               05 WS-CUT-MM   PIC 9(02).

           01 WS-UNKNOWN-CARDS PIC 9(04) VALUE ZERO.
           01 WS-HELD-TOTAL PIC 9(09) VALUE ZERO.

           01 WS-FILE-HEADING.
               05 FILLER PIC X(09) VALUE "FILE".
               05 FILLER PIC X(05) VALUE "KEEP".
               05 FILLER PIC X(07) VALUE "CUTOFF".
               05 FILLER PIC X(11) VALUE "       KEPT".
               05 FILLER PIC X(11) VALUE "      MOVED".
               05 FILLER PIC X(09) VALUE "     HELD".
               05 FILLER PIC X(18) VALUE "  MOVED FROM - TO".
           01 WS-FILE-DETAIL.
               05 WS-FD-NAME      PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FD-MONTHS    PIC ZZ9.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-FD-CUTOFF    PIC 9(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FD-KEPT      PIC Z(9)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FD-MOVED     PIC Z(9)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FD-HELD      PIC Z(7)9.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-FD-FIRST     PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FD-LAST      PIC 9(08).
           01 WS-NOTE-LINE.
               05 FILLER          PIC X(09) VALUE SPACES.
               05 WS-NL-TEXT      PIC X(71).

           COPY REPDATE.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0050-GET-BUSINESS-DATE THRU 0050-EXIT.
           MOVE BUS-DATE-CCYYMMDD(1:6) TO WS-BUS-PERIOD.
           PERFORM 0100-SET-UP-FILE-TABLE THRU 0100-EXIT.
           PERFORM 0200-LOAD-RETENTION THRU 0200-EXIT.
           PERFORM 0300-LOAD-LOCKED-PERIODS THRU 0300-EXIT.
           PERFORM 0400-SET-ONE-CUTOFF THRU 0400-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.

           MOVE 1 TO WS-FILE-SUB.
           PERFORM 1000-ARCHIVE-SIGNLOG THRU 1000-EXIT.
           MOVE 2 TO WS-FILE-SUB.
           PERFORM 2000-ARCHIVE-STKHIST THRU 2000-EXIT.
           MOVE 3 TO WS-FILE-SUB.
           PERFORM 3000-ARCHIVE-CHGHIST THRU 3000-EXIT.
           MOVE 4 TO WS-FILE-SUB.
           PERFORM 4000-ARCHIVE-RUNHIST THRU 4000-EXIT.
           MOVE 5 TO WS-FILE-SUB.
           PERFORM 5000-ARCHIVE-DAYHIST THRU 5000-EXIT.
           MOVE 6 TO WS-FILE-SUB.
           PERFORM 6000-ARCHIVE-ALLOCHST THRU 6000-EXIT.
           MOVE 7 TO WS-FILE-SUB.
           PERFORM 6500-ARCHIVE-BRCHHIST THRU 6500-EXIT.

           PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
           IF WS-HELD-TOTAL > ZERO
               OR WS-UNKNOWN-CARDS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> THE RUN IS SUBMITTED WHILE THE BUSINESS DATE IS STILL INSIDE
      *> THE MONTH MONTHEND HAS JUST LOCKED, SO THE FULL 9400 CHECK
      *> (WHICH REFUSES A LOCKED PERIOD) IS NOT USED - ONLY THE
      *> CALENDAR AND THE RUNHIST CHECK THAT ALSO NOTES THE LAST
      *> POSTED NIGHT. THE LOCKED PERIODS LOADED BY 0300 STILL KEEP
      *> AN OPEN MONTH FROM BEING ARCHIVED
       0050-GET-BUSINESS-DATE.
           ACCEPT BUS-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO BUS-DATE-CCYYMMDD
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           PERFORM 9410-LOAD-CALENDAR THRU 9410-EXIT.
           PERFORM 9420-CHECK-RUN-HISTORY THRU 9420-EXIT.
       0050-EXIT.
           EXIT.

       0100-SET-UP-FILE-TABLE.
           MOVE "SIGNLOG"  TO WS-RF-NAME(1).
           MOVE "STKHIST"  TO WS-RF-NAME(2).
           MOVE "CHGHIST"  TO WS-RF-NAME(3).
           MOVE "RUNHIST"  TO WS-RF-NAME(4).
           MOVE "DAYHIST"  TO WS-RF-NAME(5).
           MOVE "ALLOCHST" TO WS-RF-NAME(6).
           MOVE "BRCHHIST" TO WS-RF-NAME(7).
           PERFORM 0110-CLEAR-ONE-FILE THRU 0110-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.
       0100-EXIT.
           EXIT.

       0110-CLEAR-ONE-FILE.
           MOVE 'N' TO WS-RF-KEEP-SW(WS-FILE-SUB).
           MOVE ZERO TO WS-RF-MONTHS(WS-FILE-SUB)
                        WS-RF-CUTOFF(WS-FILE-SUB)
                        WS-RF-KEPT(WS-FILE-SUB)
                        WS-RF-MOVED(WS-FILE-SUB)
                        WS-RF-HELD(WS-FILE-SUB)
                        WS-RF-FIRST(WS-FILE-SUB)
                        WS-RF-LAST(WS-FILE-SUB).
       0110-EXIT.
           EXIT.

      *> NO RETNCTL AT ALL ARCHIVES NOTHING - EVERY FILE IS LEFT
      *> WHOLE AND SAYS SO ON THE REPORT
       0200-LOAD-RETENTION.
           OPEN INPUT RETENTION-CTL-FILE.
           IF WS-RT-STATUS NOT = "00"
               GO TO 0200-EXIT
           END-IF.
           PERFORM 0210-TAKE-ONE-CARD THRU 0210-EXIT
               UNTIL WS-RT-EOF.
           CLOSE RETENTION-CTL-FILE.
       0200-EXIT.
           EXIT.

       0210-TAKE-ONE-CARD.
           READ RETENTION-CTL-FILE
               AT END
                   SET WS-RT-EOF TO TRUE
                   GO TO 0210-EXIT
           END-READ.
           IF RT-FILE-NAME = SPACES
               GO TO 0210-EXIT
           END-IF.
           SET WS-RETN-IDX TO 1.
           SEARCH WS-RETN-ENTRY
               AT END
                   DISPLAY "HISTARCH: RETNCTL CARD FOR UNKNOWN FILE "
                       RT-FILE-NAME " IGNORED"
                   ADD 1 TO WS-UNKNOWN-CARDS
               WHEN WS-RF-NAME(WS-RETN-IDX) = RT-FILE-NAME
                   MOVE 'Y' TO WS-RF-KEEP-SW(WS-RETN-IDX)
                   IF RT-KEEP-MONTHS IS NUMERIC
                       AND RT-KEEP-MONTHS > ZERO
                       MOVE RT-KEEP-MONTHS
                           TO WS-RF-MONTHS(WS-RETN-IDX)
                   ELSE
                       MOVE 1 TO WS-RF-MONTHS(WS-RETN-IDX)
                   END-IF
           END-SEARCH.
       0210-EXIT.
           EXIT.

       0300-LOAD-LOCKED-PERIODS.
           MOVE 'N' TO BUS-PL-EOF-SW.
           OPEN INPUT PERIOD-LOCK-FILE.
           IF BUS-PL-STATUS NOT = "00"
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0310-NOTE-ONE-LOCK THRU 0310-EXIT
               UNTIL BUS-PL-EOF.
           CLOSE PERIOD-LOCK-FILE.
       0300-EXIT.
           EXIT.

       0310-NOTE-ONE-LOCK.
           READ PERIOD-LOCK-FILE
               AT END
                   SET BUS-PL-EOF TO TRUE
                   GO TO 0310-EXIT
           END-READ.
           IF PL-PERIOD IS NUMERIC
               AND WS-LOCK-MAX < 600
               ADD 1 TO WS-LOCK-MAX
               MOVE PL-PERIOD TO WS-LOCK-PERIOD(WS-LOCK-MAX)
           END-IF.
       0310-EXIT.
           EXIT.

      *> THE CUTOFF IS THE BUSINESS MONTH LESS THE MONTHS KEPT -
      *> RECORDS DATED IN AN EARLIER MONTH THAN THAT ARE ELIGIBLE.
      *> KEEPING 1 IN MAY LEAVES APRIL AND MAY ONLINE
       0400-SET-ONE-CUTOFF.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 0400-EXIT
           END-IF.
           COMPUTE WS-MONTH-SERIAL = (WS-BUS-CCYY * 12)
               + WS-BUS-MM - 1 - WS-RF-MONTHS(WS-FILE-SUB).
           DIVIDE WS-MONTH-SERIAL BY 12
               GIVING WS-CUT-CCYY REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           MOVE WS-CUT-PERIOD TO WS-RF-CUTOFF(WS-FILE-SUB).
       0400-EXIT.
           EXIT.

      *> SIGNLOG IS STAMPED MM/DD/CCYY - REARRANGED FOR THE TEST
       1000-ARCHIVE-SIGNLOG.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SIGNON-LOG.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT SIGNON-LOG-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 1010-SIFT-ONE-SIGNLOG THRU 1010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE SIGNON-LOG.
           CLOSE SIGNON-LOG-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT SIGNON-LOG.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 1020-RESTORE-ONE-SIGNLOG THRU 1020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE SIGNON-LOG.
           CLOSE ARCHIVE-WORK-FILE.
       1000-EXIT.
           EXIT.

       1010-SIFT-ONE-SIGNLOG.
           READ SIGNON-LOG
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1010-EXIT
           END-READ.
           MOVE ZERO TO WS-REC-DATE.
           IF SL-DATE-CCYY IS NUMERIC
               AND SL-DATE-MM IS NUMERIC
               AND SL-DATE-DD IS NUMERIC
               COMPUTE WS-REC-DATE = (SL-DATE-CCYY * 10000)
                   + (SL-DATE-MM * 100) + SL-DATE-DD
           END-IF.
           PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT.
           IF WS-ARCHIVE-REC
               WRITE SIGNON-LOG-ARCH-REC FROM SIGNON-LOG-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM SIGNON-LOG-REC
           END-IF.
       1010-EXIT.
           EXIT.

       1020-RESTORE-ONE-SIGNLOG.
           MOVE ARCHIVE-WORK-REC TO SIGNON-LOG-REC.
           WRITE SIGNON-LOG-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       1020-EXIT.
           EXIT.

       2000-ARCHIVE-STKHIST.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT STOCK-HISTORY-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 2010-SIFT-ONE-STKHIST THRU 2010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STOCK-HISTORY-FILE.
           CLOSE STOCK-HISTORY-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT STOCK-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 2020-RESTORE-ONE-STKHIST THRU 2020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE STOCK-HISTORY-FILE.
           CLOSE ARCHIVE-WORK-FILE.
       2000-EXIT.
           EXIT.

       2010-SIFT-ONE-STKHIST.
           READ STOCK-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           MOVE HS-RUN-DATE TO WS-REC-DATE-X.
           PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT.
           IF WS-ARCHIVE-REC
               WRITE STOCK-HISTORY-ARCH-REC FROM STOCK-HISTORY-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM STOCK-HISTORY-REC
           END-IF.
       2010-EXIT.
           EXIT.

       2020-RESTORE-ONE-STKHIST.
           MOVE ARCHIVE-WORK-REC TO STOCK-HISTORY-REC.
           WRITE STOCK-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       2020-EXIT.
           EXIT.

       3000-ARCHIVE-CHGHIST.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT CHANGE-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT CHANGE-HIST-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 3010-SIFT-ONE-CHGHIST THRU 3010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE CHANGE-HIST-FILE.
           CLOSE CHANGE-HIST-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT CHANGE-HIST-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 3020-RESTORE-ONE-CHGHIST THRU 3020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE CHANGE-HIST-FILE.
           CLOSE ARCHIVE-WORK-FILE.
       3000-EXIT.
           EXIT.

       3010-SIFT-ONE-CHGHIST.
           READ CHANGE-HIST-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           MOVE CH-RUN-DATE TO WS-REC-DATE-X.
           PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT.
           IF WS-ARCHIVE-REC
               WRITE CHANGE-HIST-ARCH-REC FROM CHANGE-HIST-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM CHANGE-HIST-REC
           END-IF.
       3010-EXIT.
           EXIT.

       3020-RESTORE-ONE-CHGHIST.
           MOVE ARCHIVE-WORK-REC TO CHANGE-HIST-REC.
           WRITE CHANGE-HIST-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       3020-EXIT.
           EXIT.

      *> BUS-LAST-RUN-DATE WAS NOTED BY 9420 - THAT NIGHT STAYS
       4000-ARCHIVE-RUNHIST.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT RUN-HISTORY-CHK-FILE.
           IF BUS-RH-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT RUN-HISTORY-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 4010-SIFT-ONE-RUNHIST THRU 4010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE RUN-HISTORY-CHK-FILE.
           CLOSE RUN-HISTORY-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT RUN-HISTORY-CHK-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 4020-RESTORE-ONE-RUNHIST THRU 4020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE RUN-HISTORY-CHK-FILE.
           CLOSE ARCHIVE-WORK-FILE.
       4000-EXIT.
           EXIT.

       4010-SIFT-ONE-RUNHIST.
           READ RUN-HISTORY-CHK-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4010-EXIT
           END-READ.
           MOVE RHC-RUN-DATE TO WS-REC-DATE-X.
      *> THE LAST NIGHT POSTED STAYS WHATEVER ITS PERIOD - IT IS
      *> KEPT BEFORE 7000 SEES IT, SO IT NEVER WIDENS THE RANGE
      *> REPORTED AS MOVED
           IF WS-REC-DATE-X IS NUMERIC
               AND WS-REC-DATE NOT < BUS-LAST-RUN-DATE
               MOVE 'N' TO WS-ARCHIVE-SW
               ADD 1 TO WS-RF-KEPT(WS-FILE-SUB)
           ELSE
               PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT
           END-IF.
           IF WS-ARCHIVE-REC
               WRITE RUN-HISTORY-ARCH-REC FROM RUN-HISTORY-CHK-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM RUN-HISTORY-CHK-REC
           END-IF.
       4010-EXIT.
           EXIT.

       4020-RESTORE-ONE-RUNHIST.
           MOVE ARCHIVE-WORK-REC TO RUN-HISTORY-CHK-REC.
           WRITE RUN-HISTORY-CHK-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       4020-EXIT.
           EXIT.

       5000-ARCHIVE-DAYHIST.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT DAY-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT DAY-HISTORY-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 5010-SIFT-ONE-DAYHIST THRU 5010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DAY-HISTORY-FILE.
           CLOSE DAY-HISTORY-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT DAY-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 5020-RESTORE-ONE-DAYHIST THRU 5020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE DAY-HISTORY-FILE.
           CLOSE ARCHIVE-WORK-FILE.
       5000-EXIT.
           EXIT.

       5010-SIFT-ONE-DAYHIST.
           READ DAY-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 5010-EXIT
           END-READ.
           MOVE HD-RUN-DATE TO WS-REC-DATE-X.
           PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT.
           IF WS-ARCHIVE-REC
               WRITE DAY-HISTORY-ARCH-REC FROM DAY-HISTORY-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM DAY-HISTORY-REC
           END-IF.
       5010-EXIT.
           EXIT.

       5020-RESTORE-ONE-DAYHIST.
           MOVE ARCHIVE-WORK-REC TO DAY-HISTORY-REC.
           WRITE DAY-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       5020-EXIT.
           EXIT.

       6000-ARCHIVE-ALLOCHST.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 6000-EXIT
           END-IF.
           OPEN INPUT ALLOC-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT ALLOC-HISTORY-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 6010-SIFT-ONE-ALLOCHST THRU 6010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ALLOC-HISTORY-FILE.
           CLOSE ALLOC-HISTORY-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT ALLOC-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 6020-RESTORE-ONE-ALLOCHST THRU 6020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE ALLOC-HISTORY-FILE.
           CLOSE ARCHIVE-WORK-FILE.
       6000-EXIT.
           EXIT.

       6010-SIFT-ONE-ALLOCHST.
           READ ALLOC-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 6010-EXIT
           END-READ.
           MOVE AH-RUN-DATE TO WS-REC-DATE-X.
           PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT.
           IF WS-ARCHIVE-REC
               WRITE ALLOC-HISTORY-ARCH-REC FROM ALLOC-HISTORY-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM ALLOC-HISTORY-REC
           END-IF.
       6010-EXIT.
           EXIT.

       6020-RESTORE-ONE-ALLOCHST.
           MOVE ARCHIVE-WORK-REC TO ALLOC-HISTORY-REC.
           WRITE ALLOC-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       6020-EXIT.
           EXIT.

       6500-ARCHIVE-BRCHHIST.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               GO TO 6500-EXIT
           END-IF.
           OPEN INPUT BRANCH-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 6500-EXIT
           END-IF.
           OPEN OUTPUT BRANCH-HISTORY-ARCH.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 6510-SIFT-ONE-BRCHHIST THRU 6510-EXIT
               UNTIL WS-IN-EOF.
           CLOSE BRANCH-HISTORY-FILE.
           CLOSE BRANCH-HISTORY-ARCH.
           CLOSE ARCHIVE-WORK-FILE.

           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT BRANCH-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 6520-RESTORE-ONE-BRCHHIST THRU 6520-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE BRANCH-HISTORY-FILE.
           CLOSE ARCHIVE-WORK-FILE.
       6500-EXIT.
           EXIT.

       6510-SIFT-ONE-BRCHHIST.
           READ BRANCH-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 6510-EXIT
           END-READ.
           MOVE HB-RUN-DATE TO WS-REC-DATE-X.
           PERFORM 7000-DECIDE-ONE-RECORD THRU 7000-EXIT.
           IF WS-ARCHIVE-REC
               WRITE BRANCH-HISTORY-ARCH-REC FROM BRANCH-HISTORY-REC
           ELSE
               WRITE ARCHIVE-WORK-REC FROM BRANCH-HISTORY-REC
           END-IF.
       6510-EXIT.
           EXIT.

       6520-RESTORE-ONE-BRCHHIST.
           MOVE ARCHIVE-WORK-REC TO BRANCH-HISTORY-REC.
           WRITE BRANCH-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       6520-EXIT.
           EXIT.

      *> WS-REC-DATE IN, WS-ARCHIVE-SW OUT, FILE ROW COUNTED. AN
      *> UNDATED RECORD OR ONE AT OR AFTER THE CUTOFF STAYS; AN OLD
      *> ONE IN A PERIOD NOT ON PERLOCK STAYS AND IS HELD
       7000-DECIDE-ONE-RECORD.
           MOVE 'N' TO WS-ARCHIVE-SW.
           IF WS-REC-DATE-X IS NOT NUMERIC
               OR WS-REC-DATE = ZERO
               ADD 1 TO WS-RF-KEPT(WS-FILE-SUB)
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-REC-DATE(1:6) TO WS-REC-PERIOD.
           IF WS-REC-PERIOD NOT < WS-RF-CUTOFF(WS-FILE-SUB)
               ADD 1 TO WS-RF-KEPT(WS-FILE-SUB)
               GO TO 7000-EXIT
           END-IF.
           SET WS-LOCK-IDX TO 1.
           SEARCH WS-LOCK-PERIOD
               AT END
                   CONTINUE
               WHEN WS-LOCK-IDX > WS-LOCK-MAX
                   CONTINUE
               WHEN WS-LOCK-PERIOD(WS-LOCK-IDX) = WS-REC-PERIOD
                   SET WS-ARCHIVE-REC TO TRUE
           END-SEARCH.
           IF NOT WS-ARCHIVE-REC
               ADD 1 TO WS-RF-KEPT(WS-FILE-SUB)
               ADD 1 TO WS-RF-HELD(WS-FILE-SUB)
               ADD 1 TO WS-HELD-TOTAL
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WS-RF-MOVED(WS-FILE-SUB).
           IF WS-RF-FIRST(WS-FILE-SUB) = ZERO
               OR WS-REC-DATE < WS-RF-FIRST(WS-FILE-SUB)
               MOVE WS-REC-DATE TO WS-RF-FIRST(WS-FILE-SUB)
           END-IF.
           IF WS-REC-DATE > WS-RF-LAST(WS-FILE-SUB)
               MOVE WS-REC-DATE TO WS-RF-LAST(WS-FILE-SUB)
           END-IF.
       7000-EXIT.
           EXIT.

       7200-READ-WORK.
           MOVE 'N' TO WS-WORK-EOF-SW.
           READ ARCHIVE-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
       7200-EXIT.
           EXIT.

       8000-WRITE-REPORT.
           OPEN OUTPUT ARCHIVE-RPT.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           WRITE ARCHIVE-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO ARCHIVE-RPT-REC.
           STRING "HISTORY ARCHIVE - BUSINESS DATE " DELIMITED BY SIZE
                  BUS-DATE-CCYYMMDD DELIMITED BY SIZE
               INTO ARCHIVE-RPT-REC
           END-STRING.
           WRITE ARCHIVE-RPT-REC.
           MOVE SPACES TO ARCHIVE-RPT-REC.
           WRITE ARCHIVE-RPT-REC.
           WRITE ARCHIVE-RPT-REC FROM WS-FILE-HEADING.
           PERFORM 8100-WRITE-ONE-FILE THRU 8100-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.
           MOVE SPACES TO ARCHIVE-RPT-REC.
           WRITE ARCHIVE-RPT-REC.
           IF WS-HELD-TOTAL > ZERO
               MOVE "*** OLD RECORDS HELD ONLINE - PERIOD NOT CLOSED"
                   TO ARCHIVE-RPT-REC
           ELSE
               MOVE "NO RECORDS HELD BY AN OPEN PERIOD"
                   TO ARCHIVE-RPT-REC
           END-IF.
           WRITE ARCHIVE-RPT-REC.
           CLOSE ARCHIVE-RPT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-FILE.
           MOVE SPACES TO WS-FILE-DETAIL.
           MOVE WS-RF-NAME(WS-FILE-SUB) TO WS-FD-NAME.
           IF NOT WS-RF-HAS-ENTRY(WS-FILE-SUB)
               WRITE ARCHIVE-RPT-REC FROM WS-FILE-DETAIL
               MOVE "NO RETNCTL ENTRY - NOT ARCHIVED" TO WS-NL-TEXT
               WRITE ARCHIVE-RPT-REC FROM WS-NOTE-LINE
               GO TO 8100-EXIT
           END-IF.
           MOVE WS-RF-MONTHS(WS-FILE-SUB) TO WS-FD-MONTHS.
           MOVE WS-RF-CUTOFF(WS-FILE-SUB) TO WS-FD-CUTOFF.
           MOVE WS-RF-KEPT(WS-FILE-SUB)   TO WS-FD-KEPT.
           MOVE WS-RF-MOVED(WS-FILE-SUB)  TO WS-FD-MOVED.
           MOVE WS-RF-HELD(WS-FILE-SUB)   TO WS-FD-HELD.
           MOVE WS-RF-FIRST(WS-FILE-SUB)  TO WS-FD-FIRST.
           MOVE WS-RF-LAST(WS-FILE-SUB)   TO WS-FD-LAST.
           WRITE ARCHIVE-RPT-REC FROM WS-FILE-DETAIL.
       8100-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
