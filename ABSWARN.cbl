      *> ABSWARN - NIGHTLY ABSENCE EARLY WARNING. RUNS STRAIGHT
      *> AFTER VERBOS HAS LOGGED THE DAY'S SIGN-ONS, SO A STUDENT
      *> DRIFTING AWAY IS NAMED TO THE INSTRUCTOR WHILE THERE IS
      *> STILL TIME TO DO SOMETHING, INSTEAD OF TURNING UP BELOW
      *> MINIMUM ON ATTENDRPT AT THE END OF TERM.
      *> THE TERM IS THE ONE ON THE TUITCTL CARD. A SECTION'S CLASS
      *> DAYS ARE THE BUSINESS DAYS OF THE TERM (NOT ON BUSCAL) THAT
      *> FALL ON ITS CRSMAST MEETING DAYS; A SECTION WITH NO MEETING
      *> DAYS HAS NO TIMETABLE AND IS NOT WATCHED. EVERY STUDENT ON
      *> ENROLL AND ACTIVE ON STUDROST IS WARNED WHEN
      *>   - THE LAST CLASS DAYS UP TO TONIGHT, AS MANY AS THE
      *>     ABSWCTL CARD SAYS (DEFAULT 3), HAVE PASSED WITH NO
      *>     SIGN-ON FOR THE COURSE ('A'), OR
      *>   - THE HOURS ATTENDED SO FAR, CARRIED AT THE SAME RATE
      *>     OVER THE CLASS DAYS STILL TO COME, WOULD END THE TERM
      *>     BELOW THE SECTION'S CS-MIN-HOURS ('R').
      *> EACH WARNING IS KEPT ON THE ABSWHIST HISTORY: A RATE
      *> WARNING IS GIVEN ONCE A TERM, AN ABSENCE WARNING ONCE PER
      *> RUN OF MISSED CLASSES - ONLY A STUDENT WHO CAME BACK AND
      *> THEN STOPPED AGAIN IS NAMED A SECOND TIME. THE WARNINGS ARE
      *> LISTED SECTION BY SECTION ON ABSWRPT. NO TUITCTL CARD MEANS
      *> NO TERM IS OPEN AND NOTHING IS WATCHED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSWARN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - THE TERM IN PROGRESS, AS BILLED BY TUITBILL
           SELECT TERM-CTL-FILE ASSIGN TO "TUITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCTL-STATUS.

      *> OPTIONAL - CONSECUTIVE CLASS DAYS MISSED BEFORE A WARNING
           SELECT ABSW-CTL-FILE ASSIGN TO "ABSWCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTL-STATUS.

           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-ROSTER ASSIGN TO "STUDROST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> WARNINGS ALREADY GIVEN, SO THEY ARE NOT GIVEN EVERY NIGHT
           SELECT WARNING-HIST-FILE ASSIGN TO "ABSWHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AW-STATUS.

           SELECT ABSW-RPT ASSIGN TO "ABSWRPT"
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
      *> BUSDATE COPYBOOK. THE CALENDAR ALSO TELLS WHICH DAYS OF
      *> THE TERM THE CLASSES MET
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
       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC.
           05 TC-TERM-ID           PIC X(06).
           05 FILLER               PIC X(01).
           05 TC-TERM-START-X      PIC X(08).
           05 FILLER               PIC X(01).
           05 TC-TERM-END-X        PIC X(08).
           05 FILLER               PIC X(01).
           05 TC-FULL-CHARGE-X     PIC X(08).

       FD  ABSW-CTL-FILE.
       01  ABSW-CTL-REC.
           05 AC-MISS-LIMIT-X      PIC X(02).

       FD  SIGNON-LOG.
       01  SIGNON-LOG-REC.
           05 SL-STUDENT-ID   PIC X(06).
           05 FILLER          PIC X(01).
           05 SL-STUDENT_NAME PIC X(25).
           05 FILLER          PIC X(01).
           05 SL-TXN-TYPE     PIC X(01).
               88 SL-SIGN-ON  VALUE 'N'.
               88 SL-SIGN-OFF VALUE 'F'.
           05 FILLER          PIC X(01).
           05 SL-DATE         PIC X(10).
           05 FILLER          PIC X(01).
           05 SL-TIME         PIC 9(06).
           05 FILLER          PIC X(01).
           05 SL-COURSE-SECT.
               10 SL-COURSE   PIC X(04).
               10 SL-SECTION  PIC X(02).

       FD  STUDENT-ROSTER.
       01  STUDENT-ROSTER-REC.
           05 SR-STUDENT-ID     PIC X(06).
           05 FILLER            PIC X(01).
           05 SR-STUDENT_NAME   PIC X(25).
           05 FILLER            PIC X(01).
           05 SR-ENROLL-STATUS  PIC X(01).
           05 FILLER            PIC X(01).
           05 SR-EFF-FROM-DATE  PIC 9(08).
           05 FILLER            PIC X(01).
           05 SR-EFF-TO-DATE    PIC 9(08).
           05 FILLER            PIC X(01).
           05 SR-BILL-CUST-ID   PIC X(06).

       FD  COURSE-SECTION-FILE.
       01  COURSE-SECTION-REC.
           05 CS-COURSE        PIC X(04).
           05 CS-SECTION       PIC X(02).
           05 CS-COURSE-NAME   PIC X(25).
           05 CS-MIN-HOURS     PIC 9(03).
           05 CS-CAPACITY      PIC 9(03).
           05 CS-REG-OPEN-DATE PIC 9(08).
           05 CS-REG-CLOSE-DATE PIC 9(08).
           05 CS-TUITION-FEE   PIC 9(05)V99.
           05 CS-MEET-DAYS     PIC X(07).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05 EN-STUDENT-ID    PIC X(06).
           05 EN-COURSE        PIC X(04).
           05 EN-SECTION       PIC X(02).

      *> ONE ROW PER TERM, STUDENT, COURSE AND KIND OF WARNING. THE
      *> LAST-ATTENDED DATE IS THE ONE THE WARNING WAS GIVEN ON - A
      *> LATER SIGN-ON STARTS A NEW RUN OF ABSENCES
       FD  WARNING-HIST-FILE.
       01  WARNING-HIST-REC.
           05 AW-KEY.
               10 AW-TERM-ID        PIC X(06).
               10 AW-STUDENT-ID     PIC X(06).
               10 AW-COURSE         PIC X(04).
               10 AW-WARN-TYPE      PIC X(01).
                   88 AW-ABSENCE-WARNING VALUE 'A'.
                   88 AW-RATE-WARNING    VALUE 'R'.
           05 AW-SECTION            PIC X(02).
           05 AW-FIRST-WARN-DATE    PIC 9(08).
           05 AW-LAST-WARN-DATE     PIC 9(08).
           05 AW-LAST-ATTEND-DATE   PIC 9(08).
           05 AW-MISSED-COUNT       PIC 9(03).
           05 AW-PROJ-HOURS         PIC 9(04)V9.

       FD  ABSW-RPT.
       01  ABSW-RPT-REC             PIC X(80).

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

           WORKING-STORAGE SECTION.
           01 WS-TCTL-STATUS PIC X(02).
           01 WS-ACTL-STATUS PIC X(02).
           01 WS-AW-STATUS   PIC X(02).
               88 WS-AW-OK VALUE "00".

           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-TERM-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-TERM-OPEN VALUE 'Y'.
           01 WS-FOUND-SW PIC X(01).
               88 WS-FOUND VALUE 'Y'.
           01 WS-SECT-HEADED-SW PIC X(01).
               88 WS-SECT-HEADED VALUE 'Y'.
           01 WS-GIVE-WARNING-SW PIC X(01).
               88 WS-GIVE-WARNING VALUE 'Y'.
           01 WS-NEW-HIST-SW PIC X(01).
               88 WS-NEW-HIST VALUE 'Y'.

           01 WS-TERM-ID     PIC X(06) VALUE SPACES.
           01 WS-TERM-START  PIC 9(08).
           01 WS-TERM-END    PIC 9(08).
           01 WS-MISS-LIMIT  PIC 9(02) VALUE 3.

      *> DAY OF THE WEEK FOR THE CLASS-DAY WALK, 1 = MONDAY - TAKEN
      *> FROM THE SERIAL DAY'S DISTANCE FROM MONDAY 1 JANUARY 1900
           01 WS-REF-SERIAL  PIC 9(09).
           01 WS-DOW-DIFF    PIC 9(09).
           01 WS-DOW-Q       PIC 9(09).
           01 WS-DOW-REM     PIC 9(01).
           01 WS-DOW         PIC 9(01).

      *> SL-DATE ARRIVES IN THE MM/DD/CCYY FORM VERBOS STAMPS
           01 WS-LOG-DATE-SLASH.
               05 WS-LOG-SL-MM   PIC 9(02).
               05 FILLER         PIC X(01).
               05 WS-LOG-SL-DD   PIC 9(02).
               05 FILLER         PIC X(01).
               05 WS-LOG-SL-CCYY PIC 9(04).
           01 WS-LOG-DATE-CCYYMMDD.
               05 WS-LOG-CCYY PIC 9(04).
               05 WS-LOG-MM   PIC 9(02).
               05 WS-LOG-DD   PIC 9(02).
           01 WS-LOG-DATE-N REDEFINES WS-LOG-DATE-CCYYMMDD
                             PIC 9(08).

           01 WS-TIME-WORK PIC 9(06).
           01 WS-TIME-FMT REDEFINES WS-TIME-WORK.
               05 WS-TIME-HH PIC 9(02).
               05 WS-TIME-MM PIC 9(02).
               05 WS-TIME-SS PIC 9(02).
           01 WS-MINS-OF-DAY   PIC 9(05).
           01 WS-SESSION-MINS  PIC S9(05).

           01 WS-ROSTER-MAX PIC 9(04) VALUE ZERO.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-ROSTER-IDX.
                   10 WS-ROSTER-ID        PIC X(06).
                   10 WS-ROSTER-NAME      PIC X(25).
                   10 WS-ROSTER-STATUS    PIC X(01).

      *> SECTIONS WITH THEIR CLASS DAYS HELD SO FAR THIS TERM AND
      *> THE NUMBER STILL TO COME
           01 WS-CRS-MAX PIC 9(03) VALUE ZERO.
           01 WS-CRS-TABLE.
               05 WS-CRS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-CRS-IDX.
                   10 WS-CRS-COURSE      PIC X(04).
                   10 WS-CRS-SECTION     PIC X(02).
                   10 WS-CRS-NAME        PIC X(25).
                   10 WS-CRS-MIN-HOURS   PIC 9(03).
                   10 WS-CRS-MEET-DAYS   PIC X(07).
                   10 WS-CRS-HELD        PIC 9(03).
                   10 WS-CRS-TO-COME     PIC 9(03).
                   10 WS-CRS-HELD-DATE   PIC 9(08)
                                         OCCURS 200 TIMES.
           01 WS-CRS-SUB  PIC 9(03) COMP.
           01 WS-MTG-SUB  PIC 9(03) COMP.

      *> ONE ENTRY PER ENROLLED, ACTIVE STUDENT AND COURSE
           01 WS-EN-MAX PIC 9(04) VALUE ZERO.
           01 WS-EN-TABLE.
               05 WS-EN-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-EN-IDX.
                   10 WS-EN-STUDENT-ID   PIC X(06).
                   10 WS-EN-NAME         PIC X(25).
                   10 WS-EN-COURSE       PIC X(04).
                   10 WS-EN-SECTION      PIC X(02).
                   10 WS-EN-LAST-ATTEND  PIC 9(08).
                   10 WS-EN-TOTAL-MINS   PIC 9(07).
                   10 WS-EN-OPEN-SW      PIC X(01).
                       88 WS-EN-SESSION-OPEN VALUE 'Y'.
                   10 WS-EN-OPEN-MINS    PIC 9(05).

           01 WS-MISSED      PIC 9(03).
           01 WS-HOURS       PIC 9(04)V9.
           01 WS-PROJ-HOURS  PIC 9(04)V9.
           01 WS-WARN-TYPE   PIC X(01).

           01 WS-SECTION-COUNT PIC 9(09) VALUE ZERO.
           01 WS-WATCH-COUNT   PIC 9(09) VALUE ZERO.
           01 WS-ABSENT-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-RATE-COUNT    PIC 9(09) VALUE ZERO.
           01 WS-REPEAT-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.

           01 WS-ABSW-DETAIL.
               05 WS-AD-STUDENT-ID  PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-NAME        PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-LAST-ATTEND PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-MISSED      PIC ZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-HOURS       PIC ZZZ9.9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-PROJ-HOURS  PIC ZZZ9.9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-MIN         PIC ZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AD-WARNING     PIC X(15).

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

      *> STEP-RESTART CONTROL WORKAREA - SEE RUNCTL COPYBOOK
           COPY RUNCTL.

      *> SERIAL-DAY CONVERSION FOR THE DAY OF THE WEEK - SEE DATESER
           COPY DATESER.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE "ABSWARN" TO RUN-CTL-PGM-NAME.
           PERFORM 9300-CHECK-STEP-DONE THRU 9300-EXIT.
           IF RUN-STEP-DONE
               STOP RUN
           END-IF.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0100-READ-CONTROL-CARDS THRU 0100-EXIT.

           OPEN OUTPUT ABSW-RPT.
           WRITE ABSW-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "ABSENCE EARLY WARNING - TERM " DELIMITED BY SIZE
                  WS-TERM-ID                      DELIMITED BY SIZE
                  " - WARN AFTER "                DELIMITED BY SIZE
                  WS-MISS-LIMIT                   DELIMITED BY SIZE
                  " MISSED CLASSES"               DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.

           IF WS-TERM-OPEN
               PERFORM 0200-LOAD-ROSTER THRU 0200-EXIT
               PERFORM 0300-LOAD-COURSE-MASTER THRU 0300-EXIT
               PERFORM 0400-BUILD-CLASS-DAYS THRU 0400-EXIT
               PERFORM 0500-LOAD-ENROLLMENT THRU 0500-EXIT
               PERFORM 0600-TALLY-SIGNON-LOG THRU 0600-EXIT
               OPEN I-O WARNING-HIST-FILE
      *> FIRST WARNING EVER GIVEN: THE HISTORY DOES NOT EXIST YET
               IF NOT WS-AW-OK
                   OPEN OUTPUT WARNING-HIST-FILE
                   CLOSE WARNING-HIST-FILE
                   OPEN I-O WARNING-HIST-FILE
               END-IF
               PERFORM 1000-CHECK-ONE-SECTION THRU 1000-EXIT
                   VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-CRS-MAX
               CLOSE WARNING-HIST-FILE
           ELSE
               MOVE "NO TUITCTL CARD - NO TERM OPEN" TO ABSW-RPT-REC
               WRITE ABSW-RPT-REC
           END-IF.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE ABSW-RPT.

           DISPLAY "ABSWARN STUDENTS WATCHED  : " WS-WATCH-COUNT.
           DISPLAY "ABSWARN ABSENCE WARNINGS  : " WS-ABSENT-COUNT.
           DISPLAY "ABSWARN RATE WARNINGS     : " WS-RATE-COUNT.
           PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT.
           STOP RUN.

       0100-READ-CONTROL-CARDS.
           OPEN INPUT ABSW-CTL-FILE.
           IF WS-ACTL-STATUS = "00"
               READ ABSW-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-MISS-LIMIT-X IS NUMERIC
                           AND AC-MISS-LIMIT-X NOT = "00"
                           MOVE AC-MISS-LIMIT-X TO WS-MISS-LIMIT
                       END-IF
               END-READ
               CLOSE ABSW-CTL-FILE
           END-IF.

           OPEN INPUT TERM-CTL-FILE.
           IF WS-TCTL-STATUS NOT = "00"
               GO TO 0100-EXIT
           END-IF.
           READ TERM-CTL-FILE
               AT END
                   MOVE SPACES TO TERM-CTL-REC
           END-READ.
           CLOSE TERM-CTL-FILE.
           IF TC-TERM-ID = SPACES
               OR TC-TERM-START-X NOT NUMERIC
               OR TC-TERM-END-X NOT NUMERIC
               OR TC-TERM-START-X > TC-TERM-END-X
               GO TO 0100-EXIT
           END-IF.
           MOVE TC-TERM-ID      TO WS-TERM-ID.
           MOVE TC-TERM-START-X TO WS-TERM-START.
           MOVE TC-TERM-END-X   TO WS-TERM-END.
           SET WS-TERM-OPEN TO TRUE.
       0100-EXIT.
           EXIT.

       0200-LOAD-ROSTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT STUDENT-ROSTER.
           READ STUDENT-ROSTER
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0210-ADD-ROSTER-ENTRY THRU 0210-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STUDENT-ROSTER.
       0200-EXIT.
           EXIT.

       0210-ADD-ROSTER-ENTRY.
           IF WS-ROSTER-MAX < 5000
               ADD 1 TO WS-ROSTER-MAX
               MOVE SR-STUDENT-ID    TO WS-ROSTER-ID(WS-ROSTER-MAX)
               MOVE SR-STUDENT_NAME  TO WS-ROSTER-NAME(WS-ROSTER-MAX)
               MOVE SR-ENROLL-STATUS
                   TO WS-ROSTER-STATUS(WS-ROSTER-MAX)
           ELSE
               DISPLAY "ROSTER TABLE FULL AT " SR-STUDENT-ID
           END-IF.
           READ STUDENT-ROSTER
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

      *> ONLY SECTIONS WITH A TIMETABLE ARE WATCHED
       0300-LOAD-COURSE-MASTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT COURSE-SECTION-FILE.
           READ COURSE-SECTION-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0310-ADD-COURSE-ENTRY THRU 0310-EXIT
               UNTIL WS-IN-EOF.
           CLOSE COURSE-SECTION-FILE.
       0300-EXIT.
           EXIT.

       0310-ADD-COURSE-ENTRY.
           IF CS-MEET-DAYS NOT = SPACES
               IF WS-CRS-MAX < 50
                   ADD 1 TO WS-CRS-MAX
                   MOVE CS-COURSE      TO WS-CRS-COURSE(WS-CRS-MAX)
                   MOVE CS-SECTION     TO WS-CRS-SECTION(WS-CRS-MAX)
                   MOVE CS-COURSE-NAME TO WS-CRS-NAME(WS-CRS-MAX)
                   MOVE CS-MIN-HOURS   TO WS-CRS-MIN-HOURS(WS-CRS-MAX)
                   MOVE CS-MEET-DAYS   TO WS-CRS-MEET-DAYS(WS-CRS-MAX)
                   MOVE ZERO TO WS-CRS-HELD(WS-CRS-MAX)
                                WS-CRS-TO-COME(WS-CRS-MAX)
               ELSE
                   DISPLAY "COURSE MASTER TABLE FULL AT " CS-COURSE
               END-IF
           END-IF.
           READ COURSE-SECTION-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

      *> WALK THE TERM A DAY AT A TIME. A BUSINESS DAY ON ONE OF A
      *> SECTION'S MEETING DAYS IS A CLASS DAY - HELD IF IT IS NOT
      *> AFTER TONIGHT, STILL TO COME IF IT IS
       0400-BUILD-CLASS-DAYS.
           MOVE 19000101 TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-REF-SERIAL.
           MOVE WS-TERM-START TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           COMPUTE WS-DOW-DIFF = WS-D2S-SERIAL - WS-REF-SERIAL.
           DIVIDE WS-DOW-DIFF BY 7
               GIVING WS-DOW-Q REMAINDER WS-DOW-REM.
           COMPUTE WS-DOW = WS-DOW-REM + 1.

           MOVE WS-TERM-START TO BUS-CHK-DATE.
           PERFORM 0410-CHECK-ONE-DAY THRU 0410-EXIT
               UNTIL BUS-CHK-DATE > WS-TERM-END.
       0400-EXIT.
           EXIT.

       0410-CHECK-ONE-DAY.
           PERFORM 9450-TEST-NONBUSINESS THRU 9450-EXIT.
           IF NOT BUS-DAY-NONBUSINESS
               PERFORM 0420-NOTE-CLASS-DAY THRU 0420-EXIT
                   VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-CRS-MAX
           END-IF.
           PERFORM 9440-NEXT-CHK-DAY THRU 9440-EXIT.
           IF WS-DOW < 7
               ADD 1 TO WS-DOW
           ELSE
               MOVE 1 TO WS-DOW
           END-IF.
       0410-EXIT.
           EXIT.

       0420-NOTE-CLASS-DAY.
           IF WS-CRS-MEET-DAYS(WS-CRS-SUB)(WS-DOW:1) NOT = 'Y'
               GO TO 0420-EXIT
           END-IF.
           IF BUS-CHK-DATE > BUS-DATE-CCYYMMDD
               ADD 1 TO WS-CRS-TO-COME(WS-CRS-SUB)
           ELSE
               IF WS-CRS-HELD(WS-CRS-SUB) < 200
                   ADD 1 TO WS-CRS-HELD(WS-CRS-SUB)
                   MOVE BUS-CHK-DATE TO
                       WS-CRS-HELD-DATE(WS-CRS-SUB,
                                        WS-CRS-HELD(WS-CRS-SUB))
               END-IF
           END-IF.
       0420-EXIT.
           EXIT.

      *> A STUDENT WHO HAS LEFT STUDROST IS NOT CHASED
       0500-LOAD-ENROLLMENT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT ENROLLMENT-FILE.
           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0510-ADD-ENROLLMENT THRU 0510-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ENROLLMENT-FILE.
       0500-EXIT.
           EXIT.

       0510-ADD-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SW.
           SET WS-ROSTER-IDX TO 1.
           SEARCH WS-ROSTER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROSTER-IDX > WS-ROSTER-MAX
                   CONTINUE
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = EN-STUDENT-ID
                   IF WS-ROSTER-STATUS(WS-ROSTER-IDX) = 'A'
                       SET WS-FOUND TO TRUE
                   END-IF
           END-SEARCH.
           IF WS-FOUND
               IF WS-EN-MAX < 5000
                   ADD 1 TO WS-EN-MAX
                   SET WS-EN-IDX TO WS-EN-MAX
                   MOVE EN-STUDENT-ID TO WS-EN-STUDENT-ID(WS-EN-IDX)
                   MOVE WS-ROSTER-NAME(WS-ROSTER-IDX)
                       TO WS-EN-NAME(WS-EN-IDX)
                   MOVE EN-COURSE     TO WS-EN-COURSE(WS-EN-IDX)
                   MOVE EN-SECTION    TO WS-EN-SECTION(WS-EN-IDX)
                   MOVE ZERO TO WS-EN-LAST-ATTEND(WS-EN-IDX)
                                WS-EN-TOTAL-MINS(WS-EN-IDX)
                                WS-EN-OPEN-MINS(WS-EN-IDX)
                   MOVE 'N'  TO WS-EN-OPEN-SW(WS-EN-IDX)
               ELSE
                   DISPLAY "ENROLLMENT TABLE FULL AT " EN-STUDENT-ID
               END-IF
           END-IF.
           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

      *> A SIGN-ON FOR ANY SECTION OF THE COURSE COUNTS - A STUDENT
      *> TRANSFERRED MID-TERM KEEPS THE ATTENDANCE BEFORE THE MOVE
       0600-TALLY-SIGNON-LOG.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGNON-LOG.
           READ SIGNON-LOG
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0610-TALLY-ONE-LINE THRU 0610-EXIT
               UNTIL WS-IN-EOF.
           CLOSE SIGNON-LOG.
       0600-EXIT.
           EXIT.

       0610-TALLY-ONE-LINE.
           MOVE SL-DATE TO WS-LOG-DATE-SLASH.
           MOVE WS-LOG-SL-CCYY TO WS-LOG-CCYY.
           MOVE WS-LOG-SL-MM   TO WS-LOG-MM.
           MOVE WS-LOG-SL-DD   TO WS-LOG-DD.
           IF WS-LOG-DATE-N >= WS-TERM-START
               AND WS-LOG-DATE-N <= BUS-DATE-CCYYMMDD
               PERFORM 0615-FIND-ENROLLMENT THRU 0615-EXIT
           END-IF.
           READ SIGNON-LOG
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.

       0615-FIND-ENROLLMENT.
           SET WS-EN-IDX TO 1.
           SEARCH WS-EN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EN-IDX > WS-EN-MAX
                   CONTINUE
               WHEN WS-EN-STUDENT-ID(WS-EN-IDX) = SL-STUDENT-ID
                   AND WS-EN-COURSE(WS-EN-IDX) = SL-COURSE
                   PERFORM 0620-APPLY-LOG-LINE THRU 0620-EXIT
           END-SEARCH.
       0615-EXIT.
           EXIT.

      *> SAME SESSION PAIRING AS ATTENDRPT
       0620-APPLY-LOG-LINE.
           MOVE SL-TIME TO WS-TIME-WORK.
           COMPUTE WS-MINS-OF-DAY =
               (WS-TIME-HH * 60) + WS-TIME-MM.
           IF SL-SIGN-ON
               IF WS-LOG-DATE-N > WS-EN-LAST-ATTEND(WS-EN-IDX)
                   MOVE WS-LOG-DATE-N TO WS-EN-LAST-ATTEND(WS-EN-IDX)
               END-IF
               MOVE 'Y' TO WS-EN-OPEN-SW(WS-EN-IDX)
               MOVE WS-MINS-OF-DAY TO WS-EN-OPEN-MINS(WS-EN-IDX)
           ELSE
               IF WS-EN-SESSION-OPEN(WS-EN-IDX)
                   COMPUTE WS-SESSION-MINS =
                       WS-MINS-OF-DAY - WS-EN-OPEN-MINS(WS-EN-IDX)
                   IF WS-SESSION-MINS > ZERO
                       ADD WS-SESSION-MINS
                           TO WS-EN-TOTAL-MINS(WS-EN-IDX)
                   END-IF
                   MOVE 'N' TO WS-EN-OPEN-SW(WS-EN-IDX)
               END-IF
           END-IF.
       0620-EXIT.
           EXIT.

       1000-CHECK-ONE-SECTION.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE 'N' TO WS-SECT-HEADED-SW.
           PERFORM 1100-CHECK-ONE-STUDENT THRU 1100-EXIT
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-EN-MAX.
       1000-EXIT.
           EXIT.

       1100-CHECK-ONE-STUDENT.
           IF WS-EN-COURSE(WS-EN-IDX) NOT = WS-CRS-COURSE(WS-CRS-SUB)
               OR WS-EN-SECTION(WS-EN-IDX)
                   NOT = WS-CRS-SECTION(WS-CRS-SUB)
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-WATCH-COUNT.

      *> CLASS DAYS HELD SINCE THE LAST SIGN-ON
           MOVE ZERO TO WS-MISSED.
           PERFORM 1150-COUNT-ONE-MISS THRU 1150-EXIT
               VARYING WS-MTG-SUB FROM 1 BY 1
               UNTIL WS-MTG-SUB > WS-CRS-HELD(WS-CRS-SUB).
           COMPUTE WS-HOURS ROUNDED = WS-EN-TOTAL-MINS(WS-EN-IDX) / 60.
           MOVE ZERO TO WS-PROJ-HOURS.
           IF WS-CRS-HELD(WS-CRS-SUB) > ZERO
               COMPUTE WS-PROJ-HOURS ROUNDED =
                   WS-HOURS * (WS-CRS-HELD(WS-CRS-SUB)
                               + WS-CRS-TO-COME(WS-CRS-SUB))
                   / WS-CRS-HELD(WS-CRS-SUB)
           END-IF.

           IF WS-MISSED NOT < WS-MISS-LIMIT
               MOVE 'A' TO WS-WARN-TYPE
               PERFORM 1200-GIVE-WARNING THRU 1200-EXIT
           END-IF.
           IF WS-CRS-HELD(WS-CRS-SUB) > ZERO
               AND WS-CRS-MIN-HOURS(WS-CRS-SUB) > ZERO
               AND WS-PROJ-HOURS < WS-CRS-MIN-HOURS(WS-CRS-SUB)
               MOVE 'R' TO WS-WARN-TYPE
               PERFORM 1200-GIVE-WARNING THRU 1200-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-COUNT-ONE-MISS.
           IF WS-CRS-HELD-DATE(WS-CRS-SUB, WS-MTG-SUB)
                   > WS-EN-LAST-ATTEND(WS-EN-IDX)
               ADD 1 TO WS-MISSED
           END-IF.
       1150-EXIT.
           EXIT.

      *> A RATE WARNING ALREADY GIVEN THIS TERM, OR AN ABSENCE
      *> WARNING FOR THE SAME RUN OF MISSED CLASSES, IS NOT GIVEN
      *> AGAIN
       1200-GIVE-WARNING.
           MOVE WS-TERM-ID                 TO AW-TERM-ID.
           MOVE WS-EN-STUDENT-ID(WS-EN-IDX) TO AW-STUDENT-ID.
           MOVE WS-EN-COURSE(WS-EN-IDX)     TO AW-COURSE.
           MOVE WS-WARN-TYPE               TO AW-WARN-TYPE.
           MOVE 'N' TO WS-GIVE-WARNING-SW WS-NEW-HIST-SW.
           READ WARNING-HIST-FILE
               INVALID KEY
                   SET WS-GIVE-WARNING TO TRUE
                   SET WS-NEW-HIST TO TRUE
               NOT INVALID KEY
                   IF AW-ABSENCE-WARNING
                       AND WS-EN-LAST-ATTEND(WS-EN-IDX)
                           > AW-LAST-ATTEND-DATE
                       SET WS-GIVE-WARNING TO TRUE
                       ADD 1 TO WS-REPEAT-COUNT
                   END-IF
           END-READ.
           IF NOT WS-GIVE-WARNING
               GO TO 1200-EXIT
           END-IF.

           IF WS-NEW-HIST
               MOVE WS-TERM-ID                  TO AW-TERM-ID
               MOVE WS-EN-STUDENT-ID(WS-EN-IDX) TO AW-STUDENT-ID
               MOVE WS-EN-COURSE(WS-EN-IDX)     TO AW-COURSE
               MOVE WS-WARN-TYPE                TO AW-WARN-TYPE
               MOVE BUS-DATE-CCYYMMDD           TO AW-FIRST-WARN-DATE
           END-IF.
           MOVE WS-EN-SECTION(WS-EN-IDX)     TO AW-SECTION.
           MOVE BUS-DATE-CCYYMMDD            TO AW-LAST-WARN-DATE.
           MOVE WS-EN-LAST-ATTEND(WS-EN-IDX) TO AW-LAST-ATTEND-DATE.
           MOVE WS-MISSED                    TO AW-MISSED-COUNT.
           MOVE WS-PROJ-HOURS                TO AW-PROJ-HOURS.
           IF WS-NEW-HIST
               WRITE WARNING-HIST-REC
                   INVALID KEY
                       DISPLAY "ABSWHIST WRITE FAILED "
                           WS-AW-STATUS " AT " AW-KEY
               END-WRITE
           ELSE
               REWRITE WARNING-HIST-REC
                   INVALID KEY
                       DISPLAY "ABSWHIST REWRITE FAILED "
                           WS-AW-STATUS " AT " AW-KEY
               END-REWRITE
           END-IF.

           IF NOT WS-SECT-HEADED
               PERFORM 1300-SECTION-HEADING THRU 1300-EXIT
           END-IF.
           MOVE WS-EN-STUDENT-ID(WS-EN-IDX)  TO WS-AD-STUDENT-ID.
           MOVE WS-EN-NAME(WS-EN-IDX)        TO WS-AD-NAME.
           MOVE WS-EN-LAST-ATTEND(WS-EN-IDX) TO WS-AD-LAST-ATTEND.
           MOVE WS-MISSED                    TO WS-AD-MISSED.
           MOVE WS-HOURS                     TO WS-AD-HOURS.
           MOVE WS-PROJ-HOURS                TO WS-AD-PROJ-HOURS.
           MOVE WS-CRS-MIN-HOURS(WS-CRS-SUB) TO WS-AD-MIN.
           IF AW-ABSENCE-WARNING
               MOVE "MISSED CLASSES" TO WS-AD-WARNING
               ADD 1 TO WS-ABSENT-COUNT
           ELSE
               MOVE "BELOW MIN PACE" TO WS-AD-WARNING
               ADD 1 TO WS-RATE-COUNT
           END-IF.
           WRITE ABSW-RPT-REC FROM WS-ABSW-DETAIL.
       1200-EXIT.
           EXIT.

      *> EACH SECTION'S WARNINGS START ON A HEADING OF THEIR OWN SO
      *> THE LIST CAN BE TORN OFF FOR THE INSTRUCTOR
       1300-SECTION-HEADING.
           SET WS-SECT-HEADED TO TRUE.
           MOVE SPACES TO ABSW-RPT-REC.
           WRITE ABSW-RPT-REC.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "SECTION "                  DELIMITED BY SIZE
                  WS-CRS-COURSE(WS-CRS-SUB)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-CRS-SECTION(WS-CRS-SUB)  DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-CRS-NAME(WS-CRS-SUB)     DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.
           MOVE "STUDNT NAME                      LAST-ATT MIS"
               TO ABSW-RPT-REC.
           MOVE "HOURS  PROJ MIN WARNING" TO ABSW-RPT-REC(48:23).
           WRITE ABSW-RPT-REC.
       1300-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO ABSW-RPT-REC.
           WRITE ABSW-RPT-REC.

           MOVE WS-SECTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "SECTIONS WATCHED  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.

           MOVE WS-WATCH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "STUDENTS WATCHED  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.

           MOVE WS-ABSENT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "ABSENCE WARNINGS  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.

           MOVE WS-REPEAT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "  AFTER A RETURN  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.

           MOVE WS-RATE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ABSW-RPT-REC.
           STRING "RATE WARNINGS     : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ABSW-RPT-REC
           END-STRING.
           WRITE ABSW-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY DATESERP.

       COPY BUSDATEP.

       COPY RUNCTLP.

       COPY REPDATEP.
