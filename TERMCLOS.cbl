      *> TERMCLOS - TERM CLOSE. RUN ONCE THE TERM NAMED ON THE
      *> TERMCTL CARD HAS ENDED, IT DECIDES EVERY STUDENT'S OUTCOME
      *> IN EVERY COURSE THEY TOOK THAT TERM AND KEEPS IT FOR GOOD ON
      *> THE CMPLHIST COMPLETION HISTORY, KEYED BY STUDENT, COURSE
      *> AND TERM - THE RECORD ATTENDRPT NEVER KEPT, SO "DID THIS
      *> STUDENT COMPLETE THIS COURSE" NO LONGER MEANS PAIRING UP
      *> AN OLD SIGNLOG BY HAND.
      *> HOURS ARE THE SIGNLOG SESSIONS INSIDE THE TERM, PAIRED THE
      *> SAME WAY AS ATTENDRPT. A STUDENT STILL ON ENROLL AND STILL
      *> ACTIVE ON STUDROST HAS COMPLETED ('C') WHEN THE HOURS REACH
      *> THE SECTION'S CRSMAST MINIMUM, OTHERWISE IS INCOMPLETE
      *> ('I'). A STUDENT WHO ATTENDED OR WAS BILLED FOR A COURSE
      *> BUT IS NO LONGER ON ITS ENROLL ROW, OR WHO HAS LEFT
      *> STUDROST, HAS WITHDRAWN ('W'). HOURS IN A SECTION THE
      *> STUDENT TRANSFERRED OUT OF COUNT TOWARD THE COURSE. A
      *> SECTION MISSING FROM CRSMAST CANNOT BE JUDGED: ITS
      *> STUDENTS ARE LISTED, LEFT OPEN AND END THE RUN RC 4.
      *> EVERY COMPLETION GETS A CERTIFICATE ON CERTPRT; EVERY
      *> OUTCOME IS LISTED ON TERMCRPT. A RERUN FOR THE SAME TERM
      *> REPLACES THAT TERM'S OUTCOMES AND PRINTS THE CERTIFICATES
      *> AGAIN. TRANSCRIPTS ARE PRINTED FROM CMPLHIST BY TRANSCPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE TERM BEING CLOSED - SAME LAYOUT AS THE TUITCTL CARD
           SELECT TERM-CTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCTL-STATUS.

           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-ROSTER ASSIGN TO "STUDROST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> TUITBILL'S RECORD OF PLACES BILLED - A PLACE CREDITED
      *> BACK FOR THE TERM WAS DROPPED. OPTIONAL
           SELECT TUITION-BILLED-FILE ASSIGN TO "TUITBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.

      *> PERMANENT COURSE COMPLETION HISTORY
           SELECT COMPLETION-HIST-FILE ASSIGN TO "CMPLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.

           SELECT CERTIFICATE-PRT ASSIGN TO "CERTPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERM-CLOSE-RPT ASSIGN TO "TERMCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC.
           05 TC-TERM-ID           PIC X(06).
           05 FILLER               PIC X(01).
           05 TC-TERM-START-X      PIC X(08).
           05 FILLER               PIC X(01).
           05 TC-TERM-END-X        PIC X(08).

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

       FD  TUITION-BILLED-FILE.
       01  TUITION-BILLED-REC.
           05 TB-KEY.
               10 TB-TERM-ID        PIC X(06).
               10 TB-STUDENT-ID     PIC X(06).
               10 TB-COURSE         PIC X(04).
               10 TB-SECTION        PIC X(02).
               10 TB-FEE-CODE       PIC X(04).
           05 TB-STATUS             PIC X(01).
               88 TB-BILLED         VALUE 'B'.
               88 TB-CREDITED       VALUE 'D'.
           05 TB-BILL-CUST-ID       PIC X(06).
           05 TB-BILLED-DATE        PIC 9(08).
           05 TB-CHARGE-FROM        PIC 9(08).
           05 TB-PRORATE-FLAG       PIC X(01).
           05 TB-BILLED-AMT         PIC 9(07)V99.
           05 TB-DROP-DATE          PIC 9(08).
           05 TB-CREDIT-AMT         PIC 9(07)V99.

      *> ONE ROW PER STUDENT, COURSE AND TERM. THE COURSE AND
      *> STUDENT NAMES ARE KEPT ON THE ROW SO A TRANSCRIPT STILL
      *> READS RIGHT AFTER THE SECTION IS GONE FROM CRSMAST
       FD  COMPLETION-HIST-FILE.
       01  COMPLETION-HIST-REC.
           05 CP-KEY.
               10 CP-STUDENT-ID     PIC X(06).
               10 CP-COURSE         PIC X(04).
               10 CP-TERM-ID        PIC X(06).
           05 CP-SECTION            PIC X(02).
           05 CP-STUDENT-NAME       PIC X(25).
           05 CP-COURSE-NAME        PIC X(25).
           05 CP-OUTCOME            PIC X(01).
               88 CP-COMPLETED      VALUE 'C'.
               88 CP-INCOMPLETE     VALUE 'I'.
               88 CP-WITHDRAWN      VALUE 'W'.
           05 CP-HOURS              PIC 9(04)V9.
           05 CP-MIN-HOURS          PIC 9(03).
           05 CP-TERM-END           PIC 9(08).
           05 CP-CLOSE-DATE         PIC 9(08).

       FD  CERTIFICATE-PRT.
       01  CERTIFICATE-PRT-REC      PIC X(80).

       FD  TERM-CLOSE-RPT.
       01  TERM-CLOSE-RPT-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TCTL-STATUS PIC X(02).
           01 WS-TB-STATUS   PIC X(02).
           01 WS-CP-STATUS   PIC X(02).
               88 WS-CP-OK VALUE "00".

           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-TB-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TB-EOF VALUE 'Y'.
           01 WS-SECT-FOUND-SW PIC X(01).
               88 WS-SECT-FOUND VALUE 'Y'.
           01 WS-STUDENT-ACTIVE-SW PIC X(01).
               88 WS-STUDENT-ACTIVE VALUE 'Y'.

           01 WS-TERM-ID          PIC X(06).
           01 WS-TERM-START       PIC 9(08).
           01 WS-TERM-END         PIC 9(08).

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

           01 WS-CRS-MAX PIC 9(03) VALUE ZERO.
           01 WS-CRS-TABLE.
               05 WS-CRS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-CRS-IDX.
                   10 WS-CRS-KEY.
                       15 WS-CRS-COURSE  PIC X(04).
                       15 WS-CRS-SECTION PIC X(02).
                   10 WS-CRS-NAME        PIC X(25).
                   10 WS-CRS-MIN-HOURS   PIC 9(03).

      *> ONE ENTRY PER STUDENT PER COURSE TAKEN IN THE TERM - THE
      *> SECTION IS THE ONE ON ENROLL AT CLOSE, OR FOR A WITHDRAWAL
      *> THE LAST ONE SEEN
           01 WS-OC-MAX PIC 9(04) VALUE ZERO.
           01 WS-OC-TABLE.
               05 WS-OC-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-OC-IDX.
                   10 WS-OC-STUDENT-ID   PIC X(06).
                   10 WS-OC-COURSE       PIC X(04).
                   10 WS-OC-SECTION      PIC X(02).
                   10 WS-OC-LOG-NAME     PIC X(25).
                   10 WS-OC-ENROLLED-SW  PIC X(01).
                       88 WS-OC-ENROLLED VALUE 'Y'.
                   10 WS-OC-TOTAL-MINS   PIC 9(07).
                   10 WS-OC-OPEN-SW      PIC X(01).
                       88 WS-OC-SESSION-OPEN VALUE 'Y'.
                   10 WS-OC-OPEN-MINS    PIC 9(05).

           01 WS-NEW-STUDENT-ID PIC X(06).
           01 WS-NEW-COURSE     PIC X(04).
           01 WS-NEW-SECTION    PIC X(02).
           01 WS-OC-FOUND-SW    PIC X(01).
               88 WS-OC-FOUND   VALUE 'Y'.

           01 WS-CLOSE-HOURS    PIC 9(04)V9.
           01 WS-CLOSE-MIN      PIC 9(03).
           01 WS-CLOSE-NOTE     PIC X(30).

           01 WS-LOG-COUNT        PIC 9(09) VALUE ZERO.
           01 WS-COMPLETED-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-INCOMPLETE-COUNT PIC 9(09) VALUE ZERO.
           01 WS-WITHDRAWN-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-OPEN-COUNT       PIC 9(09) VALUE ZERO.
           01 WS-COUNT-ED         PIC ZZZZZZZZ9.
           01 WS-HOURS-ED         PIC ZZZ9.9.
           01 WS-MIN-ED           PIC ZZ9.

           01 WS-CLOSE-DETAIL.
               05 WS-CD-STUDENT-ID  PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-COURSE      PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-SECTION     PIC X(02).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-NAME        PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-OUTCOME     PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-HOURS       PIC ZZZ9.9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-MIN         PIC ZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-NOTE        PIC X(25).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           PERFORM 0100-READ-TERM-CARD THRU 0100-EXIT.

           PERFORM 0200-LOAD-ROSTER THRU 0200-EXIT.
           PERFORM 0300-LOAD-COURSE-MASTER THRU 0300-EXIT.
           PERFORM 0400-LOAD-ENROLLMENT THRU 0400-EXIT.
           PERFORM 0500-TALLY-SIGNON-LOG THRU 0500-EXIT.
           PERFORM 0600-LOAD-DROPPED-PLACES THRU 0600-EXIT.

           OPEN I-O COMPLETION-HIST-FILE.
      *> FIRST TERM EVER CLOSED: THE HISTORY DOES NOT EXIST YET
           IF NOT WS-CP-OK
               OPEN OUTPUT COMPLETION-HIST-FILE
               CLOSE COMPLETION-HIST-FILE
               OPEN I-O COMPLETION-HIST-FILE
           END-IF.
           OPEN OUTPUT CERTIFICATE-PRT.
           OPEN OUTPUT TERM-CLOSE-RPT.

           WRITE TERM-CLOSE-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO TERM-CLOSE-RPT-REC.
           STRING "TERM CLOSE - TERM " DELIMITED BY SIZE
                  WS-TERM-ID           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-TERM-START        DELIMITED BY SIZE
                  " THRU "             DELIMITED BY SIZE
                  WS-TERM-END          DELIMITED BY SIZE
               INTO TERM-CLOSE-RPT-REC
           END-STRING.
           WRITE TERM-CLOSE-RPT-REC.
           MOVE "STUDNT CRS  SC NAME                      O  HOURS"
               TO TERM-CLOSE-RPT-REC.
           MOVE "MIN NOTE" TO TERM-CLOSE-RPT-REC(51:8).
           WRITE TERM-CLOSE-RPT-REC.

           PERFORM 1000-CLOSE-ONE-PLACE THRU 1000-EXIT
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-MAX.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.

           CLOSE COMPLETION-HIST-FILE.
           CLOSE CERTIFICATE-PRT.
           CLOSE TERM-CLOSE-RPT.

           DISPLAY "TERMCLOS COMPLETED        : " WS-COMPLETED-COUNT.
           DISPLAY "TERMCLOS INCOMPLETE       : " WS-INCOMPLETE-COUNT.
           DISPLAY "TERMCLOS WITHDRAWN        : " WS-WITHDRAWN-COUNT.
           DISPLAY "TERMCLOS LEFT OPEN        : " WS-OPEN-COUNT.
           IF WS-OPEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> WITHOUT A GOOD CARD THERE IS NO TERM TO CLOSE
       0100-READ-TERM-CARD.
           OPEN INPUT TERM-CTL-FILE.
           IF WS-TCTL-STATUS NOT = "00"
               DISPLAY "TERMCLOS: NO TERMCTL CARD - NOTHING CLOSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "TERMCLOS: TERMCTL CARD INVALID - NOTHING CLOSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TC-TERM-ID      TO WS-TERM-ID.
           MOVE TC-TERM-START-X TO WS-TERM-START.
           MOVE TC-TERM-END-X   TO WS-TERM-END.
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
           IF WS-CRS-MAX < 50
               ADD 1 TO WS-CRS-MAX
               MOVE CS-COURSE      TO WS-CRS-COURSE(WS-CRS-MAX)
               MOVE CS-SECTION     TO WS-CRS-SECTION(WS-CRS-MAX)
               MOVE CS-COURSE-NAME TO WS-CRS-NAME(WS-CRS-MAX)
               MOVE CS-MIN-HOURS   TO WS-CRS-MIN-HOURS(WS-CRS-MAX)
           ELSE
               DISPLAY "COURSE MASTER TABLE FULL AT " CS-COURSE
           END-IF.
           READ COURSE-SECTION-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

      *> THE PLACES STILL HELD AT CLOSE ARE THE ONES THAT CAN BE
      *> COMPLETED
       0400-LOAD-ENROLLMENT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT ENROLLMENT-FILE.
           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0410-ADD-ENROLLMENT THRU 0410-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ENROLLMENT-FILE.
       0400-EXIT.
           EXIT.

       0410-ADD-ENROLLMENT.
           MOVE EN-STUDENT-ID TO WS-NEW-STUDENT-ID.
           MOVE EN-COURSE     TO WS-NEW-COURSE.
           MOVE EN-SECTION    TO WS-NEW-SECTION.
           PERFORM 0550-FIND-OUTCOME-ENTRY THRU 0550-EXIT.
           IF WS-OC-FOUND
               MOVE EN-SECTION TO WS-OC-SECTION(WS-OC-IDX)
               MOVE 'Y' TO WS-OC-ENROLLED-SW(WS-OC-IDX)
           END-IF.
           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

       0500-TALLY-SIGNON-LOG.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGNON-LOG.
           READ SIGNON-LOG
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0510-TALLY-ONE-LINE THRU 0510-EXIT
               UNTIL WS-IN-EOF.
           CLOSE SIGNON-LOG.
       0500-EXIT.
           EXIT.

       0510-TALLY-ONE-LINE.
           ADD 1 TO WS-LOG-COUNT.
           MOVE SL-DATE TO WS-LOG-DATE-SLASH.
           MOVE WS-LOG-SL-CCYY TO WS-LOG-CCYY.
           MOVE WS-LOG-SL-MM   TO WS-LOG-MM.
           MOVE WS-LOG-SL-DD   TO WS-LOG-DD.
           IF WS-LOG-DATE-CCYYMMDD >= WS-TERM-START
               AND WS-LOG-DATE-CCYYMMDD <= WS-TERM-END
               MOVE SL-STUDENT-ID TO WS-NEW-STUDENT-ID
               MOVE SL-COURSE     TO WS-NEW-COURSE
               MOVE SL-SECTION    TO WS-NEW-SECTION
               PERFORM 0550-FIND-OUTCOME-ENTRY THRU 0550-EXIT
               IF WS-OC-FOUND
                   PERFORM 0520-APPLY-LOG-LINE THRU 0520-EXIT
               END-IF
           END-IF.
           READ SIGNON-LOG
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

      *> SAME PAIRING AS ATTENDRPT - A SIGN-ON OPENS A SESSION, ITS
      *> SIGN-OFF BANKS THE MINUTES, AN UNMATCHED HALF EARNS NOTHING.
      *> A STUDENT NOT ENROLLED AT CLOSE KEEPS THE SECTION LAST
      *> ATTENDED
       0520-APPLY-LOG-LINE.
           IF WS-OC-LOG-NAME(WS-OC-IDX) = SPACES
               MOVE SL-STUDENT_NAME TO WS-OC-LOG-NAME(WS-OC-IDX)
           END-IF.
           IF NOT WS-OC-ENROLLED(WS-OC-IDX)
               MOVE SL-SECTION TO WS-OC-SECTION(WS-OC-IDX)
           END-IF.
           MOVE SL-TIME TO WS-TIME-WORK.
           COMPUTE WS-MINS-OF-DAY =
               (WS-TIME-HH * 60) + WS-TIME-MM.
           IF SL-SIGN-ON
               MOVE 'Y' TO WS-OC-OPEN-SW(WS-OC-IDX)
               MOVE WS-MINS-OF-DAY TO WS-OC-OPEN-MINS(WS-OC-IDX)
           ELSE
               IF WS-OC-SESSION-OPEN(WS-OC-IDX)
                   COMPUTE WS-SESSION-MINS =
                       WS-MINS-OF-DAY - WS-OC-OPEN-MINS(WS-OC-IDX)
                   IF WS-SESSION-MINS > ZERO
                       ADD WS-SESSION-MINS
                           TO WS-OC-TOTAL-MINS(WS-OC-IDX)
                   END-IF
                   MOVE 'N' TO WS-OC-OPEN-SW(WS-OC-IDX)
               END-IF
           END-IF.
       0520-EXIT.
           EXIT.

      *> FINDS THE STUDENT'S ENTRY FOR THE COURSE, ADDING ONE IF
      *> THIS IS THE FIRST SIGN OF IT
       0550-FIND-OUTCOME-ENTRY.
           MOVE 'N' TO WS-OC-FOUND-SW.
           SET WS-OC-IDX TO 1.
           SEARCH WS-OC-ENTRY
               AT END
                   DISPLAY "OUTCOME TABLE FULL AT " WS-NEW-STUDENT-ID
                   ADD 1 TO WS-OPEN-COUNT
               WHEN WS-OC-IDX > WS-OC-MAX
                   PERFORM 0560-NEW-OUTCOME-ENTRY THRU 0560-EXIT
               WHEN WS-OC-STUDENT-ID(WS-OC-IDX) = WS-NEW-STUDENT-ID
                   AND WS-OC-COURSE(WS-OC-IDX) = WS-NEW-COURSE
                   SET WS-OC-FOUND TO TRUE
           END-SEARCH.
       0550-EXIT.
           EXIT.

       0560-NEW-OUTCOME-ENTRY.
           IF WS-OC-MAX NOT < 5000
               DISPLAY "OUTCOME TABLE FULL AT " WS-NEW-STUDENT-ID
               ADD 1 TO WS-OPEN-COUNT
               GO TO 0560-EXIT
           END-IF.
           ADD 1 TO WS-OC-MAX.
           SET WS-OC-IDX TO WS-OC-MAX.
           MOVE WS-NEW-STUDENT-ID TO WS-OC-STUDENT-ID(WS-OC-IDX).
           MOVE WS-NEW-COURSE     TO WS-OC-COURSE(WS-OC-IDX).
           MOVE WS-NEW-SECTION    TO WS-OC-SECTION(WS-OC-IDX).
           MOVE SPACES TO WS-OC-LOG-NAME(WS-OC-IDX).
           MOVE 'N'  TO WS-OC-ENROLLED-SW(WS-OC-IDX)
                        WS-OC-OPEN-SW(WS-OC-IDX).
           MOVE ZERO TO WS-OC-TOTAL-MINS(WS-OC-IDX)
                        WS-OC-OPEN-MINS(WS-OC-IDX).
           SET WS-OC-FOUND TO TRUE.
       0560-EXIT.
           EXIT.

      *> A PLACE TUITBILL CREDITED BACK FOR THE TERM WAS DROPPED,
      *> EVEN IF THE STUDENT NEVER SIGNED ON. NO TUITBLD MEANS
      *> TUITION IS NOT BILLED HERE AND THERE IS NOTHING TO ADD
       0600-LOAD-DROPPED-PLACES.
           OPEN INPUT TUITION-BILLED-FILE.
           IF WS-TB-STATUS NOT = "00"
               GO TO 0600-EXIT
           END-IF.
           MOVE LOW-VALUES TO TB-KEY.
           MOVE WS-TERM-ID TO TB-TERM-ID.
           START TUITION-BILLED-FILE KEY IS NOT LESS THAN TB-KEY
               INVALID KEY
                   SET WS-TB-EOF TO TRUE
           END-START.
           PERFORM 0610-NOTE-DROPPED-PLACE THRU 0610-EXIT
               UNTIL WS-TB-EOF.
           CLOSE TUITION-BILLED-FILE.
       0600-EXIT.
           EXIT.

       0610-NOTE-DROPPED-PLACE.
           READ TUITION-BILLED-FILE NEXT RECORD
               AT END
                   SET WS-TB-EOF TO TRUE
                   GO TO 0610-EXIT
           END-READ.
           IF TB-TERM-ID NOT = WS-TERM-ID
               SET WS-TB-EOF TO TRUE
               GO TO 0610-EXIT
           END-IF.
           IF TB-FEE-CODE = "TUIT" AND TB-CREDITED
               MOVE TB-STUDENT-ID TO WS-NEW-STUDENT-ID
               MOVE TB-COURSE     TO WS-NEW-COURSE
               MOVE TB-SECTION    TO WS-NEW-SECTION
               PERFORM 0550-FIND-OUTCOME-ENTRY THRU 0550-EXIT
           END-IF.
       0610-EXIT.
           EXIT.

       1000-CLOSE-ONE-PLACE.
           MOVE SPACES TO WS-CLOSE-NOTE.
           MOVE ZERO TO WS-CLOSE-MIN.
           COMPUTE WS-CLOSE-HOURS ROUNDED =
               WS-OC-TOTAL-MINS(WS-OC-IDX) / 60.

           MOVE SPACES TO COMPLETION-HIST-REC.
           MOVE WS-OC-STUDENT-ID(WS-OC-IDX) TO CP-STUDENT-ID.
           MOVE WS-OC-COURSE(WS-OC-IDX)     TO CP-COURSE.
           MOVE WS-TERM-ID                  TO CP-TERM-ID.
           MOVE WS-OC-SECTION(WS-OC-IDX)    TO CP-SECTION.
           MOVE WS-OC-LOG-NAME(WS-OC-IDX)   TO CP-STUDENT-NAME.

           MOVE 'N' TO WS-STUDENT-ACTIVE-SW.
           SET WS-ROSTER-IDX TO 1.
           SEARCH WS-ROSTER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROSTER-IDX > WS-ROSTER-MAX
                   CONTINUE
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX)
                       = WS-OC-STUDENT-ID(WS-OC-IDX)
                   MOVE WS-ROSTER-NAME(WS-ROSTER-IDX)
                       TO CP-STUDENT-NAME
                   IF WS-ROSTER-STATUS(WS-ROSTER-IDX) = 'A'
                       SET WS-STUDENT-ACTIVE TO TRUE
                   END-IF
           END-SEARCH.

           MOVE 'N' TO WS-SECT-FOUND-SW.
           SET WS-CRS-IDX TO 1.
           SEARCH WS-CRS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CRS-IDX > WS-CRS-MAX
                   CONTINUE
               WHEN WS-CRS-COURSE(WS-CRS-IDX) = CP-COURSE
                   AND WS-CRS-SECTION(WS-CRS-IDX) = CP-SECTION
                   SET WS-SECT-FOUND TO TRUE
                   MOVE WS-CRS-NAME(WS-CRS-IDX) TO CP-COURSE-NAME
                   MOVE WS-CRS-MIN-HOURS(WS-CRS-IDX) TO WS-CLOSE-MIN
           END-SEARCH.

           EVALUATE TRUE
               WHEN NOT WS-OC-ENROLLED(WS-OC-IDX)
                   SET CP-WITHDRAWN TO TRUE
                   MOVE "DROPPED" TO WS-CLOSE-NOTE
               WHEN NOT WS-STUDENT-ACTIVE
                   SET CP-WITHDRAWN TO TRUE
                   MOVE "LEFT STUDROST" TO WS-CLOSE-NOTE
               WHEN NOT WS-SECT-FOUND
                   MOVE "SECTION NOT ON CRSMAST - OPEN"
                       TO WS-CLOSE-NOTE
                   PERFORM 1200-LIST-OUTCOME THRU 1200-EXIT
                   ADD 1 TO WS-OPEN-COUNT
                   GO TO 1000-EXIT
               WHEN WS-CLOSE-HOURS NOT < WS-CLOSE-MIN
                   SET CP-COMPLETED TO TRUE
               WHEN OTHER
                   SET CP-INCOMPLETE TO TRUE
                   MOVE "BELOW MINIMUM HOURS" TO WS-CLOSE-NOTE
           END-EVALUATE.

           MOVE WS-CLOSE-HOURS       TO CP-HOURS.
           MOVE WS-CLOSE-MIN         TO CP-MIN-HOURS.
           MOVE WS-TERM-END          TO CP-TERM-END.
           MOVE RPT-RUN-DATE-CCYYMMDD TO CP-CLOSE-DATE.
           WRITE COMPLETION-HIST-REC
               INVALID KEY
                   REWRITE COMPLETION-HIST-REC
                       INVALID KEY
                           DISPLAY "CMPLHIST REWRITE FAILED "
                               WS-CP-STATUS " AT " CP-KEY
                   END-REWRITE
           END-WRITE.

           EVALUATE TRUE
               WHEN CP-COMPLETED
                   ADD 1 TO WS-COMPLETED-COUNT
                   PERFORM 1100-PRINT-CERTIFICATE THRU 1100-EXIT
               WHEN CP-INCOMPLETE
                   ADD 1 TO WS-INCOMPLETE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE.
           PERFORM 1200-LIST-OUTCOME THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-PRINT-CERTIFICATE.
           WRITE CERTIFICATE-PRT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE "*** CERTIFICATE OF COMPLETION ***"
               TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE "THIS IS TO CERTIFY THAT" TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           STRING CP-STUDENT-NAME DELIMITED BY "  "
                  " ("            DELIMITED BY SIZE
                  CP-STUDENT-ID   DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
               INTO CERTIFICATE-PRT-REC
           END-STRING.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE "HAS COMPLETED THE COURSE" TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           STRING CP-COURSE      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  CP-COURSE-NAME DELIMITED BY "  "
               INTO CERTIFICATE-PRT-REC
           END-STRING.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           STRING "SECTION "  DELIMITED BY SIZE
                  CP-SECTION  DELIMITED BY SIZE
                  "  TERM "   DELIMITED BY SIZE
                  CP-TERM-ID  DELIMITED BY SIZE
                  "  ENDED "  DELIMITED BY SIZE
                  CP-TERM-END DELIMITED BY SIZE
               INTO CERTIFICATE-PRT-REC
           END-STRING.
           WRITE CERTIFICATE-PRT-REC.
           MOVE CP-HOURS TO WS-HOURS-ED.
           MOVE CP-MIN-HOURS TO WS-MIN-ED.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           STRING "ATTENDED HOURS " DELIMITED BY SIZE
                  WS-HOURS-ED       DELIMITED BY SIZE
                  " OF "            DELIMITED BY SIZE
                  WS-MIN-ED         DELIMITED BY SIZE
                  " REQUIRED"       DELIMITED BY SIZE
               INTO CERTIFICATE-PRT-REC
           END-STRING.
           WRITE CERTIFICATE-PRT-REC.
           MOVE SPACES TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
           MOVE ALL "-" TO CERTIFICATE-PRT-REC.
           WRITE CERTIFICATE-PRT-REC.
       1100-EXIT.
           EXIT.

       1200-LIST-OUTCOME.
           MOVE CP-STUDENT-ID   TO WS-CD-STUDENT-ID.
           MOVE CP-COURSE       TO WS-CD-COURSE.
           MOVE CP-SECTION      TO WS-CD-SECTION.
           MOVE CP-STUDENT-NAME TO WS-CD-NAME.
           MOVE CP-OUTCOME      TO WS-CD-OUTCOME.
           MOVE WS-CLOSE-HOURS  TO WS-CD-HOURS.
           MOVE WS-CLOSE-MIN    TO WS-CD-MIN.
           MOVE WS-CLOSE-NOTE   TO WS-CD-NOTE.
           WRITE TERM-CLOSE-RPT-REC FROM WS-CLOSE-DETAIL.
       1200-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO TERM-CLOSE-RPT-REC.
           WRITE TERM-CLOSE-RPT-REC.

           MOVE WS-COMPLETED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TERM-CLOSE-RPT-REC.
           STRING "COMPLETED         : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TERM-CLOSE-RPT-REC
           END-STRING.
           WRITE TERM-CLOSE-RPT-REC.

           MOVE WS-INCOMPLETE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TERM-CLOSE-RPT-REC.
           STRING "INCOMPLETE        : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TERM-CLOSE-RPT-REC
           END-STRING.
           WRITE TERM-CLOSE-RPT-REC.

           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TERM-CLOSE-RPT-REC.
           STRING "WITHDRAWN         : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TERM-CLOSE-RPT-REC
           END-STRING.
           WRITE TERM-CLOSE-RPT-REC.

           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TERM-CLOSE-RPT-REC.
           STRING "LEFT OPEN         : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TERM-CLOSE-RPT-REC
           END-STRING.
           WRITE TERM-CLOSE-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
