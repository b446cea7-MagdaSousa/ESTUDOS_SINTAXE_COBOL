      *> CRSREG - COURSE REGISTRATION RUN. APPLIES THE REGISTRAR'S
      *> ENROL / DROP / TRANSFER TRANSACTIONS (REGTXN) TO THE
      *> STUDENT-TO-SECTION MAPPING VERBOS HOLDS SIGN-ONS TO, SO
      *> ENROLL IS NEVER BUILT BY HAND AGAIN. EACH SECTION ON CRSMAST
      *> CARRIES ITS SEAT CAPACITY AND REGISTRATION WINDOW; A STUDENT
      *> MUST BE ACTIVE AND INSIDE THEIR ENROLLMENT WINDOW ON
      *> STUDROST. WHEN A SECTION IS FULL THE STUDENT JOINS ITS
      *> RANKED WAITLIST (WAITLST), AND EVERY SEAT A DROP OR
      *> TRANSFER FREES GOES TO THE FIRST STUDENT WAITING. THE
      *> REBUILT MAPPING IS WRITTEN TO ENRLNEW AND THE WAITLIST TO
      *> WAITNEW, REJECTS GO TO REGEXCP IN THE SHARED EXCEPTION
      *> LAYOUT, EVERY CHANGE IS LISTED ON REGAUDT AND LOGGED TO
      *> CHGHIST, AND CLASSLST PRINTS THE CLASS LIST OF EVERY SECTION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-TXN-FILE ASSIGN TO "REGTXN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-ROSTER ASSIGN TO "STUDROST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLLMENT-OUT ASSIGN TO "ENRLNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> THE WAITLIST DOES NOT EXIST UNTIL THE FIRST SECTION FILLS,
      *> SO A MISSING WAITLST IS AN EMPTY ONE
           SELECT WAITLIST-FILE ASSIGN TO "WAITLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.

           SELECT WAITLIST-OUT ASSIGN TO "WAITNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REG-EXCP-RPT ASSIGN TO "REGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REG-AUDIT-RPT ASSIGN TO "REGAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLASS-LIST-RPT ASSIGN TO "CLASSLST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> A TRANSFER NAMES THE SECTION THE STUDENT LEAVES IN
      *> RG-COURSE / RG-SECTION AND THE ONE THEY MOVE TO IN THE
      *> RG-TO- FIELDS; A BLANK RG-TO-COURSE MEANS THE SAME COURSE
       FD  REG-TXN-FILE.
       01  REG-TXN-REC.
           05 RG-TXN-CODE          PIC X(01).
               88 RG-TXN-ENROLL    VALUE 'E'.
               88 RG-TXN-DROP      VALUE 'D'.
               88 RG-TXN-TRANSFER  VALUE 'T'.
           05 RG-STUDENT-ID        PIC X(06).
           05 FILLER               PIC X(01).
           05 RG-COURSE-SECT.
               10 RG-COURSE        PIC X(04).
               10 RG-SECTION       PIC X(02).
           05 FILLER               PIC X(01).
           05 RG-TO-COURSE-SECT.
               10 RG-TO-COURSE     PIC X(04).
               10 RG-TO-SECTION    PIC X(02).
           05 FILLER               PIC X(01).
           05 RG-OPERATOR-ID       PIC X(06).
           05 FILLER               PIC X(01).
           05 RG-REASON-CODE       PIC X(04).

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

       FD  ENROLLMENT-OUT.
       01  ENROLLMENT-OUT-REC.
           05 ENO-STUDENT-ID   PIC X(06).
           05 ENO-COURSE       PIC X(04).
           05 ENO-SECTION      PIC X(02).

      *> ONE ROW PER STUDENT WAITING FOR A SEAT. THE RANK IS HANDED
      *> OUT IN ARRIVAL ORDER PER SECTION AND THE FILE IS WRITTEN
      *> BACK IN THE ORDER IT WAS READ, SO WITHIN A SECTION THE
      *> ROWS STAY IN RANK ORDER FROM ONE RUN TO THE NEXT
       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
           05 WL-COURSE        PIC X(04).
           05 WL-SECTION       PIC X(02).
           05 FILLER           PIC X(01).
           05 WL-RANK          PIC 9(04).
           05 FILLER           PIC X(01).
           05 WL-STUDENT-ID    PIC X(06).
           05 FILLER           PIC X(01).
           05 WL-WAIT-DATE     PIC 9(08).

       FD  WAITLIST-OUT.
       01  WAITLIST-OUT-REC.
           05 WLO-COURSE       PIC X(04).
           05 WLO-SECTION      PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WLO-RANK         PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WLO-STUDENT-ID   PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WLO-WAIT-DATE    PIC 9(08).

       FD  REG-EXCP-RPT.
       01  REG-EXCP-RPT-REC.
           COPY EXCPREC.

      *> ONE LINE PER CHANGE SO THE REGISTRAR CAN SEE EXACTLY WHO
      *> WAS PLACED, MOVED OR PROMOTED ON EACH RUN
       FD  REG-AUDIT-RPT.
       01  REG-AUDIT-RPT-REC        PIC X(80).

       FD  CLASS-LIST-RPT.
       01  CLASS-LIST-RPT-REC       PIC X(80).

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

           WORKING-STORAGE SECTION.
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.
           01 WS-ROSTER-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-ROSTER-EOF VALUE 'Y'.
           01 WS-CRS-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CRS-EOF VALUE 'Y'.
           01 WS-ENR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-ENR-EOF VALUE 'Y'.
           01 WS-WL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-WL-EOF VALUE 'Y'.
           01 WS-WL-STATUS PIC X(02).
           01 WS-CH-STATUS PIC X(02).

      *> ROSTER TABLE, KEYED ON STUDENT ID EXACTLY AS VERBOS LOADS
      *> IT - STUDROST MUST ARRIVE IN ID SEQUENCE
           01 WS-ROSTER-MAX PIC 9(04) VALUE 0.
           01 WS-ROSTER-LAST-ID PIC X(06) VALUE LOW-VALUES.
           01 WS-ROSTER-LOAD-ERR-SW PIC X(01) VALUE 'N'.
               88 WS-ROSTER-LOAD-ERR VALUE 'Y'.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-ROSTER-MAX
                                  ASCENDING KEY IS WS-ROSTER-ID
                                  INDEXED BY WS-ROSTER-IDX.
                   10 WS-ROSTER-ID       PIC X(06).
                   10 WS-ROSTER-NAME     PIC X(25).
                   10 WS-ROSTER-STATUS   PIC X(01).
                       88 WS-ROSTER-ACTIVE VALUE 'A'.
                   10 WS-ROSTER-EFF-FROM PIC 9(08).
                   10 WS-ROSTER-EFF-TO   PIC 9(08).

      *> SECTIONS WITH THEIR SEATS, WINDOW AND RUNNING HEAD-COUNT.
      *> A ZERO CAPACITY IS A SECTION WHOSE SEATS HAVE NOT BEEN SET
      *> AND IS NOT LIMITED; A ZERO OPEN OR CLOSE DATE LEAVES THAT
      *> END OF THE REGISTRATION WINDOW UNBOUNDED
           01 WS-CRS-MAX PIC 9(03) VALUE ZERO.
           01 WS-CRS-TABLE.
               05 WS-CRS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-CRS-IDX.
                   10 WS-CRS-KEY.
                       15 WS-CRS-COURSE  PIC X(04).
                       15 WS-CRS-SECTION PIC X(02).
                   10 WS-CRS-NAME        PIC X(25).
                   10 WS-CRS-CAPACITY    PIC 9(03).
                   10 WS-CRS-OPEN-DATE   PIC 9(08).
                   10 WS-CRS-CLOSE-DATE  PIC 9(08).
                   10 WS-CRS-TAKEN       PIC 9(04).
                   10 WS-CRS-WAITING     PIC 9(04).
                   10 WS-CRS-NEXT-RANK   PIC 9(04).

      *> ENROLLMENTS AND WAITLIST ROWS. A DROPPED OR PROMOTED ROW
      *> IS FLAGGED RATHER THAN REMOVED AND IS SIMPLY NOT WRITTEN
      *> BACK OUT
           01 WS-ENR-MAX PIC 9(04) VALUE ZERO.
           01 WS-ENR-TABLE.
               05 WS-ENR-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ENR-IDX.
                   10 WS-ENR-KEY.
                       15 WS-ENR-ID      PIC X(06).
                       15 WS-ENR-CRS-KEY.
                           20 WS-ENR-COURSE  PIC X(04).
                           20 WS-ENR-SECTION PIC X(02).
                   10 WS-ENR-GONE-SW     PIC X(01).
                       88 WS-ENR-GONE    VALUE 'Y'.
           01 WS-WL-MAX PIC 9(04) VALUE ZERO.
           01 WS-WL-TABLE.
               05 WS-WL-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-WL-IDX.
                   10 WS-WL-CRS-KEY.
                       15 WS-WL-COURSE   PIC X(04).
                       15 WS-WL-SECTION  PIC X(02).
                   10 WS-WL-RANK         PIC 9(04).
                   10 WS-WL-ID           PIC X(06).
                   10 WS-WL-DATE         PIC 9(08).
                   10 WS-WL-GONE-SW      PIC X(01).
                       88 WS-WL-GONE     VALUE 'Y'.

      *> LOOKUP ARGUMENTS AND RESULTS
           01 WS-WORK-ID       PIC X(06).
           01 WS-WORK-CRS-KEY.
               05 WS-WORK-COURSE   PIC X(04).
               05 WS-WORK-SECTION  PIC X(02).
           01 WS-EXCLUDE-CRS-KEY PIC X(06).
           01 WS-TO-CRS-KEY.
               05 WS-TO-COURSE     PIC X(04).
               05 WS-TO-SECTION    PIC X(02).
           01 WS-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-FOUND VALUE 'Y'.
           01 WS-PLACE-SW PIC X(01) VALUE 'N'.
               88 WS-PLACE-ENROLLED VALUE 'E'.
               88 WS-PLACE-WAITING  VALUE 'W'.
               88 WS-PLACE-NONE     VALUE 'N'.
           01 WS-ROOM-SW PIC X(01) VALUE 'N'.
               88 WS-ROOM VALUE 'Y'.
           01 WS-PROMO-DONE-SW PIC X(01) VALUE 'N'.
               88 WS-PROMO-DONE VALUE 'Y'.
           01 WS-SEC-SUB       PIC 9(03) VALUE ZERO.
           01 WS-FROM-SEC-SUB  PIC 9(03) VALUE ZERO.
           01 WS-STU-SUB       PIC 9(04) VALUE ZERO.
           01 WS-ENR-SUB       PIC 9(04) VALUE ZERO.
           01 WS-WL-SUB        PIC 9(04) VALUE ZERO.
           01 WS-WAIT-POS      PIC 9(04) VALUE ZERO.

           01 WS-REJECT-REASON PIC X(30).

           01 WS-ENROLL-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-WAIT-COUNT     PIC 9(9) VALUE ZERO.
           01 WS-DROP-COUNT     PIC 9(9) VALUE ZERO.
           01 WS-UNWAIT-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-TRANSFER-COUNT PIC 9(9) VALUE ZERO.
           01 WS-PROMOTE-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-AUDIT-COUNT-ED PIC ZZZZZZZZ9.

           01 WS-AUDIT-DETAIL.
               05 WS-AUD-ACTION     PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-AUD-STUDENT-ID PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AUD-STUDENT_NAME PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AUD-FROM       PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AUD-TO         PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AUD-OPERATOR   PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-AUD-REASON     PIC X(04).

           01 WS-CLASS-HEADER.
               05 WS-CLH-COURSE     PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CLH-SECTION    PIC X(02).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-CLH-NAME       PIC X(25).
               05 FILLER            PIC X(08) VALUE "  SEATS ".
               05 WS-CLH-CAPACITY   PIC ZZ9.
               05 FILLER            PIC X(10) VALUE "  TAKEN ".
               05 WS-CLH-TAKEN      PIC ZZZ9.
               05 FILLER            PIC X(10) VALUE "  WAITING ".
               05 WS-CLH-WAITING    PIC ZZZ9.

           01 WS-CLASS-DETAIL.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 WS-CLD-LABEL      PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CLD-POSITION   PIC ZZZ9 BLANK WHEN ZERO.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-CLD-STUDENT-ID PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 WS-CLD-STUDENT_NAME PIC X(25).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0500-LOAD-ROSTER THRU 0500-EXIT.
           PERFORM 0550-LOAD-COURSE-MASTER THRU 0550-EXIT.
           PERFORM 0580-LOAD-ENROLLMENT THRU 0580-EXIT.
           PERFORM 0620-LOAD-WAITLIST THRU 0620-EXIT.

           OPEN INPUT REG-TXN-FILE.
           OPEN OUTPUT ENROLLMENT-OUT.
           OPEN OUTPUT WAITLIST-OUT.
           OPEN OUTPUT REG-EXCP-RPT.
           OPEN OUTPUT REG-AUDIT-RPT.
           OPEN OUTPUT CLASS-LIST-RPT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE REG-AUDIT-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "COURSE REGISTRATION AUDIT LISTING"
               TO REG-AUDIT-RPT-REC.
           WRITE REG-AUDIT-RPT-REC.

      *> SEATS ADDED TO A SECTION ON CRSMAST SINCE THE LAST RUN GO
      *> TO ITS WAITLIST BEFORE ANY NEW REQUEST IS CONSIDERED
           PERFORM 0900-FILL-OPEN-SEATS THRU 0900-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-CRS-MAX.

           READ REG-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-PROCESS-TXN THRU 1000-EXIT
               UNTIL WS-TXN-EOF.

           PERFORM 7000-WRITE-ENROLLMENT THRU 7000-EXIT.
           PERFORM 7100-WRITE-WAITLIST THRU 7100-EXIT.
           PERFORM 7200-WRITE-CLASS-LISTS THRU 7200-EXIT.
           PERFORM 8000-WRITE-AUDIT-TOTALS THRU 8000-EXIT.

           CLOSE REG-TXN-FILE.
           CLOSE ENROLLMENT-OUT.
           CLOSE WAITLIST-OUT.
           CLOSE REG-EXCP-RPT.
           CLOSE REG-AUDIT-RPT.
           CLOSE CLASS-LIST-RPT.
           CLOSE CHANGE-HIST-FILE.

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0500-LOAD-ROSTER.
           OPEN INPUT STUDENT-ROSTER.
           READ STUDENT-ROSTER
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
           PERFORM 0510-ADD-ROSTER-ENTRY THRU 0510-EXIT
               UNTIL WS-ROSTER-EOF.
           CLOSE STUDENT-ROSTER.
      *> A ROSTER THAT DID NOT LOAD CLEANLY WOULD TURN AWAY GOOD
      *> STUDENTS - STOP BEFORE ANY OUTPUT IS WRITTEN
           IF WS-ROSTER-LOAD-ERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       0510-ADD-ROSTER-ENTRY.
           IF WS-ROSTER-MAX >= 5000
               DISPLAY "ROSTER TABLE FULL AT " SR-STUDENT-ID
               SET WS-ROSTER-LOAD-ERR TO TRUE
               SET WS-ROSTER-EOF TO TRUE
               GO TO 0510-EXIT
           END-IF.
           IF SR-STUDENT-ID <= WS-ROSTER-LAST-ID
               DISPLAY "ROSTER OUT OF SEQUENCE AT " SR-STUDENT-ID
               SET WS-ROSTER-LOAD-ERR TO TRUE
               SET WS-ROSTER-EOF TO TRUE
               GO TO 0510-EXIT
           END-IF.
           ADD 1 TO WS-ROSTER-MAX.
           MOVE SR-STUDENT-ID    TO WS-ROSTER-ID(WS-ROSTER-MAX)
                                    WS-ROSTER-LAST-ID.
           MOVE SR-STUDENT_NAME  TO WS-ROSTER-NAME(WS-ROSTER-MAX).
           MOVE SR-ENROLL-STATUS TO WS-ROSTER-STATUS(WS-ROSTER-MAX).
           MOVE SR-EFF-FROM-DATE TO WS-ROSTER-EFF-FROM(WS-ROSTER-MAX).
           MOVE SR-EFF-TO-DATE   TO WS-ROSTER-EFF-TO(WS-ROSTER-MAX).
           READ STUDENT-ROSTER
               AT END SET WS-ROSTER-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

       0550-LOAD-COURSE-MASTER.
           OPEN INPUT COURSE-SECTION-FILE.
           READ COURSE-SECTION-FILE
               AT END SET WS-CRS-EOF TO TRUE
           END-READ.
           PERFORM 0560-ADD-COURSE-ENTRY THRU 0560-EXIT
               UNTIL WS-CRS-EOF.
           CLOSE COURSE-SECTION-FILE.
       0550-EXIT.
           EXIT.

       0560-ADD-COURSE-ENTRY.
           IF WS-CRS-MAX < 50
               ADD 1 TO WS-CRS-MAX
               MOVE CS-COURSE      TO WS-CRS-COURSE(WS-CRS-MAX)
               MOVE CS-SECTION     TO WS-CRS-SECTION(WS-CRS-MAX)
               MOVE CS-COURSE-NAME TO WS-CRS-NAME(WS-CRS-MAX)
               MOVE CS-CAPACITY    TO WS-CRS-CAPACITY(WS-CRS-MAX)
               MOVE CS-REG-OPEN-DATE
                   TO WS-CRS-OPEN-DATE(WS-CRS-MAX)
               MOVE CS-REG-CLOSE-DATE
                   TO WS-CRS-CLOSE-DATE(WS-CRS-MAX)
               MOVE ZERO TO WS-CRS-TAKEN(WS-CRS-MAX)
                            WS-CRS-WAITING(WS-CRS-MAX)
               MOVE 1    TO WS-CRS-NEXT-RANK(WS-CRS-MAX)
           ELSE
               DISPLAY "COURSE MASTER TABLE FULL AT " CS-COURSE
           END-IF.
           READ COURSE-SECTION-FILE
               AT END SET WS-CRS-EOF TO TRUE
           END-READ.
       0560-EXIT.
           EXIT.

      *> AN ENROLLMENT FOR A SECTION NOT ON CRSMAST IS CARRIED
      *> FORWARD UNTOUCHED - INTEGCHK REPORTS IT - BUT TAKES NO SEAT
       0580-LOAD-ENROLLMENT.
           OPEN INPUT ENROLLMENT-FILE.
           READ ENROLLMENT-FILE
               AT END SET WS-ENR-EOF TO TRUE
           END-READ.
           PERFORM 0590-ADD-ENROLL-ENTRY THRU 0590-EXIT
               UNTIL WS-ENR-EOF.
           CLOSE ENROLLMENT-FILE.
       0580-EXIT.
           EXIT.

       0590-ADD-ENROLL-ENTRY.
           IF WS-ENR-MAX < 5000
               ADD 1 TO WS-ENR-MAX
               MOVE EN-STUDENT-ID TO WS-ENR-ID(WS-ENR-MAX)
               MOVE EN-COURSE     TO WS-ENR-COURSE(WS-ENR-MAX)
               MOVE EN-SECTION    TO WS-ENR-SECTION(WS-ENR-MAX)
               MOVE 'N'           TO WS-ENR-GONE-SW(WS-ENR-MAX)
               MOVE WS-ENR-CRS-KEY(WS-ENR-MAX) TO WS-WORK-CRS-KEY
               PERFORM 2000-FIND-SECTION THRU 2000-EXIT
               IF WS-FOUND
                   ADD 1 TO WS-CRS-TAKEN(WS-SEC-SUB)
               END-IF
           ELSE
               DISPLAY "ENROLLMENT TABLE FULL AT " EN-STUDENT-ID
           END-IF.
           READ ENROLLMENT-FILE
               AT END SET WS-ENR-EOF TO TRUE
           END-READ.
       0590-EXIT.
           EXIT.

       0620-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-STATUS NOT = "00"
               GO TO 0620-EXIT
           END-IF.
           READ WAITLIST-FILE
               AT END SET WS-WL-EOF TO TRUE
           END-READ.
           PERFORM 0630-ADD-WAIT-ENTRY THRU 0630-EXIT
               UNTIL WS-WL-EOF.
           CLOSE WAITLIST-FILE.
       0620-EXIT.
           EXIT.

       0630-ADD-WAIT-ENTRY.
           IF WS-WL-MAX < 2000
               ADD 1 TO WS-WL-MAX
               MOVE WL-COURSE     TO WS-WL-COURSE(WS-WL-MAX)
               MOVE WL-SECTION    TO WS-WL-SECTION(WS-WL-MAX)
               MOVE WL-RANK       TO WS-WL-RANK(WS-WL-MAX)
               MOVE WL-STUDENT-ID TO WS-WL-ID(WS-WL-MAX)
               MOVE WL-WAIT-DATE  TO WS-WL-DATE(WS-WL-MAX)
               MOVE 'N'           TO WS-WL-GONE-SW(WS-WL-MAX)
               MOVE WS-WL-CRS-KEY(WS-WL-MAX) TO WS-WORK-CRS-KEY
               PERFORM 2000-FIND-SECTION THRU 2000-EXIT
               IF WS-FOUND
                   ADD 1 TO WS-CRS-WAITING(WS-SEC-SUB)
                   IF WL-RANK NOT < WS-CRS-NEXT-RANK(WS-SEC-SUB)
                       COMPUTE WS-CRS-NEXT-RANK(WS-SEC-SUB)
                           = WL-RANK + 1
                   END-IF
               END-IF
           ELSE
               DISPLAY "WAITLIST TABLE FULL AT " WL-STUDENT-ID
           END-IF.
           READ WAITLIST-FILE
               AT END SET WS-WL-EOF TO TRUE
           END-READ.
       0630-EXIT.
           EXIT.

       0900-FILL-OPEN-SEATS.
           PERFORM 3500-PROMOTE-FROM-WAITLIST THRU 3500-EXIT.
       0900-EXIT.
           EXIT.

       1000-PROCESS-TXN.
           MOVE RG-STUDENT-ID TO WS-WORK-ID.
           IF RG-TXN-ENROLL
               PERFORM 1100-ENROLL-STUDENT THRU 1100-EXIT
           ELSE
               IF RG-TXN-DROP
                   PERFORM 1200-DROP-STUDENT THRU 1200-EXIT
               ELSE
                   IF RG-TXN-TRANSFER
                       PERFORM 1300-TRANSFER-STUDENT THRU 1300-EXIT
                   ELSE
                       MOVE "INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 6900-REJECT-TXN THRU 6900-EXIT
                   END-IF
               END-IF
           END-IF.
           READ REG-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *> A STUDENT HOLDS ONE PLACE PER COURSE - A SEAT OR A PLACE IN
      *> LINE, NOT BOTH - SO A PROMOTION CAN NEVER LEAVE THEM IN TWO
      *> SECTIONS OF THE SAME COURSE. CHANGING SECTION IS A TRANSFER
       1100-ENROLL-STUDENT.
           MOVE RG-COURSE-SECT TO WS-WORK-CRS-KEY.
           PERFORM 2000-FIND-SECTION THRU 2000-EXIT.
           IF NOT WS-FOUND
               MOVE "COURSE/SECTION NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 2100-CHECK-STUDENT THRU 2100-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 2200-CHECK-REG-WINDOW THRU 2200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE SPACES TO WS-EXCLUDE-CRS-KEY.
           PERFORM 2350-FIND-COURSE-PLACE THRU 2350-EXIT.
           IF WS-PLACE-ENROLLED
               MOVE "ALREADY ENROLLED IN COURSE" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF WS-PLACE-WAITING
               MOVE "ALREADY WAITLISTED FOR COURSE"
                   TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1100-EXIT
           END-IF.

           MOVE RG-COURSE-SECT TO WS-AUD-FROM.
           MOVE SPACES         TO WS-AUD-TO.
           MOVE RG-OPERATOR-ID TO WS-AUD-OPERATOR.
           MOVE RG-REASON-CODE TO WS-AUD-REASON.
           PERFORM 2500-CHECK-ROOM THRU 2500-EXIT.
           IF WS-ROOM
               PERFORM 3000-ADD-ENROLLMENT THRU 3000-EXIT
               ADD 1 TO WS-ENROLL-COUNT
               MOVE "ENROLLED" TO WS-AUD-ACTION
           ELSE
               PERFORM 3100-ADD-WAIT-ENTRY THRU 3100-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 6900-REJECT-TXN THRU 6900-EXIT
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-WAIT-COUNT
               MOVE "WAITLISTED" TO WS-AUD-ACTION
           END-IF.
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
       1100-EXIT.
           EXIT.

      *> A DROP TAKES THE STUDENT OUT OF THE SECTION OR OUT OF ITS
      *> LINE. DROPS ARE TAKEN AT ANY TIME - THE REGISTRATION WINDOW
      *> ONLY GOVERNS WHO MAY COME IN - AND A FREED SEAT GOES
      *> STRAIGHT TO THE FIRST STUDENT WAITING FOR IT
       1200-DROP-STUDENT.
           MOVE RG-COURSE-SECT TO WS-WORK-CRS-KEY.
           MOVE RG-COURSE-SECT TO WS-AUD-FROM.
           MOVE SPACES         TO WS-AUD-TO.
           MOVE RG-OPERATOR-ID TO WS-AUD-OPERATOR.
           MOVE RG-REASON-CODE TO WS-AUD-REASON.
           PERFORM 2300-FIND-ENROLLMENT THRU 2300-EXIT.
           IF WS-FOUND
               PERFORM 3200-REMOVE-ENROLLMENT THRU 3200-EXIT
               ADD 1 TO WS-DROP-COUNT
               MOVE "DROPPED" TO WS-AUD-ACTION
               PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
               MOVE RG-COURSE-SECT TO WS-WORK-CRS-KEY
               PERFORM 2000-FIND-SECTION THRU 2000-EXIT
               IF WS-FOUND
                   PERFORM 3500-PROMOTE-FROM-WAITLIST THRU 3500-EXIT
               END-IF
               GO TO 1200-EXIT
           END-IF.
           PERFORM 2400-FIND-WAIT-ENTRY THRU 2400-EXIT.
           IF WS-FOUND
               PERFORM 3300-REMOVE-WAIT-ENTRY THRU 3300-EXIT
               ADD 1 TO WS-UNWAIT-COUNT
               MOVE "WAITDROP" TO WS-AUD-ACTION
               PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE "NOT ENROLLED OR WAITLISTED" TO WS-REJECT-REASON.
           PERFORM 6900-REJECT-TXN THRU 6900-EXIT.
       1200-EXIT.
           EXIT.

      *> A TRANSFER IS TAKEN ONLY INTO A SEAT THAT IS FREE NOW - A
      *> STUDENT WHO WOULD RATHER WAIT FOR A FULL SECTION KEEPS THE
      *> SEAT THEY HAVE, SO THE TRANSFER IS REJECTED AND THE
      *> REGISTRAR CAN DROP AND RE-ENROL IF THAT IS WHAT IS WANTED
       1300-TRANSFER-STUDENT.
           MOVE RG-TO-COURSE-SECT TO WS-TO-CRS-KEY.
           IF WS-TO-COURSE = SPACES
               MOVE RG-COURSE TO WS-TO-COURSE
           END-IF.
           IF WS-TO-CRS-KEY = RG-COURSE-SECT
               MOVE "TRANSFER TO SAME SECTION" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE RG-COURSE-SECT TO WS-WORK-CRS-KEY.
           PERFORM 2300-FIND-ENROLLMENT THRU 2300-EXIT.
           IF NOT WS-FOUND
               MOVE "NOT ENROLLED IN FROM SECTION" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-TO-CRS-KEY TO WS-WORK-CRS-KEY.
           PERFORM 2000-FIND-SECTION THRU 2000-EXIT.
           IF NOT WS-FOUND
               MOVE "TO SECTION NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 2100-CHECK-STUDENT THRU 2100-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 2200-CHECK-REG-WINDOW THRU 2200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE RG-COURSE-SECT TO WS-EXCLUDE-CRS-KEY.
           PERFORM 2350-FIND-COURSE-PLACE THRU 2350-EXIT.
           IF NOT WS-PLACE-NONE
               MOVE "ALREADY HOLDS PLACE IN COURSE" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 2500-CHECK-ROOM THRU 2500-EXIT.
           IF NOT WS-ROOM
               MOVE "TO SECTION FULL" TO WS-REJECT-REASON
               PERFORM 6900-REJECT-TXN THRU 6900-EXIT
               GO TO 1300-EXIT
           END-IF.

      *> TAKE THE NEW SEAT FIRST, THEN GIVE UP THE OLD ONE AND LET
      *> THE OLD SECTION'S WAITLIST HAVE IT
           PERFORM 3000-ADD-ENROLLMENT THRU 3000-EXIT.
           MOVE RG-COURSE-SECT TO WS-WORK-CRS-KEY.
           PERFORM 2300-FIND-ENROLLMENT THRU 2300-EXIT.
           PERFORM 3200-REMOVE-ENROLLMENT THRU 3200-EXIT.
           ADD 1 TO WS-TRANSFER-COUNT.
           MOVE "TRANSFER"     TO WS-AUD-ACTION.
           MOVE RG-COURSE-SECT TO WS-AUD-FROM.
           MOVE WS-TO-CRS-KEY  TO WS-AUD-TO.
           MOVE RG-OPERATOR-ID TO WS-AUD-OPERATOR.
           MOVE RG-REASON-CODE TO WS-AUD-REASON.
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
           MOVE RG-COURSE-SECT TO WS-WORK-CRS-KEY.
           PERFORM 2000-FIND-SECTION THRU 2000-EXIT.
           IF WS-FOUND
               PERFORM 3500-PROMOTE-FROM-WAITLIST THRU 3500-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *> LOOK UP WS-WORK-CRS-KEY ON THE SECTION TABLE - WS-SEC-SUB
      *> POINTS AT IT WHEN WS-FOUND IS SET
       2000-FIND-SECTION.
           MOVE 'N' TO WS-FOUND-SW.
           SET WS-CRS-IDX TO 1.
           IF WS-CRS-MAX > ZERO
               SEARCH WS-CRS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRS-IDX > WS-CRS-MAX
                       CONTINUE
                   WHEN WS-CRS-KEY(WS-CRS-IDX) = WS-WORK-CRS-KEY
                       SET WS-FOUND TO TRUE
                       SET WS-SEC-SUB TO WS-CRS-IDX
               END-SEARCH
           END-IF.
       2000-EXIT.
           EXIT.

      *> SAME TESTS, AND THE SAME WORDING, AS THE SIGN-ON VALIDATION
      *> IN VERBOS - A STUDENT WHO COULD NOT SIGN ON MAY NOT REGISTER.
      *> WS-REJECT-REASON COMES BACK BLANK WHEN WS-WORK-ID IS GOOD
       2100-CHECK-STUDENT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-ROSTER-MAX = ZERO
               MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           SEARCH ALL WS-ROSTER-ENTRY
               AT END
                   MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = WS-WORK-ID
                   SET WS-STU-SUB TO WS-ROSTER-IDX
           END-SEARCH.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-ROSTER-ACTIVE(WS-STU-SUB)
               MOVE "STUDENT ENROLLMENT INACTIVE" TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF RPT-RUN-DATE-CCYYMMDD < WS-ROSTER-EFF-FROM(WS-STU-SUB)
               OR RPT-RUN-DATE-CCYYMMDD > WS-ROSTER-EFF-TO(WS-STU-SUB)
               MOVE "OUTSIDE ENROLLMENT WINDOW" TO WS-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-REG-WINDOW.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-CRS-OPEN-DATE(WS-SEC-SUB) NOT = ZERO
               AND RPT-RUN-DATE-CCYYMMDD < WS-CRS-OPEN-DATE(WS-SEC-SUB)
               MOVE "REGISTRATION NOT YET OPEN" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-CRS-CLOSE-DATE(WS-SEC-SUB) NOT = ZERO
               AND RPT-RUN-DATE-CCYYMMDD > WS-CRS-CLOSE-DATE(WS-SEC-SUB)
               MOVE "REGISTRATION CLOSED" TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *> WS-WORK-ID IN SECTION WS-WORK-CRS-KEY - WS-ENR-SUB POINTS AT
      *> THE LIVE ENROLLMENT WHEN WS-FOUND IS SET
       2300-FIND-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SW.
           SET WS-ENR-IDX TO 1.
           IF WS-ENR-MAX > ZERO
               SEARCH WS-ENR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENR-IDX > WS-ENR-MAX
                       CONTINUE
                   WHEN WS-ENR-ID(WS-ENR-IDX) = WS-WORK-ID
                       AND WS-ENR-CRS-KEY(WS-ENR-IDX) = WS-WORK-CRS-KEY
                       AND NOT WS-ENR-GONE(WS-ENR-IDX)
                       SET WS-FOUND TO TRUE
                       SET WS-ENR-SUB TO WS-ENR-IDX
               END-SEARCH
           END-IF.
       2300-EXIT.
           EXIT.

      *> DOES WS-WORK-ID ALREADY HOLD A SEAT OR A PLACE IN LINE IN
      *> ANY SECTION OF COURSE WS-WORK-COURSE, OTHER THAN THE SECTION
      *> IN WS-EXCLUDE-CRS-KEY THAT A TRANSFER IS LEAVING?
       2350-FIND-COURSE-PLACE.
           SET WS-PLACE-NONE TO TRUE.
           SET WS-ENR-IDX TO 1.
           IF WS-ENR-MAX > ZERO
               SEARCH WS-ENR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENR-IDX > WS-ENR-MAX
                       CONTINUE
                   WHEN WS-ENR-ID(WS-ENR-IDX) = WS-WORK-ID
                       AND WS-ENR-COURSE(WS-ENR-IDX) = WS-WORK-COURSE
                       AND WS-ENR-CRS-KEY(WS-ENR-IDX)
                               NOT = WS-EXCLUDE-CRS-KEY
                       AND NOT WS-ENR-GONE(WS-ENR-IDX)
                       SET WS-PLACE-ENROLLED TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-PLACE-NONE
               GO TO 2350-EXIT
           END-IF.
           SET WS-WL-IDX TO 1.
           IF WS-WL-MAX > ZERO
               SEARCH WS-WL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WL-IDX > WS-WL-MAX
                       CONTINUE
                   WHEN WS-WL-ID(WS-WL-IDX) = WS-WORK-ID
                       AND WS-WL-COURSE(WS-WL-IDX) = WS-WORK-COURSE
                       AND NOT WS-WL-GONE(WS-WL-IDX)
                       SET WS-PLACE-WAITING TO TRUE
               END-SEARCH
           END-IF.
       2350-EXIT.
           EXIT.

       2400-FIND-WAIT-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           SET WS-WL-IDX TO 1.
           IF WS-WL-MAX > ZERO
               SEARCH WS-WL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WL-IDX > WS-WL-MAX
                       CONTINUE
                   WHEN WS-WL-ID(WS-WL-IDX) = WS-WORK-ID
                       AND WS-WL-CRS-KEY(WS-WL-IDX) = WS-WORK-CRS-KEY
                       AND NOT WS-WL-GONE(WS-WL-IDX)
                       SET WS-FOUND TO TRUE
                       SET WS-WL-SUB TO WS-WL-IDX
               END-SEARCH
           END-IF.
       2400-EXIT.
           EXIT.

       2500-CHECK-ROOM.
           MOVE 'N' TO WS-ROOM-SW.
           IF WS-CRS-CAPACITY(WS-SEC-SUB) = ZERO
               OR WS-CRS-TAKEN(WS-SEC-SUB)
                   < WS-CRS-CAPACITY(WS-SEC-SUB)
               SET WS-ROOM TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

      *> SEAT WS-WORK-ID IN SECTION WS-SEC-SUB
       3000-ADD-ENROLLMENT.
           IF WS-ENR-MAX >= 5000
               DISPLAY "ENROLLMENT TABLE FULL AT " WS-WORK-ID
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-ENR-MAX.
           MOVE WS-WORK-ID TO WS-ENR-ID(WS-ENR-MAX).
           MOVE WS-CRS-KEY(WS-SEC-SUB) TO WS-ENR-CRS-KEY(WS-ENR-MAX).
           MOVE 'N' TO WS-ENR-GONE-SW(WS-ENR-MAX).
           ADD 1 TO WS-CRS-TAKEN(WS-SEC-SUB).
       3000-EXIT.
           EXIT.

      *> PUT WS-WORK-ID AT THE BACK OF THE LINE FOR SECTION
      *> WS-SEC-SUB
       3100-ADD-WAIT-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-WL-MAX >= 2000
               MOVE "WAITLIST TABLE FULL" TO WS-REJECT-REASON
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-WL-MAX.
           MOVE WS-CRS-KEY(WS-SEC-SUB) TO WS-WL-CRS-KEY(WS-WL-MAX).
           MOVE WS-CRS-NEXT-RANK(WS-SEC-SUB) TO WS-WL-RANK(WS-WL-MAX).
           MOVE WS-WORK-ID TO WS-WL-ID(WS-WL-MAX).
           MOVE RPT-RUN-DATE-CCYYMMDD TO WS-WL-DATE(WS-WL-MAX).
           MOVE 'N' TO WS-WL-GONE-SW(WS-WL-MAX).
           ADD 1 TO WS-CRS-NEXT-RANK(WS-SEC-SUB).
           ADD 1 TO WS-CRS-WAITING(WS-SEC-SUB).
       3100-EXIT.
           EXIT.

      *> FREE THE SEAT AT WS-ENR-SUB
       3200-REMOVE-ENROLLMENT.
           SET WS-ENR-GONE(WS-ENR-SUB) TO TRUE.
           MOVE WS-ENR-CRS-KEY(WS-ENR-SUB) TO WS-WORK-CRS-KEY.
           PERFORM 2000-FIND-SECTION THRU 2000-EXIT.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CRS-TAKEN(WS-SEC-SUB)
           END-IF.
       3200-EXIT.
           EXIT.

      *> TAKE THE WAITLIST ROW AT WS-WL-SUB OUT OF THE LINE
       3300-REMOVE-WAIT-ENTRY.
           SET WS-WL-GONE(WS-WL-SUB) TO TRUE.
           MOVE WS-WL-CRS-KEY(WS-WL-SUB) TO WS-WORK-CRS-KEY.
           PERFORM 2000-FIND-SECTION THRU 2000-EXIT.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-CRS-WAITING(WS-SEC-SUB)
           END-IF.
       3300-EXIT.
           EXIT.

      *> FILL EVERY FREE SEAT IN SECTION WS-SEC-SUB FROM THE FRONT OF
      *> ITS LINE. THE TRANSACTION'S OWN STUDENT AND SECTION ARE
      *> SAVED AND PUT BACK, AS THE PROMOTIONS REUSE THE LOOKUP AREAS
       3500-PROMOTE-FROM-WAITLIST.
           MOVE WS-SEC-SUB TO WS-FROM-SEC-SUB.
           MOVE 'N' TO WS-PROMO-DONE-SW.
           PERFORM 3510-PROMOTE-ONE THRU 3510-EXIT
               UNTIL WS-PROMO-DONE.
           MOVE WS-FROM-SEC-SUB TO WS-SEC-SUB.
           MOVE RG-STUDENT-ID TO WS-WORK-ID.
       3500-EXIT.
           EXIT.

      *> THE FIRST LIVE ROW FOR THE SECTION IS THE LOWEST RANK (SEE
      *> THE WAITLIST FD). A STUDENT WHO HAS SINCE GONE INACTIVE OR
      *> LEFT THEIR ENROLLMENT WINDOW LOSES THEIR PLACE WITH A
      *> WARNING AND THE NEXT ONE IN LINE IS TRIED
       3510-PROMOTE-ONE.
           MOVE WS-FROM-SEC-SUB TO WS-SEC-SUB.
           PERFORM 2500-CHECK-ROOM THRU 2500-EXIT.
           IF NOT WS-ROOM OR WS-CRS-WAITING(WS-SEC-SUB) = ZERO
               SET WS-PROMO-DONE TO TRUE
               GO TO 3510-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           SET WS-WL-IDX TO 1.
           SEARCH WS-WL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WL-IDX > WS-WL-MAX
                   CONTINUE
               WHEN WS-WL-CRS-KEY(WS-WL-IDX) = WS-CRS-KEY(WS-SEC-SUB)
                   AND NOT WS-WL-GONE(WS-WL-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-WL-SUB TO WS-WL-IDX
           END-SEARCH.
           IF NOT WS-FOUND
               SET WS-PROMO-DONE TO TRUE
               GO TO 3510-EXIT
           END-IF.

           MOVE WS-WL-ID(WS-WL-SUB)      TO WS-WORK-ID.
           MOVE WS-WL-CRS-KEY(WS-WL-SUB) TO WS-AUD-FROM.
           MOVE "CRSREG"                 TO WS-AUD-OPERATOR.
           MOVE "WAIT"                   TO WS-AUD-REASON.
           PERFORM 3300-REMOVE-WAIT-ENTRY THRU 3300-EXIT.
           PERFORM 2100-CHECK-STUDENT THRU 2100-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 6950-WARN-WAIT-DROPPED THRU 6950-EXIT
               ADD 1 TO WS-UNWAIT-COUNT
               MOVE SPACES     TO WS-AUD-TO
               MOVE "WAITDROP" TO WS-AUD-ACTION
               PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
               GO TO 3510-EXIT
           END-IF.
           MOVE WS-FROM-SEC-SUB TO WS-SEC-SUB.
           PERFORM 3000-ADD-ENROLLMENT THRU 3000-EXIT.
           ADD 1 TO WS-PROMOTE-COUNT.
           MOVE WS-AUD-FROM TO WS-AUD-TO.
           MOVE SPACES      TO WS-AUD-FROM.
           MOVE "PROMOTED"  TO WS-AUD-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
       3510-EXIT.
           EXIT.

      *> WS-WORK-ID IS THE STUDENT CONCERNED; THE CALLER HAS SET THE
      *> ACTION, SECTIONS, OPERATOR AND REASON
       6000-WRITE-AUDIT-LINE.
           MOVE WS-WORK-ID TO WS-AUD-STUDENT-ID.
           MOVE SPACES     TO WS-AUD-STUDENT_NAME.
           IF WS-ROSTER-MAX > ZERO
               SEARCH ALL WS-ROSTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = WS-WORK-ID
                       MOVE WS-ROSTER-NAME(WS-ROSTER-IDX)
                           TO WS-AUD-STUDENT_NAME
               END-SEARCH
           END-IF.
           WRITE REG-AUDIT-RPT-REC FROM WS-AUDIT-DETAIL.
           PERFORM 6500-WRITE-CHANGE-HIST THRU 6500-EXIT.
       6000-EXIT.
           EXIT.

      *> ONE PERMANENT RECORD PER CHANGE TO THE ENROLLMENT MAPPING,
      *> KEYED BY STUDENT - THE SECTIONS ARE ON THE AUDIT LISTING
       6500-WRITE-CHANGE-HIST.
           MOVE SPACES                TO CHANGE-HIST-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD TO CH-RUN-DATE.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "ENROLL"              TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION         TO CH-ACTION.
           MOVE WS-WORK-ID            TO CH-KEY.
           MOVE WS-AUD-OPERATOR       TO CH-OPERATOR-ID.
           MOVE WS-AUD-REASON         TO CH-REASON-CODE.
           WRITE CHANGE-HIST-REC.
       6500-EXIT.
           EXIT.

       6900-REJECT-TXN.
           MOVE SPACES           TO REG-EXCP-RPT-REC.
           MOVE "CRSREG"         TO EXCP-SOURCE-PGM.
           MOVE RG-STUDENT-ID    TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE REG-EXCP-RPT-REC.
           ADD 1 TO WS-REJECT-COUNT.
       6900-EXIT.
           EXIT.

      *> NOT A REJECTED TRANSACTION - THE REGISTRAR IS TOLD WHY A
      *> STUDENT LEFT THE LINE WITHOUT BEING SEATED
       6950-WARN-WAIT-DROPPED.
           MOVE SPACES           TO REG-EXCP-RPT-REC.
           MOVE "CRSREG"         TO EXCP-SOURCE-PGM.
           MOVE WS-WORK-ID       TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-WARNING TO TRUE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE REG-EXCP-RPT-REC.
       6950-EXIT.
           EXIT.

       7000-WRITE-ENROLLMENT.
           PERFORM 7010-WRITE-ONE-ENROLLMENT THRU 7010-EXIT
               VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-MAX.
       7000-EXIT.
           EXIT.

       7010-WRITE-ONE-ENROLLMENT.
           IF WS-ENR-GONE(WS-ENR-SUB)
               GO TO 7010-EXIT
           END-IF.
           MOVE WS-ENR-ID(WS-ENR-SUB)      TO ENO-STUDENT-ID.
           MOVE WS-ENR-COURSE(WS-ENR-SUB)  TO ENO-COURSE.
           MOVE WS-ENR-SECTION(WS-ENR-SUB) TO ENO-SECTION.
           WRITE ENROLLMENT-OUT-REC.
       7010-EXIT.
           EXIT.

       7100-WRITE-WAITLIST.
           PERFORM 7110-WRITE-ONE-WAIT-ENTRY THRU 7110-EXIT
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-MAX.
       7100-EXIT.
           EXIT.

       7110-WRITE-ONE-WAIT-ENTRY.
           IF WS-WL-GONE(WS-WL-SUB)
               GO TO 7110-EXIT
           END-IF.
           MOVE SPACES                   TO WAITLIST-OUT-REC.
           MOVE WS-WL-COURSE(WS-WL-SUB)  TO WLO-COURSE.
           MOVE WS-WL-SECTION(WS-WL-SUB) TO WLO-SECTION.
           MOVE WS-WL-RANK(WS-WL-SUB)    TO WLO-RANK.
           MOVE WS-WL-ID(WS-WL-SUB)      TO WLO-STUDENT-ID.
           MOVE WS-WL-DATE(WS-WL-SUB)    TO WLO-WAIT-DATE.
           WRITE WAITLIST-OUT-REC.
       7110-EXIT.
           EXIT.

      *> ONE BLOCK PER SECTION: THE SEATED STUDENTS, THEN THE LINE
      *> IN RANK ORDER NUMBERED FROM 1
       7200-WRITE-CLASS-LISTS.
           WRITE CLASS-LIST-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "CLASS LISTS BY COURSE SECTION" TO CLASS-LIST-RPT-REC.
           WRITE CLASS-LIST-RPT-REC.
           PERFORM 7210-WRITE-ONE-CLASS THRU 7210-EXIT
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-CRS-MAX.
       7200-EXIT.
           EXIT.

       7210-WRITE-ONE-CLASS.
           MOVE SPACES TO CLASS-LIST-RPT-REC.
           WRITE CLASS-LIST-RPT-REC.
           MOVE WS-CRS-COURSE(WS-SEC-SUB)   TO WS-CLH-COURSE.
           MOVE WS-CRS-SECTION(WS-SEC-SUB)  TO WS-CLH-SECTION.
           MOVE WS-CRS-NAME(WS-SEC-SUB)     TO WS-CLH-NAME.
           MOVE WS-CRS-CAPACITY(WS-SEC-SUB) TO WS-CLH-CAPACITY.
           MOVE WS-CRS-TAKEN(WS-SEC-SUB)    TO WS-CLH-TAKEN.
           MOVE WS-CRS-WAITING(WS-SEC-SUB)  TO WS-CLH-WAITING.
           WRITE CLASS-LIST-RPT-REC FROM WS-CLASS-HEADER.
           PERFORM 7220-WRITE-ONE-SEATED THRU 7220-EXIT
               VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-MAX.
           MOVE ZERO TO WS-WAIT-POS.
           PERFORM 7230-WRITE-ONE-WAITING THRU 7230-EXIT
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-MAX.
       7210-EXIT.
           EXIT.

       7220-WRITE-ONE-SEATED.
           IF WS-ENR-GONE(WS-ENR-SUB)
               OR WS-ENR-CRS-KEY(WS-ENR-SUB)
                   NOT = WS-CRS-KEY(WS-SEC-SUB)
               GO TO 7220-EXIT
           END-IF.
           MOVE "ENROLLED" TO WS-CLD-LABEL.
           MOVE ZERO       TO WS-CLD-POSITION.
           MOVE WS-ENR-ID(WS-ENR-SUB) TO WS-WORK-ID.
           PERFORM 7250-WRITE-CLASS-DETAIL THRU 7250-EXIT.
       7220-EXIT.
           EXIT.

       7230-WRITE-ONE-WAITING.
           IF WS-WL-GONE(WS-WL-SUB)
               OR WS-WL-CRS-KEY(WS-WL-SUB)
                   NOT = WS-CRS-KEY(WS-SEC-SUB)
               GO TO 7230-EXIT
           END-IF.
           ADD 1 TO WS-WAIT-POS.
           MOVE "WAITING"   TO WS-CLD-LABEL.
           MOVE WS-WAIT-POS TO WS-CLD-POSITION.
           MOVE WS-WL-ID(WS-WL-SUB) TO WS-WORK-ID.
           PERFORM 7250-WRITE-CLASS-DETAIL THRU 7250-EXIT.
       7230-EXIT.
           EXIT.

       7250-WRITE-CLASS-DETAIL.
           MOVE WS-WORK-ID TO WS-CLD-STUDENT-ID.
           MOVE SPACES     TO WS-CLD-STUDENT_NAME.
           IF WS-ROSTER-MAX > ZERO
               SEARCH ALL WS-ROSTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = WS-WORK-ID
                       MOVE WS-ROSTER-NAME(WS-ROSTER-IDX)
                           TO WS-CLD-STUDENT_NAME
               END-SEARCH
           END-IF.
           WRITE CLASS-LIST-RPT-REC FROM WS-CLASS-DETAIL.
       7250-EXIT.
           EXIT.

       8000-WRITE-AUDIT-TOTALS.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-ENROLL-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "STUDENTS ENROLLED  : " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-WAIT-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "STUDENTS WAITLISTED: " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-DROP-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "STUDENTS DROPPED   : " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-TRANSFER-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "TRANSFERS          : " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-PROMOTE-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "PROMOTED FROM WAIT : " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-UNWAIT-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "LEFT WAITLIST      : " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.

           MOVE WS-REJECT-COUNT TO WS-AUDIT-COUNT-ED.
           MOVE SPACES TO REG-AUDIT-RPT-REC.
           STRING "TXNS REJECTED      : " DELIMITED BY SIZE
                  WS-AUDIT-COUNT-ED       DELIMITED BY SIZE
               INTO REG-AUDIT-RPT-REC
           END-STRING.
           WRITE REG-AUDIT-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.
