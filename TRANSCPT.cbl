      *> TRANSCPT - STUDENT TRANSCRIPTS FROM THE CMPLHIST COMPLETION
      *> HISTORY TERMCLOS KEEPS. ONE TRNSREQ CARD PER STUDENT ID
      *> WANTED; EACH GETS A TRANSCRIPT ON TRANSCRP LISTING EVERY
      *> COURSE THE STUDENT HAS BEEN CLOSED OUT OF, TERM BY TERM,
      *> WITH THE SECTION, OUTCOME AND ATTENDED HOURS, AND A COUNT
      *> OF COURSES COMPLETED. AN ID WITH NO HISTORY IS SAID SO ON
      *> THE TRANSCRIPT AND ENDS THE RUN RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-REQ-FILE ASSIGN TO "TRNSREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPLETION-HIST-FILE ASSIGN TO "CMPLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CP-STATUS.

           SELECT TRANSCRIPT-RPT ASSIGN TO "TRANSCRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-REQ-FILE.
       01  TRANSCRIPT-REQ-REC.
           05 TR-STUDENT-ID         PIC X(06).

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

       FD  TRANSCRIPT-RPT.
       01  TRANSCRIPT-RPT-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CP-STATUS PIC X(02).
           01 WS-REQ-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-REQ-EOF VALUE 'Y'.
           01 WS-CP-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CP-EOF VALUE 'Y'.

           01 WS-REQ-COUNT       PIC 9(09) VALUE ZERO.
           01 WS-NOT-FOUND-COUNT PIC 9(09) VALUE ZERO.
           01 WS-COURSE-COUNT    PIC 9(05).
           01 WS-COMPLETED-COUNT PIC 9(05).
           01 WS-COUNT-ED        PIC ZZZZZZZZ9.

           01 WS-TRANS-DETAIL.
               05 WS-TX-TERM-ID     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-COURSE      PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-SECTION     PIC X(02).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-COURSE-NAME PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-OUTCOME     PIC X(10).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-HOURS       PIC ZZZ9.9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-MIN         PIC ZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TX-TERM-END    PIC 9(08).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           OPEN INPUT COMPLETION-HIST-FILE.
           IF WS-CP-STATUS NOT = "00"
               DISPLAY "TRANSCPT: NO CMPLHIST - NO TERM CLOSED YET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANSCRIPT-REQ-FILE.
           OPEN OUTPUT TRANSCRIPT-RPT.

           READ TRANSCRIPT-REQ-FILE
               AT END SET WS-REQ-EOF TO TRUE
           END-READ.
           PERFORM 1000-PRINT-ONE-TRANSCRIPT THRU 1000-EXIT
               UNTIL WS-REQ-EOF.

           CLOSE COMPLETION-HIST-FILE.
           CLOSE TRANSCRIPT-REQ-FILE.
           CLOSE TRANSCRIPT-RPT.

           DISPLAY "TRANSCPT REQUESTS         : " WS-REQ-COUNT.
           DISPLAY "TRANSCPT NO HISTORY       : " WS-NOT-FOUND-COUNT.
           IF WS-NOT-FOUND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-PRINT-ONE-TRANSCRIPT.
           ADD 1 TO WS-REQ-COUNT.
           MOVE ZERO TO WS-COURSE-COUNT WS-COMPLETED-COUNT.
           MOVE 'N' TO WS-CP-EOF-SW.

           WRITE TRANSCRIPT-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "*** STUDENT TRANSCRIPT ***" TO TRANSCRIPT-RPT-REC.
           WRITE TRANSCRIPT-RPT-REC.
           MOVE SPACES TO TRANSCRIPT-RPT-REC.
           WRITE TRANSCRIPT-RPT-REC.

      *> THE KEY LEADS WITH THE STUDENT, SO THE STUDENT'S HISTORY IS
      *> ONE RUN OF ROWS IN COURSE AND TERM ORDER
           MOVE LOW-VALUES TO CP-KEY.
           MOVE TR-STUDENT-ID TO CP-STUDENT-ID.
           START COMPLETION-HIST-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY
                   SET WS-CP-EOF TO TRUE
           END-START.
           IF NOT WS-CP-EOF
               PERFORM 1100-READ-NEXT-HISTORY THRU 1100-EXIT
           END-IF.

           IF WS-CP-EOF
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               STRING "STUDENT "       DELIMITED BY SIZE
                      TR-STUDENT-ID    DELIMITED BY SIZE
                      " - NO COMPLETION HISTORY ON FILE"
                                       DELIMITED BY SIZE
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
               WRITE TRANSCRIPT-RPT-REC
               ADD 1 TO WS-NOT-FOUND-COUNT
           ELSE
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               STRING "STUDENT "       DELIMITED BY SIZE
                      TR-STUDENT-ID    DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      CP-STUDENT-NAME  DELIMITED BY SIZE
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
               WRITE TRANSCRIPT-RPT-REC
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               WRITE TRANSCRIPT-RPT-REC
               MOVE "TERM   CRS  SC COURSE NAME               OUTCOME"
                   TO TRANSCRIPT-RPT-REC
               MOVE "HOURS MIN TERM-END" TO TRANSCRIPT-RPT-REC(54:18)
               WRITE TRANSCRIPT-RPT-REC
               PERFORM 1200-LIST-ONE-COURSE THRU 1200-EXIT
                   UNTIL WS-CP-EOF
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               WRITE TRANSCRIPT-RPT-REC
               MOVE WS-COURSE-COUNT TO WS-COUNT-ED
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               STRING "COURSES TAKEN     : " DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
               WRITE TRANSCRIPT-RPT-REC
               MOVE WS-COMPLETED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO TRANSCRIPT-RPT-REC
               STRING "COURSES COMPLETED : " DELIMITED BY SIZE
                      WS-COUNT-ED            DELIMITED BY SIZE
                   INTO TRANSCRIPT-RPT-REC
               END-STRING
               WRITE TRANSCRIPT-RPT-REC
           END-IF.
           MOVE ALL "-" TO TRANSCRIPT-RPT-REC.
           WRITE TRANSCRIPT-RPT-REC.

           READ TRANSCRIPT-REQ-FILE
               AT END SET WS-REQ-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-READ-NEXT-HISTORY.
           READ COMPLETION-HIST-FILE NEXT RECORD
               AT END SET WS-CP-EOF TO TRUE
           END-READ.
           IF NOT WS-CP-EOF
               AND CP-STUDENT-ID NOT = TR-STUDENT-ID
               SET WS-CP-EOF TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LIST-ONE-COURSE.
           ADD 1 TO WS-COURSE-COUNT.
           MOVE CP-TERM-ID     TO WS-TX-TERM-ID.
           MOVE CP-COURSE      TO WS-TX-COURSE.
           MOVE CP-SECTION     TO WS-TX-SECTION.
           MOVE CP-COURSE-NAME TO WS-TX-COURSE-NAME.
           EVALUATE TRUE
               WHEN CP-COMPLETED
                   MOVE "COMPLETED" TO WS-TX-OUTCOME
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN CP-INCOMPLETE
                   MOVE "INCOMPLETE" TO WS-TX-OUTCOME
               WHEN OTHER
                   MOVE "WITHDRAWN" TO WS-TX-OUTCOME
           END-EVALUATE.
           MOVE CP-HOURS       TO WS-TX-HOURS.
           MOVE CP-MIN-HOURS   TO WS-TX-MIN.
           MOVE CP-TERM-END    TO WS-TX-TERM-END.
           WRITE TRANSCRIPT-RPT-REC FROM WS-TRANS-DETAIL.
           PERFORM 1100-READ-NEXT-HISTORY THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

       COPY REPDATEP.
