      *> ADDRSTD - ONE-TIME STREET-LINE STANDARDISATION OF THE
      *> EXISTING ADDRESS-MASTER. THE NIGHTLY ADDRESS RUN NOW PUTS
      *> EVERY ADDED OR CHANGED STREET LINE THROUGH THE STRABBR
      *> TABLE; THIS UTILITY GIVES THE ADDRESSES ALREADY ON FILE THE
      *> SAME TREATMENT SO ADDRDUP IS COMPARING LIKE WITH LIKE.
      *> EVERY RECORD IT ALTERS IS LISTED ON ADDRSTDR WITH THE LINE
      *> BEFORE AND AFTER, AND LOGGED TO CHGHIST. THE LAST-MAINTAINED
      *> DATE IS LEFT ALONE - A TIDIED SPELLING IS NOT ACTIVITY, AND
      *> STAMPING IT WOULD KEEP DEAD ADDRESSES OUT OF THE PURGE.
      *> TAKE AN IMAGE COPY OF ADDRMAST FIRST; THE RUN CAN BE
      *> REPEATED SAFELY, AS A STANDARDISED LINE DOES NOT CHANGE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRSTD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-MASTER ASSIGN TO "ADDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-COUNTRY
                   WITH DUPLICATES
               FILE STATUS IS WS-AM-STATUS.

           SELECT STREET-ABBREV-FILE ASSIGN TO "STRABBR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STD-REPORT ASSIGN TO "ADDRSTDR"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-MASTER.
       01  ADDRESS-MASTER-REC.
           05 AM-KEY.
               10 AM-PINCODE       PIC 9(6).
               10 AM-HOUSE-NUMBER  PIC 9(3).
           05 AM-COUNTRY           PIC X(8).
           05 AM-ADDRESSEE         PIC X(25).
           05 AM-STREET-1          PIC X(25).
           05 AM-STREET-2          PIC X(25).
           05 AM-LAST-MAINT-DATE   PIC 9(8).
           05 AM-MAIL-STATUS       PIC X(1).
               88 AM-UNDELIVERABLE VALUE 'U'.
           05 AM-RETURN-DATE       PIC 9(8).
           05 AM-RETURN-COUNT      PIC 9(3).
           05 AM-RETURN-REASON     PIC X(4).

       FD  STREET-ABBREV-FILE.
       01  STREET-ABBREV-REC.
           05 SA-VARIANT           PIC X(12).
           05 SA-STANDARD          PIC X(12).
           05 SA-SCOPE             PIC X(1).

       FD  STD-REPORT.
       01  STD-REPORT-REC          PIC X(80).

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

           WORKING-STORAGE SECTION.
           01 WS-AM-STATUS PIC X(02).
               88 WS-AM-OK VALUE "00".
           01 WS-CH-STATUS PIC X(02).
           01 WS-AM-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-AM-EOF VALUE 'Y'.
           01 WS-REC-CHANGED-SW PIC X(01) VALUE 'N'.
               88 WS-REC-CHANGED VALUE 'Y'.

           01 WS-READ-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-LINE-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.

           01 WS-STD-DETAIL.
               05 WS-SD-KEY         PIC X(09).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-SD-LINE-NO     PIC 9(01).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-SD-BEFORE      PIC X(25).
               05 FILLER            PIC X(04) VALUE " -> ".
               05 WS-SD-AFTER       PIC X(25).
               05 FILLER            PIC X(14) VALUE SPACES.

           COPY REPDATE.

      *> STREET-LINE STANDARDISATION - SEE STRSTD COPYBOOK
           COPY STRSTD.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           PERFORM 9800-LOAD-STREET-ABBREV THRU 9800-EXIT.
           IF WS-SST-MAX = ZERO
               DISPLAY "ADDRSTD: STRABBR TABLE IS EMPTY - NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ADDRESS-MASTER.
           OPEN OUTPUT STD-REPORT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE STD-REPORT-REC FROM RPT-HEADER-LINE.
           MOVE "ADDRESS-MASTER STREET-LINE STANDARDISATION"
               TO STD-REPORT-REC.
           WRITE STD-REPORT-REC.
           MOVE "KEY       L KEYED" TO STD-REPORT-REC.
           MOVE "STANDARDISED" TO STD-REPORT-REC(42:12).
           WRITE STD-REPORT-REC.

           READ ADDRESS-MASTER NEXT RECORD
               AT END SET WS-AM-EOF TO TRUE
           END-READ.
           PERFORM 1000-STANDARDISE-ONE-ADDRESS UNTIL WS-AM-EOF.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.

           CLOSE ADDRESS-MASTER.
           CLOSE STD-REPORT.
           CLOSE CHANGE-HIST-FILE.

           DISPLAY "ADDRSTD RECORDS READ      : " WS-READ-COUNT.
           DISPLAY "ADDRSTD RECORDS CHANGED   : " WS-CHANGED-COUNT.
           STOP RUN.

       1000-STANDARDISE-ONE-ADDRESS.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-REC-CHANGED-SW.

           MOVE AM-STREET-1 TO WS-SST-IN.
           PERFORM 9850-STANDARDISE-STREET THRU 9850-EXIT.
           IF WS-SST-CHANGED
               MOVE 1 TO WS-SD-LINE-NO
               PERFORM 1100-REPORT-ONE-LINE THRU 1100-EXIT
               MOVE WS-SST-OUT TO AM-STREET-1
           END-IF.

           MOVE AM-STREET-2 TO WS-SST-IN.
           PERFORM 9850-STANDARDISE-STREET THRU 9850-EXIT.
           IF WS-SST-CHANGED
               MOVE 2 TO WS-SD-LINE-NO
               PERFORM 1100-REPORT-ONE-LINE THRU 1100-EXIT
               MOVE WS-SST-OUT TO AM-STREET-2
           END-IF.

           IF WS-REC-CHANGED
               PERFORM 1200-REWRITE-ADDRESS THRU 1200-EXIT
           END-IF.

           READ ADDRESS-MASTER NEXT RECORD
               AT END SET WS-AM-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-REPORT-ONE-LINE.
           SET WS-REC-CHANGED TO TRUE.
           MOVE AM-KEY     TO WS-SD-KEY.
           MOVE WS-SST-IN  TO WS-SD-BEFORE.
           MOVE WS-SST-OUT TO WS-SD-AFTER.
           WRITE STD-REPORT-REC FROM WS-STD-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
       1100-EXIT.
           EXIT.

       1200-REWRITE-ADDRESS.
           REWRITE ADDRESS-MASTER-REC
               INVALID KEY
                   DISPLAY "ADDRESS-MASTER REWRITE FAILED " WS-AM-STATUS
                       " AT " AM-KEY
                   GO TO 1200-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE SPACES                TO CHANGE-HIST-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD TO CH-RUN-DATE.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "ADDRMAST"            TO CH-MASTER-NAME.
           MOVE "STANDARD"            TO CH-ACTION.
           MOVE AM-KEY                TO CH-KEY.
           MOVE "ADDRSD"              TO CH-OPERATOR-ID.
           WRITE CHANGE-HIST-REC.
       1200-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO STD-REPORT-REC.
           WRITE STD-REPORT-REC.

           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STD-REPORT-REC.
           STRING "ADDRESSES READ    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO STD-REPORT-REC
           END-STRING.
           WRITE STD-REPORT-REC.

           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STD-REPORT-REC.
           STRING "ADDRESSES CHANGED : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO STD-REPORT-REC
           END-STRING.
           WRITE STD-REPORT-REC.

           MOVE WS-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO STD-REPORT-REC.
           STRING "LINES STANDARDISED: " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO STD-REPORT-REC
           END-STRING.
           WRITE STD-REPORT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY STRSTDP.
