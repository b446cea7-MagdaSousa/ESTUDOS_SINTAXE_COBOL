      *> VARIANCE FLAG WHENEVER A NIGHT MOVES MORE THAN THE HISTCTL
      *> PERCENTAGE AGAINST THE TRAILING AVERAGE - THE FLAG THAT
      *> WOULD HAVE CAUGHT THE DOUBLE-POSTED FEED THE SAME NIGHT.
      *> THE SAME NIGHT'S BRANCH RECORDS ARE APPENDED TO THE
      *> BRCHHIST MASTER, ONE ROW PER BRANCH, SO THE BRANCH LEVEL
      *> SURVIVES FOR THE YEAR-END SUMMARY. BOTH MASTERS ARE POSTED
      *> TOGETHER UNDER THE ONE ALREADY-POSTED GUARD.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDHIST.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYH-STATUS.

           SELECT BRANCH-HISTORY-FILE ASSIGN TO "BRCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

           SELECT HIST-CTL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 HD-DAILY-TOTAL        PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

      *> ONE RECORD PER BRANCH PER NIGHT, APPENDED FOREVER LIKE
      *> DAYHIST - THE NIGHT'S ROWS ADD UP TO ITS DAYHIST TOTAL
       FD  BRANCH-HISTORY-FILE.
       01  BRANCH-HISTORY-REC.
           05 HB-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HB-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X(01).
           05 HB-NET-TOTAL          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

      *> VARIANCE THRESHOLD AS A WHOLE PERCENTAGE - NO CARD MEANS
      *> THE DEFAULT BELOW, SAME OPTIONAL-CARD PATTERN AS MOVECTL
       FD  HIST-CTL-FILE.
                   10 WS-MONTH-TOTAL PIC S9(11)V99.

           01 WS-DAYH-STATUS     PIC X(02).
           01 WS-BRCH-STATUS     PIC X(02).
           01 WS-REPORT-MONTH    PIC 9(06).
           01 WS-HIST-MONTH      PIC 9(06).

           MOVE WS-TONIGHT-TOTAL TO HD-DAILY-TOTAL.
           WRITE DAY-HISTORY-REC.
           CLOSE DAY-HISTORY-FILE.
           PERFORM 3300-APPEND-BRANCH-ROWS THRU 3300-EXIT.

      *> TONIGHT BELONGS ON THE REPORT TOO - THE MONTH TABLE WAS
      *> LOADED BEFORE THE POST, SO ADD IT HERE
       3200-EXIT.
           EXIT.

      *> SECOND PASS OF THE EXTRACT FOR THE BRANCH RECORDS - SAME
      *> CREATE-ON-FIRST-RUN FALLBACK AS THE DAYHIST APPEND
       3300-APPEND-BRANCH-ROWS.
           OPEN EXTEND BRANCH-HISTORY-FILE.
           IF WS-BRCH-STATUS NOT = "00"
               OPEN OUTPUT BRANCH-HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-IFACE-EOF-SW.
           OPEN INPUT DAILY-TOTAL-IFACE-IN.
           READ DAILY-TOTAL-IFACE-IN
               AT END SET WS-IFACE-EOF TO TRUE
           END-READ.
           PERFORM 3310-APPEND-ONE-BRANCH THRU 3310-EXIT
               UNTIL WS-IFACE-EOF.
           CLOSE DAILY-TOTAL-IFACE-IN.
           CLOSE BRANCH-HISTORY-FILE.
       3300-EXIT.
           EXIT.

       3310-APPEND-ONE-BRANCH.
           IF DI-BRANCH-CODE NOT = "*ALL"
               MOVE SPACES          TO BRANCH-HISTORY-REC
               MOVE WS-TONIGHT-DATE TO HB-RUN-DATE
               MOVE DI-BRANCH-CODE  TO HB-BRANCH-CODE
               MOVE DI-NET-TOTAL    TO HB-NET-TOTAL
               WRITE BRANCH-HISTORY-REC
           END-IF.
           READ DAILY-TOTAL-IFACE-IN
               AT END SET WS-IFACE-EOF TO TRUE
           END-READ.
       3310-EXIT.
           EXIT.

       8000-WRITE-TREND-REPORT.
           MOVE SPACES TO HIST-TREND-RPT-REC.
           STRING "MONTH-TO-DATE DAILY TOTAL TREND - MONTH "
