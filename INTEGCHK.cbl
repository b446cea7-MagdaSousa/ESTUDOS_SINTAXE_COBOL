      *> INTEGCHK - WEEKLY CROSS-MASTER REFERENTIAL-INTEGRITY SWEEP.
      *> EACH NIGHTLY PROGRAM CHECKS ONLY THE REFERENCES IT HAPPENS
      *> TO USE, SO ORPHANS BUILD UP QUIETLY ACROSS THE MASTERS.
      *> THIS RUN WALKS EVERY ONE OF THEM AND LISTS EACH BROKEN
      *> REFERENCE WITH ITS OWNING FILE AND KEY:
      *>   ARMAST   ITEMS WHOSE CUSTOMER IS GONE FROM CUSTMAST
      *>   EXEMPTCT CERTIFICATES FOR CUSTOMERS GONE FROM CUSTMAST
      *>   STUDROST STUDENTS BILLED TO A CUSTOMER INACTIVE ON (OR
      *>            MISSING FROM) CUSTMAST
      *>   ENROLL   ROWS NAMING A STUDENT NOT ON STUDROST OR A
      *>            SECTION NOT ON CRSMAST
      *>   DEPTWGT  ROWS FOR A DEPARTMENT INACTIVE ON (OR MISSING
      *>            FROM) DEPTMAST
      *>   BACKSUSP ENTRIES FOR AN ITEM DEACTIVATED ON (OR MISSING
      *>            FROM) STOCKMST
      *> A REFERENCE TO A RECORD THAT IS NOT THERE AT ALL IS AN
      *> ERROR; ONE TO A RECORD STILL THERE BUT RETIRED IS A
      *> WARNING. EVERY FINDING IS ALSO WRITTEN TO INTGEXCP IN THE
      *> SHARED EXCEPTION LAYOUT, WHICH THE NEXT NIGHT'S EXCPMERG
      *> TAKES INTO THE REGISTER. NOTHING IS CHANGED ON ANY MASTER -
      *> REPAIRS GO THROUGH THE OWNING MAINTENANCE PROGRAM. ANY
      *> FINDING ENDS THE RUN RC 4; A REFERENCE TABLE THAT WILL NOT
      *> LOAD WHOLE ENDS IT RC 8 BEFORE ANYTHING IS SWEPT, SINCE A
      *> PART-LOADED TABLE WOULD REPORT GOOD ROWS AS ORPHANS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT EXEMPT-CERT-FILE ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-ROSTER ASSIGN TO "STUDROST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-WEIGHT-TABLE-FILE ASSIGN TO "DEPTWGT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCK-MASTER ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ITEM-KEY
               FILE STATUS IS WS-SM-STATUS.

      *> NO SUSPENSE FILE MEANS NO BACKORDERS WAITING
           SELECT BACKORDER-SUSP-IN ASSIGN TO "BACKSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT INTEGRITY-RPT ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "INTGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-MASTER.
       01  AR-MASTER-REC.
           05 AR-INVOICE-NO         PIC X(08).
           05 AR-CUST-ID            PIC X(06).
           05 AR-INVOICE-DATE       PIC 9(08).
           05 AR-ORIG-AMOUNT        PIC S9(09)V99.
           05 AR-OPEN-AMOUNT        PIC S9(09)V99.
           05 AR-ITEM-STATUS        PIC X(01).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUST-ID            PIC X(06).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-ADDR-LINE-1        PIC X(25).
           05 CM-ADDR-LINE-2        PIC X(25).
           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
           05 CM-REP-ID             PIC X(04).

       FD  EXEMPT-CERT-FILE.
       01  EXEMPT-CERT-REC.
           05 EC-CUST-ID         PIC X(06).
           05 EC-CERT-NO         PIC X(12).
           05 EC-EXPIRY-DATE     PIC 9(08).

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
           05 EN-COURSE-SECT.
               10 EN-COURSE    PIC X(04).
               10 EN-SECTION   PIC X(02).

       FD  DEPT-WEIGHT-TABLE-FILE.
       01  DEPT-WEIGHT-REC.
           05 DW-POOL-ID        PIC X(04).
           05 DW-DEPT-CODE      PIC X(04).
           05 DW-WEIGHT         PIC 9(03).

       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-REC.
           05 DM-DEPT-CODE      PIC X(04).
           05 DM-DEPT-NAME      PIC X(25).
           05 DM-ACTIVE-FLAG    PIC X(01).
      *> 'S' MARKS A SERVICE DEPARTMENT, WHOSE SHARES ARE STEPPED
      *> DOWN TO THE DEPARTMENTS AFTER IT IN DM-STEP-SEQ ORDER;
      *> ANYTHING ELSE IS AN OPERATING DEPARTMENT
           05 DM-DEPT-TYPE      PIC X(01).
           05 DM-STEP-SEQ       PIC 9(02).

       FD  STOCK-MASTER.
       01  STOCK-MASTER-REC.
           05 SM-ITEM-KEY.
               10 SM-ITEM-CODE      PIC X(06).
               10 SM-LOCATION       PIC X(03).
           05 SM-ON-HAND            PIC 9(09).
           05 SM-AVG-COST           PIC 9(05)V99.
           05 SM-REORDER-POINT      PIC 9(09).
           05 SM-REORDER-QTY        PIC 9(09).
           05 SM-ITEM-STATUS        PIC X(01).
               88 SM-ITEM-ACTIVE    VALUE 'A'.
           05 SM-LAST-MOVE-DATE     PIC 9(08).

       FD  BACKORDER-SUSP-IN.
       01  BACKORDER-SUSP-IN-REC.
           05 BSI-FIRST-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 BSI-NIGHTS-WAITING    PIC 9(03).
           05 FILLER                PIC X(01).
           05 BSI-ITEM-CODE         PIC X(06).
           05 FILLER                PIC X(01).
           05 BSI-LOCATION          PIC X(03).
           05 FILLER                PIC X(01).
           05 BSI-QTY               PIC 9(09).
           05 FILLER                PIC X(01).
           05 BSI-UNIT-COST         PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 BSI-INVOICE-NO        PIC X(08).
           05 FILLER                PIC X(01).
           05 BSI-CUST-ID           PIC X(06).

       FD  INTEGRITY-RPT.
       01  INTEGRITY-RPT-REC        PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           COPY EXCPREC.

           WORKING-STORAGE SECTION.
           01 WS-AR-STATUS   PIC X(02).
           01 WS-CM-STATUS   PIC X(02).
           01 WS-SM-STATUS   PIC X(02).
           01 WS-SUSP-STATUS PIC X(02).

           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-LOAD-ERR-SW PIC X(01) VALUE 'N'.
               88 WS-LOAD-ERR VALUE 'Y'.
           01 WS-FOUND-SW PIC X(01).
               88 WS-FOUND VALUE 'Y'.

      *> REFERENCE TABLES FOR THE SEQUENTIAL MASTERS, LOADED ONCE -
      *> SAME SIZES AS THE NIGHTLY PROGRAMS THAT OWN THEM
           01 WS-ROSTER-MAX PIC 9(04) VALUE ZERO.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-ROSTER-IDX.
                   10 WS-ROSTER-ID       PIC X(06).

           01 WS-CRS-MAX PIC 9(03) VALUE ZERO.
           01 WS-CRS-TABLE.
               05 WS-CRS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-CRS-IDX.
                   10 WS-CRS-KEY.
                       15 WS-CRS-COURSE  PIC X(04).
                       15 WS-CRS-SECTION PIC X(02).

           01 WS-DMAST-MAX PIC 9(4) VALUE ZERO.
           01 WS-DMAST-TABLE.
               05 WS-DMAST-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-DMAST-IDX.
                   10 WS-DMAST-CODE   PIC X(04).
                   10 WS-DMAST-ACTIVE PIC X(01).
                       88 WS-DMAST-IS-ACTIVE VALUE 'A'.

      *> ONE FINDING, BUILT BY THE CHECK AND WRITTEN BY 7000
           01 WS-FND-EXCP-KEY PIC X(09).
           01 WS-FND-SEV      PIC X(01).
               88 WS-FND-ERROR   VALUE 'E'.
               88 WS-FND-WARNING VALUE 'W'.
           01 WS-FND-DETAIL.
               05 WS-FND-FILE     PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FND-KEY      PIC X(20).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FND-REASON   PIC X(30).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FND-SEV-TEXT PIC X(07).

      *> RECORDS READ AND FINDINGS, ONE SLOT PER OWNING FILE
           01 WS-CHECK-TABLE.
               05 WS-CHECK-ENTRY OCCURS 6 TIMES
                                 INDEXED BY WS-CHECK-IDX.
                   10 WS-CHECK-FILE   PIC X(08).
                   10 WS-CHECK-READ   PIC 9(07).
                   10 WS-CHECK-FOUND  PIC 9(07).
           01 WS-CHECK-SUB     PIC 9(01).
           01 WS-ERROR-COUNT   PIC 9(07) VALUE ZERO.
           01 WS-WARN-COUNT    PIC 9(07) VALUE ZERO.
           01 WS-COUNT-ED      PIC Z(6)9.
           01 WS-COUNT-ED-2    PIC Z(6)9.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           MOVE "ARMAST"   TO WS-CHECK-FILE(1).
           MOVE "EXEMPTCT" TO WS-CHECK-FILE(2).
           MOVE "ENROLL"   TO WS-CHECK-FILE(3).
           MOVE "DEPTWGT"  TO WS-CHECK-FILE(4).
           MOVE "BACKSUSP" TO WS-CHECK-FILE(5).
           MOVE "STUDROST" TO WS-CHECK-FILE(6).
           PERFORM 0050-CLEAR-ONE-CHECK THRU 0050-EXIT
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > 6.

           PERFORM 0100-LOAD-ROSTER THRU 0100-EXIT.
           PERFORM 0200-LOAD-COURSE-MASTER THRU 0200-EXIT.
           PERFORM 0300-LOAD-DEPT-MASTER THRU 0300-EXIT.
           IF WS-LOAD-ERR
               DISPLAY "INTEGCHK: REFERENCE TABLE INCOMPLETE - "
                       "NOTHING SWEPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INTEGRITY-RPT.
           OPEN OUTPUT EXCEPTION-FILE.
           WRITE INTEGRITY-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "CROSS-MASTER REFERENTIAL INTEGRITY SWEEP"
               TO INTEGRITY-RPT-REC.
           WRITE INTEGRITY-RPT-REC.
           MOVE "FILE     KEY                  PROBLEM"
               TO INTEGRITY-RPT-REC.
           MOVE "SEVERITY" TO INTEGRITY-RPT-REC(62:8).
           WRITE INTEGRITY-RPT-REC.

           OPEN INPUT CUSTOMER-MASTER.
           PERFORM 1000-SWEEP-AR-MASTER THRU 1000-EXIT.
           PERFORM 2000-SWEEP-EXEMPT-CERTS THRU 2000-EXIT.
           PERFORM 2500-SWEEP-ROSTER-BILLING THRU 2500-EXIT.
           CLOSE CUSTOMER-MASTER.
           PERFORM 3000-SWEEP-ENROLLMENT THRU 3000-EXIT.
           PERFORM 4000-SWEEP-DEPT-WEIGHTS THRU 4000-EXIT.
           PERFORM 5000-SWEEP-BACKORDERS THRU 5000-EXIT.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE EXCEPTION-FILE.
           CLOSE INTEGRITY-RPT.

           IF WS-ERROR-COUNT > ZERO OR WS-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0050-CLEAR-ONE-CHECK.
           MOVE ZERO TO WS-CHECK-READ(WS-CHECK-IDX).
           MOVE ZERO TO WS-CHECK-FOUND(WS-CHECK-IDX).
       0050-EXIT.
           EXIT.

       0100-LOAD-ROSTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT STUDENT-ROSTER.
           READ STUDENT-ROSTER
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0110-ADD-ROSTER-ENTRY THRU 0110-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STUDENT-ROSTER.
       0100-EXIT.
           EXIT.

       0110-ADD-ROSTER-ENTRY.
           IF WS-ROSTER-MAX < 5000
               ADD 1 TO WS-ROSTER-MAX
               MOVE SR-STUDENT-ID TO WS-ROSTER-ID(WS-ROSTER-MAX)
               READ STUDENT-ROSTER
                   AT END SET WS-IN-EOF TO TRUE
               END-READ
           ELSE
               DISPLAY "ROSTER TABLE FULL AT " SR-STUDENT-ID
               SET WS-LOAD-ERR TO TRUE
               SET WS-IN-EOF TO TRUE
           END-IF.
       0110-EXIT.
           EXIT.

       0200-LOAD-COURSE-MASTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT COURSE-SECTION-FILE.
           READ COURSE-SECTION-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0210-ADD-COURSE-ENTRY THRU 0210-EXIT
               UNTIL WS-IN-EOF.
           CLOSE COURSE-SECTION-FILE.
       0200-EXIT.
           EXIT.

       0210-ADD-COURSE-ENTRY.
           IF WS-CRS-MAX < 50
               ADD 1 TO WS-CRS-MAX
               MOVE CS-COURSE  TO WS-CRS-COURSE(WS-CRS-MAX)
               MOVE CS-SECTION TO WS-CRS-SECTION(WS-CRS-MAX)
               READ COURSE-SECTION-FILE
                   AT END SET WS-IN-EOF TO TRUE
               END-READ
           ELSE
               DISPLAY "COURSE MASTER TABLE FULL AT " CS-COURSE
               SET WS-LOAD-ERR TO TRUE
               SET WS-IN-EOF TO TRUE
           END-IF.
       0210-EXIT.
           EXIT.

       0300-LOAD-DEPT-MASTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DEPT-MASTER-FILE.
           READ DEPT-MASTER-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0310-ADD-DMAST-ENTRY THRU 0310-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DEPT-MASTER-FILE.
       0300-EXIT.
           EXIT.

       0310-ADD-DMAST-ENTRY.
           IF WS-DMAST-MAX < 200
               ADD 1 TO WS-DMAST-MAX
               MOVE DM-DEPT-CODE   TO WS-DMAST-CODE(WS-DMAST-MAX)
               MOVE DM-ACTIVE-FLAG TO WS-DMAST-ACTIVE(WS-DMAST-MAX)
               READ DEPT-MASTER-FILE
                   AT END SET WS-IN-EOF TO TRUE
               END-READ
           ELSE
               DISPLAY "DEPT-MASTER TABLE FULL AT " DM-DEPT-CODE
               SET WS-LOAD-ERR TO TRUE
               SET WS-IN-EOF TO TRUE
           END-IF.
       0310-EXIT.
           EXIT.

      *> EVERY ITEM IS CHECKED WHATEVER ITS STATUS - A PAID OR
      *> WRITTEN-OFF ITEM WITH NO CUSTOMER STILL BREAKS STATEMENTS
      *> AND THE AGING ROLL-UP
       1000-SWEEP-AR-MASTER.
           OPEN INPUT AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "INTEGCHK: NO AR MASTER - " WS-AR-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 1100-CHECK-AR-ITEM THRU 1100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE AR-MASTER.
       1000-EXIT.
           EXIT.

       1100-CHECK-AR-ITEM.
           MOVE 1 TO WS-CHECK-SUB.
           ADD 1 TO WS-CHECK-READ(WS-CHECK-SUB).
           MOVE AR-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-FND-KEY
                   STRING AR-INVOICE-NO DELIMITED BY SIZE
                          " CUST "      DELIMITED BY SIZE
                          AR-CUST-ID    DELIMITED BY SIZE
                       INTO WS-FND-KEY
                   END-STRING
                   MOVE AR-INVOICE-NO TO WS-FND-EXCP-KEY
                   MOVE "ARMAST CUST NOT ON CUSTMAST"
                       TO WS-FND-REASON
                   SET WS-FND-ERROR TO TRUE
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-READ.
           READ AR-MASTER NEXT RECORD
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-SWEEP-EXEMPT-CERTS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT EXEMPT-CERT-FILE.
           READ EXEMPT-CERT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 2100-CHECK-CERT THRU 2100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE EXEMPT-CERT-FILE.
       2000-EXIT.
           EXIT.

       2100-CHECK-CERT.
           MOVE 2 TO WS-CHECK-SUB.
           ADD 1 TO WS-CHECK-READ(WS-CHECK-SUB).
           MOVE EC-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-FND-KEY
                   STRING EC-CUST-ID DELIMITED BY SIZE
                          " "        DELIMITED BY SIZE
                          EC-CERT-NO DELIMITED BY SIZE
                       INTO WS-FND-KEY
                   END-STRING
                   MOVE EC-CUST-ID TO WS-FND-EXCP-KEY
                   MOVE "EXEMPTCT CUST NOT ON CUSTMAST"
                       TO WS-FND-REASON
                   SET WS-FND-ERROR TO TRUE
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-READ.
           READ EXEMPT-CERT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> A STUDENT WITH NO BILLING CUSTOMER YET IS NOT A BROKEN
      *> REFERENCE - TUITBILL LISTS THOSE EACH NIGHT UNTIL ONE IS SET
       2500-SWEEP-ROSTER-BILLING.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT STUDENT-ROSTER.
           READ STUDENT-ROSTER
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 2600-CHECK-ROSTER-BILLING THRU 2600-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STUDENT-ROSTER.
       2500-EXIT.
           EXIT.

       2600-CHECK-ROSTER-BILLING.
           MOVE 6 TO WS-CHECK-SUB.
           ADD 1 TO WS-CHECK-READ(WS-CHECK-SUB).
           IF SR-BILL-CUST-ID NOT = SPACES
               PERFORM 2650-CHECK-BILL-CUST THRU 2650-EXIT
           END-IF.
           READ STUDENT-ROSTER
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

       2650-CHECK-BILL-CUST.
           MOVE SPACES TO WS-FND-KEY.
           STRING SR-STUDENT-ID   DELIMITED BY SIZE
                  " CUST "        DELIMITED BY SIZE
                  SR-BILL-CUST-ID DELIMITED BY SIZE
               INTO WS-FND-KEY
           END-STRING.
           MOVE SR-STUDENT-ID TO WS-FND-EXCP-KEY.
           MOVE SR-BILL-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "BILLING CUST NOT ON CUSTMAST"
                       TO WS-FND-REASON
                   SET WS-FND-ERROR TO TRUE
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               NOT INVALID KEY
                   IF CM-CUST-STATUS = 'I'
                       MOVE "BILLING CUST INACTIVE"
                           TO WS-FND-REASON
                       SET WS-FND-WARNING TO TRUE
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
           END-READ.
       2650-EXIT.
           EXIT.

       3000-SWEEP-ENROLLMENT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT ENROLLMENT-FILE.
           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 3100-CHECK-ENROLLMENT THRU 3100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ENROLLMENT-FILE.
       3000-EXIT.
           EXIT.

      *> A ROW CAN BE BROKEN BOTH WAYS AND THEN REPORTS TWICE
       3100-CHECK-ENROLLMENT.
           MOVE 3 TO WS-CHECK-SUB.
           ADD 1 TO WS-CHECK-READ(WS-CHECK-SUB).
           MOVE SPACES TO WS-FND-KEY.
           STRING EN-STUDENT-ID DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  EN-COURSE     DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  EN-SECTION    DELIMITED BY SIZE
               INTO WS-FND-KEY
           END-STRING.
           MOVE EN-STUDENT-ID TO WS-FND-EXCP-KEY.

           MOVE 'N' TO WS-FOUND-SW.
           SET WS-ROSTER-IDX TO 1.
           IF WS-ROSTER-MAX > ZERO
               SEARCH WS-ROSTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ROSTER-IDX > WS-ROSTER-MAX
                       CONTINUE
                   WHEN WS-ROSTER-ID(WS-ROSTER-IDX) = EN-STUDENT-ID
                       SET WS-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-FOUND
               MOVE "ENROLL STUDENT NOT ON STUDROST"
                   TO WS-FND-REASON
               SET WS-FND-ERROR TO TRUE
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SW.
           SET WS-CRS-IDX TO 1.
           IF WS-CRS-MAX > ZERO
               SEARCH WS-CRS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRS-IDX > WS-CRS-MAX
                       CONTINUE
                   WHEN WS-CRS-KEY(WS-CRS-IDX) = EN-COURSE-SECT
                       SET WS-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WS-FOUND
               MOVE "ENROLL SECTION NOT ON CRSMAST"
                   TO WS-FND-REASON
               SET WS-FND-ERROR TO TRUE
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.

           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       4000-SWEEP-DEPT-WEIGHTS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DEPT-WEIGHT-TABLE-FILE.
           READ DEPT-WEIGHT-TABLE-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 4100-CHECK-DEPT-WEIGHT THRU 4100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DEPT-WEIGHT-TABLE-FILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-DEPT-WEIGHT.
           MOVE 4 TO WS-CHECK-SUB.
           ADD 1 TO WS-CHECK-READ(WS-CHECK-SUB).
           MOVE SPACES TO WS-FND-KEY.
           STRING DW-POOL-ID   DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  DW-DEPT-CODE DELIMITED BY SIZE
               INTO WS-FND-KEY
           END-STRING.
           MOVE DEPT-WEIGHT-REC(1:8) TO WS-FND-EXCP-KEY.

           SET WS-DMAST-IDX TO 1.
           IF WS-DMAST-MAX = ZERO
               PERFORM 4110-NOTE-DEPT-MISSING THRU 4110-EXIT
           ELSE
               SEARCH WS-DMAST-ENTRY
                   AT END
                       PERFORM 4110-NOTE-DEPT-MISSING THRU 4110-EXIT
                   WHEN WS-DMAST-IDX > WS-DMAST-MAX
                       PERFORM 4110-NOTE-DEPT-MISSING THRU 4110-EXIT
                   WHEN WS-DMAST-CODE(WS-DMAST-IDX) = DW-DEPT-CODE
                       IF NOT WS-DMAST-IS-ACTIVE(WS-DMAST-IDX)
                           MOVE "DEPTWGT DEPT INACTIVE"
                               TO WS-FND-REASON
                           SET WS-FND-WARNING TO TRUE
                           PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                       END-IF
               END-SEARCH
           END-IF.

           READ DEPT-WEIGHT-TABLE-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4110-NOTE-DEPT-MISSING.
           MOVE "DEPTWGT DEPT NOT ON DEPTMAST" TO WS-FND-REASON.
           SET WS-FND-ERROR TO TRUE.
           PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
       4110-EXIT.
           EXIT.

       5000-SWEEP-BACKORDERS.
           OPEN INPUT BACKORDER-SUSP-IN.
           IF WS-SUSP-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT STOCK-MASTER.
           MOVE 'N' TO WS-IN-EOF-SW.
           READ BACKORDER-SUSP-IN
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 5100-CHECK-BACKORDER THRU 5100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STOCK-MASTER.
           CLOSE BACKORDER-SUSP-IN.
       5000-EXIT.
           EXIT.

       5100-CHECK-BACKORDER.
           MOVE 5 TO WS-CHECK-SUB.
           ADD 1 TO WS-CHECK-READ(WS-CHECK-SUB).
           MOVE SPACES TO WS-FND-KEY.
           STRING BSI-ITEM-CODE  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  BSI-LOCATION   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  BSI-INVOICE-NO DELIMITED BY SIZE
               INTO WS-FND-KEY
           END-STRING.
           MOVE BSI-ITEM-CODE TO WS-FND-EXCP-KEY(1:6).
           MOVE BSI-LOCATION  TO WS-FND-EXCP-KEY(7:3).

           MOVE BSI-ITEM-CODE TO SM-ITEM-CODE.
           MOVE BSI-LOCATION  TO SM-LOCATION.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE "BACKSUSP ITEM NOT ON STOCKMST"
                       TO WS-FND-REASON
                   SET WS-FND-ERROR TO TRUE
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               NOT INVALID KEY
                   IF NOT SM-ITEM-ACTIVE
                       MOVE "BACKSUSP ITEM DEACTIVATED"
                           TO WS-FND-REASON
                       SET WS-FND-WARNING TO TRUE
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
           END-READ.

           READ BACKORDER-SUSP-IN
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      *> ONE LINE ON THE REPORT AND ONE EXCEPTION RECORD PER FINDING
       7000-WRITE-FINDING.
           ADD 1 TO WS-CHECK-FOUND(WS-CHECK-SUB).
           MOVE WS-CHECK-FILE(WS-CHECK-SUB) TO WS-FND-FILE.
           IF WS-FND-ERROR
               ADD 1 TO WS-ERROR-COUNT
               MOVE "ERROR" TO WS-FND-SEV-TEXT
           ELSE
               ADD 1 TO WS-WARN-COUNT
               MOVE "WARNING" TO WS-FND-SEV-TEXT
           END-IF.
           WRITE INTEGRITY-RPT-REC FROM WS-FND-DETAIL.

           MOVE SPACES TO EXCEPTION-REC.
           MOVE "INTEGCHK"      TO EXCP-SOURCE-PGM.
           MOVE WS-FND-EXCP-KEY TO EXCP-KEY.
           MOVE WS-FND-REASON   TO EXCP-REASON.
           MOVE RPT-RUN-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           MOVE WS-FND-SEV      TO EXCP-SEVERITY.
           WRITE EXCEPTION-REC.
           MOVE SPACES TO WS-FND-EXCP-KEY.
       7000-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO INTEGRITY-RPT-REC.
           WRITE INTEGRITY-RPT-REC.
           MOVE "FILE      RECORDS   FINDINGS" TO INTEGRITY-RPT-REC.
           WRITE INTEGRITY-RPT-REC.
           PERFORM 8100-WRITE-ONE-CHECK THRU 8100-EXIT
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > 6.

           MOVE SPACES TO INTEGRITY-RPT-REC.
           WRITE INTEGRITY-RPT-REC.
           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INTEGRITY-RPT-REC.
           STRING "MISSING REFERENCES (ERROR)   : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO INTEGRITY-RPT-REC
           END-STRING.
           WRITE INTEGRITY-RPT-REC.
           MOVE WS-WARN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO INTEGRITY-RPT-REC.
           STRING "RETIRED REFERENCES (WARNING) : " DELIMITED BY SIZE
                  WS-COUNT-ED                       DELIMITED BY SIZE
               INTO INTEGRITY-RPT-REC
           END-STRING.
           WRITE INTEGRITY-RPT-REC.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-CHECK.
           MOVE WS-CHECK-READ(WS-CHECK-IDX)  TO WS-COUNT-ED.
           MOVE WS-CHECK-FOUND(WS-CHECK-IDX) TO WS-COUNT-ED-2.
           MOVE SPACES TO INTEGRITY-RPT-REC.
           STRING WS-CHECK-FILE(WS-CHECK-IDX) DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-COUNT-ED                 DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  WS-COUNT-ED-2               DELIMITED BY SIZE
               INTO INTEGRITY-RPT-REC
           END-STRING.
           WRITE INTEGRITY-RPT-REC.
       8100-EXIT.
           EXIT.

       COPY REPDATEP.
