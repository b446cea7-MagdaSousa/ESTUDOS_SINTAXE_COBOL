      *> TUITBILL - NIGHTLY TERM TUITION AND FEE BILLING. RUNS AHEAD
      *> OF EXPRESSOES IN THE BILLING LEG AND WRITES ITS CHARGES AS
      *> AN ITEMLINE BATCH OF ITS OWN (HEADER, FEE LINES, TRAILER)
      *> THAT THE JCL CONCATENATES BEHIND THE ORDER DESK'S FEED, SO
      *> TUITION IS PRICED, TAXED, NUMBERED AND POSTED TO ARMAST
      *> LIKE ANY OTHER INVOICE. THE TUITCTL CARD NAMES THE TERM
      *> BEING BILLED, ITS FIRST AND LAST DAY, AND THE LAST DAY A
      *> PLACE IS STILL CHARGED (OR REFUNDED) IN FULL - THE END OF
      *> THE ADD/DROP PERIOD. NO CARD MEANS NO TERM IS OPEN: THE
      *> BATCH GOES OUT EMPTY.
      *> EVERY ENROLL ROW NOT YET BILLED FOR THE TERM IS CHARGED TO
      *> THE STUDENT'S BILLING CUSTOMER ON STUDROST - THE SECTION'S
      *> CRSMAST TUITION PLUS EACH CRSFEE ROW FOR THE COURSE (A
      *> BLANK CRSFEE SECTION MEANS EVERY SECTION). A PLACE TAKEN
      *> AFTER THE ADD/DROP PERIOD PAYS TUITION AND PRORATED FEES
      *> ONLY FOR THE DAYS LEFT IN THE TERM; FLAT FEES ARE ALWAYS
      *> CHARGED IN FULL. A BILLED PLACE THAT HAS SINCE GONE FROM
      *> ENROLL (A DROP OR TRANSFER THROUGH CRSREG) IS CREDITED ON
      *> A CREDIT MEMO - IN FULL INSIDE THE ADD/DROP PERIOD, AFTER
      *> IT FOR THE PRORATED CHARGES' UNUSED DAYS ONLY.
      *> WHAT HAS BEEN BILLED AND CREDITED IS KEPT ON THE TUITBLD
      *> MASTER, ONE ROW PER STUDENT, SECTION AND FEE, AND THE
      *> ITEMLINE BATCH IS WRITTEN FROM IT - SO A RERUN OF THE SAME
      *> BUSINESS DATE REPRODUCES THE SAME BATCH AND NEVER BILLS
      *> TWICE. A PLACE THAT CANNOT BE BILLED (NO BILLING CUSTOMER,
      *> CUSTOMER MISSING OR INACTIVE, SECTION GONE FROM CRSMAST) IS
      *> LISTED AS HELD ON TUITBRPT, ENDS THE STEP RC 4 AND IS TRIED
      *> AGAIN THE NEXT NIGHT. FEES ADDED TO CRSFEE AFTER A PLACE
      *> HAS BEEN BILLED ARE NOT BACK-BILLED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL - THE TERM CURRENTLY BEING BILLED
           SELECT TERM-CTL-FILE ASSIGN TO "TUITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCTL-STATUS.

           SELECT STUDENT-ROSTER ASSIGN TO "STUDROST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-SECTION-FILE ASSIGN TO "CRSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPTIONAL COURSE FEES (LAB, MATERIALS ...) - MAINTAINED BY
      *> TBLMAINT; NO TABLE MEANS TUITION ONLY
           SELECT COURSE-FEE-FILE ASSIGN TO "CRSFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

      *> WHAT HAS BEEN BILLED AND CREDITED, TERM BY TERM
           SELECT TUITION-BILLED-FILE ASSIGN TO "TUITBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.

      *> TONIGHT'S TUITION BATCH IN THE ITEMLINE LAYOUT
           SELECT TUITION-ITEM-OUT ASSIGN TO "TUITITEM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TUITION-RPT ASSIGN TO "TUITBRPT"
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
       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC.
           05 TC-TERM-ID           PIC X(06).
           05 FILLER               PIC X(01).
           05 TC-TERM-START-X      PIC X(08).
           05 FILLER               PIC X(01).
           05 TC-TERM-END-X        PIC X(08).
           05 FILLER               PIC X(01).
      *> ZEROS OR BLANK MEANS THE TERM'S FIRST DAY
           05 TC-FULL-CHARGE-X     PIC X(08).

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

       FD  COURSE-FEE-FILE.
       01  COURSE-FEE-REC.
           05 CF-COURSE        PIC X(04).
           05 CF-SECTION       PIC X(02).
           05 CF-FEE-CODE      PIC X(04).
           05 CF-FEE-DESC      PIC X(20).
           05 CF-AMOUNT        PIC 9(05)V99.
           05 CF-PRORATE       PIC X(01).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05 EN-STUDENT-ID    PIC X(06).
           05 EN-COURSE        PIC X(04).
           05 EN-SECTION       PIC X(02).

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05 CM-CUST-ID            PIC X(06).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-ADDR-LINE-1        PIC X(25).
           05 CM-ADDR-LINE-2        PIC X(25).
           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
               88 CM-CUST-INACTIVE  VALUE 'I'.
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
           05 CM-REP-ID             PIC X(04).

      *> FEE CODE "TUIT" IS THE SECTION'S TUITION; EVERY OTHER CODE
      *> IS A CRSFEE ROW. THE CHARGE-FROM DATE IS THE DAY THE
      *> CHARGE RAN FROM - THE TERM'S FIRST DAY FOR A FULL CHARGE,
      *> THE BILLING DATE FOR A LATE PRORATED ONE - AND IS WHAT A
      *> LATER DROP IS PRORATED AGAINST
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
               88 TB-PRORATED       VALUE 'Y'.
           05 TB-BILLED-AMT         PIC 9(07)V99.
           05 TB-DROP-DATE          PIC 9(08).
           05 TB-CREDIT-AMT         PIC 9(07)V99.

      *> SAME LAYOUT AS THE EXPRESSOES ITEMLINE FD
       FD  TUITION-ITEM-OUT.
       01  ITEM-LINE-REC.
           05 IL-INVOICE-NO     PIC X(08).
           05 IL-CUST-ID        PIC X(06).
           05 IL-QTY            PIC 9(9).
           05 IL-PRICE          PIC 9(7)V99.
           05 IL-DISCOUNT       PIC 9(7)V99.
           05 IL-TERMS          PIC 9(9).
           05 IL-FREIGHT        PIC 9(7)V99.
           05 IL-JURISDICTION   PIC X(4).
           05 IL-ITEM-CLASS     PIC X(4).
           05 IL-LINE-TYPE      PIC X(1).
           05 IL-CURRENCY       PIC X(3).
           05 IL-ITEM-CODE      PIC X(6).
           05 IL-LOCATION       PIC X(3).
           05 IL-SHIP-TO        PIC X(9).
           05 IL-JURIS-REASON   PIC X(4).
           05 IL-FEE-FLAG       PIC X(1).
           05 IL-QUOTE-NO       PIC X(8).

       FD  TUITION-RPT.
       01  TUITION-RPT-REC          PIC X(80).

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
           01 WS-CF-STATUS   PIC X(02).
           01 WS-CM-STATUS   PIC X(02).
           01 WS-TB-STATUS   PIC X(02).
               88 WS-TB-OK VALUE "00".

           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-TB-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TB-EOF VALUE 'Y'.
           01 WS-TERM-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-TERM-OPEN VALUE 'Y'.
           01 WS-CARD-BAD-SW PIC X(01) VALUE 'N'.
               88 WS-CARD-BAD VALUE 'Y'.
           01 WS-BILLABLE-SW PIC X(01).
               88 WS-BILLABLE VALUE 'Y'.
           01 WS-FOUND-SW PIC X(01).
               88 WS-FOUND VALUE 'Y'.

      *> THE TERM OFF THE TUITCTL CARD
           01 WS-TERM-ID          PIC X(06) VALUE SPACES.
           01 WS-TERM-START       PIC 9(08) VALUE ZERO.
           01 WS-TERM-END         PIC 9(08) VALUE ZERO.
           01 WS-FULL-CHARGE-DATE PIC 9(08) VALUE ZERO.
           01 WS-END-SERIAL       PIC 9(09).
           01 WS-BUS-SERIAL       PIC 9(09).
           01 WS-FROM-SERIAL      PIC 9(09).
           01 WS-TERM-DAYS        PIC S9(05).
           01 WS-DAYS-LEFT        PIC S9(05).
           01 WS-SPAN-DAYS        PIC S9(05).

           01 WS-ROSTER-MAX PIC 9(04) VALUE ZERO.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-ROSTER-IDX.
                   10 WS-ROSTER-ID        PIC X(06).
                   10 WS-ROSTER-BILL-CUST PIC X(06).

           01 WS-CRS-MAX PIC 9(03) VALUE ZERO.
           01 WS-CRS-TABLE.
               05 WS-CRS-ENTRY OCCURS 50 TIMES
                               INDEXED BY WS-CRS-IDX.
                   10 WS-CRS-KEY.
                       15 WS-CRS-COURSE  PIC X(04).
                       15 WS-CRS-SECTION PIC X(02).
                   10 WS-CRS-TUITION     PIC 9(05)V99.

           01 WS-FEE-MAX PIC 9(04) VALUE ZERO.
           01 WS-FEE-TABLE.
               05 WS-FEE-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-FEE-IDX.
                   10 WS-FEE-COURSE      PIC X(04).
                   10 WS-FEE-SECTION     PIC X(02).
                   10 WS-FEE-CODE        PIC X(04).
                   10 WS-FEE-AMOUNT      PIC 9(05)V99.
                   10 WS-FEE-PRORATE     PIC X(01).

           01 WS-ENR-MAX PIC 9(04) VALUE ZERO.
           01 WS-ENR-TABLE.
               05 WS-ENR-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ENR-IDX.
                   10 WS-ENR-STUDENT-ID  PIC X(06).
                   10 WS-ENR-CRS-KEY.
                       15 WS-ENR-COURSE  PIC X(04).
                       15 WS-ENR-SECTION PIC X(02).
           01 WS-ENR-SUB PIC 9(04) COMP.

      *> THE PLACE BEING BILLED AND THE CHARGE BEING RECORDED
           01 WS-BILL-CUST-ID    PIC X(06).
           01 WS-CUR-TUITION     PIC 9(05)V99.
           01 WS-CHG-FEE-CODE    PIC X(04).
           01 WS-CHG-AMOUNT      PIC 9(05)V99.
           01 WS-CHG-PRORATE     PIC X(01).
           01 WS-CALC-AMOUNT     PIC 9(07)V99.
           01 WS-HELD-REASON     PIC X(30).

           01 WS-CHARGE-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-CREDIT-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-HELD-COUNT    PIC 9(09) VALUE ZERO.
           01 WS-CHARGE-TOTAL  PIC 9(11)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED     PIC ZZZZZZZZZZ9.99.

           01 WS-TUIT-DETAIL.
               05 WS-TD-ACTION      PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-STUDENT-ID  PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-COURSE      PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-SECTION     PIC X(02).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-FEE-CODE    PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-CUST-ID     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-AMOUNT      PIC ZZZZZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-TD-NOTE        PIC X(30).

      *> ITEMLINE BATCH HEADER/TRAILER - SEE BATCHHT COPYBOOK
           COPY BATCHHT.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

      *> STEP-RESTART CONTROL WORKAREA - SEE RUNCTL COPYBOOK
           COPY RUNCTL.

      *> SERIAL-DAY CONVERSION FOR THE PRORATING - SEE DATESER
           COPY DATESER.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE "TUITBILL" TO RUN-CTL-PGM-NAME.
           PERFORM 9300-CHECK-STEP-DONE THRU 9300-EXIT.
           IF RUN-STEP-DONE
               STOP RUN
           END-IF.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

      *> THE BATCH IS WRITTEN EVERY NIGHT, EMPTY OR NOT, SO
      *> EXPRESSOES NEVER SEES THE PREVIOUS NIGHT'S LINES AGAIN
           OPEN OUTPUT TUITION-ITEM-OUT.
           OPEN OUTPUT TUITION-RPT.
           MOVE SPACES TO BH-RECORD-AREA.
           MOVE "HDR" TO BH-RECORD-TYPE.
           MOVE BUS-DATE-CCYYMMDD TO BH-HEADER-DATE.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE BH-RECORD-AREA TO ITEM-LINE-REC(1:30).
           WRITE ITEM-LINE-REC.

           PERFORM 0100-READ-TERM-CARD THRU 0100-EXIT.

           WRITE TUITION-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO TUITION-RPT-REC.
           STRING "TUITION AND FEE BILLING - TERM " DELIMITED BY SIZE
                  WS-TERM-ID                        DELIMITED BY SIZE
               INTO TUITION-RPT-REC
           END-STRING.
           WRITE TUITION-RPT-REC.
           MOVE "ACTION STUDNT CRS  SC FEE  CUST       AMOUNT NOTE"
               TO TUITION-RPT-REC.
           WRITE TUITION-RPT-REC.

           IF WS-TERM-OPEN
               PERFORM 0200-LOAD-ROSTER THRU 0200-EXIT
               PERFORM 0300-LOAD-COURSE-MASTER THRU 0300-EXIT
               PERFORM 0400-LOAD-COURSE-FEES THRU 0400-EXIT
               PERFORM 0500-LOAD-ENROLLMENT THRU 0500-EXIT
               OPEN INPUT CUSTOMER-MASTER
               OPEN I-O TUITION-BILLED-FILE
      *> FIRST TERM EVER BILLED: THE MASTER DOES NOT EXIST YET
               IF NOT WS-TB-OK
                   OPEN OUTPUT TUITION-BILLED-FILE
                   CLOSE TUITION-BILLED-FILE
                   OPEN I-O TUITION-BILLED-FILE
               END-IF
               PERFORM 1000-BILL-ONE-ENROLLMENT THRU 1000-EXIT
                   VARYING WS-ENR-SUB FROM 1 BY 1
                   UNTIL WS-ENR-SUB > WS-ENR-MAX
               PERFORM 2000-CREDIT-DROPPED-PLACES THRU 2000-EXIT
               PERFORM 3000-WRITE-CHARGE-LINES THRU 3000-EXIT
               PERFORM 4000-WRITE-CREDIT-LINES THRU 4000-EXIT
               CLOSE CUSTOMER-MASTER
               CLOSE TUITION-BILLED-FILE
           END-IF.

           MOVE SPACES TO BH-RECORD-AREA.
           MOVE "TRL" TO BH-RECORD-TYPE.
           MOVE BH-DATA-COUNT TO BH-TRAILER-COUNT.
           MOVE BH-HASH-TOTAL TO BH-TRAILER-HASH.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE BH-RECORD-AREA TO ITEM-LINE-REC(1:30).
           WRITE ITEM-LINE-REC.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE TUITION-ITEM-OUT.
           CLOSE TUITION-RPT.

           DISPLAY "TUITBILL LINES WRITTEN   : " BH-DATA-COUNT.
           DISPLAY "TUITBILL PLACES HELD     : " WS-HELD-COUNT.
           IF WS-HELD-COUNT > ZERO OR WS-CARD-BAD
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT.
           STOP RUN.

      *> A CARD THAT WILL NOT VALIDATE BILLS NOTHING AND ENDS THE
      *> STEP RC 4 - BETTER NO TUITION TONIGHT THAN A TERM PRORATED
      *> AGAINST THE WRONG DATES
       0100-READ-TERM-CARD.
           OPEN INPUT TERM-CTL-FILE.
           IF WS-TCTL-STATUS NOT = "00"
               DISPLAY "TUITBILL: NO TUITCTL CARD - NO TERM BILLED"
               GO TO 0100-EXIT
           END-IF.
           READ TERM-CTL-FILE
               AT END
                   DISPLAY "TUITBILL: NO TUITCTL CARD - NO TERM BILLED"
                   CLOSE TERM-CTL-FILE
                   GO TO 0100-EXIT
           END-READ.
           CLOSE TERM-CTL-FILE.
           IF TC-TERM-ID = SPACES
               OR TC-TERM-START-X NOT NUMERIC
               OR TC-TERM-END-X NOT NUMERIC
               OR TC-TERM-START-X > TC-TERM-END-X
               DISPLAY "TUITBILL: TUITCTL CARD INVALID - NO TERM BILLED"
               SET WS-CARD-BAD TO TRUE
               GO TO 0100-EXIT
           END-IF.
           MOVE TC-TERM-ID      TO WS-TERM-ID.
           MOVE TC-TERM-START-X TO WS-TERM-START.
           MOVE TC-TERM-END-X   TO WS-TERM-END.
           IF TC-FULL-CHARGE-X IS NUMERIC
               MOVE TC-FULL-CHARGE-X TO WS-FULL-CHARGE-DATE
           END-IF.
           IF WS-FULL-CHARGE-DATE < WS-TERM-START
               MOVE WS-TERM-START TO WS-FULL-CHARGE-DATE
           END-IF.

           MOVE WS-TERM-START TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-FROM-SERIAL.
           MOVE WS-TERM-END TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-END-SERIAL.
           COMPUTE WS-TERM-DAYS = WS-END-SERIAL - WS-FROM-SERIAL + 1.
           MOVE BUS-DATE-CCYYMMDD TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-BUS-SERIAL.
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
               MOVE SR-STUDENT-ID   TO WS-ROSTER-ID(WS-ROSTER-MAX)
               MOVE SR-BILL-CUST-ID
                   TO WS-ROSTER-BILL-CUST(WS-ROSTER-MAX)
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
               MOVE CS-TUITION-FEE TO WS-CRS-TUITION(WS-CRS-MAX)
           ELSE
               DISPLAY "COURSE MASTER TABLE FULL AT " CS-COURSE
           END-IF.
           READ COURSE-SECTION-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

       0400-LOAD-COURSE-FEES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT COURSE-FEE-FILE.
           IF WS-CF-STATUS NOT = "00"
               GO TO 0400-EXIT
           END-IF.
           READ COURSE-FEE-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
           PERFORM 0410-ADD-FEE-ENTRY THRU 0410-EXIT
               UNTIL WS-IN-EOF.
           CLOSE COURSE-FEE-FILE.
       0400-EXIT.
           EXIT.

       0410-ADD-FEE-ENTRY.
           IF WS-FEE-MAX < 500
               ADD 1 TO WS-FEE-MAX
               MOVE CF-COURSE   TO WS-FEE-COURSE(WS-FEE-MAX)
               MOVE CF-SECTION  TO WS-FEE-SECTION(WS-FEE-MAX)
               MOVE CF-FEE-CODE TO WS-FEE-CODE(WS-FEE-MAX)
               MOVE CF-AMOUNT   TO WS-FEE-AMOUNT(WS-FEE-MAX)
               MOVE CF-PRORATE  TO WS-FEE-PRORATE(WS-FEE-MAX)
           ELSE
               DISPLAY "COURSE FEE TABLE FULL AT " CF-COURSE
           END-IF.
           READ COURSE-FEE-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

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
           IF WS-ENR-MAX < 5000
               ADD 1 TO WS-ENR-MAX
               MOVE EN-STUDENT-ID TO WS-ENR-STUDENT-ID(WS-ENR-MAX)
               MOVE EN-COURSE     TO WS-ENR-COURSE(WS-ENR-MAX)
               MOVE EN-SECTION    TO WS-ENR-SECTION(WS-ENR-MAX)
           ELSE
               DISPLAY "ENROLLMENT TABLE FULL AT " EN-STUDENT-ID
           END-IF.
           READ ENROLLMENT-FILE
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

      *> A PLACE WHOSE TUITION ROW IS ALREADY BILLED FOR THE TERM IS
      *> DONE WITH. ONE CREDITED EARLIER AND TAKEN AGAIN IS BILLED
      *> AFRESH FROM TONIGHT
       1000-BILL-ONE-ENROLLMENT.
           MOVE WS-TERM-ID TO TB-TERM-ID.
           MOVE WS-ENR-STUDENT-ID(WS-ENR-SUB) TO TB-STUDENT-ID.
           MOVE WS-ENR-COURSE(WS-ENR-SUB)     TO TB-COURSE.
           MOVE WS-ENR-SECTION(WS-ENR-SUB)    TO TB-SECTION.
           MOVE "TUIT" TO TB-FEE-CODE.
           READ TUITION-BILLED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TB-BILLED
                       GO TO 1000-EXIT
                   END-IF
           END-READ.

           PERFORM 1100-CHECK-BILLABLE THRU 1100-EXIT.
           IF NOT WS-BILLABLE
               MOVE "HELD"   TO WS-TD-ACTION
               MOVE WS-ENR-STUDENT-ID(WS-ENR-SUB) TO WS-TD-STUDENT-ID
               MOVE WS-ENR-COURSE(WS-ENR-SUB)     TO WS-TD-COURSE
               MOVE WS-ENR-SECTION(WS-ENR-SUB)    TO WS-TD-SECTION
               MOVE SPACES   TO WS-TD-FEE-CODE
               MOVE WS-BILL-CUST-ID TO WS-TD-CUST-ID
               MOVE ZERO     TO WS-TD-AMOUNT
               MOVE WS-HELD-REASON TO WS-TD-NOTE
               WRITE TUITION-RPT-REC FROM WS-TUIT-DETAIL
               ADD 1 TO WS-HELD-COUNT
               GO TO 1000-EXIT
           END-IF.

           MOVE "TUIT"         TO WS-CHG-FEE-CODE.
           MOVE WS-CUR-TUITION TO WS-CHG-AMOUNT.
           MOVE 'Y'            TO WS-CHG-PRORATE.
           PERFORM 1200-RECORD-CHARGE THRU 1200-EXIT.
           PERFORM 1050-CHARGE-ONE-FEE THRU 1050-EXIT
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-MAX.
       1000-EXIT.
           EXIT.

       1050-CHARGE-ONE-FEE.
           IF WS-FEE-COURSE(WS-FEE-IDX) NOT = WS-ENR-COURSE(WS-ENR-SUB)
               GO TO 1050-EXIT
           END-IF.
           IF WS-FEE-SECTION(WS-FEE-IDX) NOT = SPACES
               AND WS-FEE-SECTION(WS-FEE-IDX)
                   NOT = WS-ENR-SECTION(WS-ENR-SUB)
               GO TO 1050-EXIT
           END-IF.
           MOVE WS-FEE-CODE(WS-FEE-IDX)    TO WS-CHG-FEE-CODE.
           MOVE WS-FEE-AMOUNT(WS-FEE-IDX)  TO WS-CHG-AMOUNT.
           MOVE WS-FEE-PRORATE(WS-FEE-IDX) TO WS-CHG-PRORATE.
           PERFORM 1200-RECORD-CHARGE THRU 1200-EXIT.
       1050-EXIT.
           EXIT.

      *> THE STUDENT, THE SECTION AND THE BILLING CUSTOMER MUST ALL
      *> BE GOOD BEFORE ANYTHING IS RECORDED AS BILLED
       1100-CHECK-BILLABLE.
           MOVE 'N' TO WS-BILLABLE-SW.
           MOVE SPACES TO WS-BILL-CUST-ID.
           SET WS-ROSTER-IDX TO 1.
           SEARCH WS-ROSTER-ENTRY
               AT END
                   MOVE "STUDENT NOT ON ROSTER" TO WS-HELD-REASON
                   GO TO 1100-EXIT
               WHEN WS-ROSTER-IDX > WS-ROSTER-MAX
                   MOVE "STUDENT NOT ON ROSTER" TO WS-HELD-REASON
                   GO TO 1100-EXIT
               WHEN WS-ROSTER-ID(WS-ROSTER-IDX)
                       = WS-ENR-STUDENT-ID(WS-ENR-SUB)
                   MOVE WS-ROSTER-BILL-CUST(WS-ROSTER-IDX)
                       TO WS-BILL-CUST-ID
           END-SEARCH.

           SET WS-CRS-IDX TO 1.
           SEARCH WS-CRS-ENTRY
               AT END
                   MOVE "SECTION NOT ON CRSMAST" TO WS-HELD-REASON
                   GO TO 1100-EXIT
               WHEN WS-CRS-IDX > WS-CRS-MAX
                   MOVE "SECTION NOT ON CRSMAST" TO WS-HELD-REASON
                   GO TO 1100-EXIT
               WHEN WS-CRS-KEY(WS-CRS-IDX) = WS-ENR-CRS-KEY(WS-ENR-SUB)
                   MOVE WS-CRS-TUITION(WS-CRS-IDX) TO WS-CUR-TUITION
           END-SEARCH.

           PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT.
       1100-EXIT.
           EXIT.

      *> A FULL CHARGE UP TO THE END OF ADD/DROP; AFTER IT A
      *> PRORATED CHARGE COVERS TONIGHT TO THE END OF TERM. A ROW
      *> LEFT FROM AN EARLIER CREDIT IS OVERWRITTEN
       1200-RECORD-CHARGE.
           IF WS-CHG-PRORATE NOT = 'Y'
               OR BUS-DATE-CCYYMMDD NOT > WS-FULL-CHARGE-DATE
               MOVE WS-CHG-AMOUNT TO WS-CALC-AMOUNT
               MOVE WS-TERM-START TO TB-CHARGE-FROM
           ELSE
               COMPUTE WS-DAYS-LEFT = WS-END-SERIAL - WS-BUS-SERIAL + 1
               IF WS-DAYS-LEFT < ZERO
                   MOVE ZERO TO WS-DAYS-LEFT
               END-IF
               COMPUTE WS-CALC-AMOUNT ROUNDED =
                   WS-CHG-AMOUNT * WS-DAYS-LEFT / WS-TERM-DAYS
               MOVE BUS-DATE-CCYYMMDD TO TB-CHARGE-FROM
           END-IF.
           MOVE WS-TERM-ID TO TB-TERM-ID.
           MOVE WS-ENR-STUDENT-ID(WS-ENR-SUB) TO TB-STUDENT-ID.
           MOVE WS-ENR-COURSE(WS-ENR-SUB)     TO TB-COURSE.
           MOVE WS-ENR-SECTION(WS-ENR-SUB)    TO TB-SECTION.
           MOVE WS-CHG-FEE-CODE   TO TB-FEE-CODE.
           SET TB-BILLED TO TRUE.
           MOVE WS-BILL-CUST-ID   TO TB-BILL-CUST-ID.
           MOVE BUS-DATE-CCYYMMDD TO TB-BILLED-DATE.
           MOVE WS-CHG-PRORATE    TO TB-PRORATE-FLAG.
           MOVE WS-CALC-AMOUNT    TO TB-BILLED-AMT.
           MOVE ZERO              TO TB-DROP-DATE.
           MOVE ZERO              TO TB-CREDIT-AMT.
           WRITE TUITION-BILLED-REC
               INVALID KEY
                   REWRITE TUITION-BILLED-REC
                       INVALID KEY
                           DISPLAY "TUITBLD REWRITE FAILED "
                               WS-TB-STATUS " AT " TB-KEY
                   END-REWRITE
           END-WRITE.
       1200-EXIT.
           EXIT.

      *> EVERY PLACE BILLED FOR THE TERM THAT IS NO LONGER ON
      *> ENROLL WAS DROPPED (OR TRANSFERRED AWAY) SINCE LAST NIGHT
       2000-CREDIT-DROPPED-PLACES.
           PERFORM 5000-START-TERM-BROWSE THRU 5000-EXIT.
           PERFORM 2100-CHECK-ONE-PLACE THRU 2100-EXIT
               UNTIL WS-TB-EOF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-PLACE.
           IF TB-BILLED
               MOVE 'N' TO WS-FOUND-SW
               SET WS-ENR-IDX TO 1
               SEARCH WS-ENR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENR-IDX > WS-ENR-MAX
                       CONTINUE
                   WHEN WS-ENR-STUDENT-ID(WS-ENR-IDX) = TB-STUDENT-ID
                       AND WS-ENR-COURSE(WS-ENR-IDX) = TB-COURSE
                       AND WS-ENR-SECTION(WS-ENR-IDX) = TB-SECTION
                       SET WS-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-FOUND
                   PERFORM 2200-CREDIT-ONE-PLACE THRU 2200-EXIT
               END-IF
           END-IF.
           PERFORM 5100-READ-NEXT-TERM-ROW THRU 5100-EXIT.
       2100-EXIT.
           EXIT.

      *> INSIDE ADD/DROP EVERYTHING BILLED COMES BACK. AFTER IT A
      *> FLAT FEE STAYS CHARGED AND A PRORATED ONE IS CREDITED FOR
      *> THE DAYS FROM TONIGHT TO THE END OF TERM, OUT OF THE DAYS
      *> IT WAS CHARGED FOR. A CREDIT FOR A CUSTOMER EXPRESSOES
      *> WOULD REJECT WAITS FOR THE CUSTOMER TO BE PUT RIGHT
       2200-CREDIT-ONE-PLACE.
           MOVE TB-BILL-CUST-ID TO WS-BILL-CUST-ID.
           PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT.
           IF NOT WS-BILLABLE
               MOVE "HELDCR"       TO WS-TD-ACTION
               MOVE TB-STUDENT-ID  TO WS-TD-STUDENT-ID
               MOVE TB-COURSE      TO WS-TD-COURSE
               MOVE TB-SECTION     TO WS-TD-SECTION
               MOVE TB-FEE-CODE    TO WS-TD-FEE-CODE
               MOVE TB-BILL-CUST-ID TO WS-TD-CUST-ID
               MOVE ZERO           TO WS-TD-AMOUNT
               MOVE WS-HELD-REASON TO WS-TD-NOTE
               WRITE TUITION-RPT-REC FROM WS-TUIT-DETAIL
               ADD 1 TO WS-HELD-COUNT
               GO TO 2200-EXIT
           END-IF.

           IF BUS-DATE-CCYYMMDD NOT > WS-FULL-CHARGE-DATE
               MOVE TB-BILLED-AMT TO WS-CALC-AMOUNT
           ELSE
               IF NOT TB-PRORATED
                   MOVE ZERO TO WS-CALC-AMOUNT
               ELSE
                   PERFORM 2300-PRORATE-CREDIT THRU 2300-EXIT
               END-IF
           END-IF.
           SET TB-CREDITED TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO TB-DROP-DATE.
           MOVE WS-CALC-AMOUNT    TO TB-CREDIT-AMT.
           REWRITE TUITION-BILLED-REC
               INVALID KEY
                   DISPLAY "TUITBLD REWRITE FAILED "
                       WS-TB-STATUS " AT " TB-KEY
           END-REWRITE.
       2200-EXIT.
           EXIT.

       2300-PRORATE-CREDIT.
           MOVE TB-CHARGE-FROM TO WS-D2S-DATE.
           PERFORM 9200-DATE-TO-SERIAL THRU 9200-EXIT.
           MOVE WS-D2S-SERIAL TO WS-FROM-SERIAL.
           COMPUTE WS-SPAN-DAYS = WS-END-SERIAL - WS-FROM-SERIAL + 1.
           COMPUTE WS-DAYS-LEFT = WS-END-SERIAL - WS-BUS-SERIAL + 1.
           IF WS-DAYS-LEFT < ZERO
               MOVE ZERO TO WS-DAYS-LEFT
           END-IF.
           IF WS-SPAN-DAYS NOT > ZERO
               OR WS-DAYS-LEFT NOT < WS-SPAN-DAYS
               MOVE TB-BILLED-AMT TO WS-CALC-AMOUNT
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-CALC-AMOUNT ROUNDED =
               TB-BILLED-AMT * WS-DAYS-LEFT / WS-SPAN-DAYS.
       2300-EXIT.
           EXIT.

      *> SAME RULE EXPRESSOES APPLIES AT THE INVOICE OPEN - AN
      *> UNKNOWN OR INACTIVE CUSTOMER'S LINES WOULD ONLY BE REJECTED
       2500-CHECK-CUSTOMER.
           MOVE 'N' TO WS-BILLABLE-SW.
           IF WS-BILL-CUST-ID = SPACES
               MOVE "NO BILLING CUSTOMER" TO WS-HELD-REASON
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-BILL-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "BILLING CUST NOT ON CUSTMAST"
                       TO WS-HELD-REASON
               NOT INVALID KEY
                   IF CM-CUST-INACTIVE
                       MOVE "BILLING CUST INACTIVE" TO WS-HELD-REASON
                   ELSE
                       SET WS-BILLABLE TO TRUE
                   END-IF
           END-READ.
       2500-EXIT.
           EXIT.

      *> THE BATCH IS BUILT FROM THE MASTER, NOT FROM WHAT THIS RUN
      *> HAPPENED TO CHANGE - CHARGES FIRST, THEN CREDITS, EACH IN
      *> STUDENT ORDER SO EVERY STUDENT GETS ONE INVOICE AND AT MOST
      *> ONE CREDIT MEMO A NIGHT
       3000-WRITE-CHARGE-LINES.
           PERFORM 5000-START-TERM-BROWSE THRU 5000-EXIT.
           PERFORM 3100-CHARGE-ONE-ROW THRU 3100-EXIT
               UNTIL WS-TB-EOF.
       3000-EXIT.
           EXIT.

       3100-CHARGE-ONE-ROW.
           IF TB-BILLED
               AND TB-BILLED-DATE = BUS-DATE-CCYYMMDD
               AND TB-BILLED-AMT > ZERO
               MOVE SPACES TO ITEM-LINE-REC
               STRING "TB"          DELIMITED BY SIZE
                      TB-STUDENT-ID DELIMITED BY SIZE
                   INTO IL-INVOICE-NO
               END-STRING
               MOVE TB-BILLED-AMT TO IL-PRICE
               PERFORM 6000-WRITE-ITEM-LINE THRU 6000-EXIT
               ADD 1 TO WS-CHARGE-COUNT
               ADD TB-BILLED-AMT TO WS-CHARGE-TOTAL
               MOVE "CHARGE" TO WS-TD-ACTION
               IF TB-CHARGE-FROM = WS-TERM-START
                   MOVE SPACES TO WS-TD-NOTE
               ELSE
                   MOVE "PRORATED FROM TONIGHT" TO WS-TD-NOTE
               END-IF
               PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
           END-IF.
           PERFORM 5100-READ-NEXT-TERM-ROW THRU 5100-EXIT.
       3100-EXIT.
           EXIT.

       4000-WRITE-CREDIT-LINES.
           PERFORM 5000-START-TERM-BROWSE THRU 5000-EXIT.
           PERFORM 4100-CREDIT-ONE-ROW THRU 4100-EXIT
               UNTIL WS-TB-EOF.
       4000-EXIT.
           EXIT.

       4100-CREDIT-ONE-ROW.
           IF TB-CREDITED
               AND TB-DROP-DATE = BUS-DATE-CCYYMMDD
               PERFORM 4200-CREDIT-LINE THRU 4200-EXIT
           END-IF.
           PERFORM 5100-READ-NEXT-TERM-ROW THRU 5100-EXIT.
       4100-EXIT.
           EXIT.

       4200-CREDIT-LINE.
           MOVE "CREDIT" TO WS-TD-ACTION.
           IF TB-CREDIT-AMT = ZERO
               MOVE "NOT REFUNDABLE AFTER ADD/DROP" TO WS-TD-NOTE
           ELSE
               MOVE SPACES TO ITEM-LINE-REC
               STRING "TC"          DELIMITED BY SIZE
                      TB-STUDENT-ID DELIMITED BY SIZE
                   INTO IL-INVOICE-NO
               END-STRING
               MOVE TB-CREDIT-AMT TO IL-PRICE
               MOVE 'C' TO IL-LINE-TYPE
               PERFORM 6000-WRITE-ITEM-LINE THRU 6000-EXIT
               ADD 1 TO WS-CREDIT-COUNT
               ADD TB-CREDIT-AMT TO WS-CREDIT-TOTAL
               IF TB-CREDIT-AMT = TB-BILLED-AMT
                   MOVE SPACES TO WS-TD-NOTE
               ELSE
                   MOVE "PRORATED TO END OF TERM" TO WS-TD-NOTE
               END-IF
           END-IF.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

      *> POSITION ON THE TERM'S FIRST ROW - THE KEY LEADS WITH THE
      *> TERM, SO THE TERM'S ROWS ARE ONE RUN IN STUDENT ORDER
       5000-START-TERM-BROWSE.
           MOVE 'N' TO WS-TB-EOF-SW.
           MOVE LOW-VALUES TO TB-KEY.
           MOVE WS-TERM-ID TO TB-TERM-ID.
           START TUITION-BILLED-FILE KEY IS NOT LESS THAN TB-KEY
               INVALID KEY
                   SET WS-TB-EOF TO TRUE
                   GO TO 5000-EXIT
           END-START.
           PERFORM 5100-READ-NEXT-TERM-ROW THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-TERM-ROW.
           READ TUITION-BILLED-FILE NEXT RECORD
               AT END SET WS-TB-EOF TO TRUE
           END-READ.
           IF NOT WS-TB-EOF
               AND TB-TERM-ID NOT = WS-TERM-ID
               SET WS-TB-EOF TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *> ONE FEE LINE: QUANTITY ONE AT THE BILLED AMOUNT, NO
      *> DISCOUNT OR FREIGHT. THE ITEM CODE CARRIES THE COURSE AND
      *> SECTION AND THE CLASS THE FEE CODE, SO THE INVOICE AND THE
      *> SALES FIGURES SHOW WHAT THE CHARGE WAS FOR. THE
      *> JURISDICTION IS LEFT FOR EXPRESSOES TO DERIVE FROM THE
      *> CUSTOMER'S SHIP-TO
       6000-WRITE-ITEM-LINE.
           MOVE TB-BILL-CUST-ID TO IL-CUST-ID.
           MOVE 1               TO IL-QTY.
           MOVE ZERO            TO IL-DISCOUNT.
           MOVE 1               TO IL-TERMS.
           MOVE ZERO            TO IL-FREIGHT.
           MOVE TB-FEE-CODE     TO IL-ITEM-CLASS.
           MOVE TB-COURSE       TO IL-ITEM-CODE(1:4).
           MOVE TB-SECTION      TO IL-ITEM-CODE(5:2).
           MOVE 'F'             TO IL-FEE-FLAG.
           WRITE ITEM-LINE-REC.
           ADD 1 TO BH-DATA-COUNT.
           ADD IL-PRICE TO BH-HASH-TOTAL.
       6000-EXIT.
           EXIT.

       7000-WRITE-DETAIL.
           MOVE TB-STUDENT-ID   TO WS-TD-STUDENT-ID.
           MOVE TB-COURSE       TO WS-TD-COURSE.
           MOVE TB-SECTION      TO WS-TD-SECTION.
           MOVE TB-FEE-CODE     TO WS-TD-FEE-CODE.
           MOVE TB-BILL-CUST-ID TO WS-TD-CUST-ID.
           IF WS-TD-ACTION = "CREDIT"
               MOVE TB-CREDIT-AMT TO WS-TD-AMOUNT
           ELSE
               MOVE TB-BILLED-AMT TO WS-TD-AMOUNT
           END-IF.
           WRITE TUITION-RPT-REC FROM WS-TUIT-DETAIL.
       7000-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO TUITION-RPT-REC.
           WRITE TUITION-RPT-REC.

           MOVE WS-CHARGE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TUITION-RPT-REC.
           STRING "CHARGE LINES      : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TUITION-RPT-REC
           END-STRING.
           WRITE TUITION-RPT-REC.

           MOVE WS-CHARGE-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO TUITION-RPT-REC.
           STRING "CHARGED           : " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO TUITION-RPT-REC
           END-STRING.
           WRITE TUITION-RPT-REC.

           MOVE WS-CREDIT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TUITION-RPT-REC.
           STRING "CREDIT LINES      : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TUITION-RPT-REC
           END-STRING.
           WRITE TUITION-RPT-REC.

           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO TUITION-RPT-REC.
           STRING "CREDITED          : " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO TUITION-RPT-REC
           END-STRING.
           WRITE TUITION-RPT-REC.

           MOVE WS-HELD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO TUITION-RPT-REC.
           STRING "PLACES HELD       : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO TUITION-RPT-REC
           END-STRING.
           WRITE TUITION-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY DATESERP.

       COPY BUSDATEP.

       COPY RUNCTLP.

       COPY REPDATEP.
