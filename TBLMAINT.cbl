      *> TBLMAINT - REFERENCE-TABLE MAINTENANCE. THE ONLY SANCTIONED
      *> WAY TO ADD, CHANGE OR DELETE ROWS ON THE HAND-EDITED LOOKUP
      *> TABLES - TAXRATE, DISCPOL, DEPTMAST, DEPTWGT, CTRYCODE,
      *> PINMAST, STRABBR, CRSFEE, DEPTBUDG, COMMRATE AND THE
      *> OPERAUTH OPERATOR AUTHORITY TABLE ITSELF - REPLACING
      *> DIRECT DATASET EDITS THE SAME WAY STOCKMNT DID FOR STOCKMST.
      *> THE YEAR'S DEPARTMENT BUDGETS ARE LOADED HERE AS ADDS AND
      *> ANY LATER REVISION GOES THROUGH HERE AS A CHANGE. ONE RUN
      *> MAINTAINS ONE TABLE: THE TBLMCTL CARD NAMES IT, TBLOLD/
      *> TBLNEW ARE POINTED AT THAT TABLE'S CURRENT AND REBUILT
      *> COPIES, AND EVERY TBLMTXN TRANSACTION CARRIES THE FULL
      *> REPLACEMENT ROW IMAGE.
      *> FIELDS ARE VALIDATED PER TABLE (RATES NUMERIC AND DATED
      *> WINDOWS THAT DO NOT OVERLAP, WEIGHTS NUMERIC, FLAGS IN RANGE);
      *> REJECTS GO TO TBLMEXCP IN THE SHARED EXCEPTION LAYOUT AND
      *> EVERY APPLIED CHANGE IS LISTED ON THE TBLMAUDT AUDIT REPORT
      *> AND APPENDED TO THE CROSS-MASTER CHGHIST CHANGE HISTORY.
      *> THE KEYER MUST HOLD THE ACTION ON THE TABLE IN OPERAUTH;
      *> ANY TAXRATE TRANSACTION ALSO NEEDS A SECOND, DIFFERENT
      *> OPERATOR HOLDING APPROVAL AUTHORITY ON TAXRATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMAINT.

           SELECT TABLE-MAINT-AUDIT ASSIGN TO "TBLMAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> PERMANENT CROSS-MASTER CHANGE HISTORY - SEE CHGHREC
           SELECT CHANGE-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

      *> OPERATOR AUTHORITY TABLE - SEE OPRAUTH
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> NAMES WHICH TABLE THIS RUN MAINTAINS, SO ONE PROGRAM SERVES
      *> ALL NINE DATASETS AND THE JCL PICKS THE TABLE BY POINTING
      *> TBLOLD/TBLNEW AT IT
       FD  TABLE-CTL-FILE.
       01  TABLE-CTL-REC.
               88 TX-TXN-CHANGE     VALUE 'C'.
               88 TX-TXN-DELETE     VALUE 'D'.
           05 TX-ROW-IMAGE          PIC X(80).
           05 TX-OPERATOR-ID        PIC X(06).
      *> TAXRATE ONLY - THE SECOND OPERATOR WHO CHECKED THE RATES
           05 TX-APPROVER-ID        PIC X(06).
           05 TX-REASON-CODE        PIC X(04).

       FD  TABLE-MAINT-EXCP.
       01  TABLE-MAINT-EXCP-REC.
       FD  TABLE-MAINT-AUDIT.
       01  TABLE-MAINT-AUDIT-REC    PIC X(80).

       FD  CHANGE-HIST-FILE.
       01  CHANGE-HIST-REC.
           COPY CHGHREC.

       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-REC.
           05 OAR-OPERATOR-ID       PIC X(06).
           05 OAR-MASTER-NAME       PIC X(08).
           05 OAR-STATUS            PIC X(01).
           05 OAR-ACTIONS           PIC X(04).
           05 OAR-OPERATOR-NAME     PIC X(20).
           05 FILLER                PIC X(41).

           WORKING-STORAGE SECTION.
           01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CTL-EOF VALUE 'Y'.
               88 WS-OLD-EOF VALUE 'Y'.
           01 WS-TXN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-EOF VALUE 'Y'.
           01 WS-CH-STATUS PIC X(02).

           01 WS-TABLE-ID PIC X(08).
               88 WS-TBL-TAXRATE  VALUE 'TAXRATE'.
               88 WS-TBL-DEPTWGT  VALUE 'DEPTWGT'.
               88 WS-TBL-CTRYCODE VALUE 'CTRYCODE'.
               88 WS-TBL-PINMAST  VALUE 'PINMAST'.
               88 WS-TBL-STRABBR  VALUE 'STRABBR'.
               88 WS-TBL-CRSFEE   VALUE 'CRSFEE'.
               88 WS-TBL-DEPTBUDG VALUE 'DEPTBUDG'.
               88 WS-TBL-COMMRATE VALUE 'COMMRATE'.
               88 WS-TBL-OPERAUTH VALUE 'OPERAUTH'.

      *> IN-MEMORY COPY OF THE TABLE UNDER MAINTENANCE. DELETED ROWS
      *> ARE ONLY FLAGGED SO THE ORIGINAL ROW ORDER SURVIVES ONTO
      *> TABLES TOP TO BOTTOM
           01 WS-ROW-TABLE.
               05 WS-ROW-MAX        PIC 9(05) COMP VALUE ZERO.
               05 WS-ROW-ENTRY OCCURS 5000 TIMES
                       INDEXED BY WS-ROW-IDX.
                   10 WS-ROW-KEY    PIC X(17).
                   10 WS-ROW-IMAGE  PIC X(80).
               05 DMW-DEPT-CODE     PIC X(04).
               05 DMW-DEPT-NAME     PIC X(25).
               05 DMW-ACTIVE-FLAG   PIC X(01).
               05 DMW-DEPT-TYPE     PIC X(01).
               05 DMW-STEP-SEQ-X    PIC X(02).
               05 FILLER            PIC X(47).
           01 WS-DEPTWGT-ROW REDEFINES WS-WORK-ROW.
               05 DWW-POOL-ID       PIC X(04).
               05 DWW-DEPT-CODE     PIC X(04).
               05 PMW-PINCODE-X     PIC X(06).
               05 PMW-CITY          PIC X(20).
               05 PMW-REGION        PIC X(15).
               05 PMW-TAX-JURIS     PIC X(04).
               05 FILLER            PIC X(35).
           01 WS-STRABBR-ROW REDEFINES WS-WORK-ROW.
               05 SAW-VARIANT       PIC X(12).
               05 SAW-STANDARD      PIC X(12).
               05 SAW-SCOPE         PIC X(01).
               05 FILLER            PIC X(55).
      *> A BLANK SECTION CHARGES THE FEE ON EVERY SECTION OF THE
      *> COURSE; PRORATE 'Y' SCALES IT FOR A LATE START OR AN EARLY
      *> DROP LIKE TUITION, 'N' IS A FLAT FEE NEVER CREDITED BACK
           01 WS-CRSFEE-ROW REDEFINES WS-WORK-ROW.
               05 CFW-COURSE        PIC X(04).
               05 CFW-SECTION       PIC X(02).
               05 CFW-FEE-CODE      PIC X(04).
               05 CFW-FEE-DESC      PIC X(20).
               05 CFW-AMOUNT-X      PIC X(07).
               05 CFW-PRORATE       PIC X(01).
               05 FILLER            PIC X(42).
      *> ONE BUDGET AMOUNT PER DEPARTMENT, COST POOL AND MONTH - THE
      *> FIGURE BUDGRPT HOLDS THE ALLOCATED ACTUALS AGAINST
           01 WS-DEPTBUDG-ROW REDEFINES WS-WORK-ROW.
               05 DBW-DEPT-CODE     PIC X(04).
               05 DBW-POOL-ID       PIC X(04).
               05 DBW-PERIOD-X.
                   10 DBW-CCYY-X    PIC X(04).
                   10 DBW-MM-X      PIC X(02).
               05 DBW-AMOUNT-X      PIC X(09).
               05 FILLER            PIC X(57).
      *> A REP'S COMMISSION PERCENTAGE (99V99) FOR ONE ITEM CLASS; A
      *> BLANK CLASS IS THE REP'S RATE FOR EVERY CLASS WITHOUT A ROW
      *> OF ITS OWN
           01 WS-COMMRATE-ROW REDEFINES WS-WORK-ROW.
               05 CRW-REP-ID        PIC X(04).
               05 CRW-ITEM-CLASS    PIC X(04).
               05 CRW-COMM-PCT-X    PIC X(04).
               05 FILLER            PIC X(68).
      *> ONE HEADER ROW PER OPERATOR (MASTER BLANK) CARRYING THE
      *> STATUS AND NAME, THEN ONE ROW PER MASTER THE OPERATOR MAY
      *> MAINTAIN WITH THE ACTION LETTERS HELD ON IT - SEE OPRAUTH
           01 WS-OPERAUTH-ROW REDEFINES WS-WORK-ROW.
               05 OAW-OPERATOR-ID   PIC X(06).
               05 OAW-MASTER-NAME   PIC X(08).
               05 OAW-STATUS        PIC X(01).
               05 OAW-ACTIONS       PIC X(04).
               05 OAW-OPERATOR-NAME PIC X(20).
               05 FILLER            PIC X(41).

           01 WS-WORK-KEY           PIC X(17).
           01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           01 WS-OVERLAP-SW PIC X(01) VALUE 'N'.
               88 WS-WINDOW-OVERLAPS VALUE 'Y'.

      *> STRABBR WORDS MUST BE ONE UPPER-CASE WORD EACH - THE
      *> ADDRESS RUN UPPER-CASES A STREET LINE AND MATCHES IT WORD
      *> BY WORD, SO ANYTHING ELSE COULD NEVER MATCH
           01 WS-SAW-UPPER          PIC X(24).
           01 WS-SAW-WORD           PIC X(12).
           01 WS-SAW-WORD-LEN       PIC 9(02).

      *> OPERAUTH ACTION LETTERS RECOGNISED, BLANKS INCLUDED
           01 WS-OAW-LETTERS        PIC 9(02) VALUE ZERO.

           01 WS-VALID-SW PIC X(01) VALUE 'Y'.
               88 WS-ROW-VALID VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).

      *> BUDGET AMOUNT EITHER SIDE OF A DEPTBUDG CHANGE, FOR THE
      *> CHANGE-HISTORY RECORD - SPACE FOR EVERY OTHER TABLE
           01 WS-CH-BEFORE-VALUE PIC X(09).
           01 WS-CH-AFTER-VALUE  PIC X(09).

           01 WS-ADD-COUNT    PIC 9(9) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-DELETE-COUNT PIC 9(9) VALUE ZERO.
               05 WS-AUD-ROW        PIC X(39).

           COPY REPDATE.
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           OPEN OUTPUT TABLE-MAINT-EXCP.
           OPEN OUTPUT TABLE-MAINT-AUDIT.
           OPEN EXTEND CHANGE-HIST-FILE.
           IF WS-CH-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HIST-FILE
           END-IF.

           WRITE TABLE-MAINT-AUDIT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO TABLE-MAINT-AUDIT-REC.
           WRITE TABLE-MAINT-AUDIT-REC.

           PERFORM 0200-LOAD-OLD-TABLE THRU 0200-EXIT.
           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.

           OPEN INPUT TABLE-MAINT-TXN-FILE.
           READ TABLE-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
           PERFORM 1000-APPLY-ONE-TXN THRU 1000-EXIT UNTIL WS-TXN-EOF.
           CLOSE TABLE-MAINT-TXN-FILE.

           PERFORM 8000-WRITE-NEW-TABLE THRU 8000-EXIT.

           CLOSE TABLE-MAINT-EXCP.
           CLOSE TABLE-MAINT-AUDIT.
           CLOSE CHANGE-HIST-FILE.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD THE
      *> COPY-BACK OF TBLNEW OVER THE LIVE TABLE
           CLOSE TABLE-CTL-FILE.
           IF NOT (WS-TBL-TAXRATE OR WS-TBL-DISCPOL
                OR WS-TBL-DEPTMAST OR WS-TBL-DEPTWGT
                OR WS-TBL-CTRYCODE OR WS-TBL-PINMAST
                OR WS-TBL-STRABBR OR WS-TBL-CRSFEE
                OR WS-TBL-DEPTBUDG OR WS-TBL-COMMRATE
                OR WS-TBL-OPERAUTH)
               DISPLAY "TBLMAINT: UNKNOWN TABLE ID " WS-TABLE-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           EXIT.

       0210-ADD-OLD-ROW.
           IF WS-ROW-MAX < 5000
               ADD 1 TO WS-ROW-MAX
               MOVE TABLE-OLD-REC TO WS-WORK-ROW
               PERFORM 6100-BUILD-ROW-KEY THRU 6100-EXIT
           EXIT.

       1000-APPLY-ONE-TXN.
           MOVE SPACES TO WS-CH-BEFORE-VALUE.
           MOVE SPACES TO WS-CH-AFTER-VALUE.
           IF TX-TXN-ADD OR TX-TXN-CHANGE OR TX-TXN-DELETE
               MOVE TX-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE WS-TABLE-ID    TO OPR-CHK-MASTER
               MOVE TX-TXN-CODE    TO OPR-CHK-ACTION
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
      *> A TAX RATE GOES STRAIGHT ONTO LIVE INVOICES, SO EVERY
      *> TAXRATE CHANGE NEEDS A SECOND PAIR OF EYES
           IF WS-TBL-TAXRATE
               MOVE TX-APPROVER-ID TO OPR-CHK-APPROVER
               PERFORM 9160-CHECK-APPROVER THRU 9160-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-REJECT-REASON
                   PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           IF TX-TABLE-ID NOT = WS-TABLE-ID
               MOVE "TXN FOR WRONG TABLE" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
                   END-IF
               END-IF
           END-IF.
       1000-READ-NEXT.
           READ TABLE-MAINT-TXN-FILE
               AT END SET WS-TXN-EOF TO TRUE
           END-READ.
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF WS-ROW-MAX < 5000
               ADD 1 TO WS-ROW-MAX
               MOVE WS-WORK-KEY TO WS-ROW-KEY(WS-ROW-MAX)
               MOVE WS-WORK-ROW TO WS-ROW-IMAGE(WS-ROW-MAX)
               MOVE 'N' TO WS-ROW-DEL-SW(WS-ROW-MAX)
               ADD 1 TO WS-ADD-COUNT
               IF WS-TBL-DEPTBUDG
                   MOVE DBW-AMOUNT-X TO WS-CH-AFTER-VALUE
               END-IF
               MOVE "ADDED" TO WS-AUD-ACTION
               PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
           ELSE
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF WS-TBL-DEPTBUDG
               MOVE WS-ROW-IMAGE(WS-FOUND-NDX)(15:9)
                   TO WS-CH-BEFORE-VALUE
               MOVE DBW-AMOUNT-X TO WS-CH-AFTER-VALUE
           END-IF.
           MOVE WS-WORK-ROW TO WS-ROW-IMAGE(WS-FOUND-NDX).
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "CHANGED" TO WS-AUD-ACTION.
               PERFORM 1900-REJECT-TXN THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           IF WS-TBL-DEPTBUDG
               MOVE WS-ROW-IMAGE(WS-FOUND-NDX)(15:9)
                   TO WS-CH-BEFORE-VALUE
           END-IF.
           SET WS-ROW-DELETED(WS-FOUND-NDX) TO TRUE.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE "DELETED" TO WS-AUD-ACTION.
                   PERFORM 2500-VALIDATE-CTRYCODE THRU 2500-EXIT
               WHEN WS-TBL-PINMAST
                   PERFORM 2600-VALIDATE-PINMAST THRU 2600-EXIT
               WHEN WS-TBL-STRABBR
                   PERFORM 2700-VALIDATE-STRABBR THRU 2700-EXIT
               WHEN WS-TBL-CRSFEE
                   PERFORM 2800-VALIDATE-CRSFEE THRU 2800-EXIT
               WHEN WS-TBL-DEPTBUDG
                   PERFORM 2900-VALIDATE-DEPTBUDG THRU 2900-EXIT
               WHEN WS-TBL-COMMRATE
                   PERFORM 2950-VALIDATE-COMMRATE THRU 2950-EXIT
               WHEN WS-TBL-OPERAUTH
                   PERFORM 2970-VALIDATE-OPERAUTH THRU 2970-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.
           IF DMW-ACTIVE-FLAG NOT = 'A' AND DMW-ACTIVE-FLAG NOT = 'I'
               MOVE "ACTIVE FLAG NOT A OR I" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2300-EXIT
           END-IF.
      *> A SERVICE DEPARTMENT MUST CARRY ITS PLACE IN THE STEP-DOWN
      *> SEQUENCE; AN OPERATING DEPARTMENT (O OR BLANK) NEEDS NONE
           IF DMW-DEPT-TYPE NOT = 'S' AND DMW-DEPT-TYPE NOT = 'O'
               AND DMW-DEPT-TYPE NOT = SPACE
               MOVE "DEPT TYPE NOT S OR O" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2300-EXIT
           END-IF.
           IF DMW-DEPT-TYPE = 'S'
               AND (DMW-STEP-SEQ-X NOT NUMERIC
                    OR DMW-STEP-SEQ-X = "00")
               MOVE "SERVICE DEPT STEP SEQ INVALID" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2300-EXIT.
           EXIT.
       2600-EXIT.
           EXIT.

       2700-VALIDATE-STRABBR.
           IF SAW-VARIANT = SPACES OR SAW-STANDARD = SPACES
               MOVE "VARIANT OR STANDARD BLANK" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2700-EXIT
           END-IF.
           IF SAW-SCOPE NOT = 'S' AND SAW-SCOPE NOT = 'A'
               MOVE "SCOPE NOT S OR A" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-WORK-ROW(1:24) TO WS-SAW-UPPER.
           INSPECT WS-SAW-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SAW-UPPER NOT = WS-WORK-ROW(1:24)
               MOVE "VARIANT OR STANDARD LOWER CASE" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2700-EXIT
           END-IF.
           MOVE SAW-VARIANT TO WS-SAW-WORD.
           PERFORM 2710-CHECK-ONE-WORD THRU 2710-EXIT.
           IF WS-ROW-VALID
               MOVE SAW-STANDARD TO WS-SAW-WORD
               PERFORM 2710-CHECK-ONE-WORD THRU 2710-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

       2710-CHECK-ONE-WORD.
           MOVE ZERO TO WS-SAW-WORD-LEN.
           INSPECT WS-SAW-WORD TALLYING WS-SAW-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SAW-WORD-LEN = ZERO
               MOVE "LEADING BLANK IN WORD" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2710-EXIT
           END-IF.
           IF WS-SAW-WORD-LEN < 12
               IF WS-SAW-WORD(WS-SAW-WORD-LEN + 1:) NOT = SPACES
                   MOVE "EMBEDDED BLANK IN WORD" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.

       2800-VALIDATE-CRSFEE.
           IF CFW-COURSE = SPACES OR CFW-FEE-CODE = SPACES
               MOVE "COURSE OR FEE CODE BLANK" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2800-EXIT
           END-IF.
      *> TUITBILL KEEPS THE SECTION'S TUITION UNDER CODE TUIT
           IF CFW-FEE-CODE = "TUIT"
               MOVE "FEE CODE TUIT IS RESERVED" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2800-EXIT
           END-IF.
           IF CFW-FEE-DESC = SPACES
               MOVE "FEE DESCRIPTION BLANK" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2800-EXIT
           END-IF.
           IF CFW-AMOUNT-X NOT NUMERIC
               MOVE "FEE AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2800-EXIT
           END-IF.
           IF CFW-AMOUNT-X = "0000000"
               MOVE "FEE AMOUNT IS ZERO" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2800-EXIT
           END-IF.
           IF CFW-PRORATE NOT = 'Y' AND CFW-PRORATE NOT = 'N'
               MOVE "PRORATE FLAG NOT Y OR N" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2800-EXIT.
           EXIT.

      *> A ZERO BUDGET IS A REAL FIGURE - A POOL THE DEPARTMENT IS
      *> NOT EXPECTED TO DRAW ON AT ALL THAT MONTH
       2900-VALIDATE-DEPTBUDG.
           IF DBW-DEPT-CODE = SPACES OR DBW-POOL-ID = SPACES
               MOVE "DEPT OR POOL CODE BLANK" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2900-EXIT
           END-IF.
           IF DBW-PERIOD-X NOT NUMERIC
               MOVE "BUDGET PERIOD NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2900-EXIT
           END-IF.
           IF DBW-MM-X < "01" OR DBW-MM-X > "12"
               MOVE "BUDGET MONTH NOT 01-12" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2900-EXIT
           END-IF.
           IF DBW-AMOUNT-X NOT NUMERIC
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2900-EXIT.
           EXIT.

      *> A ZERO RATE IS A REAL FIGURE - A CLASS THE REP IS NOT PAID
      *> ON. ANYTHING OVER 50 PERCENT IS TAKEN AS A KEYING ERROR
       2950-VALIDATE-COMMRATE.
           IF CRW-REP-ID = SPACES
               MOVE "SALES REP ID BLANK" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2950-EXIT
           END-IF.
           IF CRW-COMM-PCT-X NOT NUMERIC
               MOVE "COMMISSION RATE NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2950-EXIT
           END-IF.
           IF CRW-COMM-PCT-X > "5000"
               MOVE "COMMISSION RATE OVER 50 PCT" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2950-EXIT.
           EXIT.

      *> A HEADER ROW MUST SAY ACTIVE OR INACTIVE; A PERMISSION ROW
      *> MUST HOLD AT LEAST ONE ACTION LETTER AND NOTHING ELSE
       2970-VALIDATE-OPERAUTH.
           IF OAW-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID BLANK" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2970-EXIT
           END-IF.
           IF OAW-MASTER-NAME = SPACES
               IF OAW-STATUS NOT = 'A' AND OAW-STATUS NOT = 'I'
                   MOVE "OPERATOR STATUS NOT A OR I"
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SW
               END-IF
               GO TO 2970-EXIT
           END-IF.
           IF OAW-ACTIONS = SPACES
               MOVE "NO ACTIONS GRANTED" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
               GO TO 2970-EXIT
           END-IF.
           MOVE ZERO TO WS-OAW-LETTERS.
           INSPECT OAW-ACTIONS TALLYING WS-OAW-LETTERS
               FOR ALL 'A' ALL 'C' ALL 'D' ALL 'P' ALL SPACE.
           IF WS-OAW-LETTERS NOT = 4
               MOVE "ACTION LETTERS NOT A/C/D/P" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       2970-EXIT.
           EXIT.

      *> THE ROW KEY IS WHATEVER UNIQUELY NAMES A ROW IN EACH TABLE -
      *> EFFECTIVE-DATED TABLES CARRY THE FROM-DATE IN THE KEY SO A
      *> JURISDICTION MAY HOLD SEVERAL DATED ROWS
                   MOVE WS-WORK-ROW(1:8)  TO WS-WORK-KEY(1:8)
               WHEN WS-TBL-PINMAST
                   MOVE WS-WORK-ROW(1:6)  TO WS-WORK-KEY(1:6)
               WHEN WS-TBL-STRABBR
                   MOVE WS-WORK-ROW(1:12) TO WS-WORK-KEY(1:12)
               WHEN WS-TBL-CRSFEE
                   MOVE WS-WORK-ROW(1:10) TO WS-WORK-KEY(1:10)
               WHEN WS-TBL-DEPTBUDG
                   MOVE WS-WORK-ROW(1:14) TO WS-WORK-KEY(1:14)
               WHEN WS-TBL-COMMRATE
                   MOVE WS-WORK-ROW(1:8)  TO WS-WORK-KEY(1:8)
               WHEN WS-TBL-OPERAUTH
                   MOVE WS-WORK-ROW(1:14) TO WS-WORK-KEY(1:14)
           END-EVALUATE.
       6100-EXIT.
           EXIT.
           MOVE WS-WORK-KEY TO WS-AUD-KEY.
           MOVE WS-WORK-ROW(1:39) TO WS-AUD-ROW.
           WRITE TABLE-MAINT-AUDIT-REC FROM WS-AUDIT-DETAIL.
           PERFORM 7500-WRITE-CHANGE-HIST THRU 7500-EXIT.
       7000-EXIT.
           EXIT.

      *> ONE PERMANENT RECORD PER APPLIED CHANGE, ACROSS EVERY
      *> MASTER THE SUITE MAINTAINS - THE ACCOUNTABLE OPERATOR AND
      *> THE REASON TRAVEL WITH IT. THE TABLE ID STANDS AS THE
      *> MASTER NAME AND, AS ON TBLMEXCP, THE KEY IS THE FIRST NINE
      *> BYTES OF THE ROW KEY - EXCEPT A DEPTBUDG ROW, WHOSE 14-BYTE
      *> KEY WOULD LOSE THE BUDGET MONTH. THERE THE KEY IS THE
      *> DEPARTMENT FOLLOWED BY THE MONTH AS YYMM, SO CHGINQ CAN
      *> SELECT ONE DEPARTMENT-MONTH; THE COST POOL IS ON TBLMAUDT
       7500-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE WS-TABLE-ID      TO CH-MASTER-NAME.
           MOVE WS-AUD-ACTION    TO CH-ACTION.
           IF WS-TBL-DEPTBUDG
               MOVE WS-WORK-KEY(1:4)  TO CH-KEY(1:4)
               MOVE WS-WORK-KEY(11:4) TO CH-KEY(5:4)
           ELSE
               MOVE WS-WORK-KEY(1:9) TO CH-KEY
           END-IF.
           MOVE TX-OPERATOR-ID   TO CH-OPERATOR-ID.
           MOVE TX-REASON-CODE   TO CH-REASON-CODE.
           MOVE WS-CH-BEFORE-VALUE TO CH-BEFORE-VALUE.
           MOVE WS-CH-AFTER-VALUE  TO CH-AFTER-VALUE.
           WRITE CHANGE-HIST-REC.
       7500-EXIT.
           EXIT.

       1900-REJECT-TXN.
           MOVE SPACES          TO TABLE-MAINT-EXCP-REC.
           MOVE "TBLMAINT"      TO EXCP-SOURCE-PGM.
           EXIT.

       COPY REPDATEP.
       COPY OPRAUTHP.
