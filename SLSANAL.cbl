      *> SLSANAL - NIGHTLY SALES HISTORY POSTING AND SALES ANALYSIS.
      *> RUNS AFTER EXPRESSOES. TONIGHT'S SLSFEED - ONE STRUCTURED
      *> RECORD PER PRICED LINE OF EVERY RELEASED INVOICE AND CREDIT
      *> MEMO - IS APPENDED TO THE PERMANENT SLSHIST SALES HISTORY,
      *> ONCE PER NIGHT: A RERUN THAT FINDS TONIGHT ALREADY ON THE
      *> HISTORY DOES NOT POST IT AGAIN AND ONLY REPRINTS THE REPORT.
      *> THE REPORT ANALYSES NET SALES (AFTER DISCOUNT, WITHOUT
      *> FREIGHT OR TAX) BY CUSTOMER, ITEM CLASS, JURISDICTION AND
      *> BRANCH - THE STOCK LOCATION THE GOODS SHIPPED FROM, AS ON
      *> THE MARGIN REPORT - FOR THE MONTH TO DATE AND THE YEAR TO
      *> DATE, EACH BESIDE THE SAME PERIOD LAST YEAR UP TO THE SAME
      *> DAY, AND RANKS THE TOP CUSTOMERS AND ITEM CLASSES ON THE
      *> YEAR TO DATE. FEED RECORDS DATED OTHER THAN TONIGHT ARE A
      *> STALE FEED - THEY ARE NOT POSTED AND SET RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSANAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FEED-FILE ASSIGN TO "SLSFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-STATUS.

      *> PERMANENT SALES HISTORY - ONE RECORD PER BILLED LINE
           SELECT SALES-HIST-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SY-STATUS.

           SELECT SALES-ANAL-RPT ASSIGN TO "SLSARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD AND ITS VALIDATION FILES -
      *> SEE BUSDATE COPYBOOK
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

      *> SAME LAYOUT AS THE EXPRESSOES SLSFEED FD
       FD  SALES-FEED-FILE.
       01  SALES-FEED-REC.
           05 SF-INVOICE-NO         PIC X(08).
           05 SF-LINE-SEQ           PIC 9(04).
           05 SF-INVOICE-DATE       PIC 9(08).
           05 FILLER                PIC X(80).

      *> SAME LAYOUT AS THE EXPRESSOES SLSFEED FD. AMOUNTS ARE HOME
      *> CURRENCY, NEGATIVE ON A CREDIT MEMO
       FD  SALES-HIST-FILE.
       01  SALES-HIST-REC.
           05 SY-INVOICE-NO         PIC X(08).
           05 SY-LINE-SEQ           PIC 9(04).
           05 SY-INVOICE-DATE       PIC 9(08).
           05 SY-INVOICE-DATE-R REDEFINES SY-INVOICE-DATE.
               10 SY-INV-CCYY       PIC 9(04).
               10 SY-INV-MMDD.
                   15 SY-INV-MM     PIC 9(02).
                   15 SY-INV-DD     PIC 9(02).
           05 SY-CUST-ID            PIC X(06).
           05 SY-ITEM-CLASS         PIC X(04).
           05 SY-ITEM-CODE          PIC X(06).
           05 SY-LOCATION           PIC X(03).
           05 SY-DOC-TYPE           PIC X(01).
           05 SY-FEE-FLAG           PIC X(01).
           05 SY-QTY                PIC S9(09)
                                    SIGN LEADING SEPARATE.
           05 SY-NET-AMOUNT         PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 SY-DISCOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SY-FREIGHT            PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SY-TAX                PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SY-JURISDICTION       PIC X(04).
           05 SY-CURRENCY           PIC X(03).

       FD  SALES-ANAL-RPT.
       01  SALES-ANAL-RPT-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SF-STATUS PIC X(02).
           01 WS-SF-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-SF-EOF VALUE 'Y'.
           01 WS-SY-STATUS PIC X(02).
           01 WS-SY-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-SY-EOF VALUE 'Y'.
           01 WS-POSTED-SW PIC X(01) VALUE 'N'.
               88 WS-TONIGHT-POSTED VALUE 'Y'.

      *> THE FOUR PERIODS EVERY FIGURE IS KEPT FOR: 1 MONTH TO DATE,
      *> 2 THE SAME MONTH LAST YEAR TO THE SAME DAY, 3 YEAR TO DATE,
      *> 4 LAST YEAR TO THE SAME DAY
           01 WS-RUN-DATE.
               05 WS-RUN-CCYY PIC 9(04).
               05 WS-RUN-MMDD.
                   10 WS-RUN-MM PIC 9(02).
                   10 WS-RUN-DD PIC 9(02).
           01 WS-LAST-CCYY PIC 9(04).
           01 WS-IN-PERIOD-TABLE.
               05 WS-IN-PERIOD-SW OCCURS 4 TIMES PIC X(01).
                   88 WS-IN-PERIOD VALUE 'Y'.
           01 WS-ANY-PERIOD-SW PIC X(01).
               88 WS-ANY-PERIOD VALUE 'Y'.

      *> ONE ACCUMULATOR TABLE PER ANALYSIS LEVEL, ALL THE SAME
      *> SHAPE: 1 CUSTOMER, 2 ITEM CLASS, 3 JURISDICTION, 4 BRANCH.
      *> ENTRIES ARE KEPT IN KEY ORDER AS THEY ARE ADDED SO EACH
      *> SECTION PRINTS SORTED
           01 WS-DIM-TABLE.
               05 WS-DIM OCCURS 4 TIMES.
                   10 WS-DIM-MAX    PIC 9(04) COMP.
                   10 WS-DIM-ENTRY OCCURS 1000 TIMES.
                       15 WS-ENT-KEY      PIC X(06).
                       15 WS-ENT-AMT OCCURS 4 TIMES
                                          PIC S9(11)V99.
                       15 WS-ENT-RANK-SW  PIC X(01).
                           88 WS-ENT-RANKED VALUE 'Y'.
           01 WS-DIM-LIMIT PIC 9(04) COMP VALUE 1000.
           01 WS-D   PIC 9(04) COMP.
           01 WS-E   PIC 9(04) COMP.
           01 WS-M   PIC 9(04) COMP.
           01 WS-P   PIC 9(04) COMP.
           01 WS-FOUND-SW PIC X(01).
               88 WS-KEY-FOUND VALUE 'Y'.
           01 WS-SLOT-SW PIC X(01).
               88 WS-SLOT-FOUND VALUE 'Y'.
           01 WS-DIM-KEY PIC X(06).
           01 WS-GRAND-AMT-TABLE.
               05 WS-GRAND-AMT OCCURS 4 TIMES PIC S9(13)V99.

      *> RANKING - HOW MANY ENTRIES EACH TOP LIST SHOWS
           01 WS-TOP-COUNT PIC 9(04) COMP VALUE 10.
           01 WS-RANK      PIC 9(04) COMP.
           01 WS-BEST-E    PIC 9(04) COMP.
           01 WS-BEST-AMT  PIC S9(11)V99.

           01 WS-POSTED-COUNT PIC 9(09) VALUE ZERO.
           01 WS-STALE-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-HIST-COUNT   PIC 9(09) VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.

      *> ANALYSIS-LINE WORKAREA - THE CALLER LOADS THE KEY AND THE
      *> FOUR PERIOD AMOUNTS, 8100 WORKS OUT THE YEAR-ON-YEAR CHANGE
           01 WS-SUB-KEY PIC X(06).
           01 WS-SUB-AMT-TABLE.
               05 WS-SUB-AMT OCCURS 4 TIMES PIC S9(13)V99.
           01 WS-SUB-PCT PIC S9(05)V9.

           01 WS-ANAL-DETAIL.
               05 WS-AD-KEY        PIC X(06).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-MTD        PIC -(9)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-LY-MTD     PIC -(9)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-YTD        PIC -(9)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-LY-YTD     PIC -(9)9.99.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AD-PCT        PIC -(5)9.9.
               05 WS-AD-PCT-X REDEFINES WS-AD-PCT PIC X(08).

           01 WS-ANAL-HEADING.
               05 FILLER           PIC X(07) VALUE "KEY".
               05 FILLER           PIC X(14) VALUE "MONTH-TO-DATE".
               05 FILLER           PIC X(14) VALUE "LAST YR MONTH".
               05 FILLER           PIC X(14) VALUE " YEAR-TO-DATE".
               05 FILLER           PIC X(14) VALUE "  LAST YR YTD".
               05 FILLER           PIC X(08) VALUE "YTD CHG%".

           01 WS-RANK-HEADING.
               05 FILLER           PIC X(13) VALUE "RNK  KEY".
               05 FILLER           PIC X(17) VALUE "   YEAR-TO-DATE".
               05 FILLER           PIC X(17) VALUE "    LAST YR YTD".
               05 FILLER           PIC X(08) VALUE "YTD CHG%".

           01 WS-RANK-DETAIL.
               05 WS-RD-RANK       PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-KEY        PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-YTD        PIC -(11)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-LY-YTD     PIC -(11)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-RD-PCT        PIC -(5)9.9.
               05 WS-RD-PCT-X REDEFINES WS-RD-PCT PIC X(08).

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO WS-RUN-DATE.
           COMPUTE WS-LAST-CCYY = WS-RUN-CCYY - 1.
           PERFORM 0100-CLEAR-TABLES THRU 0100-EXIT
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 4.

           OPEN OUTPUT SALES-ANAL-RPT.
           WRITE SALES-ANAL-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           STRING "SALES ANALYSIS - NET SALES TO " DELIMITED BY SIZE
                  RPT-DATE-SLASH DELIMITED BY SIZE
                  " AGAINST LAST YEAR" DELIMITED BY SIZE
               INTO SALES-ANAL-RPT-REC
           END-STRING.
           WRITE SALES-ANAL-RPT-REC.

           PERFORM 1000-READ-SALES-HISTORY THRU 1000-EXIT.
           IF WS-TONIGHT-POSTED
               DISPLAY "SLSANAL: " BUS-DATE-CCYYMMDD
                   " ALREADY ON SLSHIST - LINES NOT REPOSTED"
           ELSE
               PERFORM 2000-POST-TONIGHTS-SALES THRU 2000-EXIT
           END-IF.

           PERFORM 8000-WRITE-ANALYSIS THRU 8000-EXIT.
           PERFORM 8500-WRITE-RANKINGS THRU 8500-EXIT.
           PERFORM 8900-WRITE-RUN-TOTALS THRU 8900-EXIT.
           CLOSE SALES-ANAL-RPT.

           IF WS-STALE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-CLEAR-TABLES.
           MOVE ZERO TO WS-DIM-MAX(WS-D).
           MOVE ZERO TO WS-GRAND-AMT(WS-D).
       0100-EXIT.
           EXIT.

      *> EVERY EARLIER NIGHT ON THE HISTORY GOES STRAIGHT INTO THE
      *> FIGURES. FINDING TONIGHT ALREADY THERE MEANS A RERUN
       1000-READ-SALES-HISTORY.
           OPEN INPUT SALES-HIST-FILE.
           IF WS-SY-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ SALES-HIST-FILE
               AT END SET WS-SY-EOF TO TRUE
           END-READ.
           PERFORM 1100-TAKE-ONE-HIST-REC THRU 1100-EXIT
               UNTIL WS-SY-EOF.
           CLOSE SALES-HIST-FILE.
       1000-EXIT.
           EXIT.

       1100-TAKE-ONE-HIST-REC.
           ADD 1 TO WS-HIST-COUNT.
           IF SY-INVOICE-DATE = BUS-DATE-CCYYMMDD
               SET WS-TONIGHT-POSTED TO TRUE
           END-IF.
           PERFORM 6000-ACCUM-SALE THRU 6000-EXIT.
           READ SALES-HIST-FILE
               AT END SET WS-SY-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-POST-TONIGHTS-SALES.
           OPEN INPUT SALES-FEED-FILE.
           IF WS-SF-STATUS NOT = "00"
               DISPLAY "SLSANAL: NO SLSFEED - NOTHING POSTED"
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND SALES-HIST-FILE.
           IF WS-SY-STATUS NOT = "00"
               OPEN OUTPUT SALES-HIST-FILE
           END-IF.
           READ SALES-FEED-FILE
               AT END SET WS-SF-EOF TO TRUE
           END-READ.
           PERFORM 2100-POST-ONE-SALE THRU 2100-EXIT
               UNTIL WS-SF-EOF.
           CLOSE SALES-HIST-FILE.
           CLOSE SALES-FEED-FILE.
       2000-EXIT.
           EXIT.

      *> THE FEED IS REWRITTEN BY EVERY BILLING RUN - A LINE DATED
      *> ANOTHER NIGHT IS LEFT OVER FROM A RUN ALREADY POSTED
       2100-POST-ONE-SALE.
           IF SF-INVOICE-DATE NOT = BUS-DATE-CCYYMMDD
               ADD 1 TO WS-STALE-COUNT
               GO TO 2100-READ-NEXT
           END-IF.
      *> ACCUMULATED BEFORE THE WRITE - THE RECORD AREA IS NOT
      *> DEPENDABLE ONCE IT HAS BEEN WRITTEN
           MOVE SALES-FEED-REC TO SALES-HIST-REC.
           PERFORM 6000-ACCUM-SALE THRU 6000-EXIT.
           WRITE SALES-HIST-REC.
           ADD 1 TO WS-POSTED-COUNT.
       2100-READ-NEXT.
           READ SALES-FEED-FILE
               AT END SET WS-SF-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *> A SALE OUTSIDE ALL FOUR PERIODS - OLDER THAN LAST YEAR, OR
      *> PAST TODAY'S DAY OF LAST YEAR - TAKES NO TABLE ROOM
       6000-ACCUM-SALE.
           MOVE ALL 'N' TO WS-IN-PERIOD-TABLE.
           MOVE 'N' TO WS-ANY-PERIOD-SW.
           IF SY-INV-CCYY = WS-RUN-CCYY
               AND SY-INVOICE-DATE NOT > BUS-DATE-CCYYMMDD
               SET WS-IN-PERIOD(3) TO TRUE
               SET WS-ANY-PERIOD TO TRUE
               IF SY-INV-MM = WS-RUN-MM
                   SET WS-IN-PERIOD(1) TO TRUE
               END-IF
           END-IF.
           IF SY-INV-CCYY = WS-LAST-CCYY
               AND SY-INV-MMDD NOT > WS-RUN-MMDD
               SET WS-IN-PERIOD(4) TO TRUE
               SET WS-ANY-PERIOD TO TRUE
               IF SY-INV-MM = WS-RUN-MM
                   SET WS-IN-PERIOD(2) TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ANY-PERIOD
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6050-ADD-GRAND THRU 6050-EXIT
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4.
           MOVE 1 TO WS-D.
           MOVE SY-CUST-ID TO WS-DIM-KEY.
           PERFORM 6100-ACCUM-ONE-LEVEL THRU 6100-EXIT.
           MOVE 2 TO WS-D.
           MOVE SY-ITEM-CLASS TO WS-DIM-KEY.
           PERFORM 6100-ACCUM-ONE-LEVEL THRU 6100-EXIT.
           MOVE 3 TO WS-D.
           MOVE SY-JURISDICTION TO WS-DIM-KEY.
           PERFORM 6100-ACCUM-ONE-LEVEL THRU 6100-EXIT.
           MOVE 4 TO WS-D.
           MOVE SY-LOCATION TO WS-DIM-KEY.
           PERFORM 6100-ACCUM-ONE-LEVEL THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

       6050-ADD-GRAND.
           IF WS-IN-PERIOD(WS-P)
               ADD SY-NET-AMOUNT TO WS-GRAND-AMT(WS-P)
           END-IF.
       6050-EXIT.
           EXIT.

      *> WALK TO THE KEY OR TO THE FIRST HIGHER KEY; A NEW KEY IS
      *> OPENED AT THAT SLOT BY SHIFTING THE HIGHER ENTRIES DOWN
       6100-ACCUM-ONE-LEVEL.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-SLOT-SW.
           MOVE ZERO TO WS-E.
           PERFORM 6110-TEST-ONE-ENTRY THRU 6110-EXIT
               UNTIL WS-SLOT-FOUND
                  OR WS-E NOT < WS-DIM-MAX(WS-D).
           IF NOT WS-SLOT-FOUND
               COMPUTE WS-E = WS-DIM-MAX(WS-D) + 1
           END-IF.
           IF NOT WS-KEY-FOUND
               IF WS-DIM-MAX(WS-D) NOT < WS-DIM-LIMIT
                   DISPLAY "ANALYSIS TABLE " WS-D " FULL AT "
                       WS-DIM-KEY
                   GO TO 6100-EXIT
               END-IF
               PERFORM 6120-OPEN-SLOT THRU 6120-EXIT
           END-IF.
           PERFORM 6130-ADD-PERIODS THRU 6130-EXIT
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4.
       6100-EXIT.
           EXIT.

       6110-TEST-ONE-ENTRY.
           ADD 1 TO WS-E.
           IF WS-ENT-KEY(WS-D, WS-E) = WS-DIM-KEY
               SET WS-KEY-FOUND TO TRUE
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               IF WS-ENT-KEY(WS-D, WS-E) > WS-DIM-KEY
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-IF.
       6110-EXIT.
           EXIT.

       6120-OPEN-SLOT.
           ADD 1 TO WS-DIM-MAX(WS-D).
           MOVE WS-DIM-MAX(WS-D) TO WS-M.
           PERFORM 6125-SHIFT-ONE-ENTRY THRU 6125-EXIT
               UNTIL WS-M NOT > WS-E.
           MOVE WS-DIM-KEY TO WS-ENT-KEY(WS-D, WS-E).
           MOVE ZERO TO WS-ENT-AMT(WS-D, WS-E, 1)
                        WS-ENT-AMT(WS-D, WS-E, 2)
                        WS-ENT-AMT(WS-D, WS-E, 3)
                        WS-ENT-AMT(WS-D, WS-E, 4).
           MOVE 'N' TO WS-ENT-RANK-SW(WS-D, WS-E).
       6120-EXIT.
           EXIT.

       6125-SHIFT-ONE-ENTRY.
           MOVE WS-DIM-ENTRY(WS-D, WS-M - 1)
               TO WS-DIM-ENTRY(WS-D, WS-M).
           SUBTRACT 1 FROM WS-M.
       6125-EXIT.
           EXIT.

       6130-ADD-PERIODS.
           IF WS-IN-PERIOD(WS-P)
               ADD SY-NET-AMOUNT TO WS-ENT-AMT(WS-D, WS-E, WS-P)
           END-IF.
       6130-EXIT.
           EXIT.

       8000-WRITE-ANALYSIS.
           MOVE 1 TO WS-D.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "NET SALES BY CUSTOMER" TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           PERFORM 8010-WRITE-ONE-LEVEL THRU 8010-EXIT.
           MOVE 2 TO WS-D.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "NET SALES BY ITEM CLASS" TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           PERFORM 8010-WRITE-ONE-LEVEL THRU 8010-EXIT.
           MOVE 3 TO WS-D.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "NET SALES BY TAX JURISDICTION"
               TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           PERFORM 8010-WRITE-ONE-LEVEL THRU 8010-EXIT.
           MOVE 4 TO WS-D.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "NET SALES BY BRANCH (SHIPPING LOCATION)"
               TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           PERFORM 8010-WRITE-ONE-LEVEL THRU 8010-EXIT.

           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "TOTAL " TO WS-SUB-KEY.
           PERFORM 8030-LOAD-GRAND THRU 8030-EXIT
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4.
           PERFORM 8100-WRITE-ANALYSIS-LINE THRU 8100-EXIT.
       8000-EXIT.
           EXIT.

      *> THE CALLER HAS WRITTEN THE SECTION TITLE
       8010-WRITE-ONE-LEVEL.
           WRITE SALES-ANAL-RPT-REC FROM WS-ANAL-HEADING.
           PERFORM 8020-LIST-ONE-ENTRY THRU 8020-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-DIM-MAX(WS-D).
       8010-EXIT.
           EXIT.

       8020-LIST-ONE-ENTRY.
           MOVE WS-ENT-KEY(WS-D, WS-E) TO WS-SUB-KEY.
           IF WS-SUB-KEY = SPACES
               MOVE "(NONE)" TO WS-SUB-KEY
           END-IF.
           PERFORM 8025-LOAD-ENTRY THRU 8025-EXIT
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4.
           PERFORM 8100-WRITE-ANALYSIS-LINE THRU 8100-EXIT.
       8020-EXIT.
           EXIT.

       8025-LOAD-ENTRY.
           MOVE WS-ENT-AMT(WS-D, WS-E, WS-P) TO WS-SUB-AMT(WS-P).
       8025-EXIT.
           EXIT.

       8030-LOAD-GRAND.
           MOVE WS-GRAND-AMT(WS-P) TO WS-SUB-AMT(WS-P).
       8030-EXIT.
           EXIT.

      *> NO SALES IN THE SAME PERIOD LAST YEAR LEAVES NOTHING TO
      *> COMPARE WITH - THE CHANGE COLUMN SAYS SO INSTEAD
       8100-WRITE-ANALYSIS-LINE.
           MOVE SPACES          TO WS-ANAL-DETAIL.
           MOVE WS-SUB-KEY      TO WS-AD-KEY.
           MOVE WS-SUB-AMT(1)   TO WS-AD-MTD.
           MOVE WS-SUB-AMT(2)   TO WS-AD-LY-MTD.
           MOVE WS-SUB-AMT(3)   TO WS-AD-YTD.
           MOVE WS-SUB-AMT(4)   TO WS-AD-LY-YTD.
           PERFORM 8150-YEAR-ON-YEAR THRU 8150-EXIT.
           IF WS-SUB-AMT(4) = ZERO
               MOVE "     NEW" TO WS-AD-PCT-X
           ELSE
               MOVE WS-SUB-PCT TO WS-AD-PCT
           END-IF.
           WRITE SALES-ANAL-RPT-REC FROM WS-ANAL-DETAIL.
       8100-EXIT.
           EXIT.

       8150-YEAR-ON-YEAR.
           MOVE ZERO TO WS-SUB-PCT.
           IF WS-SUB-AMT(4) NOT = ZERO
               COMPUTE WS-SUB-PCT ROUNDED =
                   (WS-SUB-AMT(3) - WS-SUB-AMT(4)) * 100
                       / WS-SUB-AMT(4)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-SUB-PCT
               END-COMPUTE
           END-IF.
       8150-EXIT.
           EXIT.

      *> TOP CUSTOMERS AND TOP ITEM CLASSES ON YEAR-TO-DATE NET
      *> SALES - EACH PASS PICKS THE HIGHEST ENTRY NOT YET RANKED
       8500-WRITE-RANKINGS.
           MOVE 1 TO WS-D.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "TOP CUSTOMERS BY YEAR-TO-DATE NET SALES"
               TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           PERFORM 8510-RANK-ONE-LEVEL THRU 8510-EXIT.
           MOVE 2 TO WS-D.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           MOVE "TOP ITEM CLASSES BY YEAR-TO-DATE NET SALES"
               TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.
           PERFORM 8510-RANK-ONE-LEVEL THRU 8510-EXIT.
       8500-EXIT.
           EXIT.

      *> THE CALLER HAS WRITTEN THE SECTION TITLE
       8510-RANK-ONE-LEVEL.
           WRITE SALES-ANAL-RPT-REC FROM WS-RANK-HEADING.
           MOVE ZERO TO WS-RANK.
           PERFORM 8520-RANK-NEXT-ENTRY THRU 8520-EXIT
               UNTIL WS-RANK NOT < WS-TOP-COUNT
                  OR WS-RANK NOT < WS-DIM-MAX(WS-D).
       8510-EXIT.
           EXIT.

       8520-RANK-NEXT-ENTRY.
           MOVE ZERO TO WS-BEST-E.
           PERFORM 8530-TEST-FOR-BEST THRU 8530-EXIT
               VARYING WS-E FROM 1 BY 1
               UNTIL WS-E > WS-DIM-MAX(WS-D).
           ADD 1 TO WS-RANK.
           MOVE WS-BEST-E TO WS-E.
           SET WS-ENT-RANKED(WS-D, WS-E) TO TRUE.
           MOVE SPACES TO WS-RANK-DETAIL.
           MOVE WS-RANK TO WS-RD-RANK.
           MOVE WS-ENT-KEY(WS-D, WS-E) TO WS-RD-KEY.
           IF WS-RD-KEY = SPACES
               MOVE "(NONE)" TO WS-RD-KEY
           END-IF.
           MOVE WS-ENT-AMT(WS-D, WS-E, 3) TO WS-RD-YTD WS-SUB-AMT(3).
           MOVE WS-ENT-AMT(WS-D, WS-E, 4)
               TO WS-RD-LY-YTD WS-SUB-AMT(4).
           PERFORM 8150-YEAR-ON-YEAR THRU 8150-EXIT.
           IF WS-SUB-AMT(4) = ZERO
               MOVE "     NEW" TO WS-RD-PCT-X
           ELSE
               MOVE WS-SUB-PCT TO WS-RD-PCT
           END-IF.
           WRITE SALES-ANAL-RPT-REC FROM WS-RANK-DETAIL.
       8520-EXIT.
           EXIT.

       8530-TEST-FOR-BEST.
           IF WS-ENT-RANKED(WS-D, WS-E)
               GO TO 8530-EXIT
           END-IF.
           IF WS-BEST-E = ZERO
               OR WS-ENT-AMT(WS-D, WS-E, 3) > WS-BEST-AMT
               MOVE WS-E TO WS-BEST-E
               MOVE WS-ENT-AMT(WS-D, WS-E, 3) TO WS-BEST-AMT
           END-IF.
       8530-EXIT.
           EXIT.

       8900-WRITE-RUN-TOTALS.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           WRITE SALES-ANAL-RPT-REC.

           MOVE WS-POSTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           STRING "LINES POSTED TONIGHT : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO SALES-ANAL-RPT-REC
           END-STRING.
           WRITE SALES-ANAL-RPT-REC.

           MOVE WS-STALE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           STRING "STALE FEED LINES     : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO SALES-ANAL-RPT-REC
           END-STRING.
           WRITE SALES-ANAL-RPT-REC.

           MOVE WS-HIST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO SALES-ANAL-RPT-REC.
           STRING "HISTORY LINES READ   : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO SALES-ANAL-RPT-REC
           END-STRING.
           WRITE SALES-ANAL-RPT-REC.
       8900-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
