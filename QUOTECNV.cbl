      *> QUOTECNV - NIGHTLY QUOTE CONVERSION. RUNS AHEAD OF
      *> EXPRESSOES IN THE BILLING LEG AND TURNS THE QUOTATIONS THE
      *> CUSTOMERS HAVE ACCEPTED INTO AN ITEMLINE BATCH OF ITS OWN
      *> (HEADER, LINES, TRAILER) THAT THE JCL CONCATENATES BEHIND
      *> THE ORDER DESK'S FEED, SO AN ACCEPTED QUOTE IS INVOICED,
      *> TAXED AND POSTED LIKE ANY OTHER ORDER.
      *> THE SALES DESK KEYS ONE QUOTACPT CARD PER ACCEPTED QUOTE -
      *> THE QUOTE NUMBER AND, OPTIONALLY, THE CUSTOMER'S ORDER
      *> REFERENCE (BLANK GIVES "Q" AND THE QUOTE NUMBER). EVERY LINE
      *> OF THE QUOTE ON THE QUOTE REGISTER (QUOTEMST, WRITTEN BY
      *> EXPRESSOES ON A QUOTATION RUN) GOES OUT AT THE UNIT PRICE
      *> AND DISCOUNT IT WAS QUOTED AT, CARRYING THE QUOTE NUMBER SO
      *> EXPRESSOES DOES NOT REPRICE IT FROM TONIGHT'S TABLES. THE
      *> QUOTE IS THEN MARKED CONVERTED ON THE REGISTER.
      *> A QUOTE PAST ITS VALID-UNTIL DATE, ONE ALREADY CONVERTED ON
      *> AN EARLIER NIGHT, ONE NOT ON THE REGISTER AND A SECOND CARD
      *> FOR THE SAME QUOTE ARE ALL REJECTED ON QUOTCRPT AND END THE
      *> STEP RC 4. A RERUN OF THE SAME BUSINESS DATE WRITES THE
      *> QUOTES IT CONVERTED THE FIRST TIME AGAIN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTECNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> NO CARDS TONIGHT IS NORMAL - THE BATCH IS WRITTEN EMPTY
           SELECT QUOTE-ACCEPT-FILE ASSIGN TO "QUOTACPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-STATUS.

           SELECT QUOTE-MASTER ASSIGN TO "QUOTEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QM-STATUS.

      *> TONIGHT'S CONVERTED-QUOTE BATCH IN THE ITEMLINE LAYOUT
           SELECT QUOTE-ITEM-OUT ASSIGN TO "QUOTITEM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUOTE-CNV-RPT ASSIGN TO "QUOTCRPT"
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
       FD  QUOTE-ACCEPT-FILE.
       01  QUOTE-ACCEPT-REC.
           05 QA-QUOTE-NO           PIC X(08).
           05 FILLER                PIC X(01).
           05 QA-ORDER-REF          PIC X(08).

      *> SAME LAYOUT AS THE EXPRESSOES QUOTEMST FD
       FD  QUOTE-MASTER.
       01  QUOTE-MASTER-REC.
           05 QM-KEY.
               10 QM-QUOTE-NO       PIC X(08).
               10 QM-LINE-SEQ       PIC 9(04).
           05 QM-ORDER-REF          PIC X(08).
           05 QM-CUST-ID            PIC X(06).
           05 QM-QUOTE-DATE         PIC 9(08).
           05 QM-VALID-UNTIL        PIC 9(08).
           05 QM-STATUS             PIC X(01).
               88 QM-OPEN           VALUE 'O'.
               88 QM-CONVERTED      VALUE 'C'.
           05 QM-CONVERT-DATE       PIC 9(08).
           05 QM-QTY                PIC 9(09).
           05 QM-UNIT-PRICE         PIC 9(07)V99.
           05 QM-DISCOUNT           PIC 9(07)V99.
           05 QM-TERMS              PIC 9(09).
           05 QM-FREIGHT            PIC 9(07)V99.
           05 QM-LINE-TOTAL         PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 QM-JURISDICTION       PIC X(04).
           05 QM-JURIS-REASON       PIC X(04).
           05 QM-ITEM-CLASS         PIC X(04).
           05 QM-LINE-TYPE          PIC X(01).
           05 QM-ITEM-CODE          PIC X(06).
           05 QM-LOCATION           PIC X(03).
           05 QM-SHIP-TO            PIC X(09).
           05 QM-FEE-FLAG           PIC X(01).

      *> SAME LAYOUT AS THE EXPRESSOES ITEMLINE FD
       FD  QUOTE-ITEM-OUT.
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

       FD  QUOTE-CNV-RPT.
       01  QUOTE-CNV-RPT-REC        PIC X(80).

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
           01 WS-QA-STATUS PIC X(02).
           01 WS-QM-STATUS PIC X(02).
               88 WS-QM-OK VALUE "00".

           01 WS-QA-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-QA-EOF VALUE 'Y'.
           01 WS-QM-END-SW PIC X(01).
               88 WS-QM-END VALUE 'Y'.
           01 WS-DUP-SW PIC X(01).
               88 WS-DUP-CARD VALUE 'Y'.

           01 WS-ORDER-REF     PIC X(08).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-QUOTE-LINES   PIC 9(04).
           01 WS-QUOTE-AMOUNT  PIC S9(11)V99.

      *> QUOTE NUMBERS ALREADY SEEN TONIGHT - A SECOND CARD FOR THE
      *> SAME QUOTE IS REJECTED RATHER THAN INVOICED TWICE
           01 WS-SEEN-MAX PIC 9(04) VALUE ZERO.
           01 WS-SEEN-SUB PIC 9(04).
           01 WS-SEEN-TABLE.
               05 WS-SEEN-QUOTE-NO PIC X(08) OCCURS 500 TIMES.

           01 WS-CARD-COUNT      PIC 9(09) VALUE ZERO.
           01 WS-CONVERTED-COUNT PIC 9(09) VALUE ZERO.
           01 WS-REJECTED-COUNT  PIC 9(09) VALUE ZERO.
           01 WS-LINE-COUNT      PIC 9(09) VALUE ZERO.
           01 WS-CONVERTED-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-COUNT-ED        PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED       PIC -ZZZZZZZZZ9.99.

           01 WS-CNV-DETAIL.
               05 WS-CD-ACTION      PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-QUOTE-NO    PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-CUST-ID     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-ORDER-REF   PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-LINES       PIC ZZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-AMOUNT      PIC -ZZZZZZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 WS-CD-NOTE        PIC X(30).

      *> ITEMLINE BATCH HEADER/TRAILER - SEE BATCHHT COPYBOOK
           COPY BATCHHT.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

      *> STEP-RESTART CONTROL WORKAREA - SEE RUNCTL COPYBOOK
           COPY RUNCTL.

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE "QUOTECNV" TO RUN-CTL-PGM-NAME.
           PERFORM 9300-CHECK-STEP-DONE THRU 9300-EXIT.
           IF RUN-STEP-DONE
               STOP RUN
           END-IF.
           MOVE BUS-DATE-CCYYMMDD TO RPT-RUN-DATE-CCYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

      *> THE BATCH IS WRITTEN EVERY NIGHT, EMPTY OR NOT, SO
      *> EXPRESSOES NEVER SEES THE PREVIOUS NIGHT'S LINES AGAIN
           OPEN OUTPUT QUOTE-ITEM-OUT.
           OPEN OUTPUT QUOTE-CNV-RPT.
           MOVE SPACES TO BH-RECORD-AREA.
           MOVE "HDR" TO BH-RECORD-TYPE.
           MOVE BUS-DATE-CCYYMMDD TO BH-HEADER-DATE.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE BH-RECORD-AREA TO ITEM-LINE-REC(1:30).
           WRITE ITEM-LINE-REC.

           WRITE QUOTE-CNV-RPT-REC FROM RPT-HEADER-LINE.
           MOVE "ACCEPTED QUOTE CONVERSION" TO QUOTE-CNV-RPT-REC.
           WRITE QUOTE-CNV-RPT-REC.
           MOVE
           "ACTION QUOTE    CUST   ORDREF   LINE       AMOUNT NOTE"
               TO QUOTE-CNV-RPT-REC.
           WRITE QUOTE-CNV-RPT-REC.

      *> FIRST NIGHT EVER: NO QUOTATION RUN HAS BUILT THE REGISTER
           OPEN I-O QUOTE-MASTER.
           IF NOT WS-QM-OK
               OPEN OUTPUT QUOTE-MASTER
               CLOSE QUOTE-MASTER
               OPEN I-O QUOTE-MASTER
           END-IF.
           OPEN INPUT QUOTE-ACCEPT-FILE.
           IF WS-QA-STATUS = "00"
               PERFORM 5000-READ-ACCEPT-CARD THRU 5000-EXIT
               PERFORM 1000-CONVERT-ONE-QUOTE THRU 1000-EXIT
                   UNTIL WS-QA-EOF
               CLOSE QUOTE-ACCEPT-FILE
           END-IF.
           CLOSE QUOTE-MASTER.

           MOVE SPACES TO BH-RECORD-AREA.
           MOVE "TRL" TO BH-RECORD-TYPE.
           MOVE BH-DATA-COUNT TO BH-TRAILER-COUNT.
           MOVE BH-HASH-TOTAL TO BH-TRAILER-HASH.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE BH-RECORD-AREA TO ITEM-LINE-REC(1:30).
           WRITE ITEM-LINE-REC.

           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           CLOSE QUOTE-ITEM-OUT.
           CLOSE QUOTE-CNV-RPT.

           DISPLAY "QUOTECNV LINES WRITTEN   : " BH-DATA-COUNT.
           DISPLAY "QUOTECNV CARDS REJECTED  : " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT.
           STOP RUN.

       1000-CONVERT-ONE-QUOTE.
           IF QA-QUOTE-NO = SPACES
               GO TO 1000-READ-NEXT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE ZERO   TO WS-QUOTE-LINES WS-QUOTE-AMOUNT.
           MOVE SPACES TO WS-CD-CUST-ID WS-CD-NOTE.
           IF QA-ORDER-REF = SPACES
               MOVE SPACES TO WS-ORDER-REF
               STRING "Q"              DELIMITED BY SIZE
                      QA-QUOTE-NO(2:7) DELIMITED BY SIZE
                   INTO WS-ORDER-REF
               END-STRING
           ELSE
               MOVE QA-ORDER-REF TO WS-ORDER-REF
           END-IF.
           PERFORM 1100-CHECK-DUPLICATE THRU 1100-EXIT.
           IF WS-DUP-CARD
               MOVE "SECOND CARD FOR THIS QUOTE" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           PERFORM 5100-START-QUOTE THRU 5100-EXIT.
           IF WS-QM-END
               MOVE "QUOTE NOT ON REGISTER" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           MOVE QM-CUST-ID TO WS-CD-CUST-ID.
      *> CONVERTED TONIGHT ALREADY - A RERUN, SO THE LINES GO OUT
      *> AGAIN. CONVERTED ON AN EARLIER NIGHT IS A SECOND ORDER
           IF QM-CONVERTED
               IF QM-CONVERT-DATE = BUS-DATE-CCYYMMDD
                   MOVE "RERUN - REPEATED AS CONVERTED"
                       TO WS-CD-NOTE
               ELSE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "ALREADY CONVERTED " DELIMITED BY SIZE
                          QM-CONVERT-DATE      DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           ELSE
               IF QM-VALID-UNTIL < BUS-DATE-CCYYMMDD
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "QUOTE EXPIRED "     DELIMITED BY SIZE
                          QM-VALID-UNTIL       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
                   GO TO 1000-READ-NEXT
               END-IF
           END-IF.
           PERFORM 1200-CONVERT-ONE-LINE THRU 1200-EXIT
               UNTIL WS-QM-END.
           ADD 1 TO WS-CONVERTED-COUNT.
           ADD WS-QUOTE-AMOUNT TO WS-CONVERTED-TOTAL.
           MOVE "CONVRT" TO WS-CD-ACTION.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       1000-READ-NEXT.
           PERFORM 5000-READ-ACCEPT-CARD THRU 5000-EXIT.
       1000-EXIT.
           EXIT.

       1100-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM 1110-CHECK-ONE-SEEN THRU 1110-EXIT
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-MAX
                  OR WS-DUP-CARD.
           IF NOT WS-DUP-CARD
               IF WS-SEEN-MAX < 500
                   ADD 1 TO WS-SEEN-MAX
                   MOVE QA-QUOTE-NO TO WS-SEEN-QUOTE-NO(WS-SEEN-MAX)
               ELSE
                   DISPLAY "QUOTE CARD TABLE FULL AT " QA-QUOTE-NO
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-SEEN.
           IF WS-SEEN-QUOTE-NO(WS-SEEN-SUB) = QA-QUOTE-NO
               SET WS-DUP-CARD TO TRUE
           END-IF.
       1110-EXIT.
           EXIT.

       1200-CONVERT-ONE-LINE.
           PERFORM 6000-WRITE-ITEM-LINE THRU 6000-EXIT.
           ADD 1 TO WS-QUOTE-LINES.
           ADD QM-LINE-TOTAL TO WS-QUOTE-AMOUNT.
           SET QM-CONVERTED TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO QM-CONVERT-DATE.
           REWRITE QUOTE-MASTER-REC
               INVALID KEY
                   DISPLAY "QUOTE-MASTER REWRITE FAILED "
                       WS-QM-STATUS
           END-REWRITE.
           PERFORM 5200-READ-NEXT-LINE THRU 5200-EXIT.
       1200-EXIT.
           EXIT.

       1900-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "REJECT" TO WS-CD-ACTION.
           MOVE WS-REJECT-REASON TO WS-CD-NOTE.
           PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
       1900-EXIT.
           EXIT.

       5000-READ-ACCEPT-CARD.
           READ QUOTE-ACCEPT-FILE
               AT END SET WS-QA-EOF TO TRUE
           END-READ.
       5000-EXIT.
           EXIT.

      *> POSITION ON THE QUOTE'S FIRST LINE; WS-QM-END SAYS THE
      *> REGISTER HOLDS NO LINE FOR IT
       5100-START-QUOTE.
           MOVE 'N' TO WS-QM-END-SW.
           MOVE QA-QUOTE-NO TO QM-QUOTE-NO.
           MOVE ZERO TO QM-LINE-SEQ.
           START QUOTE-MASTER KEY IS NOT LESS THAN QM-KEY
               INVALID KEY
                   SET WS-QM-END TO TRUE
                   GO TO 5100-EXIT
           END-START.
           PERFORM 5200-READ-NEXT-LINE THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-READ-NEXT-LINE.
           READ QUOTE-MASTER NEXT RECORD
               AT END SET WS-QM-END TO TRUE
           END-READ.
           IF NOT WS-QM-END
               AND QM-QUOTE-NO NOT = QA-QUOTE-NO
               SET WS-QM-END TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      *> ONE QUOTED LINE AS IT WAS QUOTED: PRICE, DISCOUNT AND
      *> FREIGHT ARE ALREADY IN HOME CURRENCY, SO NO CURRENCY CODE
      *> GOES OUT. THE QUOTE NUMBER TELLS EXPRESSOES TO TAKE THE
      *> PRICE AND DISCOUNT AS KEYED
       6000-WRITE-ITEM-LINE.
           MOVE SPACES TO ITEM-LINE-REC.
           MOVE WS-ORDER-REF    TO IL-INVOICE-NO.
           MOVE QM-CUST-ID      TO IL-CUST-ID.
           MOVE QM-QTY          TO IL-QTY.
           MOVE QM-UNIT-PRICE   TO IL-PRICE.
           MOVE QM-DISCOUNT     TO IL-DISCOUNT.
           MOVE QM-TERMS        TO IL-TERMS.
           MOVE QM-FREIGHT      TO IL-FREIGHT.
           MOVE QM-JURISDICTION TO IL-JURISDICTION.
           MOVE QM-ITEM-CLASS   TO IL-ITEM-CLASS.
           MOVE QM-LINE-TYPE    TO IL-LINE-TYPE.
           MOVE QM-ITEM-CODE    TO IL-ITEM-CODE.
           MOVE QM-LOCATION     TO IL-LOCATION.
           MOVE QM-SHIP-TO      TO IL-SHIP-TO.
           MOVE QM-JURIS-REASON TO IL-JURIS-REASON.
           MOVE QM-FEE-FLAG     TO IL-FEE-FLAG.
           MOVE QM-QUOTE-NO     TO IL-QUOTE-NO.
           WRITE ITEM-LINE-REC.
           ADD 1 TO BH-DATA-COUNT.
           ADD IL-PRICE TO BH-HASH-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
       6000-EXIT.
           EXIT.

       7000-WRITE-DETAIL.
           MOVE QA-QUOTE-NO     TO WS-CD-QUOTE-NO.
           MOVE WS-ORDER-REF    TO WS-CD-ORDER-REF.
           MOVE WS-QUOTE-LINES  TO WS-CD-LINES.
           MOVE WS-QUOTE-AMOUNT TO WS-CD-AMOUNT.
           WRITE QUOTE-CNV-RPT-REC FROM WS-CNV-DETAIL.
       7000-EXIT.
           EXIT.

       8000-WRITE-TOTALS.
           MOVE SPACES TO QUOTE-CNV-RPT-REC.
           WRITE QUOTE-CNV-RPT-REC.

           MOVE WS-CARD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO QUOTE-CNV-RPT-REC.
           STRING "ACCEPTANCE CARDS  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO QUOTE-CNV-RPT-REC
           END-STRING.
           WRITE QUOTE-CNV-RPT-REC.

           MOVE WS-CONVERTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO QUOTE-CNV-RPT-REC.
           STRING "QUOTES CONVERTED  : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO QUOTE-CNV-RPT-REC
           END-STRING.
           WRITE QUOTE-CNV-RPT-REC.

           MOVE WS-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO QUOTE-CNV-RPT-REC.
           STRING "ITEM LINES        : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO QUOTE-CNV-RPT-REC
           END-STRING.
           WRITE QUOTE-CNV-RPT-REC.

           MOVE WS-CONVERTED-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO QUOTE-CNV-RPT-REC.
           STRING "QUOTED VALUE      : " DELIMITED BY SIZE
                  WS-AMOUNT-ED           DELIMITED BY SIZE
               INTO QUOTE-CNV-RPT-REC
           END-STRING.
           WRITE QUOTE-CNV-RPT-REC.

           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO QUOTE-CNV-RPT-REC.
           STRING "CARDS REJECTED    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO QUOTE-CNV-RPT-REC
           END-STRING.
           WRITE QUOTE-CNV-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY BUSDATEP.

       COPY RUNCTLP.

       COPY REPDATEP.
