      *> REQUEST: FULLY AVAILABLE, PARTIAL WITH THE FREE QUANTITY,
      *> OR BACKORDERED - WITH THE OLDEST EXISTING BACKORDER'S
      *> NIGHTS WAITING ON THE SAME ITEM SO A REALISTIC WAIT CAN BE
      *> QUOTED. A REQUEST THE CUSTOMER HAS ACCEPTED COMES IN MARKED
      *> FIRM WITH THE CUSTOMER'S ID: WHAT IS FREE OF IT IS HELD FOR
      *> THAT CUSTOMER ON THE RESVMAST RESERVATION MASTER UNTIL AN
      *> EXPIRY DATE, AND EVERY LATER ANSWER NETS THE UNEXPIRED
      *> HOLDS OUT OF THE FREE QUANTITY AS WELL, SO TWO CLERKS CAN
      *> NO LONGER PROMISE THE SAME STOCK. THE NIGHTLY STOCK RUN
      *> SHIPS AGAINST THE HOLDS AND RELEASES THE EXPIRED ONES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPINQ.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RESERVATION-MASTER ASSIGN TO "RESVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RESV-KEY
               FILE STATUS IS WS-RV-STATUS.

           SELECT ATP-REQUEST-FILE ASSIGN TO "ATPREQS"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 BSI-QTY               PIC 9(09).
           05 FILLER                PIC X(01).
           05 BSI-UNIT-COST         PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 BSI-INVOICE-NO        PIC X(08).
           05 FILLER                PIC X(01).
           05 BSI-CUST-ID           PIC X(06).

       FD  RESERVATION-MASTER.
       01  RESERVATION-REC.
           05 RV-RESV-KEY.
               10 RV-ITEM-CODE      PIC X(06).
               10 RV-LOCATION       PIC X(03).
               10 RV-CUST-ID        PIC X(06).
           05 RV-QTY                PIC 9(09).
           05 RV-RESV-DATE          PIC 9(08).
           05 RV-EXPIRY-DATE        PIC 9(08).
           05 RV-REFERENCE          PIC X(10).

       FD  ATP-REQUEST-FILE.
       01  ATP-REQUEST-REC.
           05 AQ-LOCATION           PIC X(03).
           05 AQ-QTY-WANTED         PIC 9(09).
           05 AQ-REFERENCE          PIC X(10).
      *> 'F' WHEN THE CUSTOMER HAS ACCEPTED THE ANSWER AND THE FREE
      *> STOCK IS TO BE HELD FOR AQ-CUST-ID FOR AQ-HOLD-DAYS
      *> CALENDAR DAYS (THE DEFAULT HOLD WHEN LEFT BLANK OR ZERO)
           05 AQ-FIRM-FLAG          PIC X(01).
               88 AQ-FIRM           VALUE 'F'.
           05 AQ-CUST-ID            PIC X(06).
           05 AQ-HOLD-DAYS          PIC 9(03).

       FD  ATP-RPT.
       01  ATP-RPT-REC              PIC X(80).
               88 WS-SUSP-EOF VALUE 'Y'.
           01 WS-REQ-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-REQ-EOF VALUE 'Y'.
           01 WS-RV-STATUS PIC X(02).
           01 WS-RV-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-RV-EOF VALUE 'Y'.

      *> QUANTITY ALREADY OWED AND OLDEST WAIT PER ITEM/LOCATION,
      *> ROLLED UP FROM THE SUSPENSE FILE AT START OF RUN
           01 WS-OWED-QTY   PIC 9(09).
           01 WS-OWED-NIGHTS PIC 9(03).
           01 WS-FREE-QTY   PIC S9(09).
           01 WS-HELD-QTY   PIC 9(09).
           01 WS-RESV-QTY   PIC 9(09).
           01 WS-DEFAULT-HOLD-DAYS PIC 9(03) VALUE 7.
           01 WS-FOUND-SW PIC X(01).
               88 WS-FOUND VALUE 'Y'.

           01 WS-PART-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-BACK-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-UNKNOWN-COUNT PIC 9(9) VALUE ZERO.
           01 WS-RESV-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-NOHOLD-COUNT PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED     PIC ZZZZZZZZ9.

           01 WS-ATP-DETAIL.
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WS-AT-WAIT     PIC X(15).

      *> SECOND LINE UNDER A FIRM REQUEST - WHAT WAS HELD, FOR WHOM
      *> AND UNTIL WHEN
           01 WS-RESV-DETAIL.
               05 FILLER         PIC X(11) VALUE SPACES.
               05 WS-RD-TEXT     PIC X(14).
               05 WS-RD-QTY      PIC ZZZZZZZZ9.
               05 FILLER         PIC X(10) VALUE " FOR CUST ".
               05 WS-RD-CUST     PIC X(06).
               05 FILLER         PIC X(07) VALUE " UNTIL ".
               05 WS-RD-EXPIRY   PIC 9(08).

      *> DATE-PLUS-DAYS WORKAREA - SEE DATEADD COPYBOOK
           COPY DATEADD.

           COPY REPDATE.

       PROCEDURE DIVISION.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> NO RESERVATION EVER TAKEN YET - CREATE THE MASTER EMPTY
           OPEN I-O RESERVATION-MASTER.
           IF WS-RV-STATUS NOT = "00"
               OPEN OUTPUT RESERVATION-MASTER
               CLOSE RESERVATION-MASTER
               OPEN I-O RESERVATION-MASTER
           END-IF.
           OPEN INPUT ATP-REQUEST-FILE.
           OPEN OUTPUT ATP-RPT.

           PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.

           CLOSE STOCK-MASTER.
           CLOSE RESERVATION-MASTER.
           CLOSE ATP-REQUEST-FILE.
           CLOSE ATP-RPT.

           IF WS-UNKNOWN-COUNT > ZERO
               OR WS-NOHOLD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       1000-EXIT.
           EXIT.

      *> STOCK ALREADY HELD FOR A CUSTOMER IS NO MORE FREE THAN
      *> STOCK OWED TO A BACKORDER
       1100-NET-AND-ANSWER.
           PERFORM 1200-FIND-OWED THRU 1200-EXIT.
           PERFORM 1300-FIND-HELD THRU 1300-EXIT.
           COMPUTE WS-FREE-QTY =
               SM-ON-HAND - WS-OWED-QTY - WS-HELD-QTY.
           MOVE WS-FREE-QTY TO WS-AT-FREE.

           EVALUATE TRUE
               END-STRING
           END-IF.
           WRITE ATP-RPT-REC FROM WS-ATP-DETAIL.
           IF AQ-FIRM
               PERFORM 1400-TAKE-RESERVATION THRU 1400-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

      *> UNEXPIRED HOLDS ON THE ITEM/LOCATION, WHOEVER THEY ARE FOR.
      *> AN EXPIRED ONE NOT YET RELEASED BY THE NIGHTLY RUN HOLDS
      *> NOTHING
       1300-FIND-HELD.
           MOVE ZERO TO WS-HELD-QTY.
           MOVE 'N' TO WS-RV-EOF-SW.
           MOVE AQ-ITEM-CODE TO RV-ITEM-CODE.
           MOVE AQ-LOCATION  TO RV-LOCATION.
           MOVE LOW-VALUES   TO RV-CUST-ID.
           START RESERVATION-MASTER KEY IS NOT LESS THAN RV-RESV-KEY
               INVALID KEY SET WS-RV-EOF TO TRUE
           END-START.
           PERFORM 1310-READ-NEXT-HELD THRU 1310-EXIT
               UNTIL WS-RV-EOF.
       1300-EXIT.
           EXIT.

       1310-READ-NEXT-HELD.
           READ RESERVATION-MASTER NEXT RECORD
               AT END SET WS-RV-EOF TO TRUE
           END-READ.
           IF NOT WS-RV-EOF
               IF RV-ITEM-CODE NOT = AQ-ITEM-CODE
                   OR RV-LOCATION NOT = AQ-LOCATION
                   SET WS-RV-EOF TO TRUE
               ELSE
                   IF RV-EXPIRY-DATE NOT < RPT-RUN-DATE-CCYYMMDD
                       ADD RV-QTY TO WS-HELD-QTY
                   END-IF
               END-IF
           END-IF.
       1310-EXIT.
           EXIT.

      *> THE CUSTOMER ACCEPTED - HOLD WHAT IS FREE OF THE REQUEST,
      *> UP TO THE QUANTITY WANTED. A CUSTOMER ALREADY HOLDING THE
      *> ITEM HAS THE NEW QUANTITY ADDED TO THE EXISTING HOLD, AND
      *> KEEPS WHICHEVER EXPIRY IS LATER. NOTHING FREE MEANS NOTHING
      *> HELD - THE ORDER WILL BACKORDER LIKE ANY OTHER
       1400-TAKE-RESERVATION.
           IF AQ-CUST-ID = SPACES
               ADD 1 TO WS-NOHOLD-COUNT
               MOVE SPACES TO ATP-RPT-REC
               MOVE "FIRM REQUEST WITH NO CUSTOMER - NOTHING HELD"
                   TO ATP-RPT-REC(12:)
               WRITE ATP-RPT-REC
               GO TO 1400-EXIT
           END-IF.
           IF WS-FREE-QTY <= ZERO
               GO TO 1400-EXIT
           END-IF.
           IF WS-FREE-QTY < AQ-QTY-WANTED
               MOVE WS-FREE-QTY TO WS-RESV-QTY
           ELSE
               MOVE AQ-QTY-WANTED TO WS-RESV-QTY
           END-IF.

           MOVE RPT-RUN-DATE-CCYYMMDD TO WS-DAD-DATE.
           IF AQ-HOLD-DAYS IS NUMERIC AND AQ-HOLD-DAYS > ZERO
               MOVE AQ-HOLD-DAYS TO WS-DAD-DAYS
           ELSE
               MOVE WS-DEFAULT-HOLD-DAYS TO WS-DAD-DAYS
           END-IF.
           PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT.

           MOVE AQ-ITEM-CODE TO RV-ITEM-CODE.
           MOVE AQ-LOCATION  TO RV-LOCATION.
           MOVE AQ-CUST-ID   TO RV-CUST-ID.
           READ RESERVATION-MASTER
               INVALID KEY
                   MOVE WS-RESV-QTY  TO RV-QTY
                   MOVE RPT-RUN-DATE-CCYYMMDD TO RV-RESV-DATE
                   MOVE WS-DAD-DATE  TO RV-EXPIRY-DATE
                   MOVE AQ-REFERENCE TO RV-REFERENCE
                   WRITE RESERVATION-REC
                       INVALID KEY
                           DISPLAY "RESVMAST WRITE FAILED "
                               WS-RV-STATUS
                   END-WRITE
               NOT INVALID KEY
      *> AN EXPIRED HOLD THE NIGHTLY RUN HAS NOT YET RELEASED IS
      *> REPLACED, NOT TOPPED UP
                   IF RV-EXPIRY-DATE < RPT-RUN-DATE-CCYYMMDD
                       MOVE WS-RESV-QTY TO RV-QTY
                       MOVE RPT-RUN-DATE-CCYYMMDD TO RV-RESV-DATE
                   ELSE
                       ADD WS-RESV-QTY TO RV-QTY
                   END-IF
                   IF WS-DAD-DATE > RV-EXPIRY-DATE
                       MOVE WS-DAD-DATE TO RV-EXPIRY-DATE
                   END-IF
                   MOVE AQ-REFERENCE TO RV-REFERENCE
                   REWRITE RESERVATION-REC
                       INVALID KEY
                           DISPLAY "RESVMAST REWRITE FAILED "
                               WS-RV-STATUS
                   END-REWRITE
           END-READ.

           ADD 1 TO WS-RESV-COUNT.
           MOVE "HELD          " TO WS-RD-TEXT.
           MOVE WS-RESV-QTY     TO WS-RD-QTY.
           MOVE AQ-CUST-ID      TO WS-RD-CUST.
           MOVE RV-EXPIRY-DATE  TO WS-RD-EXPIRY.
           WRITE ATP-RPT-REC FROM WS-RESV-DETAIL.
       1400-EXIT.
           EXIT.

       8000-WRITE-RUN-TOTALS.
           MOVE SPACES TO ATP-RPT-REC.
           WRITE ATP-RPT-REC.
               INTO ATP-RPT-REC
           END-STRING.
           WRITE ATP-RPT-REC.

           MOVE WS-RESV-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ATP-RPT-REC.
           STRING "RESERVATIONS HELD : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ATP-RPT-REC
           END-STRING.
           WRITE ATP-RPT-REC.

           MOVE WS-NOHOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO ATP-RPT-REC.
           STRING "FIRM, NO CUSTOMER : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO ATP-RPT-REC
           END-STRING.
           WRITE ATP-RPT-REC.
       8000-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY DATEADDP.
