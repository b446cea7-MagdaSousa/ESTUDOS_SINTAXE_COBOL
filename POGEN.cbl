      *> POGEN - PURCHASE-ORDER RUN. THE BUYERS' APPROVAL CARDS
      *> (POAPPRV) ARE CHECKED AGAINST LAST NIGHT'S REPLENISHMENT
      *> SUGGESTIONS (REPLSUGG, WRITTEN BY APRENDENDO_SUBTRACT
      *> ALONGSIDE THE REPLRPT BUY LIST); EACH APPROVED LINE IS
      *> BOUGHT FROM THE ITEM'S PREFERRED SUPPLIER ON ITEMSUPP UNLESS
      *> THE CARD NAMES ANOTHER. LINES FOR THE SAME SUPPLIER ARE
      *> GATHERED ONTO ONE PURCHASE ORDER NUMBERED FROM THE PONOCTL
      *> CONTROL RECORD, WRITTEN TO THE OPEN-PO MASTER POMAST AND
      *> PRINTED ON PODOC READY TO SEND. REJECTED CARDS GO TO POEXCP;
      *> THE POGENRP REGISTER LISTS TONIGHT'S ORDERS AND EVERY PO
      *> LINE STILL OPEN WITH ITS BALANCE DUE, SO PURCHASING STOPS
      *> RE-KEYING THE BUY LIST INTO E-MAILS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLENISH-SUGG-FILE ASSIGN TO "REPLSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

           SELECT PO-APPROVAL-FILE ASSIGN TO "POAPPRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-SUPP-ID
               FILE STATUS IS WS-SP-STATUS.

           SELECT ITEM-SUPPLIER-FILE ASSIGN TO "ITEMSUPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-ITEM-CODE
               FILE STATUS IS WS-IS-STATUS.

      *> KEYED ON PO NUMBER PLUS LINE - THE RECEIPT MATCH IN THE
      *> MOVEMENT RUN STARTS AT THE PO AND READS ITS LINES IN ORDER
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

      *> LAST PO NUMBER ISSUED - SAME SINGLE-RECORD PATTERN AS THE
      *> INVOICE-NUMBER CONTROL
           SELECT PO-NO-CTL ASSIGN TO "PONOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNCTL-STATUS.

           SELECT PO-DOCUMENT ASSIGN TO "PODOC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-REGISTER ASSIGN TO "POGENRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-EXCP ASSIGN TO "POEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLENISH-SUGG-FILE.
       01  REPLENISH-SUGG-REC.
           05 SG-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 SG-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 SG-ON-HAND            PIC 9(09).
           05 FILLER                PIC X(01).
           05 SG-ORDER-QTY          PIC 9(09).
           05 FILLER                PIC X(01).
           05 SG-AVG-COST           PIC 9(05)V99.

      *> ONE CARD PER SUGGESTED LINE THE BUYER APPROVES. A ZERO
      *> QUANTITY TAKES THE SUGGESTED ORDER QUANTITY, A ZERO PRICE
      *> TAKES THE PREFERRED SUPPLIER'S PRICE, A BLANK SUPPLIER
      *> TAKES THE PREFERRED SUPPLIER
       FD  PO-APPROVAL-FILE.
       01  PO-APPROVAL-REC.
           05 PA-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 PA-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 PA-APPROVED-QTY       PIC 9(09).
           05 FILLER                PIC X(01).
           05 PA-UNIT-PRICE         PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 PA-SUPP-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 PA-BUYER-ID           PIC X(06).

       FD  SUPPLIER-MASTER.
       01  SUPPLIER-MASTER-REC.
           05 SP-SUPP-ID            PIC X(06).
           05 SP-SUPP-NAME          PIC X(25).
           05 SP-ADDR-LINE-1        PIC X(25).
           05 SP-ADDR-LINE-2        PIC X(25).
           05 SP-PAY-TERMS          PIC 9(03).
           05 SP-SUPP-STATUS        PIC X(01).
               88 SP-SUPP-ACTIVE    VALUE 'A'.

       FD  ITEM-SUPPLIER-FILE.
       01  ITEM-SUPPLIER-REC.
           05 IS-ITEM-CODE          PIC X(06).
           05 IS-SUPP-ID            PIC X(06).
           05 IS-SUPP-PRICE         PIC 9(05)V99.
           05 IS-LEAD-DAYS          PIC 9(03).

       FD  PO-MASTER.
       01  PO-MASTER-REC.
           05 PO-KEY.
               10 PO-NO             PIC X(08).
               10 PO-LINE-NO        PIC 9(03).
           05 PO-SUPP-ID            PIC X(06).
           05 PO-ITEM-CODE          PIC X(06).
           05 PO-LOCATION           PIC X(03).
           05 PO-ORDER-DATE         PIC 9(08).
           05 PO-BUYER-ID           PIC X(06).
           05 PO-QTY-ORDERED        PIC 9(09).
           05 PO-QTY-RECEIVED       PIC 9(09).
           05 PO-UNIT-PRICE         PIC 9(05)V99.
      *> OPEN UNTIL THE FULL ORDERED QUANTITY HAS BEEN RECEIVED -
      *> A PART-RECEIVED LINE STAYS OPEN FOR ITS BALANCE DUE
           05 PO-LINE-STATUS        PIC X(01).
               88 PO-LINE-OPEN      VALUE 'O'.
               88 PO-LINE-CLOSED    VALUE 'C'.
           05 PO-LAST-RCPT-DATE     PIC 9(08).

       FD  PO-NO-CTL.
       01  PO-NO-CTL-REC.
           05 PC-LAST-USED-NO       PIC 9(08).

       FD  PO-DOCUMENT.
       01  PO-DOCUMENT-REC          PIC X(80).

       FD  PO-REGISTER.
       01  PO-REGISTER-REC          PIC X(80).

       FD  PO-EXCP.
       01  PO-EXCP-REC.
           COPY EXCPREC.

           WORKING-STORAGE SECTION.
           01 WS-SG-STATUS    PIC X(02).
           01 WS-SP-STATUS    PIC X(02).
           01 WS-IS-STATUS    PIC X(02).
           01 WS-PO-STATUS    PIC X(02).
           01 WS-PNCTL-STATUS PIC X(02).
           01 WS-SG-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-SG-EOF VALUE 'Y'.
           01 WS-APPR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-APPR-EOF VALUE 'Y'.
           01 WS-PO-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PO-EOF VALUE 'Y'.

           01 WS-REJECT-REASON PIC X(30).
           01 WS-NEXT-PO-NO    PIC 9(08) VALUE ZERO.
           01 WS-CUR-PO-NO     PIC X(08).
           01 WS-CUR-SUPP-ID   PIC X(06).
           01 WS-CUR-LINE-NO   PIC 9(03).
           01 WS-PO-TOTAL      PIC 9(11)V99.
           01 WS-LINE-VALUE    PIC 9(11)V99.
           01 WS-BALANCE-DUE   PIC 9(09).

      *> LAST NIGHT'S SUGGESTIONS - A CARD FOR AN ITEM/LOCATION NOT
      *> ON THE BUY LIST IS NOT A REPLENISHMENT AND IS REJECTED
           01 WS-SG-MAX PIC 9(04) VALUE ZERO.
           01 WS-SG-TABLE.
               05 WS-SG-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-SG-IDX.
                   10 WS-SG-ITEM-KEY.
                       15 WS-SG-ITEM  PIC X(06).
                       15 WS-SG-LOC   PIC X(03).
                   10 WS-SG-QTY       PIC 9(09).
                   10 WS-SG-COST      PIC 9(05)V99.
           01 WS-SG-FOUND-SW PIC X(01).
               88 WS-SG-FOUND VALUE 'Y'.

      *> ITEM/LOCATIONS ALREADY ON AN OPEN PO LINE - ORDERING THEM
      *> AGAIN WOULD DOUBLE-BUY WHILE THE FIRST ORDER IS IN TRANSIT
           01 WS-OPEN-MAX PIC 9(04) VALUE ZERO.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ITEM-KEY OCCURS 1000 TIMES
                                   INDEXED BY WS-OPEN-IDX
                                   PIC X(09).
           01 WS-OPEN-FOUND-SW PIC X(01).
               88 WS-OPEN-FOUND VALUE 'Y'.
           01 WS-WORK-ITEM-KEY.
               05 WS-WK-ITEM PIC X(06).
               05 WS-WK-LOC  PIC X(03).

      *> TONIGHT'S APPROVED LINES, HELD UNTIL EVERY CARD IS READ SO
      *> ALL LINES FOR ONE SUPPLIER LAND ON ONE PURCHASE ORDER
           01 WS-APL-MAX PIC 9(04) VALUE ZERO.
           01 WS-APL-TABLE.
               05 WS-APL-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-APL-IDX WS-APL-IDX2.
                   10 WS-APL-SUPP-ID  PIC X(06).
                   10 WS-APL-ITEM     PIC X(06).
                   10 WS-APL-LOC      PIC X(03).
                   10 WS-APL-QTY      PIC 9(09).
                   10 WS-APL-PRICE    PIC 9(05)V99.
                   10 WS-APL-LEAD     PIC 9(03).
                   10 WS-APL-BUYER    PIC X(06).
                   10 WS-APL-PO-NO    PIC X(08).

           01 WS-WORK-SUPP-ID  PIC X(06).
           01 WS-WORK-PRICE    PIC 9(05)V99.
           01 WS-WORK-LEAD     PIC 9(03).
           01 WS-WORK-QTY      PIC 9(09).

           01 WS-APPROVED-COUNT PIC 9(9) VALUE ZERO.
           01 WS-REJECT-COUNT   PIC 9(9) VALUE ZERO.
           01 WS-PO-COUNT       PIC 9(9) VALUE ZERO.
           01 WS-OPEN-LINE-COUNT PIC 9(9) VALUE ZERO.
           01 WS-COUNT-ED       PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED      PIC Z(10)9.99.

           01 WS-DOC-LINE-DETAIL.
               05 WS-DL-LINE-NO   PIC ZZ9.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-DL-ITEM      PIC X(06).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-DL-LOC       PIC X(03).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-DL-QTY       PIC ZZZZZZZZ9.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-DL-PRICE     PIC ZZZZ9.99.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-DL-VALUE     PIC Z(10)9.99.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-DL-LEAD      PIC ZZ9.
               05 FILLER          PIC X(05) VALUE " DAYS".

           01 WS-OPEN-DETAIL.
               05 WS-OD-PO-NO     PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-LINE-NO   PIC 9(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-SUPP-ID   PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-LOC       PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-ORDERED   PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-RECEIVED  PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-BALANCE   PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-OD-ORDER-DATE PIC 9(08).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0400-READ-PO-NO-CTL THRU 0400-EXIT.
           PERFORM 0500-LOAD-SUGGESTIONS THRU 0500-EXIT.

      *> FIRST-EVER RUN: THE OPEN-PO MASTER DOES NOT EXIST YET, SO
      *> THE I-O OPEN FAILS AND THE FILE IS CREATED FRESH
           OPEN I-O PO-MASTER.
           IF WS-PO-STATUS NOT = "00"
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF.
           PERFORM 0600-LOAD-OPEN-LINES THRU 0600-EXIT.

           OPEN INPUT SUPPLIER-MASTER.
           OPEN INPUT ITEM-SUPPLIER-FILE.
           OPEN INPUT PO-APPROVAL-FILE.
           OPEN OUTPUT PO-EXCP.
           OPEN OUTPUT PO-DOCUMENT.
           OPEN OUTPUT PO-REGISTER.

           WRITE PO-REGISTER-REC FROM RPT-HEADER-LINE.
           MOVE "PURCHASE ORDER REGISTER" TO PO-REGISTER-REC.
           WRITE PO-REGISTER-REC.

           READ PO-APPROVAL-FILE
               AT END SET WS-APPR-EOF TO TRUE
           END-READ.
           PERFORM 1000-CHECK-ONE-APPROVAL UNTIL WS-APPR-EOF.

           PERFORM 2000-RAISE-ONE-ORDER THRU 2000-EXIT
               VARYING WS-APL-IDX FROM 1 BY 1
               UNTIL WS-APL-IDX > WS-APL-MAX.

           PERFORM 8000-WRITE-OPEN-LINES THRU 8000-EXIT.
           PERFORM 8500-WRITE-REGISTER-TOTALS THRU 8500-EXIT.
           PERFORM 8900-REWRITE-PO-NO-CTL THRU 8900-EXIT.

           CLOSE SUPPLIER-MASTER.
           CLOSE ITEM-SUPPLIER-FILE.
           CLOSE PO-APPROVAL-FILE.
           CLOSE PO-MASTER.
           CLOSE PO-EXCP.
           CLOSE PO-DOCUMENT.
           CLOSE PO-REGISTER.

      *> A NON-ZERO REJECT COUNT LETS THE JOB'S COND CHECKS HOLD
      *> ANY DEPENDENT STEPS
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> AN ABSENT CONTROL RECORD MEANS A BRAND-NEW INSTALLATION -
      *> NUMBERING STARTS FROM ZERO AND THE RECORD IS CREATED AT
      *> END OF RUN
       0400-READ-PO-NO-CTL.
           OPEN INPUT PO-NO-CTL.
           IF WS-PNCTL-STATUS = "00"
               READ PO-NO-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-LAST-USED-NO TO WS-NEXT-PO-NO
               END-READ
               CLOSE PO-NO-CTL
           END-IF.
       0400-EXIT.
           EXIT.

       0500-LOAD-SUGGESTIONS.
           OPEN INPUT REPLENISH-SUGG-FILE.
           IF WS-SG-STATUS = "00"
               READ REPLENISH-SUGG-FILE
                   AT END SET WS-SG-EOF TO TRUE
               END-READ
               PERFORM 0510-ADD-SUGG-ENTRY UNTIL WS-SG-EOF
               CLOSE REPLENISH-SUGG-FILE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-ADD-SUGG-ENTRY.
           IF WS-SG-MAX < 500
               ADD 1 TO WS-SG-MAX
               MOVE SG-ITEM-CODE TO WS-SG-ITEM(WS-SG-MAX)
               MOVE SG-LOCATION  TO WS-SG-LOC(WS-SG-MAX)
               MOVE SG-ORDER-QTY TO WS-SG-QTY(WS-SG-MAX)
               MOVE SG-AVG-COST  TO WS-SG-COST(WS-SG-MAX)
           ELSE
               DISPLAY "SUGGESTION TABLE FULL AT " SG-ITEM-CODE
           END-IF.
           READ REPLENISH-SUGG-FILE
               AT END SET WS-SG-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

       0600-LOAD-OPEN-LINES.
           MOVE 'N' TO WS-PO-EOF-SW.
           MOVE LOW-VALUES TO PO-KEY.
           START PO-MASTER KEY IS NOT LESS THAN PO-KEY
               INVALID KEY SET WS-PO-EOF TO TRUE
           END-START.
           IF NOT WS-PO-EOF
               READ PO-MASTER NEXT RECORD
                   AT END SET WS-PO-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 0610-NOTE-OPEN-LINE UNTIL WS-PO-EOF.
       0600-EXIT.
           EXIT.

       0610-NOTE-OPEN-LINE.
           IF PO-LINE-OPEN
               IF WS-OPEN-MAX < 1000
                   ADD 1 TO WS-OPEN-MAX
                   MOVE PO-ITEM-CODE
                       TO WS-OPEN-ITEM-KEY(WS-OPEN-MAX)(1:6)
                   MOVE PO-LOCATION
                       TO WS-OPEN-ITEM-KEY(WS-OPEN-MAX)(7:3)
               ELSE
                   DISPLAY "OPEN-LINE TABLE FULL AT " PO-KEY
               END-IF
           END-IF.
           READ PO-MASTER NEXT RECORD
               AT END SET WS-PO-EOF TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.

      *> EVERY CARD MUST NAME A SUGGESTED LINE, MUST NOT DOUBLE AN
      *> OPEN ORDER, AND MUST RESOLVE TO A LIVE SUPPLIER
       1000-CHECK-ONE-APPROVAL.
           MOVE PA-ITEM-CODE TO WS-WK-ITEM.
           MOVE PA-LOCATION  TO WS-WK-LOC.
           PERFORM 1100-FIND-SUGGESTION THRU 1100-EXIT.
           IF NOT WS-SG-FOUND
               MOVE "NOT ON REPLENISHMENT LIST" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-APPROVAL THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           PERFORM 1150-FIND-OPEN-LINE THRU 1150-EXIT.
           IF WS-OPEN-FOUND
               MOVE "ITEM ALREADY ON OPEN PO" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-APPROVAL THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           PERFORM 1200-RESOLVE-SUPPLIER THRU 1200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 1900-REJECT-APPROVAL THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           IF PA-APPROVED-QTY > ZERO
               MOVE PA-APPROVED-QTY TO WS-WORK-QTY
           ELSE
               MOVE WS-SG-QTY(WS-SG-IDX) TO WS-WORK-QTY
           END-IF.
           IF WS-WORK-QTY = ZERO
               MOVE "ZERO ORDER QUANTITY" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-APPROVAL THRU 1900-EXIT
               GO TO 1000-READ-NEXT
           END-IF.
           IF PA-UNIT-PRICE > ZERO
               MOVE PA-UNIT-PRICE TO WS-WORK-PRICE
           END-IF.
           PERFORM 1300-ADD-APPROVED-LINE THRU 1300-EXIT.
       1000-READ-NEXT.
           READ PO-APPROVAL-FILE
               AT END SET WS-APPR-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-FIND-SUGGESTION.
           MOVE 'N' TO WS-SG-FOUND-SW.
           IF WS-SG-MAX > ZERO
               SET WS-SG-IDX TO 1
               SEARCH WS-SG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SG-IDX > WS-SG-MAX
                       CONTINUE
                   WHEN WS-SG-ITEM-KEY(WS-SG-IDX) = WS-WORK-ITEM-KEY
                       SET WS-SG-FOUND TO TRUE
               END-SEARCH
           END-IF.
       1100-EXIT.
           EXIT.

       1150-FIND-OPEN-LINE.
           MOVE 'N' TO WS-OPEN-FOUND-SW.
           IF WS-OPEN-MAX > ZERO
               SET WS-OPEN-IDX TO 1
               SEARCH WS-OPEN-ITEM-KEY
                   AT END
                       CONTINUE
                   WHEN WS-OPEN-IDX > WS-OPEN-MAX
                       CONTINUE
                   WHEN WS-OPEN-ITEM-KEY(WS-OPEN-IDX)
                           = WS-WORK-ITEM-KEY
                       SET WS-OPEN-FOUND TO TRUE
               END-SEARCH
           END-IF.
       1150-EXIT.
           EXIT.

      *> THE PREFERRED-SUPPLIER ROW SUPPLIES THE DEFAULT SUPPLIER,
      *> PRICE AND LEAD TIME. WITHOUT ONE THE BUYER MUST NAME THE
      *> SUPPLIER, AND THE ITEM'S AVERAGE COST STANDS IN FOR PRICE
       1200-RESOLVE-SUPPLIER.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-WORK-SUPP-ID.
           MOVE WS-SG-COST(WS-SG-IDX) TO WS-WORK-PRICE.
           MOVE ZERO TO WS-WORK-LEAD.
           MOVE PA-ITEM-CODE TO IS-ITEM-CODE.
           READ ITEM-SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IS-SUPP-ID    TO WS-WORK-SUPP-ID
                   MOVE IS-LEAD-DAYS  TO WS-WORK-LEAD
                   IF IS-SUPP-PRICE > ZERO
                       MOVE IS-SUPP-PRICE TO WS-WORK-PRICE
                   END-IF
           END-READ.
           IF PA-SUPP-ID NOT = SPACES
               MOVE PA-SUPP-ID TO WS-WORK-SUPP-ID
           END-IF.
           IF WS-WORK-SUPP-ID = SPACES
               MOVE "NO PREFERRED SUPPLIER FOR ITEM"
                   TO WS-REJECT-REASON
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-WORK-SUPP-ID TO SP-SUPP-ID.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE "SUPPLIER NOT ON SUPPMAST"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT SP-SUPP-ACTIVE
                       MOVE "SUPPLIER INACTIVE ON SUPPMAST"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

       1300-ADD-APPROVED-LINE.
           IF WS-APL-MAX < 500
               ADD 1 TO WS-APL-MAX
               MOVE WS-WORK-SUPP-ID TO WS-APL-SUPP-ID(WS-APL-MAX)
               MOVE PA-ITEM-CODE    TO WS-APL-ITEM(WS-APL-MAX)
               MOVE PA-LOCATION     TO WS-APL-LOC(WS-APL-MAX)
               MOVE WS-WORK-QTY     TO WS-APL-QTY(WS-APL-MAX)
               MOVE WS-WORK-PRICE   TO WS-APL-PRICE(WS-APL-MAX)
               MOVE WS-WORK-LEAD    TO WS-APL-LEAD(WS-APL-MAX)
               MOVE PA-BUYER-ID     TO WS-APL-BUYER(WS-APL-MAX)
               MOVE SPACES          TO WS-APL-PO-NO(WS-APL-MAX)
               ADD 1 TO WS-APPROVED-COUNT
      *> A SECOND CARD FOR THE SAME ITEM TONIGHT IS A DUPLICATE -
      *> TREAT THE FIRST ONE AS ALREADY ON ORDER
               IF WS-OPEN-MAX < 1000
                   ADD 1 TO WS-OPEN-MAX
                   MOVE WS-WORK-ITEM-KEY
                       TO WS-OPEN-ITEM-KEY(WS-OPEN-MAX)
               END-IF
           ELSE
               MOVE "APPROVAL TABLE FULL" TO WS-REJECT-REASON
               PERFORM 1900-REJECT-APPROVAL THRU 1900-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *> THE FIRST LINE NOT YET ON AN ORDER OPENS A NEW PO FOR ITS
      *> SUPPLIER; EVERY LATER LINE FOR THE SAME SUPPLIER JOINS IT
       2000-RAISE-ONE-ORDER.
           IF WS-APL-PO-NO(WS-APL-IDX) NOT = SPACES
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-NEXT-PO-NO.
           ADD 1 TO WS-PO-COUNT.
           MOVE WS-NEXT-PO-NO TO WS-CUR-PO-NO.
           MOVE WS-APL-SUPP-ID(WS-APL-IDX) TO WS-CUR-SUPP-ID.
           MOVE ZERO TO WS-CUR-LINE-NO WS-PO-TOTAL.
           PERFORM 2100-PRINT-PO-HEADING THRU 2100-EXIT.
           PERFORM 2200-ADD-ONE-PO-LINE THRU 2200-EXIT
               VARYING WS-APL-IDX2 FROM WS-APL-IDX BY 1
               UNTIL WS-APL-IDX2 > WS-APL-MAX.
           PERFORM 2300-PRINT-PO-FOOTING THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-PRINT-PO-HEADING.
           MOVE WS-CUR-SUPP-ID TO SP-SUPP-ID.
           READ SUPPLIER-MASTER
               INVALID KEY
                   MOVE SPACES TO SP-SUPP-NAME
                                  SP-ADDR-LINE-1 SP-ADDR-LINE-2
                   MOVE ZERO TO SP-PAY-TERMS
           END-READ.
           MOVE SPACES TO PO-DOCUMENT-REC.
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
                  WS-CUR-PO-NO      DELIMITED BY SIZE
                  "    DATE "       DELIMITED BY SIZE
                  RPT-DATE-SLASH    DELIMITED BY SIZE
               INTO PO-DOCUMENT-REC
           END-STRING.
           WRITE PO-DOCUMENT-REC.
           MOVE SPACES TO PO-DOCUMENT-REC.
           STRING "SUPPLIER " DELIMITED BY SIZE
                  WS-CUR-SUPP-ID DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  SP-SUPP-NAME   DELIMITED BY SIZE
               INTO PO-DOCUMENT-REC
           END-STRING.
           WRITE PO-DOCUMENT-REC.
           MOVE SPACES TO PO-DOCUMENT-REC.
           MOVE SP-ADDR-LINE-1 TO PO-DOCUMENT-REC(10:25).
           WRITE PO-DOCUMENT-REC.
           MOVE SPACES TO PO-DOCUMENT-REC.
           MOVE SP-ADDR-LINE-2 TO PO-DOCUMENT-REC(10:25).
           WRITE PO-DOCUMENT-REC.
           MOVE SPACES TO PO-DOCUMENT-REC.
           STRING "BUYER " DELIMITED BY SIZE
                  WS-APL-BUYER(WS-APL-IDX) DELIMITED BY SIZE
                  "   PAYMENT TERMS " DELIMITED BY SIZE
                  SP-PAY-TERMS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO PO-DOCUMENT-REC
           END-STRING.
           WRITE PO-DOCUMENT-REC.
           MOVE SPACES TO PO-DOCUMENT-REC.
           WRITE PO-DOCUMENT-REC.
           MOVE "LN   ITEM    LOC     QUANTITY     PRICE          VALUE
      -        "  LEAD" TO PO-DOCUMENT-REC.
           WRITE PO-DOCUMENT-REC.
       2100-EXIT.
           EXIT.

       2200-ADD-ONE-PO-LINE.
           IF WS-APL-PO-NO(WS-APL-IDX2) NOT = SPACES
               OR WS-APL-SUPP-ID(WS-APL-IDX2) NOT = WS-CUR-SUPP-ID
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-CUR-LINE-NO.
           MOVE WS-CUR-PO-NO TO WS-APL-PO-NO(WS-APL-IDX2).
           MOVE SPACES                     TO PO-MASTER-REC.
           MOVE WS-CUR-PO-NO               TO PO-NO.
           MOVE WS-CUR-LINE-NO             TO PO-LINE-NO.
           MOVE WS-CUR-SUPP-ID             TO PO-SUPP-ID.
           MOVE WS-APL-ITEM(WS-APL-IDX2)   TO PO-ITEM-CODE.
           MOVE WS-APL-LOC(WS-APL-IDX2)    TO PO-LOCATION.
           MOVE RPT-RUN-DATE-CCYYMMDD      TO PO-ORDER-DATE.
           MOVE WS-APL-BUYER(WS-APL-IDX2)  TO PO-BUYER-ID.
           MOVE WS-APL-QTY(WS-APL-IDX2)    TO PO-QTY-ORDERED.
           MOVE ZERO                       TO PO-QTY-RECEIVED.
           MOVE WS-APL-PRICE(WS-APL-IDX2)  TO PO-UNIT-PRICE.
           MOVE 'O'                        TO PO-LINE-STATUS.
           MOVE ZERO                       TO PO-LAST-RCPT-DATE.
           WRITE PO-MASTER-REC
               INVALID KEY
                   DISPLAY "PO-MASTER WRITE FAILED " WS-PO-STATUS
                       " " PO-KEY
           END-WRITE.
           COMPUTE WS-LINE-VALUE ROUNDED =
               PO-QTY-ORDERED * PO-UNIT-PRICE.
           ADD WS-LINE-VALUE TO WS-PO-TOTAL.
           MOVE WS-CUR-LINE-NO TO WS-DL-LINE-NO.
           MOVE PO-ITEM-CODE   TO WS-DL-ITEM.
           MOVE PO-LOCATION    TO WS-DL-LOC.
           MOVE PO-QTY-ORDERED TO WS-DL-QTY.
           MOVE PO-UNIT-PRICE  TO WS-DL-PRICE.
           MOVE WS-LINE-VALUE  TO WS-DL-VALUE.
           MOVE WS-APL-LEAD(WS-APL-IDX2) TO WS-DL-LEAD.
           WRITE PO-DOCUMENT-REC FROM WS-DOC-LINE-DETAIL.
       2200-EXIT.
           EXIT.

       2300-PRINT-PO-FOOTING.
           MOVE WS-PO-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO PO-DOCUMENT-REC.
           STRING "ORDER TOTAL                          "
                      DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
               INTO PO-DOCUMENT-REC
           END-STRING.
           WRITE PO-DOCUMENT-REC.
           MOVE "QUOTE THE PURCHASE ORDER NUMBER ON EVERY DELIVERY"
               TO PO-DOCUMENT-REC.
           WRITE PO-DOCUMENT-REC.
           MOVE "NOTE AND EVERY INVOICE" TO PO-DOCUMENT-REC.
           WRITE PO-DOCUMENT-REC.
           MOVE SPACES TO PO-DOCUMENT-REC.
           WRITE PO-DOCUMENT-REC.

           MOVE SPACES TO PO-REGISTER-REC.
           STRING "PO " DELIMITED BY SIZE
                  WS-CUR-PO-NO DELIMITED BY SIZE
                  " SUPPLIER " DELIMITED BY SIZE
                  WS-CUR-SUPP-ID DELIMITED BY SIZE
                  " LINES " DELIMITED BY SIZE
                  WS-CUR-LINE-NO DELIMITED BY SIZE
                  " VALUE " DELIMITED BY SIZE
                  WS-AMOUNT-ED DELIMITED BY SIZE
               INTO PO-REGISTER-REC
           END-STRING.
           WRITE PO-REGISTER-REC.
       2300-EXIT.
           EXIT.

       1900-REJECT-APPROVAL.
           MOVE SPACES          TO PO-EXCP-REC.
           MOVE "POGEN"         TO EXCP-SOURCE-PGM.
           MOVE WS-WORK-ITEM-KEY TO EXCP-KEY.
           MOVE WS-REJECT-REASON TO EXCP-REASON.
           SET EXCP-SEV-ERROR TO TRUE.
           MOVE RPT-RUN-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE PO-EXCP-REC.
           ADD 1 TO WS-REJECT-COUNT.
       1900-EXIT.
           EXIT.

      *> ONE PASS OVER THE OPEN-PO MASTER AFTER TONIGHT'S ORDERS
      *> ARE ON IT - EVERY LINE STILL OWED, WITH WHAT HAS ARRIVED
      *> SO FAR AND THE BALANCE DUE
       8000-WRITE-OPEN-LINES.
           MOVE SPACES TO PO-REGISTER-REC.
           WRITE PO-REGISTER-REC.
           MOVE "OPEN PURCHASE ORDER LINES - BALANCE DUE"
               TO PO-REGISTER-REC.
           WRITE PO-REGISTER-REC.
           MOVE "PO-NO    LN  SUPP   ITEM   LOC   ORDERED  RECEIVED
      -        "   BALANCE ORDERED"
               TO PO-REGISTER-REC.
           WRITE PO-REGISTER-REC.
           MOVE 'N' TO WS-PO-EOF-SW.
           MOVE LOW-VALUES TO PO-KEY.
           START PO-MASTER KEY IS NOT LESS THAN PO-KEY
               INVALID KEY SET WS-PO-EOF TO TRUE
           END-START.
           IF NOT WS-PO-EOF
               READ PO-MASTER NEXT RECORD
                   AT END SET WS-PO-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 8100-WRITE-ONE-OPEN-LINE UNTIL WS-PO-EOF.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-OPEN-LINE.
           IF PO-LINE-OPEN
               COMPUTE WS-BALANCE-DUE =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
               MOVE PO-NO           TO WS-OD-PO-NO
               MOVE PO-LINE-NO      TO WS-OD-LINE-NO
               MOVE PO-SUPP-ID      TO WS-OD-SUPP-ID
               MOVE PO-ITEM-CODE    TO WS-OD-ITEM
               MOVE PO-LOCATION     TO WS-OD-LOC
               MOVE PO-QTY-ORDERED  TO WS-OD-ORDERED
               MOVE PO-QTY-RECEIVED TO WS-OD-RECEIVED
               MOVE WS-BALANCE-DUE  TO WS-OD-BALANCE
               MOVE PO-ORDER-DATE   TO WS-OD-ORDER-DATE
               WRITE PO-REGISTER-REC FROM WS-OPEN-DETAIL
               ADD 1 TO WS-OPEN-LINE-COUNT
           END-IF.
           READ PO-MASTER NEXT RECORD
               AT END SET WS-PO-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

       8500-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PO-REGISTER-REC.
           WRITE PO-REGISTER-REC.

           MOVE WS-APPROVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PO-REGISTER-REC.
           STRING "LINES APPROVED    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO PO-REGISTER-REC
           END-STRING.
           WRITE PO-REGISTER-REC.

           MOVE WS-PO-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PO-REGISTER-REC.
           STRING "ORDERS RAISED     : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO PO-REGISTER-REC
           END-STRING.
           WRITE PO-REGISTER-REC.

           MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PO-REGISTER-REC.
           STRING "CARDS REJECTED    : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO PO-REGISTER-REC
           END-STRING.
           WRITE PO-REGISTER-REC.

           MOVE WS-OPEN-LINE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO PO-REGISTER-REC.
           STRING "OPEN PO LINES     : " DELIMITED BY SIZE
                  WS-COUNT-ED            DELIMITED BY SIZE
               INTO PO-REGISTER-REC
           END-STRING.
           WRITE PO-REGISTER-REC.
       8500-EXIT.
           EXIT.

       8900-REWRITE-PO-NO-CTL.
           OPEN OUTPUT PO-NO-CTL.
           MOVE WS-NEXT-PO-NO TO PC-LAST-USED-NO.
           WRITE PO-NO-CTL-REC.
           CLOSE PO-NO-CTL.
       8900-EXIT.
           EXIT.

       COPY REPDATEP.
