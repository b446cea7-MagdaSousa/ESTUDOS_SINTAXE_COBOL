           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> STOCK MOVEMENTS EXPRESSOES GENERATED FROM TONIGHT'S
      *> RELEASED INVOICE LINES - APPLIED AFTER THE WAREHOUSE'S OWN
      *> SHIPMENT FILE. NO HEADER/TRAILER: THE FEED IS WRITTEN BY
      *> THE BILLING LEG OF THIS SAME CHAIN, NOT KEYED
           SELECT INVOICE-MOVE-FILE ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMOVE-STATUS.

           SELECT BACKORDER-RPT ASSIGN TO "BACKORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLENISH-RPT ASSIGN TO "REPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> THE SAME BUY LIST IN FIXED COLUMNS FOR THE PURCHASE-ORDER
      *> RUN - THE BUYERS APPROVE LINES FROM IT INSTEAD OF RE-KEYING
           SELECT REPLENISH-SUGG-FILE ASSIGN TO "REPLSUGG"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPEN PURCHASE ORDERS RAISED BY POGEN - EVERY RECEIPT MUST
      *> MATCH AN OPEN LINE ON IT AND DRAWS DOWN ITS BALANCE DUE
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

      *> FIRM RESERVATIONS THE ORDER DESK TOOK THROUGH ATPINQ,
      *> KEYED ITEM/LOCATION/CUSTOMER - AN ISSUE FILLS AGAINST ITS
      *> OWN CUSTOMER'S HOLD FIRST AND MAY NOT TAKE STOCK HELD FOR
      *> ANYONE ELSE
           SELECT RESERVATION-MASTER ASSIGN TO "RESVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-RESV-KEY
               FILE STATUS IS WS-RV-STATUS.

      *> LOT-LEVEL STOCK UNDER EACH ITEM/LOCATION, KEYED SO THAT A
      *> BROWSE FROM THE ITEM/LOCATION MEETS ITS LOTS EARLIEST
      *> EXPIRY FIRST - THE ORDER ISSUES DRAW THEM DOWN IN
           SELECT LOT-MASTER ASSIGN TO "LOTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LT-STATUS.

      *> STOCK ON THE ROAD BETWEEN WAREHOUSES - A TRANSFER LEAVES
      *> THE SENDER INTO HERE, KEYED BY TRANSFER NOTE AND ITEM, AND
      *> ONLY REACHES THE RECEIVER'S SHELF WHEN THE RECEIVER
      *> CONFIRMS THE ARRIVAL
           SELECT IN-TRANSIT-MASTER ASSIGN TO "INTRNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-KEY
               FILE STATUS IS WS-IT-STATUS.

      *> EVERY CONFIRMED ARRIVAL WITH WHAT WAS SENT, WHAT CAME OFF
      *> THE TRUCK AND THE SHORTAGE WRITTEN OFF
           SELECT XFER-ARRIVAL-RPT ASSIGN TO "XFERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> HOLDS THAT EXPIRED UNSHIPPED AND WENT BACK TO FREE STOCK
      *> AT THE START OF THE RUN - THE SALES DESK'S CALL LIST
           SELECT RESV-EXPIRED-RPT ASSIGN TO "RESVEXPR"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> MONTH-END INVENTORY VALUATION - THE BALANCE-SHEET NUMBER
      *> COMES FROM THE SYSTEM THAT OWNS THE COSTS, NOT FROM A
      *> HAND-BUILT SPREADSHEET OF STALE COUNTS
               88 SH-ISSUE          VALUE 'I'.
               88 SH-RECEIPT        VALUE 'R'.
               88 SH-ADJUSTMENT     VALUE 'A'.
      *> A TRANSFER DEPLETES SH-LOCATION INTO IN-TRANSIT STOCK
      *> BOUND FOR SH-TO-LOCATION; THE ARRIVAL IS KEYED BY THE
      *> RECEIVER (SH-LOCATION = WHERE IT ARRIVED) WITH THE
      *> QUANTITY THAT CAME OFF THE TRUCK IN GOOD ORDER
               88 SH-TRANSFER       VALUE 'T'.
               88 SH-XFER-ARRIVAL   VALUE 'C'.
           05 SH-ITEM-CODE          PIC X(06).
           05 SH-QTY-SHIPPED        PIC S9(09)
                                    SIGN LEADING SEPARATE.
      *> HEADER AND TRAILER NEED
           05 SH-LOCATION           PIC X(03).
           05 SH-TO-LOCATION        PIC X(03).
      *> A RECEIPT QUOTES THE PURCHASE ORDER IT DELIVERS AGAINST -
      *> CARRIED PAST THE 30 BYTES THE HEADER/TRAILER CHECK READS
           05 SH-PO-NO              PIC X(08).
      *> A TRANSFER AND ITS ARRIVAL QUOTE THE TRANSFER NOTE NUMBER
      *> IN THE SAME PLACE - IT IS WHAT TIES THE TWO TOGETHER
           05 SH-XFER-NO REDEFINES SH-PO-NO
                                    PIC X(08).
      *> A RECEIPT OF LOT-CONTROLLED STOCK NAMES ITS LOT AND THE
      *> DATE IT EXPIRES (ZERO FOR A LOT THAT NEVER EXPIRES); A
      *> RECEIPT WITH NO LOT NUMBER IS UNLOTTED STOCK
           05 SH-LOT-NO             PIC X(10).
           05 SH-EXPIRY-DATE        PIC 9(08).

       FD  INVOICE-MOVE-FILE.
       01  INVOICE-MOVE-REC.
           05 IM-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 IM-MOVE-TYPE          PIC X(01).
           05 FILLER                PIC X(01).
           05 IM-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 IM-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 IM-QTY                PIC 9(09).
           05 FILLER                PIC X(01).
           05 IM-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 IM-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 IM-ITEM-CLASS         PIC X(04).
           05 FILLER                PIC X(01).
           05 IM-REVENUE            PIC S9(09)V99
                                    SIGN LEADING SEPARATE.

      *> EXCP-KEY CARRIES THE SHORTED ITEM CODE, EXCP-REASON THE
      *> BACKORDER REASON; THE ON-HAND/SHIPPED QUANTITIES ARE ADDED
           05 BSI-QTY               PIC 9(09).
           05 FILLER                PIC X(01).
           05 BSI-UNIT-COST         PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 BSI-INVOICE-NO        PIC X(08).
           05 FILLER                PIC X(01).
           05 BSI-CUST-ID           PIC X(06).

       FD  BACKORDER-SUSP-OUT.
       01  BACKORDER-SUSP-OUT-REC.
           05 BSO-QTY               PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BSO-UNIT-COST         PIC 9(05)V99.
      *> THE INVOICE A SUSPENDED INVOICE-LINE ISSUE WAS BILLED ON,
      *> CARRIED SO ITS EVENTUAL RELEASE STILL LEDGERS AS BILLED
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BSO-INVOICE-NO        PIC X(08).
      *> AND ITS CUSTOMER, SO THE RETRY STILL FILLS AGAINST THAT
      *> CUSTOMER'S OWN RESERVATION
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BSO-CUST-ID           PIC X(06).

       FD  REPLENISH-RPT.
       01  REPLENISH-RPT-REC        PIC X(80).

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
           05 PO-LINE-STATUS        PIC X(01).
               88 PO-LINE-OPEN      VALUE 'O'.
               88 PO-LINE-CLOSED    VALUE 'C'.
           05 PO-LAST-RCPT-DATE     PIC 9(08).

       FD  RESERVATION-MASTER.
       01  RESERVATION-REC.
           05 RV-RESV-KEY.
               10 RV-ITEM-CODE      PIC X(06).
               10 RV-LOCATION       PIC X(03).
               10 RV-CUST-ID        PIC X(06).
           05 RV-QTY                PIC 9(09).
           05 RV-RESV-DATE          PIC 9(08).
      *> LAST DAY THE STOCK IS HELD - THE FIRST RUN DATED AFTER IT
      *> RELEASES WHATEVER IS STILL UNSHIPPED
           05 RV-EXPIRY-DATE        PIC 9(08).
           05 RV-REFERENCE          PIC X(10).

      *> ONE RECORD PER LOT HELD AT AN ITEM/LOCATION. A LOT THAT
      *> NEVER EXPIRES CARRIES 99999999 SO IT IS ISSUED LAST; A LOT
      *> DRAWN DOWN TO NOTHING IS REMOVED - ITS STORY STAYS ON
      *> STKHIST FOR THE LOT TRACE
       FD  LOT-MASTER.
       01  LOT-MASTER-REC.
           05 LT-LOT-KEY.
               10 LT-ITEM-CODE      PIC X(06).
               10 LT-LOCATION       PIC X(03).
               10 LT-EXPIRY-DATE    PIC 9(08).
               10 LT-LOT-NO         PIC X(10).
           05 LT-ON-HAND            PIC 9(09).
           05 LT-FIRST-RCPT-DATE    PIC 9(08).
           05 LT-LAST-MOVE-DATE     PIC 9(08).

      *> IN-TRANSIT MASTER - SEE INTRNREC COPYBOOK
       FD  IN-TRANSIT-MASTER.
       01  IN-TRANSIT-REC.
           COPY INTRNREC.

       FD  XFER-ARRIVAL-RPT.
       01  XFER-ARRIVAL-RPT-REC     PIC X(80).

       FD  RESV-EXPIRED-RPT.
       01  RESV-EXPIRED-RPT-REC     PIC X(80).

       FD  INVENTORY-VALUE-RPT.
       01  INVENTORY-VALUE-RPT-REC  PIC X(80).

           05 HS-BEFORE-QTY         PIC 9(09).
           05 FILLER                PIC X(01).
           05 HS-AFTER-QTY          PIC 9(09).
      *> PURCHASE ORDER A RECEIPT WAS MATCHED TO, OR THE TRANSFER
      *> NOTE OF A TRANSFER OR ITS ARRIVAL - SPACES ON EVERY OTHER
      *> MOVEMENT; THE INVOICE MATCH READS IT FROM HERE
           05 FILLER                PIC X(01).
           05 HS-PO-NO              PIC X(08).
      *> INVOICE AN ISSUE OR RETURN CAME FROM - SPACES ON A MOVEMENT
      *> KEYED BY THE WAREHOUSE; THE INVOICE/STOCK RECONCILIATION
      *> MATCHES ON IT
           05 FILLER                PIC X(01).
           05 HS-INVOICE-NO         PIC X(08).
      *> LOT DETAIL - EACH MOVEMENT THAT TOUCHES LOT STOCK IS
      *> FOLLOWED BY ONE HS-MOVE-TYPE 'L' LINE PER LOT, SIGNED INTO
      *> OR OUT OF THE LOT, WITH THE LOT'S OWN BEFORE/AFTER AND THE
      *> TYPE OF THE MOVEMENT IT BELONGS TO. BLANK ON THE MOVEMENT
      *> LINES THEMSELVES
           05 FILLER                PIC X(01).
           05 HS-LOT-NO             PIC X(10).
           05 FILLER                PIC X(01).
           05 HS-LOT-EXPIRY         PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-LOT-PARENT-TYPE    PIC X(01).

       FD  VALUATION-TOTAL-FILE.
       01  VALUATION-TOTAL-REC.

           01 WS-REPLENISH-COUNT PIC 9(4) VALUE ZERO.

      *> RECEIPT-TO-PURCHASE-ORDER MATCH WORKAREA
           01 WS-PO-STATUS PIC X(02).
           01 WS-PO-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PO-EOF VALUE 'Y'.
           01 WS-PO-MATCH-SW PIC X(01) VALUE 'N'.
               88 WS-PO-MATCHED VALUE 'Y'.
           01 WS-PO-BALANCE-DUE PIC 9(09).

           01 WS-ITEM-EXT-VALUE  PIC 9(13)V99.
           01 WS-TOTAL-INV-VALUE PIC 9(15)V99 VALUE ZERO.

                   10 WS-SUSP-LOC        PIC X(03).
                   10 WS-SUSP-QTY        PIC 9(09).
                   10 WS-SUSP-COST       PIC 9(05)V99.
                   10 WS-SUSP-INVOICE    PIC X(08).
                   10 WS-SUSP-CUST       PIC X(06).
           01 WS-RELEASED-COUNT PIC 9(04) VALUE ZERO.
           01 WS-STOCK-RUN-DATE PIC 9(08).

           01 WS-XFER-QTY       PIC 9(09).
           01 WS-BO-KEY         PIC X(09).

      *> INVOICE-GENERATED MOVEMENT STATE - WS-MOVE-INVOICE-NO IS
      *> SPACES FOR EVERY WAREHOUSE MOVEMENT AND CARRIES THE
      *> INVOICE NUMBER WHILE AN INVMOVE RECORD (OR A SUSPENDED
      *> ISSUE ONE LEFT BEHIND) IS BEING APPLIED
           01 WS-IMOVE-STATUS PIC X(02).
           01 WS-IMOVE-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IMOVE-EOF VALUE 'Y'.
           01 WS-MOVE-INVOICE-NO PIC X(08) VALUE SPACES.
           01 WS-IMOVE-COUNT PIC 9(09) VALUE ZERO.

      *> IN-TRANSIT WORKAREA - WHAT CAME OFF THE TRUCK IS RECEIVED
      *> LOT BY LOT IN THE ORDER THE LOTS LEFT; THE REST IS SHORT
           01 WS-IT-STATUS PIC X(02).
           01 WS-IT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IT-EOF VALUE 'Y'.
           01 WS-XFER-SHORT-QTY   PIC 9(09).
           01 WS-XFER-LOT-LEFT    PIC 9(09).
           01 WS-XFER-SHORT-VALUE PIC 9(13)V99.
           01 WS-IT-EXT-VALUE     PIC 9(13)V99.
           01 WS-INTRANSIT-VALUE  PIC 9(15)V99 VALUE ZERO.
           01 WS-ONHAND-VALUE     PIC 9(15)V99 VALUE ZERO.
           01 WS-XFER-SHORT-TOTAL PIC 9(15)V99 VALUE ZERO.
           01 WS-XFER-ARRIVAL-COUNT PIC 9(05) VALUE ZERO.
           01 WS-XFER-COUNT-ED    PIC ZZZZ9.
           01 WS-XFER-VALUE-ED    PIC Z(14)9.99.
           01 WS-XFER-ARRIVAL-DETAIL.
               05 WS-XA-XFER-NO   PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-FROM      PIC X(03).
               05 FILLER          PIC X(01) VALUE '>'.
               05 WS-XA-TO        PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-SHIP-DATE PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-SENT      PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-RECEIVED  PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-SHORT     PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-XA-SHORT-VAL PIC Z(8)9.99.
           01 WS-INTRANSIT-DETAIL.
               05 WS-ID-XFER-NO   PIC X(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ID-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ID-FROM      PIC X(03).
               05 FILLER          PIC X(01) VALUE '>'.
               05 WS-ID-TO        PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ID-SHIP-DATE PIC 9(08).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ID-QTY       PIC ZZZZZZZZ9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ID-COST      PIC ZZZZ9.99.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-ID-EXT-VALUE PIC Z(12)9.99.

      *> RESERVATION WORKAREA - WS-MOVE-CUST-ID IS THE BILLED
      *> CUSTOMER OF AN INVOICE ISSUE (SPACES FOR A WAREHOUSE ONE).
      *> AN ISSUE MAY TAKE ON-HAND LESS WHAT IS HELD FOR EVERY
      *> OTHER CUSTOMER
           01 WS-RV-STATUS PIC X(02).
           01 WS-RV-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-RV-EOF VALUE 'Y'.
           01 WS-MOVE-CUST-ID PIC X(06) VALUE SPACES.
           01 WS-RESV-TOTAL   PIC 9(09).
           01 WS-RESV-OWN     PIC 9(09).
           01 WS-ISSUE-AVAIL  PIC S9(10).
           01 WS-RESV-EXPIRED-COUNT PIC 9(04) VALUE ZERO.

      *> LOT WORKAREA - WS-LOT-LOC IS THE LOCATION BEING DRAWN OR
      *> ADDED TO; ISSUES SKIP EXPIRED LOTS, A TRANSFER TAKES THEM
      *> IN EXPIRY ORDER REGARDLESS AND REMEMBERS WHICH LOTS LEFT
      *> SO THE SAME LOTS ARRIVE AT THE RECEIVING LOCATION
           01 WS-LT-STATUS PIC X(02).
           01 WS-LT-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-LT-EOF VALUE 'Y'.
           01 WS-LOT-SKIP-EXP-SW PIC X(01) VALUE 'Y'.
               88 WS-LOT-SKIP-EXPIRED VALUE 'Y'.
           01 WS-LOT-LOC         PIC X(03).
           01 WS-LOT-NO          PIC X(10).
           01 WS-LOT-EXPIRY      PIC 9(08).
           01 WS-LOT-EXPIRED-QTY PIC 9(09).
           01 WS-LOT-DRAW-QTY    PIC 9(09).
           01 WS-LOT-TAKE-QTY    PIC 9(09).
           01 WS-LOT-ADD-QTY     PIC 9(09).
           01 WS-LOT-BEFORE-QTY  PIC 9(09).
           01 WS-LOT-LINE-QTY    PIC S9(09).
           01 WS-LOT-MOVED-MAX   PIC 9(03) VALUE ZERO.
           01 WS-LOT-MOVED-TABLE.
               05 WS-LOT-MOVED-ENTRY OCCURS 50 TIMES
                                     INDEXED BY WS-LOT-MOVED-IDX.
                   10 WS-LM-EXPIRY PIC 9(08).
                   10 WS-LM-LOT-NO PIC X(10).
                   10 WS-LM-QTY    PIC 9(09).
           01 WS-RESV-COUNT-ED PIC ZZZ9.
           01 WS-RESV-EXPIRED-DETAIL.
               05 WS-RX-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RX-LOC       PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-RX-CUST      PIC X(06).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-RX-QTY       PIC ZZZZZZZZ9.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-RX-RESV-DATE PIC 9(08).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-RX-EXPIRY    PIC 9(08).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-RX-REF       PIC X(10).

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

           IF WS-SHIST-STATUS NOT = "00"
               OPEN OUTPUT STOCK-HISTORY-FILE
           END-IF.
      *> NO PURCHASE ORDER EVER RAISED YET - CREATE THE MASTER
      *> EMPTY SO EVERY RECEIPT IS REJECTED AS UNORDERED
           OPEN I-O PO-MASTER.
           IF WS-PO-STATUS NOT = "00"
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF.
      *> NO RESERVATION EVER TAKEN YET - CREATE THE MASTER EMPTY
           OPEN I-O RESERVATION-MASTER.
           IF WS-RV-STATUS NOT = "00"
               OPEN OUTPUT RESERVATION-MASTER
               CLOSE RESERVATION-MASTER
               OPEN I-O RESERVATION-MASTER
           END-IF.

      *> NO LOT EVER RECEIVED YET - CREATE THE MASTER EMPTY
           OPEN I-O LOT-MASTER.
           IF WS-LT-STATUS NOT = "00"
               OPEN OUTPUT LOT-MASTER
               CLOSE LOT-MASTER
               OPEN I-O LOT-MASTER
           END-IF.

      *> NOTHING EVER SENT BETWEEN WAREHOUSES YET - CREATE IT EMPTY
           OPEN I-O IN-TRANSIT-MASTER.
           IF WS-IT-STATUS NOT = "00"
               OPEN OUTPUT IN-TRANSIT-MASTER
               CLOSE IN-TRANSIT-MASTER
               OPEN I-O IN-TRANSIT-MASTER
           END-IF.
           OPEN OUTPUT XFER-ARRIVAL-RPT.
           MOVE "TRANSFER ARRIVALS CONFIRMED" TO XFER-ARRIVAL-RPT-REC.
           WRITE XFER-ARRIVAL-RPT-REC.
           MOVE "XFER-NO  ITEM   ROUTE   SHIPPED       SENT  RECEIVED SH
      -        "ORT      SHORT-VALUE"
               TO XFER-ARRIVAL-RPT-REC.
           WRITE XFER-ARRIVAL-RPT-REC.

      *> STOCK HELD PAST ITS EXPIRY GOES BACK TO FREE STOCK BEFORE
      *> ANY BACKORDER OR SHIPMENT LOOKS AT IT
           PERFORM 2400-RELEASE-EXPIRED-RESV THRU 2400-EXIT.

      *> SUSPENDED BACKORDERS GET FIRST CALL ON TONIGHT'S STOCK,
      *> OLDEST FIRST, BEFORE ANY NEW SHIPMENT IS APPLIED
           PERFORM 1000-DEPLETE-SHIPMENT UNTIL WS-SHIP-EOF.

           PERFORM 9700-VERIFY-BATCH-TRAILER THRU 9700-EXIT.
           PERFORM 3000-APPLY-INVOICE-MOVES THRU 3000-EXIT.
           PERFORM 8600-WRITE-SUSPENSE-OUT THRU 8600-EXIT.
           PERFORM 8700-WRITE-AGING-SECTION THRU 8700-EXIT.

           CLOSE DELTA-RPT.
           CLOSE CHECKPOINT-FILE.
           CLOSE STOCK-HISTORY-FILE.
           CLOSE PO-MASTER.
           CLOSE RESERVATION-MASTER.
           CLOSE LOT-MASTER.
           CLOSE IN-TRANSIT-MASTER.
           PERFORM 8800-WRITE-ARRIVAL-TOTALS THRU 8800-EXIT.
           CLOSE XFER-ARRIVAL-RPT.
           CLOSE STOCK-MASTER.

      *> ONE SEQUENTIAL PASS OVER THE UPDATED MASTER FEEDS BOTH
      *> ALREADY APPLIED BEFORE THE PRIOR RUN STOPPED - SKIP IT
      *> RATHER THAN DEPLETING STOCK A SECOND TIME
               IF WS-SHIP-REC-COUNT > WS-RESTART-COUNT
                   MOVE SPACES TO WS-MOVE-INVOICE-NO
                   MOVE SPACES TO WS-MOVE-CUST-ID
                   PERFORM 1040-FETCH-AND-APPLY THRU 1040-EXIT
               END-IF
           END-IF.
                   PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               NOT INVALID KEY
                   SET WS-SM-FOUND TO TRUE
      *> BILLING KNOWS NO COST - AN INVOICE MOVEMENT LEAVES OR
      *> COMES BACK AT THE LOCATION'S CURRENT AVERAGE COST
                   IF WS-MOVE-INVOICE-NO NOT = SPACES
                       MOVE SM-AVG-COST TO SH-UNIT-COST
                   END-IF
                   IF SM-ITEM-ACTIVE
                       PERFORM 1050-APPLY-ONE-MOVEMENT THRU 1050-EXIT
                   ELSE
                           PERFORM 1185-TRANSFER-ONE-ITEM
                               THRU 1185-EXIT
                       ELSE
                           IF SH-XFER-ARRIVAL
                               PERFORM 1188-CONFIRM-ARRIVAL
                                   THRU 1188-EXIT
                           ELSE
                               MOVE "INVALID MOVEMENT TYPE"
                                   TO WS-BO-REASON
                               PERFORM 1900-LOG-BACKORDER
                                   THRU 1900-EXIT
                           END-IF
                       END-IF
                   END-IF
               END-IF

      *> A SHIPMENT THAT WOULD DRIVE ON-HAND BELOW ZERO CANNOT BE
      *> APPLIED - THE BALANCE IS LEFT UNTOUCHED AND THE SHORTAGE IS
      *> ROUTED TO THE BACKORDER REPORT INSTEAD. NOR MAY IT TAKE
      *> STOCK ON AN EXPIRED LOT, OR STOCK THE ORDER DESK HAS
      *> PROMISED TO ANOTHER CUSTOMER - THOSE SHORTAGES ARE
      *> SUSPENDED THE SAME WAY. WHAT IS ISSUED COMES OUT OF THE
      *> EARLIEST-EXPIRING LOTS FIRST
       1100-DEPLETE-ONE-ITEM.
           IF SH-QTY-SHIPPED < ZERO
               MOVE "NEGATIVE ISSUE QUANTITY" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1120-NET-RESERVATIONS THRU 1120-EXIT.
           IF SH-QTY-SHIPPED > SM-ON-HAND
               MOVE "SHIPMENT EXCEEDS ON-HAND BALANCE"
                   TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               PERFORM 1950-SUSPEND-NEW-BACKORDER THRU 1950-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF SH-QTY-SHIPPED > SM-ON-HAND - WS-LOT-EXPIRED-QTY
               MOVE "REMAINING STOCK ON EXPIRED LOTS"
                   TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               PERFORM 1950-SUSPEND-NEW-BACKORDER THRU 1950-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF SH-QTY-SHIPPED > WS-ISSUE-AVAIL
               MOVE "STOCK HELD FOR OTHER CUSTOMERS"
                   TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               PERFORM 1950-SUSPEND-NEW-BACKORDER THRU 1950-EXIT
           ELSE
               PERFORM 1150-RECOST-AND-DEPLETE THRU 1150-EXIT
               PERFORM 1130-DRAW-DOWN-RESERVATION THRU 1130-EXIT
               PERFORM 1138-ISSUE-FROM-LOTS THRU 1138-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *> TOTALS WHAT IS HELD ON THE ITEM/LOCATION AND HOW MUCH OF
      *> IT IS THE ISSUING CUSTOMER'S OWN; THE ISSUE MAY TAKE
      *> ON-HAND LESS EVERYONE ELSE'S HOLDS AND LESS WHATEVER SITS
      *> ON EXPIRED LOTS
       1120-NET-RESERVATIONS.
           MOVE ZERO TO WS-RESV-TOTAL.
           MOVE ZERO TO WS-RESV-OWN.
           MOVE 'N' TO WS-RV-EOF-SW.
           MOVE SH-ITEM-CODE TO RV-ITEM-CODE.
           MOVE SH-LOCATION  TO RV-LOCATION.
           MOVE LOW-VALUES   TO RV-CUST-ID.
           START RESERVATION-MASTER KEY IS NOT LESS THAN RV-RESV-KEY
               INVALID KEY SET WS-RV-EOF TO TRUE
           END-START.
           PERFORM 1125-READ-NEXT-RESERVATION THRU 1125-EXIT
               UNTIL WS-RV-EOF.
           PERFORM 1135-SUM-EXPIRED-LOTS THRU 1135-EXIT.
           COMPUTE WS-ISSUE-AVAIL =
               SM-ON-HAND - (WS-RESV-TOTAL - WS-RESV-OWN)
               - WS-LOT-EXPIRED-QTY.
       1120-EXIT.
           EXIT.

       1125-READ-NEXT-RESERVATION.
           READ RESERVATION-MASTER NEXT RECORD
               AT END SET WS-RV-EOF TO TRUE
           END-READ.
           IF NOT WS-RV-EOF
               IF RV-ITEM-CODE NOT = SH-ITEM-CODE
                   OR RV-LOCATION NOT = SH-LOCATION
                   SET WS-RV-EOF TO TRUE
               ELSE
                   ADD RV-QTY TO WS-RESV-TOTAL
                   IF WS-MOVE-CUST-ID NOT = SPACES
                       AND RV-CUST-ID = WS-MOVE-CUST-ID
                       MOVE RV-QTY TO WS-RESV-OWN
                   END-IF
               END-IF
           END-IF.
       1125-EXIT.
           EXIT.

      *> THE SHIPPED QUANTITY COMES OFF THE CUSTOMER'S OWN HOLD; A
      *> HOLD SHIPPED IN FULL IS REMOVED FROM THE MASTER
       1130-DRAW-DOWN-RESERVATION.
           IF WS-RESV-OWN = ZERO
               GO TO 1130-EXIT
           END-IF.
           MOVE SH-ITEM-CODE    TO RV-ITEM-CODE.
           MOVE SH-LOCATION     TO RV-LOCATION.
           MOVE WS-MOVE-CUST-ID TO RV-CUST-ID.
           READ RESERVATION-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-RESV-OWN
           END-READ.
           IF WS-RESV-OWN = ZERO
               GO TO 1130-EXIT
           END-IF.
           IF SH-QTY-SHIPPED >= RV-QTY
               DELETE RESERVATION-MASTER
                   INVALID KEY
                       DISPLAY "RESVMAST DELETE FAILED " WS-RV-STATUS
               END-DELETE
           ELSE
               SUBTRACT SH-QTY-SHIPPED FROM RV-QTY
               REWRITE RESERVATION-REC
                   INVALID KEY
                       DISPLAY "RESVMAST REWRITE FAILED " WS-RV-STATUS
               END-REWRITE
           END-IF.
       1130-EXIT.
           EXIT.

      *> A LOT IS STILL GOOD ON ITS EXPIRY DATE AND BLOCKED FROM THE
      *> FIRST BUSINESS DATE AFTER IT
       1135-SUM-EXPIRED-LOTS.
           MOVE ZERO TO WS-LOT-EXPIRED-QTY.
           MOVE 'N' TO WS-LT-EOF-SW.
           MOVE SH-ITEM-CODE TO LT-ITEM-CODE.
           MOVE SH-LOCATION  TO LT-LOCATION.
           MOVE ZERO         TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES   TO LT-LOT-NO.
           START LOT-MASTER KEY IS NOT LESS THAN LT-LOT-KEY
               INVALID KEY SET WS-LT-EOF TO TRUE
           END-START.
           PERFORM 1136-READ-NEXT-EXPIRED THRU 1136-EXIT
               UNTIL WS-LT-EOF.
       1135-EXIT.
           EXIT.

       1136-READ-NEXT-EXPIRED.
           READ LOT-MASTER NEXT RECORD
               AT END SET WS-LT-EOF TO TRUE
           END-READ.
           IF NOT WS-LT-EOF
               IF LT-ITEM-CODE NOT = SH-ITEM-CODE
                   OR LT-LOCATION NOT = SH-LOCATION
                   OR LT-EXPIRY-DATE NOT < WS-STOCK-RUN-DATE
                   SET WS-LT-EOF TO TRUE
               ELSE
                   ADD LT-ON-HAND TO WS-LOT-EXPIRED-QTY
               END-IF
           END-IF.
       1136-EXIT.
           EXIT.

       1138-ISSUE-FROM-LOTS.
           MOVE SH-LOCATION    TO WS-LOT-LOC.
           MOVE SH-QTY-SHIPPED TO WS-LOT-DRAW-QTY.
           SET WS-LOT-SKIP-EXPIRED TO TRUE.
           PERFORM 1140-DRAW-LOTS-IN-EXPIRY-ORDER THRU 1140-EXIT.
       1138-EXIT.
           EXIT.

      *> WALKS THE ITEM'S LOTS AT WS-LOT-LOC EARLIEST EXPIRY FIRST,
      *> TAKING WHAT EACH HOLDS UNTIL WS-LOT-DRAW-QTY IS MET. ANY
      *> QUANTITY LEFT WHEN THE LOTS RUN OUT CAME FROM UNLOTTED
      *> STOCK AND NEEDS NO LOT LINE
       1140-DRAW-LOTS-IN-EXPIRY-ORDER.
           MOVE ZERO TO WS-LOT-MOVED-MAX.
           MOVE 'N' TO WS-LT-EOF-SW.
           MOVE SH-ITEM-CODE TO LT-ITEM-CODE.
           MOVE WS-LOT-LOC   TO LT-LOCATION.
           MOVE ZERO         TO LT-EXPIRY-DATE.
           MOVE LOW-VALUES   TO LT-LOT-NO.
           START LOT-MASTER KEY IS NOT LESS THAN LT-LOT-KEY
               INVALID KEY SET WS-LT-EOF TO TRUE
           END-START.
           PERFORM 1141-DRAW-NEXT-LOT THRU 1141-EXIT
               UNTIL WS-LT-EOF OR WS-LOT-DRAW-QTY = ZERO.
       1140-EXIT.
           EXIT.

       1141-DRAW-NEXT-LOT.
           READ LOT-MASTER NEXT RECORD
               AT END SET WS-LT-EOF TO TRUE
           END-READ.
           IF WS-LT-EOF
               GO TO 1141-EXIT
           END-IF.
           IF LT-ITEM-CODE NOT = SH-ITEM-CODE
               OR LT-LOCATION NOT = WS-LOT-LOC
               SET WS-LT-EOF TO TRUE
               GO TO 1141-EXIT
           END-IF.
           IF WS-LOT-SKIP-EXPIRED
               AND LT-EXPIRY-DATE < WS-STOCK-RUN-DATE
               GO TO 1141-EXIT
           END-IF.
           IF LT-ON-HAND < WS-LOT-DRAW-QTY
               MOVE LT-ON-HAND TO WS-LOT-TAKE-QTY
           ELSE
               MOVE WS-LOT-DRAW-QTY TO WS-LOT-TAKE-QTY
           END-IF.
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-DRAW-QTY.
           MOVE LT-ON-HAND TO WS-LOT-BEFORE-QTY.
           SUBTRACT WS-LOT-TAKE-QTY FROM LT-ON-HAND.
           MOVE WS-STOCK-RUN-DATE TO LT-LAST-MOVE-DATE.
           IF LT-ON-HAND = ZERO
               DELETE LOT-MASTER
                   INVALID KEY
                       DISPLAY "LOTMAST DELETE FAILED " WS-LT-STATUS
               END-DELETE
           ELSE
               REWRITE LOT-MASTER-REC
                   INVALID KEY
                       DISPLAY "LOTMAST REWRITE FAILED " WS-LT-STATUS
               END-REWRITE
           END-IF.
           COMPUTE WS-LOT-LINE-QTY = ZERO - WS-LOT-TAKE-QTY.
           PERFORM 1148-WRITE-LOT-HISTORY THRU 1148-EXIT.
           IF WS-LOT-MOVED-MAX < 50
               ADD 1 TO WS-LOT-MOVED-MAX
               SET WS-LOT-MOVED-IDX TO WS-LOT-MOVED-MAX
               MOVE LT-EXPIRY-DATE  TO WS-LM-EXPIRY(WS-LOT-MOVED-IDX)
               MOVE LT-LOT-NO       TO WS-LM-LOT-NO(WS-LOT-MOVED-IDX)
               MOVE WS-LOT-TAKE-QTY TO WS-LM-QTY(WS-LOT-MOVED-IDX)
           ELSE
               DISPLAY "LOT MOVE TABLE FULL AT " LT-LOT-NO
           END-IF.
       1141-EXIT.
           EXIT.

      *> ADDS WS-LOT-ADD-QTY OF LOT WS-LOT-NO / WS-LOT-EXPIRY AT
      *> WS-LOT-LOC, OPENING THE LOT THERE IF IT IS NEW
       1145-ADD-TO-LOT.
           MOVE SH-ITEM-CODE  TO LT-ITEM-CODE.
           MOVE WS-LOT-LOC    TO LT-LOCATION.
           MOVE WS-LOT-EXPIRY TO LT-EXPIRY-DATE.
           MOVE WS-LOT-NO     TO LT-LOT-NO.
           READ LOT-MASTER
               INVALID KEY
                   MOVE ZERO              TO WS-LOT-BEFORE-QTY
                   MOVE WS-LOT-ADD-QTY    TO LT-ON-HAND
                   MOVE WS-STOCK-RUN-DATE TO LT-FIRST-RCPT-DATE
                   MOVE WS-STOCK-RUN-DATE TO LT-LAST-MOVE-DATE
                   WRITE LOT-MASTER-REC
                       INVALID KEY
                           DISPLAY "LOTMAST WRITE FAILED "
                               WS-LT-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE LT-ON-HAND        TO WS-LOT-BEFORE-QTY
                   ADD WS-LOT-ADD-QTY     TO LT-ON-HAND
                   MOVE WS-STOCK-RUN-DATE TO LT-LAST-MOVE-DATE
                   REWRITE LOT-MASTER-REC
                       INVALID KEY
                           DISPLAY "LOTMAST REWRITE FAILED "
                               WS-LT-STATUS
                   END-REWRITE
           END-READ.
           MOVE WS-LOT-ADD-QTY TO WS-LOT-LINE-QTY.
           PERFORM 1148-WRITE-LOT-HISTORY THRU 1148-EXIT.
       1145-EXIT.
           EXIT.

       1148-WRITE-LOT-HISTORY.
           MOVE SPACES             TO STOCK-HISTORY-REC.
           MOVE WS-STOCK-RUN-DATE  TO HS-RUN-DATE.
           MOVE 'L'                TO HS-MOVE-TYPE.
           MOVE SH-ITEM-CODE       TO HS-ITEM-CODE.
           MOVE WS-LOT-LOC         TO HS-LOCATION.
           MOVE WS-LOT-LINE-QTY    TO HS-QTY.
           MOVE SH-UNIT-COST       TO HS-UNIT-COST.
           MOVE WS-LOT-BEFORE-QTY  TO HS-BEFORE-QTY.
           MOVE LT-ON-HAND         TO HS-AFTER-QTY.
           IF SH-RECEIPT
               AND WS-MOVE-INVOICE-NO = SPACES
               MOVE SH-PO-NO       TO HS-PO-NO
           END-IF.
           IF SH-TRANSFER OR SH-XFER-ARRIVAL
               MOVE SH-XFER-NO     TO HS-PO-NO
           END-IF.
           MOVE WS-MOVE-INVOICE-NO TO HS-INVOICE-NO.
           MOVE LT-LOT-NO          TO HS-LOT-NO.
           MOVE LT-EXPIRY-DATE     TO HS-LOT-EXPIRY.
           MOVE SH-MOVE-TYPE       TO HS-LOT-PARENT-TYPE.
           WRITE STOCK-HISTORY-REC.
       1148-EXIT.
           EXIT.

      *> A RECEIPT INCREASES ON-HAND AND FOLDS ITS UNIT COST INTO
      *> THE WEIGHTED AVERAGE: VALUE ON HAND PLUS VALUE RECEIVED,
      *> SPREAD OVER THE NEW TOTAL QUANTITY. NOTHING IS TAKEN IN
      *> UNLESS IT MATCHES AN OPEN PURCHASE ORDER LINE - EXCEPT A
      *> CUSTOMER RETURN OFF A CREDIT MEMO, WHICH HAS NO PURCHASE
      *> ORDER AND COMES BACK IN ON THE INVOICE THAT SOLD IT. ONLY
      *> THE INVMOVE PATH SETS THE INVOICE NUMBER, SO A KEYED
      *> SHIPMENT RECEIPT CAN NEVER SLIP PAST THE PO MATCH
       1170-RECEIVE-ONE-ITEM.
           IF SH-QTY-SHIPPED <= ZERO
               MOVE "NON-POSITIVE RECEIPT QUANTITY" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1170-EXIT
           END-IF.
           IF WS-MOVE-INVOICE-NO NOT = SPACES
               PERFORM 1179-POST-RECEIPT THRU 1179-EXIT
               GO TO 1170-EXIT
           END-IF.
           PERFORM 1175-MATCH-PO-LINE THRU 1175-EXIT.
           IF NOT WS-PO-MATCHED
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
           ELSE
               PERFORM 1179-POST-RECEIPT THRU 1179-EXIT
               PERFORM 1178-DRAW-DOWN-PO-LINE THRU 1178-EXIT
           END-IF.
       1170-EXIT.
           EXIT.

      *> A RECEIPT NAMING A LOT OPENS OR TOPS UP THAT LOT AS WELL
       1179-POST-RECEIPT.
           MOVE SM-ON-HAND TO WS-ON-HAND-BEFORE.
           MOVE SM-AVG-COST TO WS-AVG-COST-BEFORE.
           COMPUTE WS-EXT-VALUE-BEFORE ROUNDED =
               SM-ON-HAND * SM-AVG-COST.
           COMPUTE WS-RCPT-VALUE ROUNDED =
               SH-QTY-SHIPPED * SH-UNIT-COST.
           ADD SH-QTY-SHIPPED TO SM-ON-HAND.
           COMPUTE SM-AVG-COST ROUNDED =
               (WS-EXT-VALUE-BEFORE + WS-RCPT-VALUE)
               / SM-ON-HAND.
           PERFORM 1155-REWRITE-STOCK-ITEM THRU 1155-EXIT.
           PERFORM 1160-WRITE-DELTA-LINE THRU 1160-EXIT.
           IF SH-LOT-NO NOT = SPACES
               MOVE SH-LOCATION    TO WS-LOT-LOC
               MOVE SH-LOT-NO      TO WS-LOT-NO
               IF SH-EXPIRY-DATE IS NUMERIC
                   AND SH-EXPIRY-DATE > ZERO
                   MOVE SH-EXPIRY-DATE TO WS-LOT-EXPIRY
               ELSE
                   MOVE 99999999 TO WS-LOT-EXPIRY
               END-IF
               MOVE SH-QTY-SHIPPED TO WS-LOT-ADD-QTY
               PERFORM 1145-ADD-TO-LOT THRU 1145-EXIT
           END-IF.
       1179-EXIT.
           EXIT.

      *> THE RECEIPT'S PO NUMBER LEADS STRAIGHT TO ITS LINES ON THE
      *> MASTER; THE FIRST OPEN LINE FOR THE SAME ITEM AND LOCATION
      *> IS THE ONE DELIVERED AGAINST. A DELIVERY WITH NO PO, WITH
      *> NO OPEN LINE, OR FOR MORE THAN THE BALANCE STILL DUE IS
      *> REFUSED - THE STOCK STAYS ON THE DOCK UNTIL PURCHASING
      *> SORTS IT OUT
       1175-MATCH-PO-LINE.
           MOVE 'N' TO WS-PO-MATCH-SW.
           IF SH-PO-NO = SPACES
               MOVE "RECEIPT WITH NO PURCHASE ORDER" TO WS-BO-REASON
               GO TO 1175-EXIT
           END-IF.
           MOVE 'N' TO WS-PO-EOF-SW.
           MOVE SH-PO-NO TO PO-NO.
           MOVE ZERO     TO PO-LINE-NO.
           START PO-MASTER KEY IS NOT LESS THAN PO-KEY
               INVALID KEY SET WS-PO-EOF TO TRUE
           END-START.
           PERFORM 1176-READ-NEXT-PO-LINE THRU 1176-EXIT
               UNTIL WS-PO-EOF OR WS-PO-MATCHED.
           IF NOT WS-PO-MATCHED
               MOVE "NO OPEN PO LINE FOR RECEIPT" TO WS-BO-REASON
               GO TO 1175-EXIT
           END-IF.
           COMPUTE WS-PO-BALANCE-DUE =
               PO-QTY-ORDERED - PO-QTY-RECEIVED.
           IF SH-QTY-SHIPPED > WS-PO-BALANCE-DUE
               MOVE 'N' TO WS-PO-MATCH-SW
               MOVE "RECEIPT EXCEEDS PO BALANCE DUE" TO WS-BO-REASON
           END-IF.
       1175-EXIT.
           EXIT.

       1176-READ-NEXT-PO-LINE.
           READ PO-MASTER NEXT RECORD
               AT END SET WS-PO-EOF TO TRUE
           END-READ.
           IF NOT WS-PO-EOF
               IF PO-NO NOT = SH-PO-NO
                   SET WS-PO-EOF TO TRUE
               ELSE
                   IF PO-LINE-OPEN
                       AND PO-ITEM-CODE = SH-ITEM-CODE
                       AND PO-LOCATION = SH-LOCATION
                       SET WS-PO-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.
       1176-EXIT.
           EXIT.

      *> A PART DELIVERY LEAVES THE LINE OPEN FOR ITS BALANCE DUE;
      *> THE DELIVERY THAT BRINGS IT TO THE ORDERED QUANTITY
      *> CLOSES IT
       1178-DRAW-DOWN-PO-LINE.
           ADD SH-QTY-SHIPPED TO PO-QTY-RECEIVED.
           MOVE WS-STOCK-RUN-DATE TO PO-LAST-RCPT-DATE.
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               SET PO-LINE-CLOSED TO TRUE
           END-IF.
           REWRITE PO-MASTER-REC
               INVALID KEY
                   DISPLAY "PO-MASTER REWRITE FAILED " WS-PO-STATUS
                       " " PO-KEY
           END-REWRITE.
       1178-EXIT.
           EXIT.

      *> A COUNT ADJUSTMENT MOVES ON-HAND BY THE SIGNED QUANTITY
      *> AND LEAVES THE AVERAGE COST ALONE - THE STOCK DID NOT
      *> CHANGE VALUE PER UNIT, ONLY THE COUNT WAS WRONG
       1180-EXIT.
           EXIT.

      *> A TRANSFER MOVES NOTHING UNTIL IT QUOTES A TRANSFER NOTE NOT
      *> ALREADY ON THE ROAD FOR THE ITEM AND THE RECEIVING
      *> ITEM/LOCATION IS PROVEN TO EXIST AND BE ACTIVE; THEN THE
      *> SENDING LOCATION IS DEPLETED INTO IN-TRANSIT STOCK AT ITS
      *> OWN AVERAGE COST
       1185-TRANSFER-ONE-ITEM.
           IF SH-QTY-SHIPPED <= ZERO
               MOVE "NON-POSITIVE TRANSFER QTY" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1185-EXIT
           END-IF.
           IF SH-QTY-SHIPPED > SM-ON-HAND
               MOVE "TRANSFER EXCEEDS ON-HAND" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1185-EXIT
           END-IF.
           IF SH-TO-LOCATION = SH-LOCATION
               MOVE "TRANSFER TO SAME LOCATION" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1185-EXIT
           END-IF.
           IF SH-XFER-NO = SPACES
               MOVE "TRANSFER HAS NO TRANSFER NOTE" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1185-EXIT
           END-IF.
           MOVE SH-XFER-NO   TO IT-XFER-NO.
           MOVE SH-ITEM-CODE TO IT-ITEM-CODE.
           READ IN-TRANSIT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "TRANSFER NOTE ALREADY IN TRANSIT"
                       TO WS-BO-REASON
                   PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
                   GO TO 1185-EXIT
           END-READ.

           MOVE SM-AVG-COST    TO WS-XFER-FROM-COST.
           MOVE SH-QTY-SHIPPED TO WS-XFER-QTY.
           MOVE SH-ITEM-CODE    TO SM-ITEM-CODE.
           MOVE SH-TO-LOCATION  TO SM-LOCATION.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE "TO-LOCATION NOT ON MASTER" TO WS-BO-REASON
                   PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               NOT INVALID KEY
                   IF SM-ITEM-ACTIVE
                       PERFORM 1186-APPLY-TRANSFER THRU 1186-EXIT
                   ELSE
                       MOVE "TO-LOCATION DEACTIVATED"
                           TO WS-BO-REASON
                       PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
                   END-IF
           END-READ.
       1185-EXIT.
           EXIT.

           SUBTRACT WS-XFER-QTY FROM SM-ON-HAND.
           PERFORM 1155-REWRITE-STOCK-ITEM THRU 1155-EXIT.
           PERFORM 1160-WRITE-DELTA-LINE THRU 1160-EXIT.
      *> THE LOTS LEAVE IN EXPIRY ORDER, EXPIRED ONES INCLUDED -
      *> MOVING OLD STOCK OUT IS WHAT MOST TRANSFERS ARE FOR
           MOVE SH-LOCATION TO WS-LOT-LOC.
           MOVE WS-XFER-QTY TO WS-LOT-DRAW-QTY.
           MOVE 'N' TO WS-LOT-SKIP-EXP-SW.
           PERFORM 1140-DRAW-LOTS-IN-EXPIRY-ORDER THRU 1140-EXIT.

      *> ON THE ROAD - THE VALUE THAT LEFT THE SENDER IS NOW HELD
      *> IN TRANSIT, SO THE CONTINUITY CHECK SEES NO LOSS
           MOVE SPACES            TO IN-TRANSIT-REC.
           MOVE SH-XFER-NO        TO IT-XFER-NO.
           MOVE SH-ITEM-CODE      TO IT-ITEM-CODE.
           MOVE SH-LOCATION       TO IT-FROM-LOC.
           MOVE SH-TO-LOCATION    TO IT-TO-LOC.
           MOVE WS-XFER-QTY       TO IT-QTY.
           MOVE WS-XFER-FROM-COST TO IT-UNIT-COST.
           MOVE WS-STOCK-RUN-DATE TO IT-SHIP-DATE.
           MOVE ZERO              TO IT-LOT-COUNT.
           PERFORM 1187-CARRY-MOVED-LOT THRU 1187-EXIT
               VARYING WS-LOT-MOVED-IDX FROM 1 BY 1
               UNTIL WS-LOT-MOVED-IDX > WS-LOT-MOVED-MAX.
           WRITE IN-TRANSIT-REC
               INVALID KEY
                   DISPLAY "INTRNMST WRITE FAILED " WS-IT-STATUS
           END-WRITE.
           COMPUTE WS-VALUE-MOVEMENT = WS-VALUE-MOVEMENT
               + (WS-XFER-QTY * WS-XFER-FROM-COST).
       1186-EXIT.
           EXIT.

      *> A LOT BEYOND THE 20 THE RECORD HOLDS ARRIVES AS UNLOTTED
      *> STOCK - THE LEDGER STILL SHOWS IT LEAVING THE SENDER
       1187-CARRY-MOVED-LOT.
           IF IT-LOT-COUNT < 20
               ADD 1 TO IT-LOT-COUNT
               SET IT-LOT-IDX TO IT-LOT-COUNT
               MOVE WS-LM-LOT-NO(WS-LOT-MOVED-IDX)
                   TO IT-LOT-NO(IT-LOT-IDX)
               MOVE WS-LM-EXPIRY(WS-LOT-MOVED-IDX)
                   TO IT-LOT-EXPIRY(IT-LOT-IDX)
               MOVE WS-LM-QTY(WS-LOT-MOVED-IDX)
                   TO IT-LOT-QTY(IT-LOT-IDX)
           ELSE
               DISPLAY "IN-TRANSIT LOT TABLE FULL AT "
                   WS-LM-LOT-NO(WS-LOT-MOVED-IDX)
           END-IF.
       1187-EXIT.
           EXIT.

      *> THE RECEIVER CONFIRMS WHAT CAME OFF THE TRUCK AGAINST THE
      *> TRANSFER NOTE. THAT QUANTITY IS RECEIVED AT THE COST THAT
      *> TRAVELLED AND FOLDED INTO THE RECEIVER'S AVERAGE; ANYTHING
      *> SENT BUT NOT RECEIVED IS SHORT OR DAMAGED AND IS WRITTEN
      *> OFF THE IN-TRANSIT BALANCE. THE NOTE IS THEN CLOSED
       1188-CONFIRM-ARRIVAL.
           MOVE SH-XFER-NO   TO IT-XFER-NO.
           MOVE SH-ITEM-CODE TO IT-ITEM-CODE.
           READ IN-TRANSIT-MASTER
               INVALID KEY
                   MOVE "TRANSFER NOTE NOT IN TRANSIT" TO WS-BO-REASON
                   PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
                   GO TO 1188-EXIT
           END-READ.
           IF IT-TO-LOC NOT = SH-LOCATION
               MOVE "ARRIVAL AT WRONG LOCATION" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1188-EXIT
           END-IF.
           IF SH-QTY-SHIPPED < ZERO
               MOVE "NEGATIVE ARRIVAL QUANTITY" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1188-EXIT
           END-IF.
           IF SH-QTY-SHIPPED > IT-QTY
               MOVE "ARRIVAL EXCEEDS QTY SENT" TO WS-BO-REASON
               PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               GO TO 1188-EXIT
           END-IF.

           MOVE IT-UNIT-COST TO SH-UNIT-COST.
           COMPUTE WS-XFER-SHORT-QTY = IT-QTY - SH-QTY-SHIPPED.
           COMPUTE WS-XFER-SHORT-VALUE =
               WS-XFER-SHORT-QTY * IT-UNIT-COST.
           IF SH-QTY-SHIPPED > ZERO
               MOVE SM-ON-HAND TO WS-ON-HAND-BEFORE
               MOVE SM-AVG-COST TO WS-AVG-COST-BEFORE
               COMPUTE WS-EXT-VALUE-BEFORE ROUNDED =
                   SM-ON-HAND * SM-AVG-COST
               COMPUTE WS-RCPT-VALUE ROUNDED =
                   SH-QTY-SHIPPED * IT-UNIT-COST
               ADD SH-QTY-SHIPPED TO SM-ON-HAND
               COMPUTE SM-AVG-COST ROUNDED =
                   (WS-EXT-VALUE-BEFORE + WS-RCPT-VALUE)
                   / SM-ON-HAND
               PERFORM 1155-REWRITE-STOCK-ITEM THRU 1155-EXIT
               PERFORM 1160-WRITE-DELTA-LINE THRU 1160-EXIT
               MOVE SH-LOCATION    TO WS-LOT-LOC
               MOVE SH-QTY-SHIPPED TO WS-XFER-LOT-LEFT
               PERFORM 1189-RECEIVE-CARRIED-LOT THRU 1189-EXIT
                   VARYING IT-LOT-IDX FROM 1 BY 1
                   UNTIL IT-LOT-IDX > IT-LOT-COUNT
                      OR WS-XFER-LOT-LEFT = ZERO
           END-IF.
      *> THE WHOLE IN-TRANSIT VALUE LEAVES - THE RECEIVED PART IS
      *> ALREADY IN THE MOVEMENT THROUGH THE DELTA LINE ABOVE, SO
      *> WHAT IS LEFT OVER IS THE SHORTAGE WRITTEN OFF
           COMPUTE WS-VALUE-MOVEMENT = WS-VALUE-MOVEMENT
               - (IT-QTY * IT-UNIT-COST).

           MOVE IT-XFER-NO          TO WS-XA-XFER-NO.
           MOVE IT-ITEM-CODE        TO WS-XA-ITEM.
           MOVE IT-FROM-LOC         TO WS-XA-FROM.
           MOVE IT-TO-LOC           TO WS-XA-TO.
           MOVE IT-SHIP-DATE        TO WS-XA-SHIP-DATE.
           MOVE IT-QTY              TO WS-XA-SENT.
           MOVE SH-QTY-SHIPPED      TO WS-XA-RECEIVED.
           MOVE WS-XFER-SHORT-QTY   TO WS-XA-SHORT.
           MOVE WS-XFER-SHORT-VALUE TO WS-XA-SHORT-VAL.
           WRITE XFER-ARRIVAL-RPT-REC FROM WS-XFER-ARRIVAL-DETAIL.
           ADD 1 TO WS-XFER-ARRIVAL-COUNT.
           ADD WS-XFER-SHORT-VALUE TO WS-XFER-SHORT-TOTAL.

           DELETE IN-TRANSIT-MASTER
               INVALID KEY
                   DISPLAY "INTRNMST DELETE FAILED " WS-IT-STATUS
           END-DELETE.
       1188-EXIT.
           EXIT.

      *> THE LOTS WERE CARRIED IN EXPIRY ORDER, SO A SHORTAGE COMES
      *> OFF THE LATEST-EXPIRING LOTS
       1189-RECEIVE-CARRIED-LOT.
           MOVE IT-LOT-NO(IT-LOT-IDX)     TO WS-LOT-NO.
           MOVE IT-LOT-EXPIRY(IT-LOT-IDX) TO WS-LOT-EXPIRY.
           IF IT-LOT-QTY(IT-LOT-IDX) < WS-XFER-LOT-LEFT
               MOVE IT-LOT-QTY(IT-LOT-IDX) TO WS-LOT-ADD-QTY
           ELSE
               MOVE WS-XFER-LOT-LEFT TO WS-LOT-ADD-QTY
           END-IF.
           SUBTRACT WS-LOT-ADD-QTY FROM WS-XFER-LOT-LEFT.
           PERFORM 1145-ADD-TO-LOT THRU 1145-EXIT.
       1189-EXIT.
           EXIT.

       1190-POST-ADJUSTMENT.
               MOVE SH-LOCATION  TO WS-SUSP-LOC(WS-SUSP-MAX)
               MOVE SH-QTY-SHIPPED TO WS-SUSP-QTY(WS-SUSP-MAX)
               MOVE SH-UNIT-COST TO WS-SUSP-COST(WS-SUSP-MAX)
               MOVE WS-MOVE-INVOICE-NO
                   TO WS-SUSP-INVOICE(WS-SUSP-MAX)
               MOVE WS-MOVE-CUST-ID
                   TO WS-SUSP-CUST(WS-SUSP-MAX)
           ELSE
               DISPLAY "SUSPENSE TABLE FULL AT " SH-ITEM-CODE
           END-IF.
               MOVE BSI-LOCATION  TO WS-SUSP-LOC(WS-SUSP-MAX)
               MOVE BSI-QTY       TO WS-SUSP-QTY(WS-SUSP-MAX)
               MOVE BSI-UNIT-COST TO WS-SUSP-COST(WS-SUSP-MAX)
               MOVE BSI-INVOICE-NO
                   TO WS-SUSP-INVOICE(WS-SUSP-MAX)
               MOVE BSI-CUST-ID   TO WS-SUSP-CUST(WS-SUSP-MAX)
           ELSE
               DISPLAY "SUSPENSE TABLE FULL AT " BSI-ITEM-CODE
           END-IF.
           MOVE BSI-LOCATION    TO SH-LOCATION.
           MOVE BSI-QTY         TO SH-QTY-SHIPPED.
           MOVE BSI-UNIT-COST   TO SH-UNIT-COST.
           MOVE SPACES          TO SH-PO-NO.
           MOVE SPACES          TO SH-LOT-NO.
           MOVE ZERO            TO SH-EXPIRY-DATE.
           MOVE BSI-INVOICE-NO  TO WS-MOVE-INVOICE-NO.
           MOVE BSI-CUST-ID     TO WS-MOVE-CUST-ID.

           MOVE 'N' TO WS-SM-FOUND-SW.
           MOVE BSI-ITEM-CODE TO SM-ITEM-CODE.
           EXIT.

       2520-TRY-RELEASE.
           PERFORM 1120-NET-RESERVATIONS THRU 1120-EXIT.
           IF SH-QTY-SHIPPED <= WS-ISSUE-AVAIL
               PERFORM 1150-RECOST-AND-DEPLETE THRU 1150-EXIT
               PERFORM 1130-DRAW-DOWN-RESERVATION THRU 1130-EXIT
               PERFORM 1138-ISSUE-FROM-LOTS THRU 1138-EXIT
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               PERFORM 2530-CARRY-BACKORDER THRU 2530-EXIT
               MOVE BSI-LOCATION  TO WS-SUSP-LOC(WS-SUSP-MAX)
               MOVE BSI-QTY       TO WS-SUSP-QTY(WS-SUSP-MAX)
               MOVE BSI-UNIT-COST TO WS-SUSP-COST(WS-SUSP-MAX)
               MOVE BSI-INVOICE-NO
                   TO WS-SUSP-INVOICE(WS-SUSP-MAX)
               MOVE BSI-CUST-ID   TO WS-SUSP-CUST(WS-SUSP-MAX)
           ELSE
               DISPLAY "SUSPENSE TABLE FULL AT " BSI-ITEM-CODE
           END-IF.
       2530-EXIT.
           EXIT.

      *> A HOLD WHOSE LAST DAY IS BEHIND TONIGHT'S BUSINESS DATE
      *> WAS NOT SHIPPED IN TIME - IT IS DELETED SO THE STOCK IS
      *> FREE AGAIN, AND LISTED SO THE SALES DESK CAN CALL THE
      *> CUSTOMER. A RERUN FINDS NOTHING LEFT TO RELEASE
       2400-RELEASE-EXPIRED-RESV.
           OPEN OUTPUT RESV-EXPIRED-RPT.
           MOVE "RESERVATIONS EXPIRED UNSHIPPED AND RELEASED"
               TO RESV-EXPIRED-RPT-REC.
           WRITE RESV-EXPIRED-RPT-REC.
           MOVE "ITEM   LOC CUST     QUANTITY  RESERVED  EXPIRES   REFE
      -        "RENCE"
               TO RESV-EXPIRED-RPT-REC.
           WRITE RESV-EXPIRED-RPT-REC.
           MOVE 'N' TO WS-RV-EOF-SW.
           MOVE LOW-VALUES TO RV-RESV-KEY.
           START RESERVATION-MASTER KEY IS NOT LESS THAN RV-RESV-KEY
               INVALID KEY SET WS-RV-EOF TO TRUE
           END-START.
           PERFORM 2410-CHECK-ONE-RESERVATION THRU 2410-EXIT
               UNTIL WS-RV-EOF.
           MOVE WS-RESV-EXPIRED-COUNT TO WS-RESV-COUNT-ED.
           MOVE SPACES TO RESV-EXPIRED-RPT-REC.
           STRING "RESERVATIONS RELEASED: " DELIMITED BY SIZE
                  WS-RESV-COUNT-ED          DELIMITED BY SIZE
               INTO RESV-EXPIRED-RPT-REC
           END-STRING.
           WRITE RESV-EXPIRED-RPT-REC.
           CLOSE RESV-EXPIRED-RPT.
           DISPLAY "EXPIRED RESERVATIONS RELEASED: "
               WS-RESV-EXPIRED-COUNT.
       2400-EXIT.
           EXIT.

       2410-CHECK-ONE-RESERVATION.
           READ RESERVATION-MASTER NEXT RECORD
               AT END SET WS-RV-EOF TO TRUE
           END-READ.
           IF WS-RV-EOF
               GO TO 2410-EXIT
           END-IF.
           IF RV-EXPIRY-DATE < BUS-DATE-CCYYMMDD
               MOVE RV-ITEM-CODE   TO WS-RX-ITEM
               MOVE RV-LOCATION    TO WS-RX-LOC
               MOVE RV-CUST-ID     TO WS-RX-CUST
               MOVE RV-QTY         TO WS-RX-QTY
               MOVE RV-RESV-DATE   TO WS-RX-RESV-DATE
               MOVE RV-EXPIRY-DATE TO WS-RX-EXPIRY
               MOVE RV-REFERENCE   TO WS-RX-REF
               WRITE RESV-EXPIRED-RPT-REC FROM WS-RESV-EXPIRED-DETAIL
               DELETE RESERVATION-MASTER
                   INVALID KEY
                       DISPLAY "RESVMAST DELETE FAILED " WS-RV-STATUS
               END-DELETE
               ADD 1 TO WS-RESV-EXPIRED-COUNT
           END-IF.
       2410-EXIT.
           EXIT.

       8600-WRITE-SUSPENSE-OUT.
           OPEN OUTPUT BACKORDER-SUSP-OUT.
           PERFORM 8610-WRITE-ONE-SUSPENSE THRU 8610-EXIT
           MOVE WS-SUSP-LOC(WS-SUSP-IDX)    TO BSO-LOCATION.
           MOVE WS-SUSP-QTY(WS-SUSP-IDX)    TO BSO-QTY.
           MOVE WS-SUSP-COST(WS-SUSP-IDX)   TO BSO-UNIT-COST.
           MOVE WS-SUSP-INVOICE(WS-SUSP-IDX) TO BSO-INVOICE-NO.
           MOVE WS-SUSP-CUST(WS-SUSP-IDX)    TO BSO-CUST-ID.
           WRITE BACKORDER-SUSP-OUT-REC.
       8610-EXIT.
           EXIT.
           MOVE SH-UNIT-COST      TO HS-UNIT-COST.
           MOVE WS-ON-HAND-BEFORE TO HS-BEFORE-QTY.
           MOVE SM-ON-HAND        TO HS-AFTER-QTY.
           IF SH-RECEIPT
               AND WS-MOVE-INVOICE-NO = SPACES
               MOVE SH-PO-NO      TO HS-PO-NO
           END-IF.
           IF SH-TRANSFER OR SH-XFER-ARRIVAL
               MOVE SH-XFER-NO    TO HS-PO-NO
           END-IF.
           MOVE WS-MOVE-INVOICE-NO TO HS-INVOICE-NO.
           WRITE STOCK-HISTORY-REC.
       1165-EXIT.
           EXIT.

      *> TONIGHT'S INVOICE MOVEMENTS FOLLOW THE WAREHOUSE FILE, SO
      *> A RECEIPT ON TONIGHT'S SHIPMENT CAN COVER A SALE BILLED
      *> TONIGHT. THEY CONTINUE THE SHIPMENT RECORD NUMBERING, SO
      *> THE SAME CHECKPOINT SKIPS WHAT A FAILED RUN ALREADY APPLIED.
      *> NO FEED (A NIGHT BILLING DID NOT RUN) IS NOTHING TO APPLY
       3000-APPLY-INVOICE-MOVES.
           OPEN INPUT INVOICE-MOVE-FILE.
           IF WS-IMOVE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           READ INVOICE-MOVE-FILE
               AT END SET WS-IMOVE-EOF TO TRUE
           END-READ.
           PERFORM 3100-APPLY-ONE-INVOICE-MOVE THRU 3100-EXIT
               UNTIL WS-IMOVE-EOF.
           CLOSE INVOICE-MOVE-FILE.
           MOVE SPACES TO WS-MOVE-INVOICE-NO.
           MOVE SPACES TO WS-MOVE-CUST-ID.
           DISPLAY "INVOICE STOCK MOVEMENTS READ: " WS-IMOVE-COUNT.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-INVOICE-MOVE.
           ADD 1 TO WS-SHIP-REC-COUNT.
           ADD 1 TO WS-IMOVE-COUNT.
           IF WS-SHIP-REC-COUNT > WS-RESTART-COUNT
               MOVE IM-MOVE-TYPE  TO SH-MOVE-TYPE
               MOVE IM-ITEM-CODE  TO SH-ITEM-CODE
               MOVE IM-LOCATION   TO SH-LOCATION
               MOVE SPACES        TO SH-TO-LOCATION
               MOVE IM-QTY        TO SH-QTY-SHIPPED
               MOVE ZERO          TO SH-UNIT-COST
               MOVE SPACES        TO SH-PO-NO
               MOVE SPACES        TO SH-LOT-NO
               MOVE ZERO          TO SH-EXPIRY-DATE
               MOVE IM-INVOICE-NO TO WS-MOVE-INVOICE-NO
               MOVE IM-CUST-ID    TO WS-MOVE-CUST-ID
      *> ONLY ISSUES AND RETURNS COME OFF AN INVOICE
               IF SH-ISSUE OR SH-RECEIPT
                   PERFORM 1040-FETCH-AND-APPLY THRU 1040-EXIT
               ELSE
                   MOVE "INVALID MOVEMENT TYPE" TO WS-BO-REASON
                   MOVE 'N' TO WS-SM-FOUND-SW
                   PERFORM 1900-LOG-BACKORDER THRU 1900-EXIT
               END-IF
           END-IF.
           PERFORM 1200-WRITE-CHECKPOINT-IF-DUE THRU 1200-EXIT.
           READ INVOICE-MOVE-FILE
               AT END SET WS-IMOVE-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       1900-LOG-BACKORDER.
           MOVE SPACES        TO BACKORDER-RPT-REC.
           MOVE "SUBTRACT"    TO EXCP-SOURCE-PGM.
       8400-WRITE-MASTER-REPORTS.
           OPEN INPUT STOCK-MASTER.
           OPEN OUTPUT REPLENISH-RPT.
           OPEN OUTPUT REPLENISH-SUGG-FILE.
           OPEN OUTPUT INVENTORY-VALUE-RPT.

           MOVE "SUGGESTED REPLENISHMENT - ITEMS AT/BELOW REORDER"
               WRITE REPLENISH-RPT-REC
           END-IF.

      *> STOCK ON THE ROAD IS STILL OURS - IT IS VALUED AT THE
      *> COST IT LEFT THE SENDER AT AND COUNTS IN THE TOTAL THAT
      *> GOES TO VALUTOT AND THE CONTINUITY CHECK
           MOVE WS-TOTAL-INV-VALUE TO WS-ONHAND-VALUE.
           PERFORM 8420-VALUE-IN-TRANSIT THRU 8420-EXIT.
           ADD WS-INTRANSIT-VALUE TO WS-TOTAL-INV-VALUE.

           MOVE WS-ONHAND-VALUE TO WS-VL-TOTAL-ED.
           MOVE SPACES TO INVENTORY-VALUE-RPT-REC.
           STRING "ON-HAND VALUE         " DELIMITED BY SIZE
                  WS-VL-TOTAL-ED          DELIMITED BY SIZE
               INTO INVENTORY-VALUE-RPT-REC
           END-STRING.
           WRITE INVENTORY-VALUE-RPT-REC.

           MOVE WS-INTRANSIT-VALUE TO WS-VL-TOTAL-ED.
           MOVE SPACES TO INVENTORY-VALUE-RPT-REC.
           STRING "IN-TRANSIT VALUE      " DELIMITED BY SIZE
                  WS-VL-TOTAL-ED          DELIMITED BY SIZE
               INTO INVENTORY-VALUE-RPT-REC
           END-STRING.
           WRITE INVENTORY-VALUE-RPT-REC.

           MOVE WS-TOTAL-INV-VALUE TO WS-VL-TOTAL-ED.
           MOVE SPACES TO INVENTORY-VALUE-RPT-REC.
           STRING "TOTAL INVENTORY VALUE " DELIMITED BY SIZE
           WRITE INVENTORY-VALUE-RPT-REC.

           CLOSE REPLENISH-RPT.
           CLOSE REPLENISH-SUGG-FILE.
           CLOSE INVENTORY-VALUE-RPT.
           CLOSE STOCK-MASTER.
       8400-EXIT.
           EXIT.

       8420-VALUE-IN-TRANSIT.
           MOVE ZERO TO WS-INTRANSIT-VALUE.
           MOVE SPACES TO INVENTORY-VALUE-RPT-REC.
           WRITE INVENTORY-VALUE-RPT-REC.
           MOVE "IN TRANSIT BETWEEN LOCATIONS"
               TO INVENTORY-VALUE-RPT-REC.
           WRITE INVENTORY-VALUE-RPT-REC.
           MOVE "XFER-NO  ITEM   ROUTE   SHIPPED        QTY AVG-COST EXT
      -        "-VALUE"
               TO INVENTORY-VALUE-RPT-REC.
           WRITE INVENTORY-VALUE-RPT-REC.
           OPEN INPUT IN-TRANSIT-MASTER.
           IF WS-IT-STATUS NOT = "00"
               GO TO 8420-EXIT
           END-IF.
           MOVE 'N' TO WS-IT-EOF-SW.
           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
           PERFORM 8425-VALUE-ONE-TRANSFER THRU 8425-EXIT
               UNTIL WS-IT-EOF.
           CLOSE IN-TRANSIT-MASTER.
       8420-EXIT.
           EXIT.

       8425-VALUE-ONE-TRANSFER.
           COMPUTE WS-IT-EXT-VALUE ROUNDED = IT-QTY * IT-UNIT-COST.
           ADD WS-IT-EXT-VALUE TO WS-INTRANSIT-VALUE.
           MOVE IT-XFER-NO      TO WS-ID-XFER-NO.
           MOVE IT-ITEM-CODE    TO WS-ID-ITEM.
           MOVE IT-FROM-LOC     TO WS-ID-FROM.
           MOVE IT-TO-LOC       TO WS-ID-TO.
           MOVE IT-SHIP-DATE    TO WS-ID-SHIP-DATE.
           MOVE IT-QTY          TO WS-ID-QTY.
           MOVE IT-UNIT-COST    TO WS-ID-COST.
           MOVE WS-IT-EXT-VALUE TO WS-ID-EXT-VALUE.
           WRITE INVENTORY-VALUE-RPT-REC FROM WS-INTRANSIT-DETAIL.
           READ IN-TRANSIT-MASTER NEXT RECORD
               AT END SET WS-IT-EOF TO TRUE
           END-READ.
       8425-EXIT.
           EXIT.

       8800-WRITE-ARRIVAL-TOTALS.
           MOVE SPACES TO XFER-ARRIVAL-RPT-REC.
           WRITE XFER-ARRIVAL-RPT-REC.
           MOVE WS-XFER-ARRIVAL-COUNT TO WS-XFER-COUNT-ED.
           MOVE WS-XFER-SHORT-TOTAL   TO WS-XFER-VALUE-ED.
           STRING "ARRIVALS CONFIRMED " DELIMITED BY SIZE
                  WS-XFER-COUNT-ED      DELIMITED BY SIZE
                  "  SHORTAGE WRITTEN OFF " DELIMITED BY SIZE
                  WS-XFER-VALUE-ED      DELIMITED BY SIZE
               INTO XFER-ARRIVAL-RPT-REC
           END-STRING.
           WRITE XFER-ARRIVAL-RPT-REC.
       8800-EXIT.
           EXIT.

      *> APPEND TONIGHT'S TOTAL TO THE VALUATION TRAIL - UNLESS A
      *> RERUN ALREADY POSTED THIS DATE, THE SAME GUARD THE ALLOC
      *> HISTORY USES. FIRST-EVER RUN CREATES THE FILE FRESH
               MOVE SM-AVG-COST      TO WS-RP-AVG-COST
               WRITE REPLENISH-RPT-REC FROM WS-REPLENISH-DETAIL
               ADD 1 TO WS-REPLENISH-COUNT
               MOVE SPACES           TO REPLENISH-SUGG-REC
               MOVE SM-ITEM-CODE     TO SG-ITEM-CODE
               MOVE SM-LOCATION      TO SG-LOCATION
               MOVE SM-ON-HAND       TO SG-ON-HAND
               MOVE SM-REORDER-QTY   TO SG-ORDER-QTY
               MOVE SM-AVG-COST      TO SG-AVG-COST
               WRITE REPLENISH-SUGG-REC
           END-IF.

           COMPUTE WS-ITEM-EXT-VALUE ROUNDED =
