               88 HS-RECEIPT        VALUE 'R'.
               88 HS-ADJUSTMENT     VALUE 'A'.
               88 HS-TRANSFER       VALUE 'T'.
               88 HS-XFER-ARRIVAL   VALUE 'C'.
      *> LOT DETAIL LINES RESTATE A MOVEMENT LOT BY LOT - COUNTING
      *> THEM AS WELL WOULD DOUBLE IT
               88 HS-LOT-DETAIL     VALUE 'L'.
           05 FILLER                PIC X(01).
           05 HS-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
       1000-POST-ONE-MOVEMENT.
           MOVE HS-RUN-DATE(1:6) TO WS-HIST-MONTH.
           IF WS-HIST-MONTH = WS-REPORT-MONTH
               AND NOT HS-LOT-DETAIL
               ADD 1 TO WS-MOVE-COUNT
               PERFORM 1100-ADD-TO-ITEM-ROW THRU 1100-EXIT
           END-IF.
      *> A TRANSFER LEDGERS TWICE - ONCE AT EACH LOCATION. THE LEG
      *> WHOSE BALANCE FELL IS THE SENDER AND COUNTS WITH ISSUES,
      *> THE LEG WHOSE BALANCE ROSE COUNTS WITH RECEIPTS; NEITHER
      *> IS AN ADJUSTMENT. A TRANSFER NOW LEAVES AS A 'T' AND
      *> ARRIVES DAYS LATER AS A 'C', WHICH IS THE RECEIVING LEG
       1300-ACCUM-MOVEMENT.
           IF HS-QTY < ZERO
               COMPUTE WS-ABS-QTY = ZERO - HS-QTY
                   ADD WS-ABS-QTY TO WS-TI-RECEIPTS(WS-ITEM-IDX)
               WHEN HS-ISSUE
                   ADD WS-ABS-QTY TO WS-TI-ISSUES(WS-ITEM-IDX)
               WHEN HS-XFER-ARRIVAL
                   ADD WS-ABS-QTY TO WS-TI-RECEIPTS(WS-ITEM-IDX)
               WHEN HS-TRANSFER
                   IF HS-AFTER-QTY < HS-BEFORE-QTY
                       ADD WS-ABS-QTY
