
      *> THE MONTHEND CLOSE APPENDS ONE PERLOCK RECORD PER CLOSED
      *> PERIOD - A NIGHTLY RUN DATED INSIDE A CLOSED MONTH FAILS
      *> BEFORE IT CAN POST. THE YEAREND CLOSE APPENDS ONE MORE,
      *> PERIOD CCYY00, THAT SHUTS THE WHOLE FISCAL YEAR AND EVERY
      *> YEAR BEFORE IT. NO PERLOCK DATASET MEANS NO PERIOD HAS
      *> EVER BEEN CLOSED.
       9460-CHECK-PERIOD-LOCK.
           MOVE 'N' TO BUS-PL-EOF-SW.
           OPEN INPUT PERIOD-LOCK-FILE.
                   UNTIL BUS-PL-EOF
               CLOSE PERIOD-LOCK-FILE
           END-IF.
           IF BUS-YEAR-LOCKED
               DISPLAY "BUSINESS DATE " BUS-DATE-CCYYMMDD
                   " FALLS IN A CLOSED FISCAL YEAR - STEP FAILED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BUS-PERIOD-LOCKED
               DISPLAY "BUSINESS DATE " BUS-DATE-CCYYMMDD
                   " FALLS IN A LOCKED PERIOD - STEP FAILED"
                   IF PL-PERIOD = BUS-DATE-CCYYMMDD(1:6)
                       SET BUS-PERIOD-LOCKED TO TRUE
                   END-IF
                   IF PL-PERIOD(5:2) = "00"
                       AND BUS-DATE-CCYYMMDD(1:4) NOT > PL-PERIOD(1:4)
                       SET BUS-YEAR-LOCKED TO TRUE
                   END-IF
           END-READ.
       9465-EXIT.
           EXIT.
