                    AND RC-BUS-DATE = BUS-DATE-CCYYMMDD
                       SET RUN-STEP-DONE TO TRUE
                   END-IF
                   IF RC-PGM-NAME = RUN-CTL-BACKOUT-NAME
                    AND RC-BUS-DATE = BUS-DATE-CCYYMMDD
                       MOVE 'N' TO RUN-CTL-DONE-SW
                   END-IF
           END-READ.
       9310-EXIT.
           EXIT.
