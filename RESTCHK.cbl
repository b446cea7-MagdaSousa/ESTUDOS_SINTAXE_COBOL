                    AND RC-BUS-DATE = WS-CHECK-DATE
                       SET RUN-STEP-DONE TO TRUE
                   END-IF
                   IF RC-PGM-NAME = RUN-CTL-BACKOUT-NAME
                    AND RC-BUS-DATE = WS-CHECK-DATE
                       MOVE 'N' TO RUN-CTL-DONE-SW
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.
