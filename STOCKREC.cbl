       1250-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           MOVE RPT-RUN-DATE-CCYYMMDD TO CH-RUN-DATE.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "STOCKMST"       TO CH-MASTER-NAME.
           MOVE "COUNT-ADJ"      TO CH-ACTION.
           MOVE SPACES           TO CH-KEY.
           MOVE PC-LOCATION      TO CH-KEY(7:3).
           MOVE PC-COUNTER-ID    TO CH-OPERATOR-ID.
           MOVE PC-REASON-CODE   TO CH-REASON-CODE.
           MOVE WS-AD-BEFORE     TO CH-BEFORE-VALUE.
           MOVE WS-AD-AFTER      TO CH-AFTER-VALUE.
           WRITE CHANGE-HIST-REC.
       1250-EXIT.
           EXIT.
