      *> RECORD UNDER THE PROGRAM'S CHANGE-HIST-FILE FD, MOVE THE
      *> MASTER NAME, ACTION, KEY, OPERATOR ID AND REASON CODE OFF
      *> THE TRANSACTION, AND THE RUN DATE, BEFORE WRITING.
      *> ACCEPT CH-CHANGE-STAMP FROM TIME SO CHGINQ CAN TELL AN
      *> OUT-OF-HOURS CHANGE. WHERE THE PROGRAM'S AUDIT REPORT SHOWS
      *> THE FIELD BEFORE AND AFTER (ON-HAND, STATUS, OPEN BALANCE)
      *> CARRY THE SAME TWO VALUES HERE; OTHERWISE LEAVE THEM SPACE.
           05 CH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CH-MASTER-NAME        PIC X(08).
           05 CH-OPERATOR-ID        PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CH-REASON-CODE        PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CH-CHANGE-STAMP.
               10 CH-CHANGE-TIME    PIC 9(06).
               10 FILLER            PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CH-BEFORE-VALUE       PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CH-AFTER-VALUE        PIC X(09).
