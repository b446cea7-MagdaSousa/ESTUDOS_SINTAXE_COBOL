      *> RECORD UNDER THE PROGRAM'S RESTART-CTL-FILE FD. ONE RECORD
      *> IS APPENDED PER STEP PER BUSINESS DATE WHEN THE STEP ENDS
      *> CLEANLY - ITS PRESENCE IS WHAT TELLS A RESTARTED CHAIN THE
      *> STEP ALREADY RAN AND MUST NOT RUN AGAIN. A LATER RECORD
      *> NAMED *BACKOUT FOR THE SAME DATE CANCELS THE COMPLETIONS
      *> BEFORE IT, SO A BACKED-OUT NIGHT IS RERUN IN FULL.
           05 RC-PGM-NAME           PIC X(10).
           05 RC-BUS-DATE           PIC 9(08).
           05 RC-COMPLETE-TIME      PIC 9(06).
