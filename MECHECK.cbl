           05 AH-DEPT-CODE          PIC X(04).
           05 FILLER                PIC X(01).
           05 AH-SHARE              PIC 9(09).
      *> STEP-DOWN ROWS: 'S' IS A SHARE RECEIVED FROM SERVICE
      *> DEPARTMENT AH-FROM-DEPT AT STEP AH-STEP-SEQ, 'C' THE
      *> MATCHING CREDIT OUT OF THAT SERVICE DEPARTMENT; A BLANK
      *> TYPE IS THE DIRECT SHARE OF THE POOL
           05 FILLER                PIC X(01).
           05 AH-ENTRY-TYPE         PIC X(01).
               88 AH-DIRECT-SHARE VALUE SPACE.
               88 AH-STEP-RECEIPT VALUE 'S'.
               88 AH-STEP-CREDIT VALUE 'C'.
           05 FILLER                PIC X(01).
           05 AH-STEP-SEQ           PIC 9(02).
           05 FILLER                PIC X(01).
           05 AH-FROM-DEPT          PIC X(04).

       FD  PERIOD-LOCK-FILE.
       01  PERIOD-LOCK-REC.
