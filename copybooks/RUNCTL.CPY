       01  RUN-CTL-PGM-NAME         PIC X(10).
       01  RUN-CTL-DONE-SW          PIC X(01) VALUE 'N'.
           88 RUN-STEP-DONE         VALUE 'Y'.
      *> PROGRAM NAME BACKOUT WRITES TO EVERY LEG'S RESTCTL WHEN IT
      *> TAKES A BUSINESS DATE BACK OUT - COMPLETIONS FOR THAT DATE
      *> RECORDED BEFORE THE MARKER NO LONGER COUNT
       01  RUN-CTL-BACKOUT-NAME     PIC X(10) VALUE "*BACKOUT".
