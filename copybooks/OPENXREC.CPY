      *> OPENXREC - OPEN-EXCEPTION FILE RECORD LAYOUT. ONE RECORD PER
      *> DISTINCT EXCEPTION (SOURCE PROGRAM, KEY AND REASON AS THEY
      *> APPEAR ON THE EXCPREC LINE) THAT EXCPMERG HAS EVER SEEN AND
      *> NOT YET PURGED. EXCPMERG READS THE CURRENT GENERATION,
      *> UPDATES IT WITH THE NIGHT'S EXCEPTIONS AND THE ANALYSTS'
      *> RESOLUTION CARDS, AND WRITES THE NEXT GENERATION IN KEY
      *> SEQUENCE. A CLOSED EXCEPTION STAYS ON FILE, WITH WHO CLOSED
      *> IT AND WHY, UNTIL IT HAS GONE UNSEEN FOR THE RETENTION
      *> PERIOD - SO ONE THAT COMES BACK IS REPORTED AS REOPENED
      *> RATHER THAN NEW. LRECL 140.
           05 OX-OPEN-KEY.
               10 OX-SOURCE-PGM     PIC X(10).
               10 OX-EXCP-KEY       PIC X(09).
               10 OX-REASON         PIC X(30).
           05 FILLER                PIC X(01).
           05 OX-SEVERITY           PIC X(01).
           05 FILLER                PIC X(01).
           05 OX-STATUS             PIC X(01).
               88 OX-OPEN           VALUE 'O'.
               88 OX-RESOLVED       VALUE 'C'.
               88 OX-AUTO-CLOSED    VALUE 'A'.
           05 FILLER                PIC X(01).
           05 OX-FIRST-SEEN         PIC 9(08).
           05 FILLER                PIC X(01).
           05 OX-LAST-SEEN          PIC 9(08).
           05 FILLER                PIC X(01).
      *> BUSINESS DATE OF THE LAST RUN THAT AGED THIS RECORD - A
      *> RERUN OF THE SAME NIGHT DOES NOT COUNT THE NIGHT TWICE
           05 OX-LAST-RUN           PIC 9(08).
           05 FILLER                PIC X(01).
      *> NIGHTS THE EXCEPTION OCCURRED, NIGHTS OUTSTANDING SINCE IT
      *> WAS FIRST SEEN (OR REOPENED), AND CONSECUTIVE NIGHTS SINCE
      *> IT WAS LAST SEEN
           05 OX-NIGHTS-SEEN        PIC 9(04).
           05 FILLER                PIC X(01).
           05 OX-NIGHTS-OPEN        PIC 9(04).
           05 FILLER                PIC X(01).
           05 OX-NIGHTS-UNSEEN      PIC 9(03).
           05 FILLER                PIC X(01).
      *> LAST CLOSURE - KEPT ON A REOPENED EXCEPTION SO THE REGISTER
      *> CAN SAY WHO CLOSED IT BEFORE
           05 OX-CLOSED-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 OX-OWNER              PIC X(08).
           05 FILLER                PIC X(01).
           05 OX-NOTE               PIC X(19).
           05 FILLER                PIC X(08).
