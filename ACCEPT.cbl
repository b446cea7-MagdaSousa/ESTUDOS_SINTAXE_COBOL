           05 CS-SECTION       PIC X(02).
           05 CS-COURSE-NAME   PIC X(25).
           05 CS-MIN-HOURS     PIC 9(03).
           05 CS-CAPACITY      PIC 9(03).
           05 CS-REG-OPEN-DATE PIC 9(08).
           05 CS-REG-CLOSE-DATE PIC 9(08).
           05 CS-TUITION-FEE   PIC 9(05)V99.
           05 CS-MEET-DAYS     PIC X(07).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05 SR-EFF-FROM-DATE  PIC 9(08).
           05 FILLER            PIC X(01).
           05 SR-EFF-TO-DATE    PIC 9(08).
           05 FILLER            PIC X(01).
           05 SR-BILL-CUST-ID   PIC X(06).

       FD  VALIDATION-RPT.
       01  VALIDATION-RPT-REC.
