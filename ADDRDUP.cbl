           05 AM-STREET-1          PIC X(25).
           05 AM-STREET-2          PIC X(25).
           05 AM-LAST-MAINT-DATE   PIC 9(8).
           05 AM-MAIL-STATUS       PIC X(1).
               88 AM-UNDELIVERABLE VALUE 'U'.
           05 AM-RETURN-DATE       PIC 9(8).
           05 AM-RETURN-COUNT      PIC 9(3).
           05 AM-RETURN-REASON     PIC X(4).

       FD  DUP-REVIEW-RPT.
       01  DUP-REVIEW-RPT-REC      PIC X(80).
