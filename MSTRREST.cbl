           05 AM-STREET-1          PIC X(25).
           05 AM-STREET-2          PIC X(25).
           05 AM-LAST-MAINT-DATE   PIC 9(8).
           05 AM-MAIL-STATUS       PIC X(1).
               88 AM-UNDELIVERABLE VALUE 'U'.
           05 AM-RETURN-DATE       PIC 9(8).
           05 AM-RETURN-COUNT      PIC 9(3).
           05 AM-RETURN-REASON     PIC X(4).

       FD  IMAGE-COPY-FILE.
       01  IMAGE-COPY-REC           PIC X(116).

       FD  RESTORE-RPT.
       01  RESTORE-RPT-REC          PIC X(80).

       2100-LOAD-ONE-ADDR-REC.
           ADD 1 TO WS-COPY-COUNT.
           MOVE IMAGE-COPY-REC(1:116) TO ADDRESS-MASTER-REC.
           ADD AM-PINCODE TO WS-COPY-HASH.
           WRITE ADDRESS-MASTER-REC
               INVALID KEY
