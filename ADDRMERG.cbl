           05 AM-STREET-1          PIC X(25).
           05 AM-STREET-2          PIC X(25).
           05 AM-LAST-MAINT-DATE   PIC 9(8).
           05 AM-MAIL-STATUS       PIC X(1).
               88 AM-UNDELIVERABLE VALUE 'U'.
           05 AM-RETURN-DATE       PIC 9(8).
           05 AM-RETURN-COUNT      PIC 9(3).
           05 AM-RETURN-REASON     PIC X(4).

       FD  MERGE-TXN-FILE.
       01  MERGE-TXN-REC.
           05 ACL-AFTER-ADDRESS     PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ACL-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ACL-KEYED-STREET-1    PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ACL-KEYED-STREET-2    PIC X(25).

       FD  MERGE-RPT.
       01  MERGE-RPT-REC            PIC X(80).
           MOVE AM-HOUSE-NUMBER TO WS-CA-HOUSE.
           MOVE AM-COUNTRY      TO WS-CA-COUNTRY.
           MOVE AM-PINCODE      TO WS-CA-PINCODE.
           MOVE SPACES          TO ADDRESS-CHANGE-LOG-REC.
           MOVE WS-CORE-BEFORE  TO ACL-BEFORE-ADDRESS.
           MOVE WS-CORE-AFTER   TO ACL-AFTER-ADDRESS.
           MOVE RPT-DATE-SLASH  TO ACL-RUN-DATE.
