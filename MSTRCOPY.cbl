           05 AM-STREET-1          PIC X(25).
           05 AM-STREET-2          PIC X(25).
           05 AM-LAST-MAINT-DATE   PIC 9(8).
           05 AM-MAIL-STATUS       PIC X(1).
               88 AM-UNDELIVERABLE VALUE 'U'.
           05 AM-RETURN-DATE       PIC 9(8).
           05 AM-RETURN-COUNT      PIC 9(3).
           05 AM-RETURN-REASON     PIC X(4).

      *> RAW RECORD IMAGES - WIDE ENOUGH FOR THE WIDER MASTER
      *> (ADDRMAST AT 116); STOCKMST IMAGES PAD WITH SPACES
       FD  IMAGE-COPY-FILE.
       01  IMAGE-COPY-REC           PIC X(116).

       FD  COPY-RPT.
       01  COPY-RPT-REC             PIC X(80).

      *> IMAGE VIEWS FOR THE VERIFY PASS - THE HASH FIELD IS RE-
      *> EXTRACTED FROM THE COPY, NOT TRUSTED FROM THE FIRST PASS
           01 WS-IMAGE-WORK         PIC X(116).
           01 WS-IMG-STOCK-VIEW REDEFINES WS-IMAGE-WORK.
               05 FILLER            PIC X(09).
               05 WS-IMG-ON-HAND    PIC 9(09).
               05 FILLER            PIC X(98).
           01 WS-IMG-ADDR-VIEW REDEFINES WS-IMAGE-WORK.
               05 WS-IMG-PINCODE    PIC 9(06).
               05 FILLER            PIC X(110).

           01 WS-COUNT-ED PIC ZZZZZZZZ9.
           01 WS-HASH-ED  PIC Z(14)9.
           ADD 1 TO WS-MASTER-COUNT.
           ADD AM-PINCODE TO WS-MASTER-HASH.
           MOVE SPACES TO IMAGE-COPY-REC.
           MOVE ADDRESS-MASTER-REC TO IMAGE-COPY-REC(1:116).
           WRITE IMAGE-COPY-REC.
           READ ADDRESS-MASTER NEXT RECORD
               AT END SET WS-MASTER-EOF TO TRUE
