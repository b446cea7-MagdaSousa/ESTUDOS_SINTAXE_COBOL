      *> ADDRCONV - ONE-TIME ADDRESS-MASTER LAYOUT CONVERSION. THE
      *> MASTER GREW THE RETURNED-MAIL FIELDS (MAIL STATUS, LAST
      *> RETURN DATE, RETURN COUNT AND REASON); THIS UTILITY READS
      *> THE OLD-LAYOUT INDEXED FILE (DDNAME ADDRMSTO) AND REBUILDS
      *> IT IN THE NEW LAYOUT (DDNAME ADDRMSTN) WITH EVERY ADDRESS
      *> DELIVERABLE AND NO RETURNS ON RECORD. RUN ONCE AT CUTOVER,
      *> VERIFY THE COUNTS ON THE CONSOLE, THEN SWAP THE CATALOGED
      *> DATASETS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCONV.

               10 AMO-PINCODE      PIC 9(6).
               10 AMO-HOUSE-NUMBER PIC 9(3).
           05 AMO-COUNTRY          PIC X(8).
           05 AMO-ADDRESSEE        PIC X(25).
           05 AMO-STREET-1         PIC X(25).
           05 AMO-STREET-2         PIC X(25).
           05 AMO-LAST-MAINT-DATE  PIC 9(8).

       FD  ADDRESS-MASTER-NEW.
           05 AMN-STREET-1         PIC X(25).
           05 AMN-STREET-2         PIC X(25).
           05 AMN-LAST-MAINT-DATE  PIC 9(8).
           05 AMN-MAIL-STATUS      PIC X(1).
           05 AMN-RETURN-DATE      PIC 9(8).
           05 AMN-RETURN-COUNT     PIC 9(3).
           05 AMN-RETURN-REASON    PIC X(4).

           WORKING-STORAGE SECTION.
           01 WS-AMO-STATUS PIC X(02).
           MOVE AMO-PINCODE        TO AMN-PINCODE.
           MOVE AMO-HOUSE-NUMBER   TO AMN-HOUSE-NUMBER.
           MOVE AMO-COUNTRY        TO AMN-COUNTRY.
           MOVE AMO-ADDRESSEE      TO AMN-ADDRESSEE.
           MOVE AMO-STREET-1       TO AMN-STREET-1.
           MOVE AMO-STREET-2       TO AMN-STREET-2.
           MOVE AMO-LAST-MAINT-DATE TO AMN-LAST-MAINT-DATE.
           MOVE SPACE              TO AMN-MAIL-STATUS.
           MOVE ZERO               TO AMN-RETURN-DATE.
           MOVE ZERO               TO AMN-RETURN-COUNT.
           MOVE SPACES             TO AMN-RETURN-REASON.
           WRITE ADDRESS-MASTER-NEW-REC
               INVALID KEY
                   DISPLAY "ADDRMSTN WRITE FAILED " WS-AMN-STATUS
