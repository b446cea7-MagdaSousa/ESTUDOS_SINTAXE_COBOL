      *> INTRNREC - IN-TRANSIT MASTER RECORD LAYOUT (INTRNMST),
      *> 586 BYTES. ONE RECORD PER ITEM ON A TRANSFER NOTE, KEYED BY
      *> TRANSFER NUMBER AND ITEM. THE SENDER'S AVERAGE COST TRAVELS
      *> WITH IT, AND THE LOTS THAT LEFT THE SENDER ARE CARRIED SO
      *> THE SAME LOTS ARRIVE. COPY THIS MEMBER AS THE BODY OF THE
      *> 01-LEVEL RECORD UNDER THE CALLING PROGRAM'S IN-TRANSIT FD -
      *> SUBTRACT WRITES AND DELETES THE RECORDS; LOTTRACE, INTRNAGE
      *> AND MEVALRPT ONLY READ THEM.
           05 IT-KEY.
               10 IT-XFER-NO        PIC X(08).
               10 IT-ITEM-CODE      PIC X(06).
           05 IT-FROM-LOC           PIC X(03).
           05 IT-TO-LOC             PIC X(03).
           05 IT-QTY                PIC 9(09).
           05 IT-UNIT-COST          PIC 9(05)V99.
           05 IT-SHIP-DATE          PIC 9(08).
           05 IT-LOT-COUNT          PIC 9(02).
           05 IT-LOT OCCURS 20 TIMES
                     INDEXED BY IT-LOT-IDX.
               10 IT-LOT-NO         PIC X(10).
               10 IT-LOT-EXPIRY     PIC 9(08).
               10 IT-LOT-QTY        PIC 9(09).
