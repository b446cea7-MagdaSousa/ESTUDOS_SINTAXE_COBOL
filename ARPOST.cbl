           05 AF-INVOICE-DATE     PIC 9(08).
           05 FILLER              PIC X(01).
           05 AF-INVOICE-AMOUNT   PIC -(8)9.99.
           05 FILLER              PIC X(01).
           05 AF-TAX-AMOUNT       PIC -(8)9.99.

       FD  AR-POST-EXCP.
       01  AR-POST-EXCP-REC.
