           05 CM-PAY-TERMS          PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(09)V99.
           05 CM-CUST-STATUS        PIC X(01).
           05 CM-FIN-CHG-EXEMPT     PIC X(01).
           05 CM-REP-ID             PIC X(04).

       FD  CERT-EXP-RPT.
       01  CERT-EXP-RPT-REC      PIC X(80).
