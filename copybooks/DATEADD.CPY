      *> DATEADD - COMMON DATE-PLUS-DAYS WORKING-STORAGE FOR THE
      *> SUITE. COPY THIS MEMBER INTO WORKING-STORAGE, LOAD
      *> WS-DAD-DATE WITH A CCYYMMDD DATE AND WS-DAD-DAYS WITH THE
      *> NUMBER OF DAYS TO MOVE FORWARD, THEN PERFORM
      *> 9250-ADD-DAYS-TO-DATE (SEE DATEADDP.CPY); WS-DAD-DATE COMES
      *> BACK AS THE LATER CALENDAR DATE - THE DUE DATE, EXPIRY DATE
      *> OR NEXT-RUN DATE A SERIAL DAY NUMBER CANNOT PRINT.
       01  WS-DAD-DATE PIC 9(08).
       01  WS-DAD-FMT REDEFINES WS-DAD-DATE.
           05 WS-DAD-CCYY PIC 9(04).
           05 WS-DAD-MM   PIC 9(02).
           05 WS-DAD-DD   PIC 9(02).
       01  WS-DAD-DAYS      PIC 9(05).
       01  WS-DAD-COUNT     PIC 9(05).
       01  WS-DAD-MONTH-END PIC 9(02).
       01  WS-DAD-LEAP-Q    PIC 9(04).
       01  WS-DAD-LEAP-REM  PIC 9(04).
