           88 BUS-DAY-NONBUSINESS   VALUE 'Y'.

      *> PERIOD-LOCK CHECK - A BUSINESS DATE INSIDE A PERIOD THE
      *> MONTHEND CLOSE HAS LOCKED, OR INSIDE A FISCAL YEAR THE
      *> YEAREND CLOSE HAS LOCKED, MUST NOT POST
       01  BUS-PL-STATUS            PIC X(02).
       01  BUS-PL-EOF-SW            PIC X(01) VALUE 'N'.
           88 BUS-PL-EOF            VALUE 'Y'.
       01  BUS-LOCKED-SW            PIC X(01) VALUE 'N'.
           88 BUS-PERIOD-LOCKED     VALUE 'Y'.
       01  BUS-YEAR-LOCKED-SW       PIC X(01) VALUE 'N'.
           88 BUS-YEAR-LOCKED       VALUE 'Y'.
