      *> OPRAUTH - OPERATOR AUTHORITY WORKING-STORAGE FOR THE
      *> MAINTENANCE PROGRAMS. THE OPERAUTH TABLE (MAINTAINED
      *> THROUGH TBLMAINT LIKE ANY OTHER REFERENCE TABLE) HOLDS ONE
      *> HEADER ROW PER OPERATOR - MASTER NAME BLANK, STATUS 'A'
      *> ACTIVE OR 'I' INACTIVE, AND THE OPERATOR'S NAME - AND ONE
      *> PERMISSION ROW PER MASTER THE OPERATOR MAY TOUCH, CARRYING
      *> THE ACTION LETTERS ALLOWED ON IT:
      *>     A  ADD             C  CHANGE
      *>     D  DELETE / DEACTIVATE / REVOKE
      *>     P  APPROVE ANOTHER OPERATOR'S SENSITIVE CHANGE
      *> COPY THIS MEMBER INTO WORKING-STORAGE TOGETHER WITH THE
      *> OPER-AUTH-FILE SELECT/FD, PERFORM 9100-LOAD-OPERATOR-AUTH
      *> ONCE AT START-UP AND 9150-CHECK-OPERATOR OR
      *> 9160-CHECK-APPROVER PER TRANSACTION (SEE OPRAUTHP.CPY).
       01  OPR-AUTH-STATUS          PIC X(02).
       01  OPR-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
           88 OPR-AUTH-EOF          VALUE 'Y'.
       01  OPR-AUTH-MAX             PIC 9(04) VALUE ZERO.
       01  OPR-AUTH-TABLE.
           05 OPR-AUTH-ENTRY OCCURS 2000 TIMES.
               10 OPR-AE-OPERATOR   PIC X(06).
               10 OPR-AE-MASTER     PIC X(08).
               10 OPR-AE-STATUS     PIC X(01).
               10 OPR-AE-ACTIONS    PIC X(04).
       01  OPR-AUTH-SUB             PIC 9(04) VALUE ZERO.

      *> CHECK INPUTS - THE KEYER (OR APPROVER), THE MASTER NAME AS
      *> IT APPEARS ON CHGHIST, AND THE ACTION LETTER WANTED
       01  OPR-CHK-OPERATOR         PIC X(06).
       01  OPR-CHK-APPROVER         PIC X(06).
       01  OPR-CHK-MASTER           PIC X(08).
       01  OPR-CHK-ACTION           PIC X(01).

      *> CHECK RESULT - THE REASON IS READY TO MOVE STRAIGHT TO THE
      *> CALLER'S EXCEPTION REASON
       01  OPR-CHK-SW               PIC X(01).
           88 OPR-CHK-OK            VALUE 'Y'.
       01  OPR-CHK-REASON           PIC X(30).

       01  OPR-FIND-ID              PIC X(06).
       01  OPR-FIND-MASTER          PIC X(08).
       01  OPR-FIND-ACTION          PIC X(01).
       01  OPR-FIND-NDX             PIC 9(04) VALUE ZERO.
       01  OPR-ACTION-HITS          PIC 9(02) VALUE ZERO.
