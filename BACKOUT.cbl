      *> BACKOUT - BUSINESS-DATE BACKOUT RUN. SUBMITTED ON DEMAND
      *> WHEN A NIGHT POSTED FROM BAD INPUT: THE BKOUTCTL CARD NAMES
      *> THE BUSINESS DATE, AND EVERYTHING THAT NIGHT POSTED TO THE
      *> PERMANENT RECORDS IS TAKEN BACK OUT SO THE NIGHT CAN BE
      *> RERUN CLEAN UNDER THE SAME DATE:
      *>   STOCKMST  EACH STKHIST MOVEMENT OF THE DATE IS REVERSED,
      *>             LATEST FIRST - ON-HAND BY THE MOVEMENT'S OWN
      *>             BEFORE/AFTER DIFFERENCE, AVERAGE COST UNWOUND
      *>             ON RECEIPTS AND TRANSFER ARRIVALS - AND THE
      *>             LINES COME OFF STKHIST. VALUTOT LOSES THE
      *>             NIGHT'S VALUATION TOTAL
      *>   ARMAST    PAYMENTS DATED THAT DAY ARE PUT BACK ON THEIR
      *>             ITEMS AND COME OFF ARPAYHST; RECOVERIES COME
      *>             OFF ARRECOV; THE SUSPENSE MOVEMENTS ON CASHIFC
      *>             ARE UNDONE ON UNAPCASH; THEN THE ITEMS DATED
      *>             THAT DAY ARE DELETED. AN ITEM STILL PART-PAID
      *>             BY A LATER PAYMENT IS LEFT AND LOGGED
      *>   HISTORY   THE DATE'S DAYHIST, BRCHHIST, ALLOCHST,
      *>             MARGNHST AND SLSHIST RECORDS ARE REMOVED, SO
      *>             EACH PROGRAM'S ONCE-PER-NIGHT GUARD LETS THE
      *>             RERUN POST AGAIN, AND THE COMMBASE COMMISSION
      *>             BASIS OF THE DATE'S INVOICES IS DELETED SO
      *>             COMMCALC PAYS NOTHING ON THEM
      *>   LEDGER    EVERY VOUCHER GLEXTR CUT FOR THE DATE IS SENT
      *>             BACK WITH DEBIT AND CREDIT SWAPPED ON BKOUTVCH,
      *>             IN THE SAME LAYOUT. CASH IS TAKEN FROM CASHIFC
      *>             INSTEAD: THE DATE'S RECORDS ALREADY JOURNALLED
      *>             ARE REVERSED AND EVERY RECORD OF THE DATE COMES
      *>             OFF THE FEED, WITH THE CASHJCTL MARK PULLED BACK
      *>             TO MATCH
      *>   CONTROL   THE DATE'S RUNHIST RECORDS ARE REMOVED AND ONE
      *>             BACKOUT RECORD LOGGED IN THEIR PLACE, A BACKOUT
      *>             MARKER IS APPENDED TO EVERY LEG'S RESTCTL SO
      *>             NO STEP OF THE NIGHT IS SKIPPED AS COMPLETE,
      *>             THE SUBTRACT CHECKPOINT IS CLEARED AND BUSDATE
      *>             IS SET BACK TO THE DATE
      *> A DATE BEFORE THE LAST NIGHT ON RUNHIST IS REFUSED - LATER
      *> NIGHTS WERE BUILT ON IT AND MUST COME OUT FIRST - AS IS A
      *> NON-BUSINESS DAY, A DATE IN A PERIOD LOCKED ON PERLOCK, OR
      *> A DATE WITH LATER POSTINGS ALREADY ON THE HISTORIES. ALL
      *> OF THOSE END RC 12 BEFORE ANYTHING IS CHANGED. LOT, PURCHASE
      *> ORDER AND IN-TRANSIT EFFECTS OF THE REVERSED MOVEMENTS ARE
      *> LISTED ON BKOUTRPT FOR MANUAL FOLLOW-UP; ANY FOLLOW-UP OR
      *> EXCEPTION ENDS RC 4, AN UNBALANCED VOUCHER FILE RC 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> REQUIRED CARD - THE BUSINESS DATE TO BACK OUT
           SELECT BACKOUT-CTL-FILE ASSIGN TO "BKOUTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT STOCK-MASTER ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ITEM-KEY
               FILE STATUS IS WS-SM-STATUS.

           SELECT STOCK-HISTORY-FILE ASSIGN TO "STKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT VALUATION-TOTAL-FILE ASSIGN TO "VALUTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

           SELECT AR-PAY-HIST-FILE ASSIGN TO "ARPAYHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AR-RECOVERY-FILE ASSIGN TO "ARRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT UNAPPLIED-CASH-MASTER ASSIGN TO "UNAPCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-CUST-ID
               FILE STATUS IS WS-UC-STATUS.

           SELECT CASH-IFACE-FILE ASSIGN TO "CASHIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CASH-JRNL-CTL ASSIGN TO "CASHJCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJCTL-STATUS.

           SELECT DAY-HISTORY-FILE ASSIGN TO "DAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BRANCH-HISTORY-FILE ASSIGN TO "BRCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ALLOC-HISTORY-FILE ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MARGIN-HIST-FILE ASSIGN TO "MARGNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SALES-HIST-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT COMMISSION-BASIS ASSIGN TO "COMMBASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.

      *> ACCOUNT-MAPPING TABLE - SAME TABLE GLEXTR JOURNALS FROM
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      *> THE NIGHT'S OWN VOUCHER GENERATION, AND THE OFFSETTING ONE
           SELECT JOURNAL-VOUCHER-IN ASSIGN TO "JRNLVCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BACKOUT-VOUCHER-OUT ASSIGN TO "BKOUTVCH"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> HOLDS THE RECORDS KEPT WHILE A HISTORY IS REWRITTEN
           SELECT BACKOUT-WORK-FILE ASSIGN TO "BKOUTWRK"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> EVERY LEG'S STEP-RESTART CONTROL - SEE RUNCTL COPYBOOK
           SELECT RESTART-LG1-FILE ASSIGN TO "RCTLLG1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-LG2-FILE ASSIGN TO "RCTLLG2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-LG3-FILE ASSIGN TO "RCTLLG3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-LG4-FILE ASSIGN TO "RCTLLG4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-LG5-FILE ASSIGN TO "RCTLLG5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-LG6-FILE ASSIGN TO "RCTLLG6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-LG7-FILE ASSIGN TO "RCTLLG7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RESTART-TAIL-FILE ASSIGN TO "RCTLTAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT BACKOUT-RPT ASSIGN TO "BKOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BACKOUT-EXCP-FILE ASSIGN TO "BKOUTEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BUSINESS-DATE CONTROL RECORD AND ITS VALIDATION FILES -
      *> SEE BUSDATE COPYBOOK. RUNHIST IS ALSO REWRITTEN HERE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-CAL-STATUS.

           SELECT RUN-HISTORY-CHK-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-RH-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUS-PL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-CTL-FILE.
       01  BACKOUT-CTL-REC.
           05 BK-BACKOUT-DATE       PIC 9(08).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05 BD-BUSINESS-DATE      PIC 9(08).

       FD  BUS-CALENDAR-FILE.
       01  BUS-CALENDAR-REC.
           05 BC-CAL-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 BC-DAY-TYPE           PIC X(01).

      *> SAME LAYOUT AS THE CONTROLRPT RUNHIST FD. THE BACKOUT LOG
      *> RECORD CARRIES THE DATE IT TOOK OUT AFTER THE ELAPSED TIME
       FD  RUN-HISTORY-CHK-FILE.
       01  RUN-HISTORY-CHK-REC.
           05 RHC-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(72).
       01  RUN-HISTORY-LOG-REC.
           05 RL-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 RL-SOURCE-PGM         PIC X(10).
           05 FILLER                PIC X(01).
           05 RL-REC-COUNT          PIC 9(09).
           05 FILLER                PIC X(01).
           05 RL-EXCP-COUNT         PIC 9(09).
           05 FILLER                PIC X(01).
           05 RL-ELAPSED-CS         PIC 9(07).
           05 FILLER                PIC X(01).
           05 RL-BACKOUT-DATE       PIC 9(08).
           05 FILLER                PIC X(24).

       FD  PERIOD-LOCK-FILE.
       01  PERIOD-LOCK-REC.
           05 PL-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01).
           05 PL-LOCK-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 PL-LOCK-TIME          PIC 9(06).

      *> SAME LAYOUT AS THE SUBTRACT STOCKMST FD
       FD  STOCK-MASTER.
       01  STOCK-MASTER-REC.
           05 SM-ITEM-KEY.
               10 SM-ITEM-CODE      PIC X(06).
               10 SM-LOCATION       PIC X(03).
           05 SM-ON-HAND            PIC 9(09).
           05 SM-AVG-COST           PIC 9(05)V99.
           05 SM-REORDER-POINT      PIC 9(09).
           05 SM-REORDER-QTY        PIC 9(09).
           05 SM-ITEM-STATUS        PIC X(01).
               88 SM-ITEM-ACTIVE    VALUE 'A'.
           05 SM-LAST-MOVE-DATE     PIC 9(08).

      *> SAME LAYOUT AS THE SUBTRACT STKHIST FD
       FD  STOCK-HISTORY-FILE.
       01  STOCK-HISTORY-REC.
           05 HS-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-MOVE-TYPE          PIC X(01).
               88 HS-ISSUE          VALUE 'I'.
               88 HS-RECEIPT        VALUE 'R'.
               88 HS-ADJUSTMENT     VALUE 'A'.
               88 HS-TRANSFER       VALUE 'T'.
               88 HS-XFER-ARRIVAL   VALUE 'C'.
               88 HS-LOT-LINE       VALUE 'L'.
           05 FILLER                PIC X(01).
           05 HS-ITEM-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 HS-LOCATION           PIC X(03).
           05 FILLER                PIC X(01).
           05 HS-QTY                PIC S9(09)
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 HS-UNIT-COST          PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 HS-BEFORE-QTY         PIC 9(09).
           05 FILLER                PIC X(01).
           05 HS-AFTER-QTY          PIC 9(09).
           05 FILLER                PIC X(01).
           05 HS-PO-NO              PIC X(08).
           05 FILLER                PIC X(01).
           05 HS-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 HS-LOT-NO             PIC X(10).
           05 FILLER                PIC X(01).
           05 HS-LOT-EXPIRY         PIC 9(08).
           05 FILLER                PIC X(01).
           05 HS-LOT-PARENT-TYPE    PIC X(01).

       FD  VALUATION-TOTAL-FILE.
       01  VALUATION-TOTAL-REC.
           05 VT-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 VT-TOTAL-VALUE        PIC 9(15)V99.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05 CK-REC-COUNT          PIC 9(09).

      *> SAME LAYOUT AS THE ARCASH ARMAST FD
       FD  AR-MASTER.
       01  AR-MASTER-REC.
           05 AR-INVOICE-NO         PIC X(08).
           05 AR-CUST-ID            PIC X(06).
           05 AR-INVOICE-DATE       PIC 9(08).
           05 AR-ORIG-AMOUNT        PIC S9(09)V99.
           05 AR-OPEN-AMOUNT        PIC S9(09)V99.
           05 AR-ITEM-STATUS        PIC X(01).
               88 AR-ITEM-OPEN      VALUE 'O'.
               88 AR-ITEM-PAID      VALUE 'P'.
               88 AR-ITEM-WRITTEN-OFF VALUE 'W'.

       FD  AR-PAY-HIST-FILE.
       01  AR-PAY-HIST-REC.
           05 PH-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 PH-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 PH-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 PH-AMOUNT             PIC 9(09)V99.

       FD  AR-RECOVERY-FILE.
       01  AR-RECOVERY-REC.
           05 RV-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 RV-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 RV-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 RV-AMOUNT             PIC 9(09)V99.

       FD  UNAPPLIED-CASH-MASTER.
       01  UNAPPLIED-CASH-REC.
           05 UC-CUST-ID            PIC X(06).
           05 UC-BALANCE            PIC S9(09)V99.
           05 UC-OLDEST-DATE        PIC 9(08).
           05 UC-LAST-DATE          PIC 9(08).

      *> SAME LAYOUT AS THE ARCASH CASHIFC FD
       FD  CASH-IFACE-FILE.
       01  CASH-IFACE-REC.
           05 CI-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 CI-CASH-TYPE          PIC X(01).
               88 CI-APPLIED        VALUE 'A'.
               88 CI-TO-SUSPENSE    VALUE 'S'.
               88 CI-FROM-SUSPENSE  VALUE 'U'.
               88 CI-RECOVERY       VALUE 'R'.
           05 FILLER                PIC X(01).
           05 CI-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 CI-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 CI-AMOUNT             PIC 9(09)V99.

       FD  CASH-JRNL-CTL.
       01  CASH-JRNL-CTL-REC.
           05 CJ-RECORDS-DONE       PIC 9(09).

       FD  DAY-HISTORY-FILE.
       01  DAY-HISTORY-REC.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HD-DAILY-TOTAL        PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

       FD  BRANCH-HISTORY-FILE.
       01  BRANCH-HISTORY-REC.
           05 HB-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 HB-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X(01).
           05 HB-NET-TOTAL          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

       FD  ALLOC-HISTORY-FILE.
       01  ALLOC-HISTORY-REC.
           05 AH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 AH-POOL-ID            PIC X(04).
           05 FILLER                PIC X(01).
           05 AH-DEPT-CODE          PIC X(04).
           05 FILLER                PIC X(01).
           05 AH-SHARE              PIC 9(09).
           05 FILLER                PIC X(01).
           05 AH-ENTRY-TYPE         PIC X(01).
               88 AH-DIRECT-SHARE   VALUE SPACE.
           05 FILLER                PIC X(18).

       FD  MARGIN-HIST-FILE.
       01  MARGIN-HIST-REC.
           05 MG-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(92).

      *> SAME LAYOUT AS THE SLSANAL SLSHIST FD - DATED BY INVOICE
       FD  SALES-HIST-FILE.
       01  SALES-HIST-REC.
           05 SY-INVOICE-NO         PIC X(08).
           05 SY-LINE-SEQ           PIC 9(04).
           05 SY-INVOICE-DATE       PIC 9(08).
           05 FILLER                PIC X(80).

      *> SAME LAYOUT AS THE EXPRESSOES COMMBASE FD
       FD  COMMISSION-BASIS.
       01  COMMISSION-BASIS-REC.
           05 CB-KEY.
               10 CB-INVOICE-NO    PIC X(08).
               10 CB-ITEM-CLASS    PIC X(04).
           05 CB-CUST-ID           PIC X(06).
           05 CB-REP-ID            PIC X(04).
           05 CB-INVOICE-DATE      PIC 9(08).
           05 CB-DOC-TYPE          PIC X(01).
           05 CB-NET-AMOUNT        PIC S9(09)V99
                                   SIGN LEADING SEPARATE.

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-REC.
           05 GA-MAP-NAME           PIC X(08).
           05 FILLER                PIC X(01).
           05 GA-GL-ACCOUNT         PIC X(08).

      *> SAME LAYOUT AS THE GLEXTR JRNLVCH FD
       FD  JOURNAL-VOUCHER-IN.
       01  JOURNAL-VOUCHER-IN-REC.
           05 JI-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 JI-SOURCE             PIC X(04).
           05 FILLER                PIC X(01).
           05 JI-ACCOUNT            PIC X(08).
           05 FILLER                PIC X(01).
           05 JI-DC-IND             PIC X(01).
           05 FILLER                PIC X(01).
           05 JI-AMOUNT             PIC 9(11).99.

       FD  BACKOUT-VOUCHER-OUT.
       01  JOURNAL-VOUCHER-REC.
           05 JV-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-SOURCE             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-ACCOUNT            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-DC-IND             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JV-AMOUNT             PIC 9(11).99.

       FD  BACKOUT-WORK-FILE.
       01  BACKOUT-WORK-REC         PIC X(200).

       FD  RESTART-LG1-FILE.
       01  RESTART-LG1-REC          PIC X(80).

       FD  RESTART-LG2-FILE.
       01  RESTART-LG2-REC          PIC X(80).

       FD  RESTART-LG3-FILE.
       01  RESTART-LG3-REC          PIC X(80).

       FD  RESTART-LG4-FILE.
       01  RESTART-LG4-REC          PIC X(80).

       FD  RESTART-LG5-FILE.
       01  RESTART-LG5-REC          PIC X(80).

       FD  RESTART-LG6-FILE.
       01  RESTART-LG6-REC          PIC X(80).

       FD  RESTART-LG7-FILE.
       01  RESTART-LG7-REC          PIC X(80).

       FD  RESTART-TAIL-FILE.
       01  RESTART-TAIL-REC         PIC X(80).

       FD  BACKOUT-RPT.
       01  BACKOUT-RPT-REC          PIC X(80).

       FD  BACKOUT-EXCP-FILE.
       01  BACKOUT-EXCP-REC.
           COPY EXCPREC.

           WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS PIC X(02).
           01 WS-SM-STATUS PIC X(02).
           01 WS-AR-STATUS PIC X(02).
           01 WS-UC-STATUS PIC X(02).
           01 WS-CB-STATUS PIC X(02).
           01 WS-HIST-STATUS PIC X(02).
           01 WS-CJCTL-STATUS PIC X(02).
           01 WS-RCTL-STATUS PIC X(02).
           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-WORK-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-WORK-EOF VALUE 'Y'.
           01 WS-AR-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-AR-EOF VALUE 'Y'.
           01 WS-MAP-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-MAP-EOF VALUE 'Y'.

      *> THE DATE BEING BACKED OUT, AND THE LATEST DATE FOUND ON
      *> THE HISTORIES - ANYTHING LATER MEANS ANOTHER NIGHT HAS
      *> ALREADY POSTED ON TOP OF IT
           01 WS-BACKOUT-DATE PIC 9(08) VALUE ZERO.
           01 WS-LATER-DATE PIC 9(08) VALUE ZERO.
           01 WS-LATER-FILE PIC X(08) VALUE SPACES.
           01 WS-LAST-KEPT-DATE PIC 9(08) VALUE ZERO.

      *> THE DATE'S STOCK MOVEMENTS, IN STKHIST ORDER - REVERSED
      *> FROM THE LAST ONE BACK SO EACH AVERAGE-COST UNWIND STARTS
      *> FROM THE COST ITS OWN MOVEMENT LEFT
           01 WS-MOVE-MAX PIC 9(05) VALUE ZERO.
           01 WS-MOVE-SUB PIC 9(05) VALUE ZERO.
           01 WS-MOVE-TABLE.
               05 WS-MOVE-ENTRY OCCURS 5000 TIMES.
                   10 WS-MV-TYPE      PIC X(01).
                   10 WS-MV-ITEM-KEY.
                       15 WS-MV-ITEM  PIC X(06).
                       15 WS-MV-LOC   PIC X(03).
                   10 WS-MV-QTY       PIC S9(09).
                   10 WS-MV-UNIT-COST PIC 9(05)V99.
                   10 WS-MV-BEFORE    PIC 9(09).
                   10 WS-MV-AFTER     PIC 9(09).
                   10 WS-MV-PO-NO     PIC X(08).
           01 WS-MV-DELTA PIC S9(09).
           01 WS-COST-BEFORE PIC 9(05)V99.
           01 WS-UNWOUND-VALUE PIC S9(15)V99.

      *> RECORDS REMOVED AND AMOUNTS BY FILE FOR THE SUMMARY
           01 WS-FILE-MAX PIC 9(02) VALUE ZERO.
           01 WS-FILE-SUB PIC 9(02).
           01 WS-FILE-TABLE.
               05 WS-FILE-ENTRY OCCURS 16 TIMES.
                   10 WS-FL-NAME    PIC X(08).
                   10 WS-FL-KEPT    PIC 9(09).
                   10 WS-FL-REMOVED PIC 9(09).
                   10 WS-FL-AMOUNT  PIC S9(13)V99.
           01 WS-EXCP-KEY PIC X(09).
           01 WS-EXCP-REASON PIC X(30).

      *> COUNTS FOR THE SUMMARY AND RETURN CODE
           01 WS-MOVES-REVERSED PIC 9(07) VALUE ZERO.
           01 WS-LOT-LINES PIC 9(07) VALUE ZERO.
           01 WS-PO-RECEIPTS PIC 9(07) VALUE ZERO.
           01 WS-TRANSFERS PIC 9(07) VALUE ZERO.
           01 WS-PAYMENTS-REVERSED PIC 9(07) VALUE ZERO.
           01 WS-PAYMENTS-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-SUSP-ADJUSTED PIC 9(07) VALUE ZERO.
           01 WS-ITEMS-DELETED PIC 9(07) VALUE ZERO.
           01 WS-ITEMS-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-ITEMS-HELD PIC 9(07) VALUE ZERO.
           01 WS-EXCP-COUNT PIC 9(07) VALUE ZERO.
           01 WS-FOLLOWUP-COUNT PIC 9(07) VALUE ZERO.
           01 WS-RECORDS-REMOVED PIC 9(09) VALUE ZERO.

      *> CASH-RECEIPTS MARK - CASHIFC RECORDS AT OR BELOW IT WERE
      *> JOURNALLED BY GLEXTR; THE DATE'S RECORDS UNDER IT ARE
      *> REVERSED AND THE MARK DROPS BY THEIR NUMBER
           01 WS-CASH-DONE-COUNT PIC 9(09) VALUE ZERO.
           01 WS-CASH-READ-COUNT PIC 9(09) VALUE ZERO.
           01 WS-CASH-PULLED-BACK PIC 9(09) VALUE ZERO.

      *> ACCOUNT-MAPPING TABLE - AS GLEXTR
           01 WS-MAP-MAX PIC 9(04) VALUE ZERO.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-MAP-IDX.
                   10 WS-MAP-NAME    PIC X(08).
                   10 WS-MAP-ACCOUNT PIC X(08).
           01 WS-MAP-KEY     PIC X(08).
           01 WS-MAP-RESULT  PIC X(08).

      *> CURRENT VOUCHER LINE AND THE PROOF TOTALS
           01 WS-JV-SOURCE    PIC X(04).
           01 WS-JV-ACCOUNT   PIC X(08).
           01 WS-JV-OFFSET    PIC X(08).
           01 WS-JV-AMOUNT    PIC 9(11)V99.
           01 WS-DEBIT-TOTAL  PIC 9(13)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
           01 WS-BALANCE-DIFF PIC S9(13)V99 VALUE ZERO.
           01 WS-VOUCHER-COUNT PIC 9(09) VALUE ZERO.

      *> THE BACKOUT MARKER APPENDED TO EVERY LEG'S RESTCTL
           01 WS-RESTART-MARKER.
               COPY RUNCREC.
               05 FILLER          PIC X(56) VALUE SPACES.
           01 WS-RESTART-NAME PIC X(10) VALUE "*BACKOUT".

           01 WS-COUNT-ED     PIC ZZZZZZZZ9.
           01 WS-AMOUNT-ED    PIC -(12)9.99.
           01 WS-DATE-ED      PIC 9(08).

           01 WS-MOVE-HEADING.
               05 FILLER PIC X(19) VALUE "TYP ITEM   LOC".
               05 FILLER PIC X(12) VALUE "       QTY".
               05 FILLER PIC X(22) VALUE "    ON-HAND   RESTORED".
               05 FILLER PIC X(20) VALUE " AVG COST  RESTORED".
           01 WS-MOVE-DETAIL.
               05 WS-MD-TYPE      PIC X(01).
               05 FILLER          PIC X(03) VALUE SPACES.
               05 WS-MD-ITEM      PIC X(06).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-LOC       PIC X(03).
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-QTY       PIC -(9)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-ON-HAND   PIC Z(9)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-RESTORED  PIC Z(9)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-COST      PIC Z(4)9.99.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-COST-NEW  PIC Z(4)9.99.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-MD-NOTE      PIC X(10).

           01 WS-FILE-HEADING.
               05 FILLER PIC X(10) VALUE "FILE".
               05 FILLER PIC X(12) VALUE "        KEPT".
               05 FILLER PIC X(12) VALUE "     REMOVED".
               05 FILLER PIC X(20) VALUE "     AMOUNT REMOVED".
           01 WS-FILE-DETAIL.
               05 WS-FD-NAME      PIC X(08).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-FD-KEPT      PIC Z(11)9.
               05 WS-FD-REMOVED   PIC Z(11)9.
               05 FILLER          PIC X(01) VALUE SPACE.
               05 WS-FD-AMOUNT    PIC -(14)9.99.

           01 WS-TOTAL-LINE.
               05 WS-TL-LABEL     PIC X(40).
               05 WS-TL-VALUE     PIC X(20).

           COPY REPDATE.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-READ-BACKOUT-CARD THRU 1000-EXIT.
           PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
           PERFORM 1200-CHECK-LATER-POSTINGS THRU 1200-EXIT.
           PERFORM 2000-LOAD-STOCK-MOVES THRU 2000-EXIT.
           IF WS-LATER-DATE > WS-BACKOUT-DATE
               DISPLAY "BACKOUT: " WS-LATER-FILE " ALREADY HOLDS "
                   WS-LATER-DATE " - BACK THAT NIGHT OUT FIRST"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> NOTHING HAS BEEN TOUCHED UP TO HERE
           OPEN OUTPUT BACKOUT-RPT.
           OPEN OUTPUT BACKOUT-EXCP-FILE.
           OPEN OUTPUT BACKOUT-VOUCHER-OUT.
           PERFORM 8000-WRITE-HEADER THRU 8000-EXIT.
           PERFORM 0500-LOAD-ACCOUNT-MAP THRU 0500-EXIT.

           PERFORM 2100-REVERSE-STOCK THRU 2100-EXIT.
           PERFORM 2300-PURGE-STKHIST THRU 2300-EXIT.
           PERFORM 2400-PURGE-VALUTOT THRU 2400-EXIT.
           PERFORM 2500-CLEAR-CHECKPOINT THRU 2500-EXIT.

           PERFORM 3000-REVERSE-PAYMENTS THRU 3000-EXIT.
           PERFORM 3100-PURGE-RECOVERIES THRU 3100-EXIT.
           PERFORM 3200-REVERSE-CASH-IFACE THRU 3200-EXIT.
           PERFORM 3400-DELETE-AR-ITEMS THRU 3400-EXIT.

           PERFORM 4000-PURGE-DAYHIST THRU 4000-EXIT.
           PERFORM 4050-PURGE-BRCHHIST THRU 4050-EXIT.
           PERFORM 4100-PURGE-ALLOCHST THRU 4100-EXIT.
           PERFORM 4200-PURGE-MARGNHST THRU 4200-EXIT.
           PERFORM 4300-PURGE-SLSHIST THRU 4300-EXIT.
           PERFORM 4400-PURGE-COMMBASE THRU 4400-EXIT.

           PERFORM 5000-REVERSE-VOUCHERS THRU 5000-EXIT.
           CLOSE BACKOUT-VOUCHER-OUT.
           COMPUTE WS-BALANCE-DIFF = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.

           PERFORM 6000-MARK-RESTART-CTL THRU 6000-EXIT.
           PERFORM 6100-PURGE-RUNHIST THRU 6100-EXIT.
           PERFORM 6200-RESET-BUSDATE THRU 6200-EXIT.

           PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
           CLOSE BACKOUT-RPT.
           CLOSE BACKOUT-EXCP-FILE.

           IF WS-EXCP-COUNT > ZERO
               OR WS-FOLLOWUP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *> AN UNBALANCED OFFSET FILE MUST NEVER REACH THE LEDGER
           IF WS-BALANCE-DIFF NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "BACKOUT: " WS-BACKOUT-DATE " BACKED OUT - "
               WS-RECORDS-REMOVED " RECORDS REMOVED".
           STOP RUN.

       0500-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-HIST-STATUS = "00"
               READ GL-ACCOUNT-MAP-FILE
                   AT END SET WS-MAP-EOF TO TRUE
               END-READ
               PERFORM 0510-ADD-ONE-MAPPING THRU 0510-EXIT
                   UNTIL WS-MAP-EOF
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-ADD-ONE-MAPPING.
           IF WS-MAP-MAX < 200
               ADD 1 TO WS-MAP-MAX
               SET WS-MAP-IDX TO WS-MAP-MAX
               MOVE GA-MAP-NAME   TO WS-MAP-NAME(WS-MAP-IDX)
               MOVE GA-GL-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-IDX)
           ELSE
               DISPLAY "ACCOUNT MAP TABLE FULL AT " GA-MAP-NAME
           END-IF.
           READ GL-ACCOUNT-MAP-FILE
               AT END SET WS-MAP-EOF TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

      *> NO CARD, OR A CARD WITHOUT A DATE, BACKS NOTHING OUT
       1000-READ-BACKOUT-CARD.
           OPEN INPUT BACKOUT-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ BACKOUT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BK-BACKOUT-DATE IS NUMERIC
                           MOVE BK-BACKOUT-DATE TO WS-BACKOUT-DATE
                       END-IF
               END-READ
               CLOSE BACKOUT-CTL-FILE
           END-IF.
           IF WS-BACKOUT-DATE = ZERO
               DISPLAY "BACKOUT: NO VALID BKOUTCTL DATE CARD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *> THE SAME CALENDAR, RUN-HISTORY AND PERIOD-LOCK RULES THE
      *> CHAIN ITSELF RUNS UNDER, APPLIED TO THE CARD DATE: ONLY THE
      *> LAST NIGHT POSTED - OR ONE STILL IN FLIGHT - CAN COME OUT,
      *> AND NEVER ONE INSIDE A CLOSED PERIOD
       1100-VALIDATE-DATE.
           MOVE WS-BACKOUT-DATE TO BUS-DATE-CCYYMMDD.
           PERFORM 9410-LOAD-CALENDAR THRU 9410-EXIT.
           MOVE BUS-DATE-CCYYMMDD TO BUS-CHK-DATE.
           PERFORM 9450-TEST-NONBUSINESS THRU 9450-EXIT.
           IF BUS-DAY-NONBUSINESS
               DISPLAY "BACKOUT: " BUS-DATE-CCYYMMDD
                   " IS NOT A BUSINESS DAY - NOTHING POSTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9420-CHECK-RUN-HISTORY THRU 9420-EXIT.
           PERFORM 9460-CHECK-PERIOD-LOCK THRU 9460-EXIT.
       1100-EXIT.
           EXIT.

      *> DAYHIST AND ALLOCHST ARE WRITTEN EARLY IN THEIR LEGS, SO A
      *> LATER NIGHT THAT HAS STARTED SHOWS ON THEM BEFORE RUNHIST
       1200-CHECK-LATER-POSTINGS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DAY-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM 1210-NOTE-ONE-DAY-DATE THRU 1210-EXIT
                   UNTIL WS-IN-EOF
               CLOSE DAY-HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT ALLOC-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM 1220-NOTE-ONE-ALLOC-DATE THRU 1220-EXIT
                   UNTIL WS-IN-EOF
               CLOSE ALLOC-HISTORY-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-NOTE-ONE-DAY-DATE.
           READ DAY-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF HD-RUN-DATE IS NUMERIC
                       AND HD-RUN-DATE > WS-LATER-DATE
                       MOVE HD-RUN-DATE TO WS-LATER-DATE
                       MOVE "DAYHIST" TO WS-LATER-FILE
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1220-NOTE-ONE-ALLOC-DATE.
           READ ALLOC-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF AH-RUN-DATE IS NUMERIC
                       AND AH-RUN-DATE > WS-LATER-DATE
                       MOVE AH-RUN-DATE TO WS-LATER-DATE
                       MOVE "ALLOCHST" TO WS-LATER-FILE
                   END-IF
           END-READ.
       1220-EXIT.
           EXIT.

      *> READ-ONLY PASS - THE MOVEMENTS ARE TABLED BEFORE ANYTHING
      *> IS CHANGED, SO A NIGHT TOO BIG FOR THE TABLE OR A LATER
      *> NIGHT ON STKHIST STOPS THE RUN WITH THE FILES AS THEY WERE
       2000-LOAD-STOCK-MOVES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-TABLE-ONE-MOVE THRU 2010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STOCK-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2010-TABLE-ONE-MOVE.
           READ STOCK-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF HS-RUN-DATE IS NUMERIC
               AND HS-RUN-DATE > WS-LATER-DATE
               MOVE HS-RUN-DATE TO WS-LATER-DATE
               MOVE "STKHIST" TO WS-LATER-FILE
           END-IF.
           IF HS-RUN-DATE NOT = WS-BACKOUT-DATE
               GO TO 2010-EXIT
           END-IF.
      *> LOT LINES ONLY DETAIL THE MOVEMENT ABOVE THEM - THE LOT
      *> MASTER ITSELF IS PUT RIGHT BY HAND FROM THE REPORT
           IF HS-LOT-LINE
               ADD 1 TO WS-LOT-LINES
               GO TO 2010-EXIT
           END-IF.
           IF WS-MOVE-MAX >= 5000
               DISPLAY "BACKOUT: MORE THAN 5000 STOCK MOVEMENTS ON "
                   WS-BACKOUT-DATE " - NOTHING CHANGED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MOVE-MAX.
           MOVE HS-MOVE-TYPE  TO WS-MV-TYPE(WS-MOVE-MAX).
           MOVE HS-ITEM-CODE  TO WS-MV-ITEM(WS-MOVE-MAX).
           MOVE HS-LOCATION   TO WS-MV-LOC(WS-MOVE-MAX).
           MOVE HS-QTY        TO WS-MV-QTY(WS-MOVE-MAX).
           MOVE HS-UNIT-COST  TO WS-MV-UNIT-COST(WS-MOVE-MAX).
           MOVE HS-BEFORE-QTY TO WS-MV-BEFORE(WS-MOVE-MAX).
           MOVE HS-AFTER-QTY  TO WS-MV-AFTER(WS-MOVE-MAX).
           MOVE HS-PO-NO      TO WS-MV-PO-NO(WS-MOVE-MAX).
       2010-EXIT.
           EXIT.

       2100-REVERSE-STOCK.
           MOVE SPACES TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "STOCK MOVEMENTS REVERSED (LATEST FIRST)"
               TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC FROM WS-MOVE-HEADING.
           IF WS-MOVE-MAX = ZERO
               GO TO 2100-EXIT
           END-IF.
           OPEN I-O STOCK-MASTER.
           PERFORM 2200-REVERSE-ONE-MOVE THRU 2200-EXIT
               VARYING WS-MOVE-SUB FROM WS-MOVE-MAX BY -1
               UNTIL WS-MOVE-SUB < 1.
           CLOSE STOCK-MASTER.
       2100-EXIT.
           EXIT.

      *> ON-HAND COMES BACK BY THE MOVEMENT'S OWN AFTER LESS
      *> BEFORE, SO A DAYTIME COUNT POSTED SINCE IS NOT LOST. A
      *> RECEIPT OR ARRIVAL ALSO UNWINDS THE WEIGHTED AVERAGE:
      *> (AFTER X AVERAGE - QTY X UNIT COST) / BEFORE. ISSUES RECOST
      *> AT THE AVERAGE ITSELF AND LEAVE IT WHERE IT WAS
       2200-REVERSE-ONE-MOVE.
           MOVE SPACES TO WS-MD-NOTE.
           MOVE WS-MV-ITEM-KEY(WS-MOVE-SUB) TO SM-ITEM-KEY.
           READ STOCK-MASTER
               INVALID KEY
                   MOVE WS-MV-ITEM(WS-MOVE-SUB) TO WS-EXCP-KEY
                   MOVE "STOCK ITEM GONE - NOT REVERSED"
                       TO WS-EXCP-REASON
                   PERFORM 7000-LOG-EXCEPTION THRU 7000-EXIT
                   GO TO 2200-EXIT
           END-READ.
           COMPUTE WS-MV-DELTA = WS-MV-AFTER(WS-MOVE-SUB)
               - WS-MV-BEFORE(WS-MOVE-SUB).
           IF WS-MV-DELTA > SM-ON-HAND
               MOVE WS-MV-ITEM(WS-MOVE-SUB) TO WS-EXCP-KEY
               MOVE "ON HAND TOO LOW - NOT REVERSED"
                   TO WS-EXCP-REASON
               PERFORM 7000-LOG-EXCEPTION THRU 7000-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-MV-TYPE(WS-MOVE-SUB) TO WS-MD-TYPE.
           MOVE WS-MV-ITEM(WS-MOVE-SUB) TO WS-MD-ITEM.
           MOVE WS-MV-LOC(WS-MOVE-SUB)  TO WS-MD-LOC.
           MOVE WS-MV-QTY(WS-MOVE-SUB)  TO WS-MD-QTY.
           MOVE SM-ON-HAND              TO WS-MD-ON-HAND.
           MOVE SM-AVG-COST             TO WS-COST-BEFORE.
           MOVE SM-AVG-COST             TO WS-MD-COST.
           IF SM-ON-HAND NOT = WS-MV-AFTER(WS-MOVE-SUB)
               MOVE "MOVED SINCE" TO WS-MD-NOTE
           END-IF.

           SUBTRACT WS-MV-DELTA FROM SM-ON-HAND.
           IF (WS-MV-TYPE(WS-MOVE-SUB) = 'R'
               OR WS-MV-TYPE(WS-MOVE-SUB) = 'C')
               AND WS-MV-BEFORE(WS-MOVE-SUB) > ZERO
               COMPUTE WS-UNWOUND-VALUE ROUNDED =
                   (WS-MV-AFTER(WS-MOVE-SUB) * WS-COST-BEFORE)
                   - (WS-MV-QTY(WS-MOVE-SUB)
                      * WS-MV-UNIT-COST(WS-MOVE-SUB))
               IF WS-UNWOUND-VALUE > ZERO
                   COMPUTE SM-AVG-COST ROUNDED =
                       WS-UNWOUND-VALUE / WS-MV-BEFORE(WS-MOVE-SUB)
               END-IF
           END-IF.
           REWRITE STOCK-MASTER-REC
               INVALID KEY
                   DISPLAY "STOCK-MASTER REWRITE FAILED " WS-SM-STATUS
           END-REWRITE.
           ADD 1 TO WS-MOVES-REVERSED.
           MOVE SM-ON-HAND  TO WS-MD-RESTORED.
           MOVE SM-AVG-COST TO WS-MD-COST-NEW.

      *> WHAT THE STOCK FIGURES CANNOT PUT BACK ON THEIR OWN
           EVALUATE TRUE
               WHEN WS-MV-TYPE(WS-MOVE-SUB) = 'R'
                   AND WS-MV-PO-NO(WS-MOVE-SUB) NOT = SPACES
                   MOVE "PO RECEIPT" TO WS-MD-NOTE
                   ADD 1 TO WS-PO-RECEIPTS
                   ADD 1 TO WS-FOLLOWUP-COUNT
               WHEN WS-MV-TYPE(WS-MOVE-SUB) = 'T'
                   OR WS-MV-TYPE(WS-MOVE-SUB) = 'C'
                   MOVE "IN TRANSIT" TO WS-MD-NOTE
                   ADD 1 TO WS-TRANSFERS
                   ADD 1 TO WS-FOLLOWUP-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE BACKOUT-RPT-REC FROM WS-MOVE-DETAIL.
       2200-EXIT.
           EXIT.

      *> EACH HISTORY IS COPIED TO THE WORK FILE LESS THE DATE'S
      *> RECORDS, THEN COPIED BACK OVER ITSELF
       2300-PURGE-STKHIST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "STKHIST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT STOCK-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 2310-SIFT-ONE-STKHIST THRU 2310-EXIT
               UNTIL WS-IN-EOF.
           CLOSE STOCK-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT STOCK-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 2320-RESTORE-ONE-STKHIST THRU 2320-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE STOCK-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.
       2300-EXIT.
           EXIT.

       2310-SIFT-ONE-STKHIST.
           READ STOCK-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF HS-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM STOCK-HISTORY-REC
           END-IF.
       2310-EXIT.
           EXIT.

       2320-RESTORE-ONE-STKHIST.
           MOVE BACKOUT-WORK-REC TO STOCK-HISTORY-REC.
           WRITE STOCK-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       2320-EXIT.
           EXIT.

      *> GLEXTR TAKES THE INVENTORY MOVEMENT FROM THE LAST TWO
      *> VALUTOT RECORDS - THE DATE'S OWN MUST GO OR THE RERUN'S
      *> MOVEMENT WOULD BE MEASURED AGAINST IT
       2400-PURGE-VALUTOT.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "VALUTOT" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT VALUATION-TOTAL-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 2410-SIFT-ONE-VALUTOT THRU 2410-EXIT
               UNTIL WS-IN-EOF.
           CLOSE VALUATION-TOTAL-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT VALUATION-TOTAL-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 2420-RESTORE-ONE-VALUTOT THRU 2420-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE VALUATION-TOTAL-FILE.
           CLOSE BACKOUT-WORK-FILE.
       2400-EXIT.
           EXIT.

       2410-SIFT-ONE-VALUTOT.
           READ VALUATION-TOTAL-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF VT-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
               ADD VT-TOTAL-VALUE TO WS-FL-AMOUNT(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM VALUATION-TOTAL-REC
           END-IF.
       2410-EXIT.
           EXIT.

       2420-RESTORE-ONE-VALUTOT.
           MOVE BACKOUT-WORK-REC TO VALUATION-TOTAL-REC.
           WRITE VALUATION-TOTAL-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       2420-EXIT.
           EXIT.

      *> THE SHIPMENT CHECKPOINT COUNTS RECORDS ALREADY APPLIED -
      *> LEFT STANDING IT WOULD SKIP THAT MANY ON THE RERUN
       2500-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
       2500-EXIT.
           EXIT.

      *> EVERY PAYMENT DATED THE DAY GOES BACK ON ITS ITEM BEFORE
      *> THE DAY'S ITEMS ARE DELETED, SO AN INVOICE BILLED AND PAID
      *> THE SAME DAY COMES BACK TO ITS ORIGINAL AMOUNT AND GOES
       3000-REVERSE-PAYMENTS.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "ARPAYHST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT AR-PAY-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           OPEN I-O AR-MASTER.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 3010-SIFT-ONE-PAYMENT THRU 3010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE AR-PAY-HIST-FILE.
           CLOSE BACKOUT-WORK-FILE.
           CLOSE AR-MASTER.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT AR-PAY-HIST-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 3020-RESTORE-ONE-PAYMENT THRU 3020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE AR-PAY-HIST-FILE.
           CLOSE BACKOUT-WORK-FILE.
       3000-EXIT.
           EXIT.

       3010-SIFT-ONE-PAYMENT.
           READ AR-PAY-HIST-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3010-EXIT
           END-READ.
           IF PH-PAY-DATE NOT = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM AR-PAY-HIST-REC
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB).
           ADD PH-AMOUNT TO WS-FL-AMOUNT(WS-FILE-SUB).
           MOVE PH-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-MASTER
               INVALID KEY
                   MOVE PH-INVOICE-NO TO WS-EXCP-KEY
                   MOVE "PAID ITEM NOT ON ARMAST" TO WS-EXCP-REASON
                   PERFORM 7000-LOG-EXCEPTION THRU 7000-EXIT
                   GO TO 3010-EXIT
           END-READ.
           ADD PH-AMOUNT TO AR-OPEN-AMOUNT.
           IF AR-ITEM-PAID
               MOVE 'O' TO AR-ITEM-STATUS
           END-IF.
           REWRITE AR-MASTER-REC
               INVALID KEY
                   DISPLAY "AR-MASTER REWRITE FAILED " WS-AR-STATUS
           END-REWRITE.
           ADD 1 TO WS-PAYMENTS-REVERSED.
           ADD PH-AMOUNT TO WS-PAYMENTS-TOTAL.
       3010-EXIT.
           EXIT.

       3020-RESTORE-ONE-PAYMENT.
           MOVE BACKOUT-WORK-REC TO AR-PAY-HIST-REC.
           WRITE AR-PAY-HIST-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       3020-EXIT.
           EXIT.

      *> A RECOVERY NEVER TOUCHED THE WRITTEN-OFF ITEM - ONLY ITS
      *> HISTORY RECORD AND ITS CASH VOUCHER COME OUT
       3100-PURGE-RECOVERIES.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "ARRECOV" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT AR-RECOVERY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 3110-SIFT-ONE-RECOVERY THRU 3110-EXIT
               UNTIL WS-IN-EOF.
           CLOSE AR-RECOVERY-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT AR-RECOVERY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 3120-RESTORE-ONE-RECOVERY THRU 3120-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE AR-RECOVERY-FILE.
           CLOSE BACKOUT-WORK-FILE.
       3100-EXIT.
           EXIT.

       3110-SIFT-ONE-RECOVERY.
           READ AR-RECOVERY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF RV-PAY-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
               ADD RV-AMOUNT TO WS-FL-AMOUNT(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM AR-RECOVERY-REC
           END-IF.
       3110-EXIT.
           EXIT.

       3120-RESTORE-ONE-RECOVERY.
           MOVE BACKOUT-WORK-REC TO AR-RECOVERY-REC.
           WRITE AR-RECOVERY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       3120-EXIT.
           EXIT.

      *> THE CASH FEED IS TAKEN BY POSITION, NOT BY DATE, SO THE
      *> DATE'S RECORDS ARE SPLIT BY THE CASHJCTL MARK: THOSE UNDER
      *> IT WERE JOURNALLED AND GET A REVERSING PAIR, THOSE OVER IT
      *> NEVER REACHED THE LEDGER. ALL OF THEM COME OFF THE FEED AND
      *> THE MARK DROPS BY THE NUMBER TAKEN FROM UNDER IT, SO EVERY
      *> OTHER RECORD KEEPS ITS JOURNALLED OR WAITING STATE
       3200-REVERSE-CASH-IFACE.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "CASHIFC" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT CASH-JRNL-CTL.
           IF WS-CJCTL-STATUS = "00"
               READ CASH-JRNL-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CJ-RECORDS-DONE IS NUMERIC
                           MOVE CJ-RECORDS-DONE TO WS-CASH-DONE-COUNT
                       END-IF
               END-READ
               CLOSE CASH-JRNL-CTL
           END-IF.
           OPEN INPUT CASH-IFACE-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 3200-EXIT
           END-IF.
           OPEN I-O UNAPPLIED-CASH-MASTER.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 3210-SIFT-ONE-CASH THRU 3210-EXIT
               UNTIL WS-IN-EOF.
           CLOSE CASH-IFACE-FILE.
           CLOSE BACKOUT-WORK-FILE.
           CLOSE UNAPPLIED-CASH-MASTER.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT CASH-IFACE-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 3230-RESTORE-ONE-CASH THRU 3230-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE CASH-IFACE-FILE.
           CLOSE BACKOUT-WORK-FILE.

           IF WS-CASH-PULLED-BACK > ZERO
               SUBTRACT WS-CASH-PULLED-BACK FROM WS-CASH-DONE-COUNT
               OPEN OUTPUT CASH-JRNL-CTL
               MOVE WS-CASH-DONE-COUNT TO CJ-RECORDS-DONE
               WRITE CASH-JRNL-CTL-REC
               CLOSE CASH-JRNL-CTL
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SIFT-ONE-CASH.
           READ CASH-IFACE-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           ADD 1 TO WS-CASH-READ-COUNT.
           IF CI-RUN-DATE NOT = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM CASH-IFACE-REC
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB).
           ADD CI-AMOUNT TO WS-FL-AMOUNT(WS-FILE-SUB).
           IF CI-TO-SUSPENSE OR CI-FROM-SUSPENSE
               PERFORM 3220-UNDO-SUSPENSE THRU 3220-EXIT
           END-IF.
           IF WS-CASH-READ-COUNT NOT > WS-CASH-DONE-COUNT
               ADD 1 TO WS-CASH-PULLED-BACK
               IF CI-AMOUNT NOT = ZERO
                   PERFORM 5200-REVERSE-CASH-PAIR THRU 5200-EXIT
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

      *> CASH HELD ON ACCOUNT THAT DAY COMES BACK OFF THE SUSPENSE
      *> BALANCE; CASH DRAWN FROM SUSPENSE THAT DAY GOES BACK ON IT
       3220-UNDO-SUSPENSE.
           MOVE CI-CUST-ID TO UC-CUST-ID.
           READ UNAPPLIED-CASH-MASTER
               INVALID KEY
                   MOVE CI-CUST-ID TO WS-EXCP-KEY
                   MOVE "NO UNAPCASH FOR CUSTOMER" TO WS-EXCP-REASON
                   PERFORM 7000-LOG-EXCEPTION THRU 7000-EXIT
                   GO TO 3220-EXIT
           END-READ.
           IF CI-TO-SUSPENSE
               IF CI-AMOUNT > UC-BALANCE
                   MOVE CI-CUST-ID TO WS-EXCP-KEY
                   MOVE "SUSPENSE SINCE USED - MANUAL"
                       TO WS-EXCP-REASON
                   PERFORM 7000-LOG-EXCEPTION THRU 7000-EXIT
                   GO TO 3220-EXIT
               END-IF
               SUBTRACT CI-AMOUNT FROM UC-BALANCE
               IF UC-BALANCE = ZERO
                   MOVE ZERO TO UC-OLDEST-DATE
               END-IF
           ELSE
               IF UC-BALANCE NOT > ZERO
                   MOVE WS-BACKOUT-DATE TO UC-OLDEST-DATE
               END-IF
               ADD CI-AMOUNT TO UC-BALANCE
           END-IF.
           REWRITE UNAPPLIED-CASH-REC
               INVALID KEY
                   DISPLAY "UNAPPLIED-CASH REWRITE FAILED "
                       WS-UC-STATUS
           END-REWRITE.
           ADD 1 TO WS-SUSP-ADJUSTED.
       3220-EXIT.
           EXIT.

       3230-RESTORE-ONE-CASH.
           MOVE BACKOUT-WORK-REC TO CASH-IFACE-REC.
           WRITE CASH-IFACE-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       3230-EXIT.
           EXIT.

      *> AN ITEM DATED THE DAY IS DELETED ONLY WHEN IT IS BACK TO
      *> ITS ORIGINAL AMOUNT - ONE STILL PART-PAID HAS CASH FROM A
      *> LATER DAY AGAINST IT AND IS LEFT FOR THE AR CLERK
       3400-DELETE-AR-ITEMS.
           OPEN I-O AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               GO TO 3400-EXIT
           END-IF.
           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START AR-MASTER KEY IS NOT LESS THAN AR-INVOICE-NO
               INVALID KEY
                   SET WS-AR-EOF TO TRUE
           END-START.
           PERFORM 3410-TEST-ONE-ITEM THRU 3410-EXIT
               UNTIL WS-AR-EOF.
           CLOSE AR-MASTER.
       3400-EXIT.
           EXIT.

       3410-TEST-ONE-ITEM.
           READ AR-MASTER NEXT RECORD
               AT END
                   SET WS-AR-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           IF AR-INVOICE-DATE NOT = WS-BACKOUT-DATE
               GO TO 3410-EXIT
           END-IF.
           IF AR-OPEN-AMOUNT NOT = AR-ORIG-AMOUNT
               OR NOT AR-ITEM-OPEN
               MOVE AR-INVOICE-NO TO WS-EXCP-KEY
               MOVE "LATER CASH - ITEM NOT DELETED" TO WS-EXCP-REASON
               PERFORM 7000-LOG-EXCEPTION THRU 7000-EXIT
               ADD 1 TO WS-ITEMS-HELD
               GO TO 3410-EXIT
           END-IF.
           DELETE AR-MASTER RECORD
               INVALID KEY
                   DISPLAY "AR-MASTER DELETE FAILED " WS-AR-STATUS
           END-DELETE.
           ADD 1 TO WS-ITEMS-DELETED.
           ADD AR-ORIG-AMOUNT TO WS-ITEMS-TOTAL.
       3410-EXIT.
           EXIT.

      *> THE DAY'S BRANCH TOTALS - ADDHIST WILL NOT POST A DATE IT
      *> ALREADY FINDS HERE
       4000-PURGE-DAYHIST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "DAYHIST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT DAY-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 4010-SIFT-ONE-DAYHIST THRU 4010-EXIT
               UNTIL WS-IN-EOF.
           CLOSE DAY-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT DAY-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 4020-RESTORE-ONE-DAYHIST THRU 4020-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE DAY-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.
       4000-EXIT.
           EXIT.

       4010-SIFT-ONE-DAYHIST.
           READ DAY-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4010-EXIT
           END-READ.
           IF HD-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
               ADD HD-DAILY-TOTAL TO WS-FL-AMOUNT(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM DAY-HISTORY-REC
           END-IF.
       4010-EXIT.
           EXIT.

       4020-RESTORE-ONE-DAYHIST.
           MOVE BACKOUT-WORK-REC TO DAY-HISTORY-REC.
           WRITE DAY-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       4020-EXIT.
           EXIT.

      *> THE DAY'S ROWS PER BRANCH - POSTED BY ADDHIST UNDER THE
      *> SAME GUARD AS DAYHIST, SO THEY COME OUT WITH IT
       4050-PURGE-BRCHHIST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "BRCHHIST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT BRANCH-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 4050-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 4060-SIFT-ONE-BRCHHIST THRU 4060-EXIT
               UNTIL WS-IN-EOF.
           CLOSE BRANCH-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT BRANCH-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 4070-RESTORE-ONE-BRCHHIST THRU 4070-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE BRANCH-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.
       4050-EXIT.
           EXIT.

       4060-SIFT-ONE-BRCHHIST.
           READ BRANCH-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4060-EXIT
           END-READ.
           IF HB-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
               ADD HB-NET-TOTAL TO WS-FL-AMOUNT(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM BRANCH-HISTORY-REC
           END-IF.
       4060-EXIT.
           EXIT.

       4070-RESTORE-ONE-BRCHHIST.
           MOVE BACKOUT-WORK-REC TO BRANCH-HISTORY-REC.
           WRITE BRANCH-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       4070-EXIT.
           EXIT.

      *> DIRECT SHARES AND STEP-DOWN ROWS ALIKE - THE AMOUNT SHOWN
      *> IS THE DIRECT SHARES ONLY, THE POOL TOTAL THAT WAS SPREAD
       4100-PURGE-ALLOCHST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "ALLOCHST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT ALLOC-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 4110-SIFT-ONE-ALLOCHST THRU 4110-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ALLOC-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT ALLOC-HISTORY-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 4120-RESTORE-ONE-ALLOCHST THRU 4120-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE ALLOC-HISTORY-FILE.
           CLOSE BACKOUT-WORK-FILE.
       4100-EXIT.
           EXIT.

       4110-SIFT-ONE-ALLOCHST.
           READ ALLOC-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4110-EXIT
           END-READ.
           IF AH-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
               IF AH-DIRECT-SHARE
                   ADD AH-SHARE TO WS-FL-AMOUNT(WS-FILE-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM ALLOC-HISTORY-REC
           END-IF.
       4110-EXIT.
           EXIT.

       4120-RESTORE-ONE-ALLOCHST.
           MOVE BACKOUT-WORK-REC TO ALLOC-HISTORY-REC.
           WRITE ALLOC-HISTORY-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       4120-EXIT.
           EXIT.

       4200-PURGE-MARGNHST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "MARGNHST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT MARGIN-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 4210-SIFT-ONE-MARGNHST THRU 4210-EXIT
               UNTIL WS-IN-EOF.
           CLOSE MARGIN-HIST-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT MARGIN-HIST-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 4220-RESTORE-ONE-MARGNHST THRU 4220-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE MARGIN-HIST-FILE.
           CLOSE BACKOUT-WORK-FILE.
       4200-EXIT.
           EXIT.

       4210-SIFT-ONE-MARGNHST.
           READ MARGIN-HIST-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           IF MG-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM MARGIN-HIST-REC
           END-IF.
       4210-EXIT.
           EXIT.

       4220-RESTORE-ONE-MARGNHST.
           MOVE BACKOUT-WORK-REC TO MARGIN-HIST-REC.
           WRITE MARGIN-HIST-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       4220-EXIT.
           EXIT.

       4300-PURGE-SLSHIST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "SLSHIST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT SALES-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 4300-EXIT
           END-IF.
           OPEN OUTPUT BACKOUT-WORK-FILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 4310-SIFT-ONE-SLSHIST THRU 4310-EXIT
               UNTIL WS-IN-EOF.
           CLOSE SALES-HIST-FILE.
           CLOSE BACKOUT-WORK-FILE.

           OPEN INPUT BACKOUT-WORK-FILE.
           OPEN OUTPUT SALES-HIST-FILE.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
           PERFORM 4320-RESTORE-ONE-SLSHIST THRU 4320-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE SALES-HIST-FILE.
           CLOSE BACKOUT-WORK-FILE.
       4300-EXIT.
           EXIT.

       4310-SIFT-ONE-SLSHIST.
           READ SALES-HIST-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4310-EXIT
           END-READ.
           IF SY-INVOICE-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               WRITE BACKOUT-WORK-REC FROM SALES-HIST-REC
           END-IF.
       4310-EXIT.
           EXIT.

       4320-RESTORE-ONE-SLSHIST.
           MOVE BACKOUT-WORK-REC TO SALES-HIST-REC.
           WRITE SALES-HIST-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       4320-EXIT.
           EXIT.

      *> THE BASIS IS KEYED BY INVOICE AND CLASS, SO THE DAY'S
      *> RECORDS ARE DELETED IN PLACE AS THE AR ITEMS ARE
       4400-PURGE-COMMBASE.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "COMMBASE" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN I-O COMMISSION-BASIS.
           IF WS-CB-STATUS NOT = "00"
               GO TO 4400-EXIT
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE LOW-VALUES TO CB-KEY.
           START COMMISSION-BASIS KEY IS NOT LESS THAN CB-KEY
               INVALID KEY
                   SET WS-IN-EOF TO TRUE
           END-START.
           PERFORM 4410-TEST-ONE-BASIS THRU 4410-EXIT
               UNTIL WS-IN-EOF.
           CLOSE COMMISSION-BASIS.
       4400-EXIT.
           EXIT.

       4410-TEST-ONE-BASIS.
           READ COMMISSION-BASIS NEXT RECORD
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 4410-EXIT
           END-READ.
           IF CB-INVOICE-DATE NOT = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-KEPT(WS-FILE-SUB)
               GO TO 4410-EXIT
           END-IF.
           DELETE COMMISSION-BASIS RECORD
               INVALID KEY
                   DISPLAY "COMMBASE DELETE FAILED " WS-CB-STATUS
                       " " CB-KEY
                   GO TO 4410-EXIT
           END-DELETE.
           ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB).
           ADD CB-NET-AMOUNT TO WS-FL-AMOUNT(WS-FILE-SUB).
       4410-EXIT.
           EXIT.

      *> THE NIGHT'S VOUCHER GENERATION GOES BACK LINE FOR LINE WITH
      *> DEBIT AND CREDIT SWAPPED. ITS CASH LINES ARE SKIPPED - THE
      *> CASH REVERSAL COMES FROM CASHIFC ABOVE, WHICH KNOWS WHICH
      *> RECEIPTS WERE THE DAY'S. A GENERATION NOT DATED THE DAY IS
      *> AN EARLIER NIGHT'S - THE TAIL NEVER RAN - AND GIVES NOTHING
       5000-REVERSE-VOUCHERS.
           OPEN INPUT JOURNAL-VOUCHER-IN.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.
           PERFORM 5100-REVERSE-ONE-VOUCHER THRU 5100-EXIT
               UNTIL WS-IN-EOF.
           CLOSE JOURNAL-VOUCHER-IN.
       5000-EXIT.
           EXIT.

       5100-REVERSE-ONE-VOUCHER.
           READ JOURNAL-VOUCHER-IN
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF JI-RUN-DATE NOT = WS-BACKOUT-DATE
               OR JI-SOURCE = "CASH"
               GO TO 5100-EXIT
           END-IF.
           MOVE JI-SOURCE  TO WS-JV-SOURCE.
           MOVE JI-ACCOUNT TO WS-JV-ACCOUNT.
           MOVE JI-AMOUNT  TO WS-JV-AMOUNT.
           IF JI-DC-IND = 'D'
               PERFORM 5400-WRITE-CREDIT-LINE THRU 5400-EXIT
           ELSE
               PERFORM 5300-WRITE-DEBIT-LINE THRU 5300-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *> GLEXTR'S CASH PAIR FOR THE RECORD, THE OTHER WAY ROUND:
      *> THE CASH (OR SUSPENSE) SIDE IS CREDITED AND THE RECEIVABLE,
      *> SUSPENSE OR RECOVERY SIDE DEBITED
       5200-REVERSE-CASH-PAIR.
           MOVE "CASH" TO WS-JV-SOURCE.
           MOVE CI-AMOUNT TO WS-JV-AMOUNT.
           IF CI-FROM-SUSPENSE
               MOVE "UNAPCASH" TO WS-MAP-KEY
           ELSE
               MOVE "CASH    " TO WS-MAP-KEY
           END-IF.
           PERFORM 5500-MAP-ACCOUNT THRU 5500-EXIT.
           MOVE WS-MAP-RESULT TO WS-JV-ACCOUNT.
           EVALUATE TRUE
               WHEN CI-TO-SUSPENSE
                   MOVE "UNAPCASH" TO WS-MAP-KEY
               WHEN CI-RECOVERY
                   MOVE "BDRECOV " TO WS-MAP-KEY
               WHEN OTHER
                   MOVE "ARCTRL  " TO WS-MAP-KEY
           END-EVALUATE.
           PERFORM 5500-MAP-ACCOUNT THRU 5500-EXIT.
           MOVE WS-MAP-RESULT TO WS-JV-OFFSET.
           PERFORM 5400-WRITE-CREDIT-LINE THRU 5400-EXIT.
           MOVE WS-JV-OFFSET TO WS-JV-ACCOUNT.
           PERFORM 5300-WRITE-DEBIT-LINE THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

       5300-WRITE-DEBIT-LINE.
           MOVE SPACES          TO JOURNAL-VOUCHER-REC.
           MOVE WS-BACKOUT-DATE TO JV-RUN-DATE.
           MOVE WS-JV-SOURCE    TO JV-SOURCE.
           MOVE WS-JV-ACCOUNT   TO JV-ACCOUNT.
           MOVE 'D'             TO JV-DC-IND.
           MOVE WS-JV-AMOUNT    TO JV-AMOUNT.
           WRITE JOURNAL-VOUCHER-REC.
           ADD WS-JV-AMOUNT TO WS-DEBIT-TOTAL.
           ADD 1 TO WS-VOUCHER-COUNT.
       5300-EXIT.
           EXIT.

       5400-WRITE-CREDIT-LINE.
           MOVE SPACES          TO JOURNAL-VOUCHER-REC.
           MOVE WS-BACKOUT-DATE TO JV-RUN-DATE.
           MOVE WS-JV-SOURCE    TO JV-SOURCE.
           MOVE WS-JV-ACCOUNT   TO JV-ACCOUNT.
           MOVE 'C'             TO JV-DC-IND.
           MOVE WS-JV-AMOUNT    TO JV-AMOUNT.
           WRITE JOURNAL-VOUCHER-REC.
           ADD WS-JV-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-VOUCHER-COUNT.
       5400-EXIT.
           EXIT.

      *> WS-MAP-KEY IN, WS-MAP-RESULT OUT - AN UNMAPPED NAME GOES
      *> TO GLSUSP EXACTLY AS GLEXTR WOULD HAVE POSTED IT
       5500-MAP-ACCOUNT.
           SET WS-MAP-IDX TO 1.
           SEARCH WS-MAP-ENTRY
               AT END
                   MOVE "GLSUSP  " TO WS-MAP-RESULT
               WHEN WS-MAP-IDX > WS-MAP-MAX
                   MOVE "GLSUSP  " TO WS-MAP-RESULT
               WHEN WS-MAP-NAME(WS-MAP-IDX) = WS-MAP-KEY
                   MOVE WS-MAP-ACCOUNT(WS-MAP-IDX) TO WS-MAP-RESULT
           END-SEARCH.
       5500-EXIT.
           EXIT.

      *> A MARKER DATED THE DAY IN EVERY LEG'S RESTCTL CANCELS THE
      *> COMPLETION RECORDS BEFORE IT (SEE RUNCTLP), SO THE RERUN
      *> RUNS EVERY STEP AGAIN
       6000-MARK-RESTART-CTL.
           MOVE SPACES          TO WS-RESTART-MARKER.
           MOVE WS-RESTART-NAME TO RC-PGM-NAME.
           MOVE WS-BACKOUT-DATE TO RC-BUS-DATE.
           ACCEPT RC-COMPLETE-TIME FROM TIME.

           OPEN EXTEND RESTART-LG1-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG1-FILE
           END-IF.
           WRITE RESTART-LG1-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG1-FILE.

           OPEN EXTEND RESTART-LG2-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG2-FILE
           END-IF.
           WRITE RESTART-LG2-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG2-FILE.

           OPEN EXTEND RESTART-LG3-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG3-FILE
           END-IF.
           WRITE RESTART-LG3-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG3-FILE.

           OPEN EXTEND RESTART-LG4-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG4-FILE
           END-IF.
           WRITE RESTART-LG4-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG4-FILE.

           OPEN EXTEND RESTART-LG5-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG5-FILE
           END-IF.
           WRITE RESTART-LG5-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG5-FILE.

           OPEN EXTEND RESTART-LG6-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG6-FILE
           END-IF.
           WRITE RESTART-LG6-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG6-FILE.

           OPEN EXTEND RESTART-LG7-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-LG7-FILE
           END-IF.
           WRITE RESTART-LG7-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-LG7-FILE.

           OPEN EXTEND RESTART-TAIL-FILE.
           IF WS-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RESTART-TAIL-FILE
           END-IF.
           WRITE RESTART-TAIL-REC FROM WS-RESTART-MARKER.
           CLOSE RESTART-TAIL-FILE.
       6000-EXIT.
           EXIT.

      *> THE DAY'S RUNHIST RECORDS GO, SO THE DATE READS AS NOT YET
      *> POSTED AND CONTROLRPT WILL POST THE RERUN. THE BACKOUT
      *> ITSELF IS LOGGED UNDER THE LAST NIGHT STILL STANDING - A
      *> RECORD DATED THE DAY WOULD MAKE IT LOOK POSTED AGAIN
       6100-PURGE-RUNHIST.
           PERFORM 7100-START-FILE-ENTRY THRU 7100-EXIT.
           MOVE "RUNHIST" TO WS-FL-NAME(WS-FILE-SUB).
           OPEN INPUT RUN-HISTORY-CHK-FILE.
           IF BUS-RH-STATUS = "00"
               OPEN OUTPUT BACKOUT-WORK-FILE
               MOVE 'N' TO WS-IN-EOF-SW
               PERFORM 6110-SIFT-ONE-RUNHIST THRU 6110-EXIT
                   UNTIL WS-IN-EOF
               CLOSE RUN-HISTORY-CHK-FILE
               CLOSE BACKOUT-WORK-FILE
               OPEN INPUT BACKOUT-WORK-FILE
               OPEN OUTPUT RUN-HISTORY-CHK-FILE
               PERFORM 7200-READ-WORK THRU 7200-EXIT
               PERFORM 6120-RESTORE-ONE-RUNHIST THRU 6120-EXIT
                   UNTIL WS-WORK-EOF
               CLOSE BACKOUT-WORK-FILE
           ELSE
               OPEN OUTPUT RUN-HISTORY-CHK-FILE
           END-IF.

           PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-MAX.
           MOVE SPACES             TO RUN-HISTORY-LOG-REC.
           MOVE WS-LAST-KEPT-DATE  TO RL-RUN-DATE.
           MOVE "BACKOUT"          TO RL-SOURCE-PGM.
           MOVE WS-RECORDS-REMOVED TO RL-REC-COUNT.
           MOVE WS-EXCP-COUNT      TO RL-EXCP-COUNT.
           MOVE ZERO               TO RL-ELAPSED-CS.
           MOVE WS-BACKOUT-DATE    TO RL-BACKOUT-DATE.
           WRITE RUN-HISTORY-LOG-REC.
           CLOSE RUN-HISTORY-CHK-FILE.
       6100-EXIT.
           EXIT.

       6110-SIFT-ONE-RUNHIST.
           READ RUN-HISTORY-CHK-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 6110-EXIT
           END-READ.
           IF RHC-RUN-DATE = WS-BACKOUT-DATE
               ADD 1 TO WS-FL-REMOVED(WS-FILE-SUB)
               GO TO 6110-EXIT
           END-IF.
           ADD 1 TO WS-FL-KEPT(WS-FILE-SUB).
           WRITE BACKOUT-WORK-REC FROM RUN-HISTORY-CHK-REC.
           IF RHC-RUN-DATE IS NUMERIC
               AND RHC-RUN-DATE > WS-LAST-KEPT-DATE
               MOVE RHC-RUN-DATE TO WS-LAST-KEPT-DATE
           END-IF.
       6110-EXIT.
           EXIT.

       6120-RESTORE-ONE-RUNHIST.
           MOVE BACKOUT-WORK-REC TO RUN-HISTORY-CHK-REC.
           WRITE RUN-HISTORY-CHK-REC.
           PERFORM 7200-READ-WORK THRU 7200-EXIT.
       6120-EXIT.
           EXIT.

      *> A BUSDATE ALREADY ADVANCED PAST THE DAY WOULD SKIP IT; SET
      *> BACK, BUSDTADV LEAVES IT ALONE AS A NIGHT NOT YET POSTED
       6200-RESET-BUSDATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE WS-BACKOUT-DATE TO BD-BUSINESS-DATE.
           WRITE BUSINESS-DATE-REC.
           CLOSE BUSINESS-DATE-FILE.
       6200-EXIT.
           EXIT.

      *> KEY AND REASON IN WS-EXCP-KEY / WS-EXCP-REASON, SET BY CALLER
       7000-LOG-EXCEPTION.
           MOVE SPACES            TO BACKOUT-EXCP-REC.
           MOVE "BACKOUT"         TO EXCP-SOURCE-PGM.
           MOVE WS-EXCP-KEY       TO EXCP-KEY.
           MOVE WS-EXCP-REASON    TO EXCP-REASON.
           SET EXCP-SEV-ERROR     TO TRUE.
           MOVE WS-BACKOUT-DATE   TO EXCP-RUN-DATE.
           WRITE BACKOUT-EXCP-REC.
           ADD 1 TO WS-EXCP-COUNT.
       7000-EXIT.
           EXIT.

       7100-START-FILE-ENTRY.
           ADD 1 TO WS-FILE-MAX.
           MOVE WS-FILE-MAX TO WS-FILE-SUB.
           MOVE SPACES TO WS-FL-NAME(WS-FILE-SUB).
           MOVE ZERO TO WS-FL-KEPT(WS-FILE-SUB)
                        WS-FL-REMOVED(WS-FILE-SUB)
                        WS-FL-AMOUNT(WS-FILE-SUB).
       7100-EXIT.
           EXIT.

       7200-READ-WORK.
           MOVE 'N' TO WS-WORK-EOF-SW.
           READ BACKOUT-WORK-FILE
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
       7200-EXIT.
           EXIT.

       7300-COUNT-REMOVED.
           ADD WS-FL-REMOVED(WS-FILE-SUB) TO WS-RECORDS-REMOVED.
       7300-EXIT.
           EXIT.

       8000-WRITE-HEADER.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.
           WRITE BACKOUT-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "BUSINESS-DATE BACKOUT FOR" TO WS-TL-LABEL.
           MOVE WS-BACKOUT-DATE TO WS-DATE-ED.
           MOVE WS-DATE-ED TO WS-TL-VALUE.
           WRITE BACKOUT-RPT-REC FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

       8500-WRITE-SUMMARY.
           MOVE SPACES TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "RECORDS REMOVED BY FILE" TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC FROM WS-FILE-HEADING.
           PERFORM 8510-WRITE-ONE-FILE THRU 8510-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-MAX.

           MOVE SPACES TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "STOCK MOVEMENTS REVERSED" TO WS-TL-LABEL.
           MOVE WS-MOVES-REVERSED TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "AR PAYMENTS PUT BACK ON ITEMS" TO WS-TL-LABEL.
           MOVE WS-PAYMENTS-REVERSED TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "AR PAYMENT AMOUNT PUT BACK" TO WS-TL-LABEL.
           MOVE WS-PAYMENTS-TOTAL TO WS-AMOUNT-ED.
           PERFORM 8610-WRITE-AMOUNT-LINE THRU 8610-EXIT.
           MOVE "UNAPPLIED-CASH BALANCES ADJUSTED" TO WS-TL-LABEL.
           MOVE WS-SUSP-ADJUSTED TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "AR ITEMS DELETED" TO WS-TL-LABEL.
           MOVE WS-ITEMS-DELETED TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "AR ITEM AMOUNT DELETED" TO WS-TL-LABEL.
           MOVE WS-ITEMS-TOTAL TO WS-AMOUNT-ED.
           PERFORM 8610-WRITE-AMOUNT-LINE THRU 8610-EXIT.
           MOVE "AR ITEMS HELD - LATER CASH" TO WS-TL-LABEL.
           MOVE WS-ITEMS-HELD TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "CASHJCTL MARK PULLED BACK BY" TO WS-TL-LABEL.
           MOVE WS-CASH-PULLED-BACK TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.

           MOVE SPACES TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "OFFSETTING VOUCHERS ON BKOUTVCH" TO WS-TL-LABEL.
           MOVE WS-VOUCHER-COUNT TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "TOTAL DEBITS" TO WS-TL-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
           PERFORM 8610-WRITE-AMOUNT-LINE THRU 8610-EXIT.
           MOVE "TOTAL CREDITS" TO WS-TL-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           PERFORM 8610-WRITE-AMOUNT-LINE THRU 8610-EXIT.
           MOVE SPACES TO BACKOUT-RPT-REC.
           IF WS-BALANCE-DIFF = ZERO
               MOVE "VOUCHERS IN BALANCE" TO BACKOUT-RPT-REC
           ELSE
               MOVE "*** VOUCHERS OUT OF BALANCE - NOT TO BE POSTED"
                   TO BACKOUT-RPT-REC
           END-IF.
           WRITE BACKOUT-RPT-REC.

           MOVE SPACES TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "MANUAL FOLLOW-UP" TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "LOT LINES - LOT MASTER NOT REVERSED" TO WS-TL-LABEL.
           MOVE WS-LOT-LINES TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "PO RECEIPTS - PO MASTER NOT REVERSED" TO WS-TL-LABEL.
           MOVE WS-PO-RECEIPTS TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "TRANSFERS - IN-TRANSIT NOT REVERSED" TO WS-TL-LABEL.
           MOVE WS-TRANSFERS TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           MOVE "EXCEPTIONS LOGGED ON BKOUTEXC" TO WS-TL-LABEL.
           MOVE WS-EXCP-COUNT TO WS-COUNT-ED.
           PERFORM 8600-WRITE-COUNT-LINE THRU 8600-EXIT.
           ADD WS-LOT-LINES TO WS-FOLLOWUP-COUNT.

           MOVE SPACES TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "RESTCTL BACKOUT MARKERS WRITTEN FOR ALL 8 LEGS"
               TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
           MOVE "BUSDATE SET BACK - THE NIGHT MAY NOW BE RERUN"
               TO BACKOUT-RPT-REC.
           WRITE BACKOUT-RPT-REC.
       8500-EXIT.
           EXIT.

       8510-WRITE-ONE-FILE.
           MOVE WS-FL-NAME(WS-FILE-SUB)    TO WS-FD-NAME.
           MOVE WS-FL-KEPT(WS-FILE-SUB)    TO WS-FD-KEPT.
           MOVE WS-FL-REMOVED(WS-FILE-SUB) TO WS-FD-REMOVED.
           MOVE WS-FL-AMOUNT(WS-FILE-SUB)  TO WS-FD-AMOUNT.
           WRITE BACKOUT-RPT-REC FROM WS-FILE-DETAIL.
       8510-EXIT.
           EXIT.

       8600-WRITE-COUNT-LINE.
           MOVE WS-COUNT-ED TO WS-TL-VALUE.
           WRITE BACKOUT-RPT-REC FROM WS-TOTAL-LINE.
       8600-EXIT.
           EXIT.

       8610-WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-ED TO WS-TL-VALUE.
           WRITE BACKOUT-RPT-REC FROM WS-TOTAL-LINE.
       8610-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY BUSDATEP.
