      *> YECLOSE - FISCAL YEAR-END CLOSE. RUN ONCE A YEAR, AFTER THE
      *> DECEMBER MONTHEND HAS LOCKED THE LAST PERIOD AND BEFORE THE
      *> FIRST NIGHT OF THE NEW YEAR POSTS. THE FISCAL YEAR IS THE
      *> CALENDAR YEAR NAMED ON THE YECTL CARD (CCYY) - PERIODS
      *> CCYY01 TO CCYY12 - AND ALL TWELVE MUST ALREADY BE ON
      *> PERLOCK, OR THE CLOSE IS HELD RC 8 WITH THE OPEN PERIODS
      *> LISTED. A YEAR ALREADY CLOSED IS REFUSED RC 8 THE SAME WAY.
      *> THE YEAR'S HISTORIES ARE THEN ROLLED UP TO THE YESUMM
      *> ANNUAL SUMMARY: THE DAYHIST NIGHTLY NETS AS THE ALL-BRANCH
      *> *ALL ROW, THE BRCHHIST NIGHTLY NETS AS ONE ROW PER BRANCH,
      *> THE ALLOCHST SHARES BY DEPARTMENT AND BY POOL, THE
      *> VALUTOT STOCK VALUATION FROM OPENING TO CLOSING VALUE, AND
      *> THE OPEN RECEIVABLES. THE OPENING BALANCES FOR THE NEW
      *> YEAR GO TO YEOPEN - THE CLOSING STOCK VALUE AND EVERY ARMAST
      *> ITEM DATED IN OR BEFORE THE YEAR STILL CARRYING AN OPEN
      *> BALANCE. THE YEJRNL CLOSING JOURNAL, IN GLEXTR'S VOUCHER
      *> LAYOUT UNDER SOURCE YEND AND DATED THE LAST DAY OF THE YEAR,
      *> CLOSES THE ACCOUNTS THE NIGHTLY EXTRACT BUILT FROM THESE
      *> HISTORIES TO RETAINED EARNINGS: EACH DEPARTMENT'S ALLOCATED
      *> COST (DP + DEPARTMENT) AND THE YEAR'S INVENTORY VALUE
      *> MOVEMENT (INVADJ). THE INCOME AND EXPENSE ACCOUNTS ARE
      *> CLOSED THE SAME WAY, EACH TOTALLED FROM ITS OWN SOURCE: SALES
      *> FROM THE YEAR'S SLSHIST LINES (NET PLUS FREIGHT, AS GLEXTR
      *> CREDITED IT), BAD-DEBT RECOVERIES FROM ARRECOV, BAD-DEBT
      *> EXPENSE FROM THE ARWOFF WOFFVCH DEBIT LINES AND FINANCE-
      *> CHARGE INCOME FROM THE FINCHG FINCVCH CREDIT LINES. SALES
      *> AND BDRECOV TAKE THEIR ACCOUNTS FROM GLACCTMP AS GLEXTR DID;
      *> THE VOUCHER FILES CARRY THEIRS. AN ACCOUNT THAT CAME OUT AS
      *> GLSUSP IS LISTED BUT NOT CLOSED - SUSPENSE IS CLEARED BY
      *> HAND - AND THE RUN ENDS RC 4. THE POOL AND DAILY CLEARING
      *> ACCOUNTS NET AGAINST THE LEDGER'S OWN POSTINGS AND ARE NOT
      *> CLOSED HERE. THE RETAINED-EARNINGS ACCOUNT COMES FROM
      *> GLACCTMP UNDER THE NAME RETEARN; WITH NO MAPPING THE LINES
      *> POST TO GLSUSP AND THE RUN ENDS RC 4. A HISTORY ROW DATED IN
      *> THE YEAR WITH A MONTH OUTSIDE 01-12 IS LEFT OUT OF THE
      *> ROLL-UP, LISTED ON YERPT AND ALSO ENDS THE RUN RC 4. ONCE
      *> THE JOURNAL BALANCES THE YEAR IS LOCKED BY A PERLOCK RECORD
      *> FOR PERIOD CCYY00, WHICH THE SHARED BUSINESS-DATE CHECK
      *> TREATS AS CLOSING THAT YEAR AND EVERY YEAR BEFORE IT. AN
      *> UNBALANCED JOURNAL OR AN UNREADABLE ARMAST ENDS RC 8
      *> WITHOUT THE LOCK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ONE CARD - THE FISCAL YEAR BEING CLOSED (CCYY)
           SELECT YE-CTL-FILE ASSIGN TO "YECTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.

           SELECT DAY-HISTORY-FILE ASSIGN TO "DAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT BRANCH-HISTORY-FILE ASSIGN TO "BRCHHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT ALLOC-HISTORY-FILE ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT VALUATION-TOTAL-FILE ASSIGN TO "VALUTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT AR-MASTER ASSIGN TO "ARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

      *> SALES HISTORY - ONE ROW PER INVOICE LINE, WRITTEN BY SLSANAL
           SELECT SALES-HISTORY-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      *> BAD-DEBT RECOVERIES - ONE ROW PER RECOVERY, WRITTEN BY ARCASH
           SELECT AR-RECOVERY-FILE ASSIGN TO "ARRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      *> THE WRITE-OFF AND FINANCE-CHARGE VOUCHER GENERATIONS
           SELECT WRITE-OFF-VOUCHER ASSIGN TO "WOFFVCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT FIN-CHG-VOUCHER ASSIGN TO "FINCVCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      *> ACCOUNT-MAPPING TABLE - ONLY RETEARN, SALES AND BDRECOV ARE
      *> USED
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT YE-SUMMARY-OUT ASSIGN TO "YESUMM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YE-OPENING-OUT ASSIGN TO "YEOPEN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-VOUCHER-OUT ASSIGN TO "YEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YE-CLOSE-RPT ASSIGN TO "YERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YE-CTL-FILE.
       01  YE-CTL-REC.
           05 YC-FISCAL-YEAR        PIC 9(04).

       FD  PERIOD-LOCK-FILE.
       01  PERIOD-LOCK-REC.
           05 PL-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01).
           05 PL-LOCK-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 PL-LOCK-TIME          PIC 9(06).

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
      *> STEP-DOWN ROWS: 'S' IS A SHARE RECEIVED FROM SERVICE
      *> DEPARTMENT AH-FROM-DEPT AT STEP AH-STEP-SEQ, 'C' THE
      *> MATCHING CREDIT OUT OF THAT SERVICE DEPARTMENT; A BLANK
      *> TYPE IS THE DIRECT SHARE OF THE POOL
           05 FILLER                PIC X(01).
           05 AH-ENTRY-TYPE         PIC X(01).
               88 AH-DIRECT-SHARE VALUE SPACE.
               88 AH-STEP-RECEIPT VALUE 'S'.
               88 AH-STEP-CREDIT VALUE 'C'.
           05 FILLER                PIC X(01).
           05 AH-STEP-SEQ           PIC 9(02).
           05 FILLER                PIC X(01).
           05 AH-FROM-DEPT          PIC X(04).

       FD  VALUATION-TOTAL-FILE.
       01  VALUATION-TOTAL-REC.
           05 VT-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 VT-TOTAL-VALUE        PIC 9(15)V99.

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

       FD  SALES-HISTORY-FILE.
       01  SALES-HIST-REC.
           05 SY-INVOICE-NO         PIC X(08).
           05 SY-LINE-SEQ           PIC 9(04).
           05 SY-INVOICE-DATE       PIC 9(08).
           05 SY-CUST-ID            PIC X(06).
           05 SY-ITEM-CLASS         PIC X(04).
           05 SY-ITEM-CODE          PIC X(06).
           05 SY-LOCATION           PIC X(03).
           05 SY-DOC-TYPE           PIC X(01).
           05 SY-FEE-FLAG           PIC X(01).
           05 SY-QTY                PIC S9(09)
                                    SIGN LEADING SEPARATE.
           05 SY-NET-AMOUNT         PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 SY-DISCOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SY-FREIGHT            PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SY-TAX                PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05 SY-JURISDICTION       PIC X(04).
           05 SY-CURRENCY           PIC X(03).

       FD  AR-RECOVERY-FILE.
       01  AR-RECOVERY-REC.
           05 RV-PAY-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 RV-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 RV-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 RV-AMOUNT             PIC 9(09)V99.

      *> BOTH IN GLEXTR'S VOUCHER LINE LAYOUT
       FD  WRITE-OFF-VOUCHER.
       01  WRITE-OFF-VOUCHER-REC.
           05 WV-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 WV-SOURCE             PIC X(04).
           05 FILLER                PIC X(01).
           05 WV-ACCOUNT            PIC X(08).
           05 FILLER                PIC X(01).
           05 WV-DC-IND             PIC X(01).
           05 FILLER                PIC X(01).
           05 WV-AMOUNT             PIC 9(11).99.

       FD  FIN-CHG-VOUCHER.
       01  FIN-CHG-VOUCHER-REC.
           05 FV-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 FV-SOURCE             PIC X(04).
           05 FILLER                PIC X(01).
           05 FV-ACCOUNT            PIC X(08).
           05 FILLER                PIC X(01).
           05 FV-DC-IND             PIC X(01).
           05 FILLER                PIC X(01).
           05 FV-AMOUNT             PIC 9(11).99.

       FD  GL-ACCOUNT-MAP-FILE.
       01  GL-ACCOUNT-MAP-REC.
           05 GA-MAP-NAME           PIC X(08).
           05 FILLER                PIC X(01).
           05 GA-GL-ACCOUNT         PIC X(08).

      *> ANNUAL SUMMARY - ONE ROW PER BRANCH, DEPARTMENT AND POOL,
      *> ONE FOR THE STOCK VALUATION AND ONE FOR THE RECEIVABLES.
      *> OPENING AND CLOSING ARE ONLY MEANINGFUL ON THE V AND R
      *> ROWS; THE OTHERS CARRY THE YEAR'S TOTAL IN BOTH THE YEAR
      *> AND CLOSING COLUMNS. ENTRIES IS NIGHTS (B, V), HISTORY ROWS
      *> (D, P) OR OPEN ITEMS (R)
       FD  YE-SUMMARY-OUT.
       01  YE-SUMMARY-REC.
           05 YS-FISCAL-YEAR        PIC 9(04).
           05 FILLER                PIC X(01).
           05 YS-ROW-TYPE           PIC X(01).
               88 YS-BRANCH-ROW     VALUE 'B'.
               88 YS-DEPT-ROW       VALUE 'D'.
               88 YS-POOL-ROW       VALUE 'P'.
               88 YS-STOCK-ROW      VALUE 'V'.
               88 YS-RECEIVABLE-ROW VALUE 'R'.
           05 FILLER                PIC X(01).
           05 YS-KEY                PIC X(04).
           05 FILLER                PIC X(01).
           05 YS-OPEN-AMOUNT        PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 YS-YEAR-AMOUNT        PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 YS-CLOSE-AMOUNT       PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(01).
           05 YS-ENTRIES            PIC 9(05).
           05 FILLER                PIC X(12).

      *> OPENING BALANCES FOR THE NEW YEAR - 'S' THE STOCK VALUE AS
      *> AT THE LAST VALUATION OF THE CLOSED YEAR, 'A' ONE OPEN
      *> RECEIVABLES ITEM
       FD  YE-OPENING-OUT.
       01  YE-OPENING-REC.
           05 YO-OPEN-YEAR          PIC 9(04).
           05 FILLER                PIC X(01).
           05 YO-ROW-TYPE           PIC X(01).
               88 YO-STOCK-ROW      VALUE 'S'.
               88 YO-AR-ITEM-ROW    VALUE 'A'.
           05 FILLER                PIC X(01).
           05 YO-INVOICE-NO         PIC X(08).
           05 FILLER                PIC X(01).
           05 YO-CUST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 YO-AS-OF-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 YO-AMOUNT             PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(32).

      *> SAME VOUCHER LINE AS GLEXTR'S JRNLVCH
       FD  JOURNAL-VOUCHER-OUT.
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

       FD  YE-CLOSE-RPT.
       01  YE-CLOSE-RPT-REC         PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CTL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-CTL-EOF VALUE 'Y'.
           01 WS-PL-STATUS PIC X(02).
           01 WS-PL-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PL-EOF VALUE 'Y'.
           01 WS-IN-STATUS PIC X(02).
           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-IN-EOF VALUE 'Y'.
           01 WS-AR-STATUS PIC X(02).

           01 WS-FISCAL-YEAR PIC 9(04) VALUE ZERO.
           01 WS-OPEN-YEAR PIC 9(04) VALUE ZERO.
           01 WS-YEAR-END-DATE PIC 9(08) VALUE ZERO.
           01 WS-YEAR-LOCK-PERIOD PIC 9(06) VALUE ZERO.
           01 WS-YEAR-CLOSED-SW PIC X(01) VALUE 'N'.
               88 WS-YEAR-ALREADY-CLOSED VALUE 'Y'.
           01 WS-OPEN-PERIOD-COUNT PIC 9(02) VALUE ZERO.
           01 WS-HELD-SW PIC X(01) VALUE 'N'.
               88 WS-CLOSE-HELD VALUE 'Y'.

      *> THE TWELVE PERIODS - LOCK DATE OFF PERLOCK AND THE MONTH'S
      *> SHARE OF EACH ROLL-UP FOR THE REPORT
           01 WS-PERIOD-TABLE.
               05 WS-PT-ENTRY OCCURS 12 TIMES.
                   10 WS-PT-LOCK-DATE   PIC 9(08).
                   10 WS-PT-NIGHTS      PIC 9(03).
                   10 WS-PT-DAY-NET     PIC S9(13)V99.
                   10 WS-PT-ALLOC-NET   PIC S9(13)V99.
                   10 WS-PT-STOCK-VALUE PIC 9(15)V99.
           01 WS-PT-SUB PIC 9(02).
      *> HISTORY ROWS IN THE YEAR WHOSE MONTH IS NOT 01-12
           01 WS-BAD-MONTH-COUNT PIC 9(05) VALUE ZERO.
           01 WS-BAD-MONTH-FILE PIC X(08).
           01 WS-BAD-MONTH-DATE PIC 9(08).
           01 WS-WORK-PERIOD PIC 9(06).
           01 WS-WORK-PERIOD-FMT REDEFINES WS-WORK-PERIOD.
               05 WS-WP-CCYY PIC 9(04).
               05 WS-WP-MM   PIC 9(02).

      *> BRANCH LEVEL - THE *ALL NET OFF DAYHIST, THEN EACH BRANCH
      *> OFF BRCHHIST
           01 WS-DAY-NET-TOTAL PIC S9(13)V99 VALUE ZERO.
           01 WS-DAY-NIGHTS PIC 9(05) VALUE ZERO.
           01 WS-BRCH-MAX PIC 9(04) VALUE ZERO.
           01 WS-BRCH-TABLE.
               05 WS-BRCH-ENTRY OCCURS 200 TIMES
                                INDEXED BY WS-BRCH-IDX.
                   10 WS-BRCH-CODE   PIC X(04).
                   10 WS-BRCH-NET    PIC S9(13)V99.
                   10 WS-BRCH-NIGHTS PIC 9(05).

      *> ANNUAL ALLOCATION BY DEPARTMENT AND BY POOL. A STEP-DOWN
      *> CREDIT COUNTS AGAINST ITS SERVICE DEPARTMENT, SO A
      *> DEPARTMENT'S NET IS WHAT IT FINALLY BORE
           01 WS-DEPT-MAX PIC 9(04) VALUE ZERO.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-DEPT-IDX.
                   10 WS-DEPT-CODE  PIC X(04).
                   10 WS-DEPT-NET   PIC S9(13)V99.
                   10 WS-DEPT-ROWS  PIC 9(05).
           01 WS-POOL-MAX PIC 9(04) VALUE ZERO.
           01 WS-POOL-TABLE.
               05 WS-POOL-ENTRY OCCURS 200 TIMES
                                INDEXED BY WS-POOL-IDX.
                   10 WS-POOL-ID    PIC X(04).
                   10 WS-POOL-NET   PIC S9(13)V99.
                   10 WS-POOL-ROWS  PIC 9(05).
           01 WS-SIGNED-SHARE PIC S9(09).
           01 WS-ALLOC-TOTAL PIC S9(13)V99 VALUE ZERO.
           01 WS-ALLOC-ROWS PIC 9(07) VALUE ZERO.

      *> STOCK VALUATION - THE OPENING VALUE IS THE LAST VALUTOT
      *> RECORD BEFORE THE YEAR; WITH NONE (THE FIRST YEAR ON THE
      *> FILE) IT IS THE YEAR'S FIRST RECORD, WHICH GLEXTR POSTED
      *> NO MOVEMENT FOR
           01 WS-VT-PRIOR-SW PIC X(01) VALUE 'N'.
               88 WS-VT-HAS-PRIOR VALUE 'Y'.
           01 WS-VT-OPEN-VALUE PIC 9(15)V99 VALUE ZERO.
           01 WS-VT-CLOSE-VALUE PIC 9(15)V99 VALUE ZERO.
           01 WS-VT-CLOSE-DATE PIC 9(08) VALUE ZERO.
           01 WS-VT-NIGHTS PIC 9(05) VALUE ZERO.
           01 WS-VT-MOVEMENT PIC S9(15)V99 VALUE ZERO.

      *> RECEIVABLES CARRIED FORWARD
           01 WS-AR-ITEMS PIC 9(05) VALUE ZERO.
           01 WS-AR-OPEN-TOTAL PIC S9(13)V99 VALUE ZERO.

      *> RETAINED-EARNINGS ACCOUNT OFF GLACCTMP
           01 WS-MAP-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-MAP-EOF VALUE 'Y'.
           01 WS-RETAINED-ACCOUNT PIC X(08) VALUE "GLSUSP  ".
           01 WS-RETAINED-SW PIC X(01) VALUE 'N'.
               88 WS-RETAINED-MAPPED VALUE 'Y'.
           01 WS-SALES-ACCOUNT PIC X(08) VALUE "GLSUSP  ".
           01 WS-BDRECOV-ACCOUNT PIC X(08) VALUE "GLSUSP  ".

      *> INCOME AND EXPENSE ACCOUNTS CLOSED, ONE ENTRY PER SOURCE AND
      *> ACCOUNT. THE NET IS THE ACCOUNT'S CREDIT BALANCE FOR THE
      *> YEAR, SO AN EXPENSE (A DEBIT BALANCE) IS NEGATIVE
           01 WS-INC-MAX PIC 9(04) VALUE ZERO.
           01 WS-INC-TABLE.
               05 WS-INC-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-INC-IDX.
                   10 WS-INC-SOURCE  PIC X(08).
                   10 WS-INC-ACCOUNT PIC X(08).
                   10 WS-INC-NET     PIC S9(13)V99.
                   10 WS-INC-ROWS    PIC 9(07).
           01 WS-INC-KEY-SOURCE PIC X(08).
           01 WS-INC-KEY-ACCOUNT PIC X(08).
           01 WS-INC-AMOUNT PIC S9(13)V99.
           01 WS-VCH-AMOUNT PIC 9(11)V99.
           01 WS-INC-SUSPENSE-COUNT PIC 9(04) VALUE ZERO.

      *> CURRENT PAIR BEING EMITTED - SAME RULES AS GLEXTR
           01 WS-JV-ACCOUNT PIC X(08).
           01 WS-JV-OFFSET PIC X(08).
           01 WS-JV-AMOUNT PIC 9(11)V99.
           01 WS-JV-NET PIC S9(15)V99.
           01 WS-JV-DR-FIRST-SW PIC X(01) VALUE 'Y'.
               88 WS-JV-DR-FIRST VALUE 'Y'.
           01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE ZERO.
           01 WS-BALANCE-DIFF PIC S9(13)V99 VALUE ZERO.
           01 WS-VOUCHER-COUNT PIC 9(07) VALUE ZERO.

           01 WS-COUNT-ED PIC ZZZZZZ9.
           01 WS-AMOUNT-ED PIC -(13)9.99.

           01 WS-PERIOD-HEAD.
               05 FILLER PIC X(40) VALUE
                   "PERIOD  LOCKED ON  NIGHTS  DAILY NET TOT".
               05 FILLER PIC X(40) VALUE
                   "AL  ALLOCATED TOTAL  MONTH-END STOCK    ".
           01 WS-PERIOD-LINE.
               05 WS-PR-PERIOD     PIC 9(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PR-LOCK-DATE  PIC X(08).
               05 FILLER           PIC X(03) VALUE SPACES.
               05 WS-PR-NIGHTS     PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PR-DAY-NET    PIC -(11)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PR-ALLOC-NET  PIC -(11)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PR-STOCK      PIC Z(12)9.99.
           01 WS-KEY-LINE.
               05 WS-KL-LABEL      PIC X(06).
               05 WS-KL-KEY        PIC X(04).
               05 FILLER           PIC X(03) VALUE SPACES.
               05 FILLER           PIC X(06) VALUE "ROWS  ".
               05 WS-KL-ROWS       PIC ZZZZ9.
               05 FILLER           PIC X(03) VALUE SPACES.
               05 FILLER           PIC X(14) VALUE "ANNUAL NET    ".
               05 WS-KL-NET        PIC -(13)9.99.
           01 WS-INCOME-LINE.
               05 FILLER           PIC X(08) VALUE "INCOME  ".
               05 WS-IL-SOURCE     PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-IL-ACCOUNT    PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 FILLER           PIC X(05) VALUE "ROWS ".
               05 WS-IL-ROWS       PIC ZZZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-IL-NET        PIC -(13)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-IL-FLAG       PIC X(19).

           COPY REPDATE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT RPT-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 9500-FORMAT-RUN-DATE THRU 9500-EXIT.

           PERFORM 0100-READ-YEAR-CARD THRU 0100-EXIT.

           OPEN OUTPUT YE-CLOSE-RPT.
           WRITE YE-CLOSE-RPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO YE-CLOSE-RPT-REC.
           STRING "FISCAL YEAR-END CLOSE - YEAR " DELIMITED BY SIZE
                  WS-FISCAL-YEAR                  DELIMITED BY SIZE
               INTO YE-CLOSE-RPT-REC
           END-STRING.
           WRITE YE-CLOSE-RPT-REC.

           PERFORM 0200-LOAD-PERIOD-LOCKS THRU 0200-EXIT.
           IF WS-YEAR-ALREADY-CLOSED
               MOVE "YEAR ALREADY CLOSED - CLOSE NOT RERUN"
                   TO YE-CLOSE-RPT-REC
               WRITE YE-CLOSE-RPT-REC
               CLOSE YE-CLOSE-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0300-CHECK-ALL-PERIODS THRU 0300-EXIT.
           IF WS-OPEN-PERIOD-COUNT > ZERO
               MOVE SPACES TO YE-CLOSE-RPT-REC
               MOVE WS-OPEN-PERIOD-COUNT TO WS-COUNT-ED
               STRING "PERIODS NOT LOCKED : " DELIMITED BY SIZE
                      WS-COUNT-ED             DELIMITED BY SIZE
                   INTO YE-CLOSE-RPT-REC
               END-STRING
               WRITE YE-CLOSE-RPT-REC
               MOVE "YEAR INCOMPLETE - CLOSE HELD"
                   TO YE-CLOSE-RPT-REC
               WRITE YE-CLOSE-RPT-REC
               CLOSE YE-CLOSE-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-FIND-RETAINED-ACCOUNT THRU 0500-EXIT.

           PERFORM 1000-ROLL-UP-DAYHIST THRU 1000-EXIT.
           PERFORM 1500-ROLL-UP-BRCHHIST THRU 1500-EXIT.
           PERFORM 1800-TOTAL-SLSHIST THRU 1800-EXIT.
           PERFORM 1850-TOTAL-ARRECOV THRU 1850-EXIT.
           PERFORM 1900-TOTAL-WOFFVCH THRU 1900-EXIT.
           PERFORM 1950-TOTAL-FINCVCH THRU 1950-EXIT.
           PERFORM 2000-ROLL-UP-ALLOCHST THRU 2000-EXIT.
           PERFORM 3000-ROLL-UP-VALUTOT THRU 3000-EXIT.

           OPEN OUTPUT YE-OPENING-OUT.
           PERFORM 3500-CARRY-FORWARD-STOCK THRU 3500-EXIT.
           PERFORM 3600-CARRY-FORWARD-RECEIVABLES THRU 3600-EXIT.
           CLOSE YE-OPENING-OUT.

           OPEN OUTPUT YE-SUMMARY-OUT.
           PERFORM 4000-WRITE-ANNUAL-SUMMARY THRU 4000-EXIT.
           CLOSE YE-SUMMARY-OUT.

           OPEN OUTPUT JOURNAL-VOUCHER-OUT.
           PERFORM 5000-BUILD-CLOSING-JOURNAL THRU 5000-EXIT.
           CLOSE JOURNAL-VOUCHER-OUT.
           COMPUTE WS-BALANCE-DIFF =
               WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
           IF WS-BALANCE-DIFF NOT = ZERO
               SET WS-CLOSE-HELD TO TRUE
           END-IF.

           PERFORM 8000-WRITE-CLOSE-REPORT THRU 8000-EXIT.

      *> THE LOCK GOES ON ONLY WHEN EVERYTHING ABOVE CAME OUT WHOLE -
      *> A HELD CLOSE CAN BE PUT RIGHT AND RERUN
           IF WS-CLOSE-HELD
               MOVE "YEAR-END CLOSE HELD - YEAR NOT LOCKED"
                   TO YE-CLOSE-RPT-REC
               WRITE YE-CLOSE-RPT-REC
               CLOSE YE-CLOSE-RPT
               DISPLAY "YECLOSE: YEAR " WS-FISCAL-YEAR " NOT LOCKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 6000-LOCK-THE-YEAR THRU 6000-EXIT.
           MOVE SPACES TO YE-CLOSE-RPT-REC.
           STRING "YEAR " DELIMITED BY SIZE
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  " CLOSED AND LOCKED AS PERIOD " DELIMITED BY SIZE
                  WS-YEAR-LOCK-PERIOD DELIMITED BY SIZE
               INTO YE-CLOSE-RPT-REC
           END-STRING.
           WRITE YE-CLOSE-RPT-REC.
           CLOSE YE-CLOSE-RPT.
           DISPLAY "YECLOSE: YEAR " WS-FISCAL-YEAR " LOCKED".

           IF NOT WS-RETAINED-MAPPED
               OR WS-INC-SUSPENSE-COUNT > ZERO
               OR WS-BAD-MONTH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-READ-YEAR-CARD.
           OPEN INPUT YE-CTL-FILE.
           READ YE-CTL-FILE
               AT END SET WS-CTL-EOF TO TRUE
           END-READ.
           IF WS-CTL-EOF
               DISPLAY "YECLOSE: NO YECTL YEAR CARD"
               CLOSE YE-CTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF YC-FISCAL-YEAR IS NOT NUMERIC
               OR YC-FISCAL-YEAR = ZERO
               DISPLAY "YECLOSE: YECTL YEAR NOT VALID - "
                   YE-CTL-REC
               CLOSE YE-CTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE YC-FISCAL-YEAR TO WS-FISCAL-YEAR.
           CLOSE YE-CTL-FILE.
           COMPUTE WS-OPEN-YEAR = WS-FISCAL-YEAR + 1.
           COMPUTE WS-YEAR-END-DATE = WS-FISCAL-YEAR * 10000 + 1231.
           COMPUTE WS-YEAR-LOCK-PERIOD = WS-FISCAL-YEAR * 100.
       0100-EXIT.
           EXIT.

      *> NOTE WHICH OF THE YEAR'S PERIODS PERLOCK HOLDS, AND WHETHER
      *> THE YEAR ITSELF IS ALREADY LOCKED
       0200-LOAD-PERIOD-LOCKS.
           INITIALIZE WS-PERIOD-TABLE.
           OPEN INPUT PERIOD-LOCK-FILE.
           IF WS-PL-STATUS = "00"
               PERFORM 0210-NOTE-ONE-LOCK THRU 0210-EXIT
                   UNTIL WS-PL-EOF
               CLOSE PERIOD-LOCK-FILE
           END-IF.
       0200-EXIT.
           EXIT.

       0210-NOTE-ONE-LOCK.
           READ PERIOD-LOCK-FILE
               AT END
                   SET WS-PL-EOF TO TRUE
                   GO TO 0210-EXIT
           END-READ.
           IF PL-PERIOD IS NOT NUMERIC
               GO TO 0210-EXIT
           END-IF.
           MOVE PL-PERIOD TO WS-WORK-PERIOD.
      *> A YEAR LOCK FOR THIS YEAR OR ANY LATER ONE CLOSES THIS YEAR
           IF WS-WP-MM = ZERO
               IF WS-WP-CCYY NOT < WS-FISCAL-YEAR
                   SET WS-YEAR-ALREADY-CLOSED TO TRUE
               END-IF
               GO TO 0210-EXIT
           END-IF.
           IF WS-WP-CCYY = WS-FISCAL-YEAR
               AND WS-WP-MM > ZERO AND WS-WP-MM < 13
               MOVE PL-LOCK-DATE TO WS-PT-LOCK-DATE(WS-WP-MM)
           END-IF.
       0210-EXIT.
           EXIT.

       0300-CHECK-ALL-PERIODS.
           PERFORM 0310-CHECK-ONE-PERIOD THRU 0310-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 12.
       0300-EXIT.
           EXIT.

       0310-CHECK-ONE-PERIOD.
           IF WS-PT-LOCK-DATE(WS-PT-SUB) = ZERO
               ADD 1 TO WS-OPEN-PERIOD-COUNT
               COMPUTE WS-WORK-PERIOD =
                   WS-FISCAL-YEAR * 100 + WS-PT-SUB
               MOVE SPACES TO YE-CLOSE-RPT-REC
               STRING "PERIOD " DELIMITED BY SIZE
                      WS-WORK-PERIOD DELIMITED BY SIZE
                      " NOT LOCKED ON PERLOCK" DELIMITED BY SIZE
                   INTO YE-CLOSE-RPT-REC
               END-STRING
               WRITE YE-CLOSE-RPT-REC
           END-IF.
       0310-EXIT.
           EXIT.

       0500-FIND-RETAINED-ACCOUNT.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 0510-TEST-ONE-MAPPING THRU 0510-EXIT
                   UNTIL WS-MAP-EOF
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
       0500-EXIT.
           EXIT.

       0510-TEST-ONE-MAPPING.
           READ GL-ACCOUNT-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   IF GA-MAP-NAME = "RETEARN "
                       MOVE GA-GL-ACCOUNT TO WS-RETAINED-ACCOUNT
                       SET WS-RETAINED-MAPPED TO TRUE
                   END-IF
                   IF GA-MAP-NAME = "SALES   "
                       MOVE GA-GL-ACCOUNT TO WS-SALES-ACCOUNT
                   END-IF
                   IF GA-MAP-NAME = "BDRECOV "
                       MOVE GA-GL-ACCOUNT TO WS-BDRECOV-ACCOUNT
                   END-IF
           END-READ.
       0510-EXIT.
           EXIT.

      *> DAYHIST IS APPENDED ONE RECORD PER NIGHT, SO EVERY RECORD
      *> DATED IN THE YEAR IS ONE NIGHT'S ALL-BRANCH NET
       1000-ROLL-UP-DAYHIST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT DAY-HISTORY-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 1100-ADD-ONE-NIGHT THRU 1100-EXIT
                   UNTIL WS-IN-EOF
               CLOSE DAY-HISTORY-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-ADD-ONE-NIGHT.
           READ DAY-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF HD-RUN-DATE IS NOT NUMERIC
               OR HD-RUN-DATE(1:4) NOT = WS-FISCAL-YEAR
               GO TO 1100-EXIT
           END-IF.
           MOVE HD-RUN-DATE(5:2) TO WS-PT-SUB.
           IF WS-PT-SUB < 1 OR WS-PT-SUB > 12
               MOVE "DAYHIST " TO WS-BAD-MONTH-FILE
               MOVE HD-RUN-DATE TO WS-BAD-MONTH-DATE
               PERFORM 7500-NOTE-BAD-MONTH THRU 7500-EXIT
               GO TO 1100-EXIT
           END-IF.
           ADD HD-DAILY-TOTAL TO WS-DAY-NET-TOTAL.
           ADD 1 TO WS-DAY-NIGHTS.
           ADD HD-DAILY-TOTAL TO WS-PT-DAY-NET(WS-PT-SUB).
           ADD 1 TO WS-PT-NIGHTS(WS-PT-SUB).
       1100-EXIT.
           EXIT.

      *> BRCHHIST IS APPENDED ONE RECORD PER BRANCH PER NIGHT BY
      *> ADDHIST ALONGSIDE DAYHIST, SO EACH BRANCH'S NIGHTS ADD UP
      *> TO ITS SHARE OF THE *ALL FIGURE ABOVE
       1500-ROLL-UP-BRCHHIST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT BRANCH-HISTORY-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 1600-ADD-ONE-BRANCH-NIGHT THRU 1600-EXIT
                   UNTIL WS-IN-EOF
               CLOSE BRANCH-HISTORY-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1600-ADD-ONE-BRANCH-NIGHT.
           READ BRANCH-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           IF HB-RUN-DATE IS NOT NUMERIC
               OR HB-RUN-DATE(1:4) NOT = WS-FISCAL-YEAR
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1700-FIND-BRANCH THRU 1700-EXIT.
           ADD HB-NET-TOTAL TO WS-BRCH-NET(WS-BRCH-IDX).
           ADD 1 TO WS-BRCH-NIGHTS(WS-BRCH-IDX).
       1600-EXIT.
           EXIT.

       1700-FIND-BRANCH.
           SET WS-BRCH-IDX TO 1.
           SEARCH WS-BRCH-ENTRY
               AT END
                   PERFORM 1710-NEW-BRANCH THRU 1710-EXIT
               WHEN WS-BRCH-IDX > WS-BRCH-MAX
                   PERFORM 1710-NEW-BRANCH THRU 1710-EXIT
               WHEN WS-BRCH-CODE(WS-BRCH-IDX) = HB-BRANCH-CODE
                   CONTINUE
           END-SEARCH.
       1700-EXIT.
           EXIT.

       1710-NEW-BRANCH.
           IF WS-BRCH-MAX NOT < 200
               DISPLAY "YECLOSE: BRANCH TABLE FULL AT "
                   HB-BRANCH-CODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BRCH-MAX.
           SET WS-BRCH-IDX TO WS-BRCH-MAX.
           MOVE HB-BRANCH-CODE TO WS-BRCH-CODE(WS-BRCH-IDX).
           MOVE ZERO TO WS-BRCH-NET(WS-BRCH-IDX)
                        WS-BRCH-NIGHTS(WS-BRCH-IDX).
       1710-EXIT.
           EXIT.

      *> GLEXTR CREDITED SALES WITH EACH INVOICE LESS ITS TAX, WHICH
      *> IS THE SUM OF ITS SLSHIST LINES' NET AND FREIGHT. CREDIT
      *> MEMO LINES ARE NEGATIVE ON BOTH
       1800-TOTAL-SLSHIST.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE "SLSHIST " TO WS-INC-KEY-SOURCE.
           MOVE WS-SALES-ACCOUNT TO WS-INC-KEY-ACCOUNT.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 1810-ADD-ONE-SALE THRU 1810-EXIT
                   UNTIL WS-IN-EOF
               CLOSE SALES-HISTORY-FILE
           END-IF.
       1800-EXIT.
           EXIT.

       1810-ADD-ONE-SALE.
           READ SALES-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1810-EXIT
           END-READ.
           IF SY-INVOICE-DATE IS NOT NUMERIC
               OR SY-INVOICE-DATE(1:4) NOT = WS-FISCAL-YEAR
               GO TO 1810-EXIT
           END-IF.
           COMPUTE WS-INC-AMOUNT = SY-NET-AMOUNT + SY-FREIGHT.
           PERFORM 1990-POST-INCOME THRU 1990-EXIT.
       1810-EXIT.
           EXIT.

      *> EACH RECOVERY WAS CREDITED TO BDRECOV THE NIGHT IT WAS PAID
       1850-TOTAL-ARRECOV.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE "ARRECOV " TO WS-INC-KEY-SOURCE.
           MOVE WS-BDRECOV-ACCOUNT TO WS-INC-KEY-ACCOUNT.
           OPEN INPUT AR-RECOVERY-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 1860-ADD-ONE-RECOVERY THRU 1860-EXIT
                   UNTIL WS-IN-EOF
               CLOSE AR-RECOVERY-FILE
           END-IF.
       1850-EXIT.
           EXIT.

       1860-ADD-ONE-RECOVERY.
           READ AR-RECOVERY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1860-EXIT
           END-READ.
           IF RV-PAY-DATE IS NOT NUMERIC
               OR RV-PAY-DATE(1:4) NOT = WS-FISCAL-YEAR
               OR RV-AMOUNT IS NOT NUMERIC
               GO TO 1860-EXIT
           END-IF.
           MOVE RV-AMOUNT TO WS-INC-AMOUNT.
           PERFORM 1990-POST-INCOME THRU 1990-EXIT.
       1860-EXIT.
           EXIT.

      *> ARWOFF DEBITS THE EXPENSE AND CREDITS RECEIVABLES - ONLY
      *> THE DEBIT SIDE IS CLOSED, AS A DEBIT BALANCE
       1900-TOTAL-WOFFVCH.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE "WOFFVCH " TO WS-INC-KEY-SOURCE.
           OPEN INPUT WRITE-OFF-VOUCHER.
           IF WS-IN-STATUS = "00"
               PERFORM 1910-ADD-ONE-WRITE-OFF THRU 1910-EXIT
                   UNTIL WS-IN-EOF
               CLOSE WRITE-OFF-VOUCHER
           END-IF.
       1900-EXIT.
           EXIT.

       1910-ADD-ONE-WRITE-OFF.
           READ WRITE-OFF-VOUCHER
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1910-EXIT
           END-READ.
           IF WV-RUN-DATE IS NOT NUMERIC
               OR WV-RUN-DATE(1:4) NOT = WS-FISCAL-YEAR
               OR WV-DC-IND NOT = 'D'
               GO TO 1910-EXIT
           END-IF.
           MOVE WV-ACCOUNT TO WS-INC-KEY-ACCOUNT.
           MOVE WV-AMOUNT TO WS-VCH-AMOUNT.
           COMPUTE WS-INC-AMOUNT = ZERO - WS-VCH-AMOUNT.
           PERFORM 1990-POST-INCOME THRU 1990-EXIT.
       1910-EXIT.
           EXIT.

      *> FINCHG DEBITS RECEIVABLES AND CREDITS THE INCOME - ONLY THE
      *> CREDIT SIDE IS CLOSED
       1950-TOTAL-FINCVCH.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE "FINCVCH " TO WS-INC-KEY-SOURCE.
           OPEN INPUT FIN-CHG-VOUCHER.
           IF WS-IN-STATUS = "00"
               PERFORM 1960-ADD-ONE-FIN-CHARGE THRU 1960-EXIT
                   UNTIL WS-IN-EOF
               CLOSE FIN-CHG-VOUCHER
           END-IF.
       1950-EXIT.
           EXIT.

       1960-ADD-ONE-FIN-CHARGE.
           READ FIN-CHG-VOUCHER
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 1960-EXIT
           END-READ.
           IF FV-RUN-DATE IS NOT NUMERIC
               OR FV-RUN-DATE(1:4) NOT = WS-FISCAL-YEAR
               OR FV-DC-IND NOT = 'C'
               GO TO 1960-EXIT
           END-IF.
           MOVE FV-ACCOUNT TO WS-INC-KEY-ACCOUNT.
           MOVE FV-AMOUNT TO WS-VCH-AMOUNT.
           MOVE WS-VCH-AMOUNT TO WS-INC-AMOUNT.
           PERFORM 1990-POST-INCOME THRU 1990-EXIT.
       1960-EXIT.
           EXIT.

      *> ADD WS-INC-AMOUNT TO THE ENTRY FOR THE CURRENT SOURCE AND
      *> ACCOUNT, OPENING IT IF NEW
       1990-POST-INCOME.
           SET WS-INC-IDX TO 1.
           SEARCH WS-INC-ENTRY
               AT END
                   PERFORM 1995-NEW-INCOME THRU 1995-EXIT
               WHEN WS-INC-IDX > WS-INC-MAX
                   PERFORM 1995-NEW-INCOME THRU 1995-EXIT
               WHEN WS-INC-SOURCE(WS-INC-IDX) = WS-INC-KEY-SOURCE
                   AND WS-INC-ACCOUNT(WS-INC-IDX) = WS-INC-KEY-ACCOUNT
                   CONTINUE
           END-SEARCH.
           ADD WS-INC-AMOUNT TO WS-INC-NET(WS-INC-IDX).
           ADD 1 TO WS-INC-ROWS(WS-INC-IDX).
       1990-EXIT.
           EXIT.

       1995-NEW-INCOME.
           IF WS-INC-MAX NOT < 20
               DISPLAY "YECLOSE: INCOME ACCOUNT TABLE FULL AT "
                   WS-INC-KEY-SOURCE " " WS-INC-KEY-ACCOUNT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-INC-MAX.
           SET WS-INC-IDX TO WS-INC-MAX.
           MOVE WS-INC-KEY-SOURCE TO WS-INC-SOURCE(WS-INC-IDX).
           MOVE WS-INC-KEY-ACCOUNT TO WS-INC-ACCOUNT(WS-INC-IDX).
           MOVE ZERO TO WS-INC-NET(WS-INC-IDX)
                        WS-INC-ROWS(WS-INC-IDX).
       1995-EXIT.
           EXIT.

       2000-ROLL-UP-ALLOCHST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT ALLOC-HISTORY-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 2100-ADD-ONE-SHARE THRU 2100-EXIT
                   UNTIL WS-IN-EOF
               CLOSE ALLOC-HISTORY-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *> A STEP-DOWN CREDIT IS NEGATIVE, AS GLEXTR VOUCHERED IT - THE
      *> RECEIPTS AND CREDITS OF A STEP CANCEL WITHIN THE POOL
       2100-ADD-ONE-SHARE.
           READ ALLOC-HISTORY-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF AH-RUN-DATE IS NOT NUMERIC
               OR AH-RUN-DATE(1:4) NOT = WS-FISCAL-YEAR
               OR AH-SHARE IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE AH-RUN-DATE(5:2) TO WS-PT-SUB.
           IF WS-PT-SUB < 1 OR WS-PT-SUB > 12
               MOVE "ALLOCHST" TO WS-BAD-MONTH-FILE
               MOVE AH-RUN-DATE TO WS-BAD-MONTH-DATE
               PERFORM 7500-NOTE-BAD-MONTH THRU 7500-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE AH-SHARE TO WS-SIGNED-SHARE.
           IF AH-STEP-CREDIT
               COMPUTE WS-SIGNED-SHARE = ZERO - AH-SHARE
           END-IF.
           ADD WS-SIGNED-SHARE TO WS-PT-ALLOC-NET(WS-PT-SUB).
           ADD WS-SIGNED-SHARE TO WS-ALLOC-TOTAL.
           ADD 1 TO WS-ALLOC-ROWS.

           PERFORM 2200-FIND-DEPT THRU 2200-EXIT.
           ADD WS-SIGNED-SHARE TO WS-DEPT-NET(WS-DEPT-IDX).
           ADD 1 TO WS-DEPT-ROWS(WS-DEPT-IDX).

           PERFORM 2300-FIND-POOL THRU 2300-EXIT.
           ADD WS-SIGNED-SHARE TO WS-POOL-NET(WS-POOL-IDX).
           ADD 1 TO WS-POOL-ROWS(WS-POOL-IDX).
       2100-EXIT.
           EXIT.

       2200-FIND-DEPT.
           SET WS-DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   PERFORM 2210-NEW-DEPT THRU 2210-EXIT
               WHEN WS-DEPT-IDX > WS-DEPT-MAX
                   PERFORM 2210-NEW-DEPT THRU 2210-EXIT
               WHEN WS-DEPT-CODE(WS-DEPT-IDX) = AH-DEPT-CODE
                   CONTINUE
           END-SEARCH.
       2200-EXIT.
           EXIT.

       2210-NEW-DEPT.
           IF WS-DEPT-MAX NOT < 500
               DISPLAY "YECLOSE: DEPARTMENT TABLE FULL AT "
                   AH-DEPT-CODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEPT-MAX.
           SET WS-DEPT-IDX TO WS-DEPT-MAX.
           MOVE AH-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-NET(WS-DEPT-IDX)
                        WS-DEPT-ROWS(WS-DEPT-IDX).
       2210-EXIT.
           EXIT.

       2300-FIND-POOL.
           SET WS-POOL-IDX TO 1.
           SEARCH WS-POOL-ENTRY
               AT END
                   PERFORM 2310-NEW-POOL THRU 2310-EXIT
               WHEN WS-POOL-IDX > WS-POOL-MAX
                   PERFORM 2310-NEW-POOL THRU 2310-EXIT
               WHEN WS-POOL-ID(WS-POOL-IDX) = AH-POOL-ID
                   CONTINUE
           END-SEARCH.
       2300-EXIT.
           EXIT.

       2310-NEW-POOL.
           IF WS-POOL-MAX NOT < 200
               DISPLAY "YECLOSE: POOL TABLE FULL AT " AH-POOL-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-POOL-MAX.
           SET WS-POOL-IDX TO WS-POOL-MAX.
           MOVE AH-POOL-ID TO WS-POOL-ID(WS-POOL-IDX).
           MOVE ZERO TO WS-POOL-NET(WS-POOL-IDX)
                        WS-POOL-ROWS(WS-POOL-IDX).
       2310-EXIT.
           EXIT.

      *> VALUTOT IS APPENDED CHRONOLOGICALLY BY THE STOCK RUN - THE
      *> LAST RECORD OF EACH MONTH IS ITS MONTH-END VALUE AND THE
      *> LAST OF THE YEAR THE CLOSING VALUE
       3000-ROLL-UP-VALUTOT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT VALUATION-TOTAL-FILE.
           IF WS-IN-STATUS = "00"
               PERFORM 3100-NOTE-ONE-VALUATION THRU 3100-EXIT
                   UNTIL WS-IN-EOF
               CLOSE VALUATION-TOTAL-FILE
           END-IF.
           COMPUTE WS-VT-MOVEMENT =
               WS-VT-CLOSE-VALUE - WS-VT-OPEN-VALUE.
       3000-EXIT.
           EXIT.

       3100-NOTE-ONE-VALUATION.
           READ VALUATION-TOTAL-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF VT-RUN-DATE IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           IF VT-RUN-DATE(1:4) < WS-FISCAL-YEAR
               MOVE VT-TOTAL-VALUE TO WS-VT-OPEN-VALUE
               SET WS-VT-HAS-PRIOR TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF VT-RUN-DATE(1:4) > WS-FISCAL-YEAR
               GO TO 3100-EXIT
           END-IF.
           MOVE VT-RUN-DATE(5:2) TO WS-PT-SUB.
           IF WS-PT-SUB < 1 OR WS-PT-SUB > 12
               MOVE "VALUTOT " TO WS-BAD-MONTH-FILE
               MOVE VT-RUN-DATE TO WS-BAD-MONTH-DATE
               PERFORM 7500-NOTE-BAD-MONTH THRU 7500-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WS-VT-NIGHTS = ZERO
               AND NOT WS-VT-HAS-PRIOR
               MOVE VT-TOTAL-VALUE TO WS-VT-OPEN-VALUE
           END-IF.
           ADD 1 TO WS-VT-NIGHTS.
           MOVE VT-TOTAL-VALUE TO WS-VT-CLOSE-VALUE.
           MOVE VT-RUN-DATE TO WS-VT-CLOSE-DATE.
           MOVE VT-TOTAL-VALUE TO WS-PT-STOCK-VALUE(WS-PT-SUB).
       3100-EXIT.
           EXIT.

      *> WITH NO VALUATION IN THE YEAR THE OPENING VALUE CARRIES
      *> STRAIGHT THROUGH
       3500-CARRY-FORWARD-STOCK.
           IF WS-VT-NIGHTS = ZERO
               MOVE WS-VT-OPEN-VALUE TO WS-VT-CLOSE-VALUE
               MOVE ZERO TO WS-VT-MOVEMENT
           END-IF.
           MOVE SPACES TO YE-OPENING-REC.
           MOVE WS-OPEN-YEAR TO YO-OPEN-YEAR.
           SET YO-STOCK-ROW TO TRUE.
           MOVE "VALUTOT" TO YO-INVOICE-NO.
           MOVE WS-VT-CLOSE-DATE TO YO-AS-OF-DATE.
           MOVE WS-VT-CLOSE-VALUE TO YO-AMOUNT.
           WRITE YE-OPENING-REC.
       3500-EXIT.
           EXIT.

      *> EVERY ITEM INVOICED IN OR BEFORE THE CLOSED YEAR THAT STILL
      *> CARRIES A BALANCE OPENS THE NEW YEAR'S RECEIVABLES. AN
      *> UNREADABLE ARMAST HOLDS THE CLOSE
       3600-CARRY-FORWARD-RECEIVABLES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT AR-MASTER.
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "YECLOSE: ARMAST NOT AVAILABLE - STATUS "
                   WS-AR-STATUS
               SET WS-CLOSE-HELD TO TRUE
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3700-CARRY-ONE-ITEM THRU 3700-EXIT
               UNTIL WS-IN-EOF.
           CLOSE AR-MASTER.
       3600-EXIT.
           EXIT.

       3700-CARRY-ONE-ITEM.
           READ AR-MASTER NEXT RECORD
               AT END
                   SET WS-IN-EOF TO TRUE
                   GO TO 3700-EXIT
           END-READ.
           IF NOT AR-ITEM-OPEN
               OR AR-OPEN-AMOUNT = ZERO
               OR AR-INVOICE-DATE > WS-YEAR-END-DATE
               GO TO 3700-EXIT
           END-IF.
           MOVE SPACES TO YE-OPENING-REC.
           MOVE WS-OPEN-YEAR TO YO-OPEN-YEAR.
           SET YO-AR-ITEM-ROW TO TRUE.
           MOVE AR-INVOICE-NO TO YO-INVOICE-NO.
           MOVE AR-CUST-ID TO YO-CUST-ID.
           MOVE AR-INVOICE-DATE TO YO-AS-OF-DATE.
           MOVE AR-OPEN-AMOUNT TO YO-AMOUNT.
           WRITE YE-OPENING-REC.
           ADD 1 TO WS-AR-ITEMS.
           ADD AR-OPEN-AMOUNT TO WS-AR-OPEN-TOTAL.
       3700-EXIT.
           EXIT.

       4000-WRITE-ANNUAL-SUMMARY.
           MOVE SPACES TO YE-SUMMARY-REC.
           SET YS-BRANCH-ROW TO TRUE.
           MOVE "*ALL" TO YS-KEY.
           MOVE ZERO TO YS-OPEN-AMOUNT.
           MOVE WS-DAY-NET-TOTAL TO YS-YEAR-AMOUNT YS-CLOSE-AMOUNT.
           MOVE WS-DAY-NIGHTS TO YS-ENTRIES.
           PERFORM 4900-WRITE-SUMMARY-ROW THRU 4900-EXIT.
           PERFORM 4050-WRITE-ONE-BRANCH THRU 4050-EXIT
               VARYING WS-BRCH-IDX FROM 1 BY 1
               UNTIL WS-BRCH-IDX > WS-BRCH-MAX.

           PERFORM 4100-WRITE-ONE-DEPT THRU 4100-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-MAX.
           PERFORM 4200-WRITE-ONE-POOL THRU 4200-EXIT
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-MAX.

           MOVE SPACES TO YE-SUMMARY-REC.
           SET YS-STOCK-ROW TO TRUE.
           MOVE "STCK" TO YS-KEY.
           MOVE WS-VT-OPEN-VALUE TO YS-OPEN-AMOUNT.
           MOVE WS-VT-MOVEMENT TO YS-YEAR-AMOUNT.
           MOVE WS-VT-CLOSE-VALUE TO YS-CLOSE-AMOUNT.
           MOVE WS-VT-NIGHTS TO YS-ENTRIES.
           PERFORM 4900-WRITE-SUMMARY-ROW THRU 4900-EXIT.

           MOVE SPACES TO YE-SUMMARY-REC.
           SET YS-RECEIVABLE-ROW TO TRUE.
           MOVE "OPEN" TO YS-KEY.
           MOVE ZERO TO YS-OPEN-AMOUNT YS-YEAR-AMOUNT.
           MOVE WS-AR-OPEN-TOTAL TO YS-CLOSE-AMOUNT.
           MOVE WS-AR-ITEMS TO YS-ENTRIES.
           PERFORM 4900-WRITE-SUMMARY-ROW THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

       4050-WRITE-ONE-BRANCH.
           MOVE SPACES TO YE-SUMMARY-REC.
           SET YS-BRANCH-ROW TO TRUE.
           MOVE WS-BRCH-CODE(WS-BRCH-IDX) TO YS-KEY.
           MOVE ZERO TO YS-OPEN-AMOUNT.
           MOVE WS-BRCH-NET(WS-BRCH-IDX)
               TO YS-YEAR-AMOUNT YS-CLOSE-AMOUNT.
           MOVE WS-BRCH-NIGHTS(WS-BRCH-IDX) TO YS-ENTRIES.
           PERFORM 4900-WRITE-SUMMARY-ROW THRU 4900-EXIT.
       4050-EXIT.
           EXIT.

       4100-WRITE-ONE-DEPT.
           MOVE SPACES TO YE-SUMMARY-REC.
           SET YS-DEPT-ROW TO TRUE.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO YS-KEY.
           MOVE ZERO TO YS-OPEN-AMOUNT.
           MOVE WS-DEPT-NET(WS-DEPT-IDX)
               TO YS-YEAR-AMOUNT YS-CLOSE-AMOUNT.
           MOVE WS-DEPT-ROWS(WS-DEPT-IDX) TO YS-ENTRIES.
           PERFORM 4900-WRITE-SUMMARY-ROW THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-POOL.
           MOVE SPACES TO YE-SUMMARY-REC.
           SET YS-POOL-ROW TO TRUE.
           MOVE WS-POOL-ID(WS-POOL-IDX) TO YS-KEY.
           MOVE ZERO TO YS-OPEN-AMOUNT.
           MOVE WS-POOL-NET(WS-POOL-IDX)
               TO YS-YEAR-AMOUNT YS-CLOSE-AMOUNT.
           MOVE WS-POOL-ROWS(WS-POOL-IDX) TO YS-ENTRIES.
           PERFORM 4900-WRITE-SUMMARY-ROW THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

       4900-WRITE-SUMMARY-ROW.
           MOVE WS-FISCAL-YEAR TO YS-FISCAL-YEAR.
           WRITE YE-SUMMARY-REC.
       4900-EXIT.
           EXIT.

      *> EACH DEPARTMENT'S DP ACCOUNT WAS DEBITED WITH ITS SHARES
      *> ALL YEAR - ITS NET GOES BACK OUT AGAINST RETAINED EARNINGS.
      *> INVADJ WAS CREDITED WITH EACH NIGHT'S VALUE RISE, SO THE
      *> YEAR'S MOVEMENT IS DEBITED BACK OUT OF IT THE SAME WAY, AND
      *> EACH INCOME ACCOUNT'S CREDIT BALANCE LIKEWISE
       5000-BUILD-CLOSING-JOURNAL.
           PERFORM 5100-CLOSE-ONE-DEPT THRU 5100-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-MAX.
           IF WS-VT-MOVEMENT NOT = ZERO
               MOVE "INVADJ  " TO WS-JV-ACCOUNT
               MOVE WS-RETAINED-ACCOUNT TO WS-JV-OFFSET
               MOVE WS-VT-MOVEMENT TO WS-JV-NET
               PERFORM 5500-EMIT-SIGNED-PAIR THRU 5500-EXIT
           END-IF.
           PERFORM 5200-CLOSE-ONE-INCOME THRU 5200-EXIT
               VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-MAX.
       5000-EXIT.
           EXIT.

       5100-CLOSE-ONE-DEPT.
           IF WS-DEPT-NET(WS-DEPT-IDX) = ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-RETAINED-ACCOUNT TO WS-JV-ACCOUNT.
           MOVE SPACES TO WS-JV-OFFSET.
           STRING "DP" DELIMITED BY SIZE
                  WS-DEPT-CODE(WS-DEPT-IDX) DELIMITED BY SIZE
               INTO WS-JV-OFFSET
           END-STRING.
           MOVE WS-DEPT-NET(WS-DEPT-IDX) TO WS-JV-NET.
           PERFORM 5500-EMIT-SIGNED-PAIR THRU 5500-EXIT.
       5100-EXIT.
           EXIT.

      *> WHAT WENT TO GLSUSP STAYS THERE UNTIL IT IS CLEARED BY HAND
       5200-CLOSE-ONE-INCOME.
           IF WS-INC-NET(WS-INC-IDX) = ZERO
               GO TO 5200-EXIT
           END-IF.
           IF WS-INC-ACCOUNT(WS-INC-IDX) = "GLSUSP  "
               ADD 1 TO WS-INC-SUSPENSE-COUNT
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-INC-ACCOUNT(WS-INC-IDX) TO WS-JV-ACCOUNT.
           MOVE WS-RETAINED-ACCOUNT TO WS-JV-OFFSET.
           MOVE WS-INC-NET(WS-INC-IDX) TO WS-JV-NET.
           PERFORM 5500-EMIT-SIGNED-PAIR THRU 5500-EXIT.
       5200-EXIT.
           EXIT.

      *> A POSITIVE AMOUNT DEBITS THE ACCOUNT AND CREDITS THE
      *> OFFSET; A NEGATIVE AMOUNT FLIPS THE PAIR
       5500-EMIT-SIGNED-PAIR.
           IF WS-JV-NET < ZERO
               COMPUTE WS-JV-AMOUNT = ZERO - WS-JV-NET
               MOVE 'N' TO WS-JV-DR-FIRST-SW
           ELSE
               MOVE WS-JV-NET TO WS-JV-AMOUNT
               MOVE 'Y' TO WS-JV-DR-FIRST-SW
           END-IF.

           IF WS-JV-DR-FIRST
               PERFORM 5600-WRITE-DEBIT-LINE THRU 5600-EXIT
               MOVE WS-JV-OFFSET TO WS-JV-ACCOUNT
               PERFORM 5700-WRITE-CREDIT-LINE THRU 5700-EXIT
           ELSE
               PERFORM 5700-WRITE-CREDIT-LINE THRU 5700-EXIT
               MOVE WS-JV-OFFSET TO WS-JV-ACCOUNT
               PERFORM 5600-WRITE-DEBIT-LINE THRU 5600-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

       5600-WRITE-DEBIT-LINE.
           MOVE SPACES           TO JOURNAL-VOUCHER-REC.
           MOVE WS-YEAR-END-DATE TO JV-RUN-DATE.
           MOVE "YEND"           TO JV-SOURCE.
           MOVE WS-JV-ACCOUNT    TO JV-ACCOUNT.
           MOVE 'D'              TO JV-DC-IND.
           MOVE WS-JV-AMOUNT     TO JV-AMOUNT.
           WRITE JOURNAL-VOUCHER-REC.
           ADD WS-JV-AMOUNT TO WS-DEBIT-TOTAL.
           ADD 1 TO WS-VOUCHER-COUNT.
       5600-EXIT.
           EXIT.

       5700-WRITE-CREDIT-LINE.
           MOVE SPACES           TO JOURNAL-VOUCHER-REC.
           MOVE WS-YEAR-END-DATE TO JV-RUN-DATE.
           MOVE "YEND"           TO JV-SOURCE.
           MOVE WS-JV-ACCOUNT    TO JV-ACCOUNT.
           MOVE 'C'              TO JV-DC-IND.
           MOVE WS-JV-AMOUNT     TO JV-AMOUNT.
           WRITE JOURNAL-VOUCHER-REC.
           ADD WS-JV-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-VOUCHER-COUNT.
       5700-EXIT.
           EXIT.

      *> SAME APPEND AS MELOCK - PERIOD CCYY00 STANDS FOR THE YEAR
       6000-LOCK-THE-YEAR.
           OPEN EXTEND PERIOD-LOCK-FILE.
           IF WS-PL-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-LOCK-FILE
           END-IF.
           MOVE SPACES TO PERIOD-LOCK-REC.
           MOVE WS-YEAR-LOCK-PERIOD TO PL-PERIOD.
           ACCEPT PL-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT PL-LOCK-TIME FROM TIME.
           WRITE PERIOD-LOCK-REC.
           CLOSE PERIOD-LOCK-FILE.
       6000-EXIT.
           EXIT.

       7500-NOTE-BAD-MONTH.
           ADD 1 TO WS-BAD-MONTH-COUNT.
           MOVE SPACES TO YE-CLOSE-RPT-REC.
           STRING WS-BAD-MONTH-FILE DELIMITED BY SIZE
                  " ROW DATED " DELIMITED BY SIZE
                  WS-BAD-MONTH-DATE DELIMITED BY SIZE
                  " - MONTH NOT VALID, NOT ROLLED UP"
                      DELIMITED BY SIZE
               INTO YE-CLOSE-RPT-REC
           END-STRING.
           WRITE YE-CLOSE-RPT-REC.
       7500-EXIT.
           EXIT.

       8000-WRITE-CLOSE-REPORT.
           MOVE SPACES TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC FROM WS-PERIOD-HEAD.
           PERFORM 8100-WRITE-ONE-PERIOD THRU 8100-EXIT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 12.
           IF WS-BAD-MONTH-COUNT > ZERO
               MOVE WS-BAD-MONTH-COUNT TO WS-COUNT-ED
               MOVE "ROWS WITH MONTH NOT VALID     : "
                   TO YE-CLOSE-RPT-REC
               MOVE WS-COUNT-ED TO YE-CLOSE-RPT-REC(44:7)
               WRITE YE-CLOSE-RPT-REC
           END-IF.

           MOVE SPACES TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           MOVE "ANNUAL SUMMARY BY BRANCH, DEPARTMENT AND POOL"
               TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           MOVE "BRCH  " TO WS-KL-LABEL.
           MOVE "*ALL" TO WS-KL-KEY.
           MOVE WS-DAY-NIGHTS TO WS-KL-ROWS.
           MOVE WS-DAY-NET-TOTAL TO WS-KL-NET.
           WRITE YE-CLOSE-RPT-REC FROM WS-KEY-LINE.
           PERFORM 8150-WRITE-ONE-BRANCH THRU 8150-EXIT
               VARYING WS-BRCH-IDX FROM 1 BY 1
               UNTIL WS-BRCH-IDX > WS-BRCH-MAX.
           PERFORM 8200-WRITE-ONE-DEPT THRU 8200-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-MAX.
           PERFORM 8300-WRITE-ONE-POOL THRU 8300-EXIT
               VARYING WS-POOL-IDX FROM 1 BY 1
               UNTIL WS-POOL-IDX > WS-POOL-MAX.

           MOVE SPACES TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           MOVE "OPENING BALANCES CARRIED FORWARD" TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-VT-OPEN-VALUE TO WS-AMOUNT-ED.
           MOVE "STOCK VALUE AT YEAR START     : " TO YE-CLOSE-RPT-REC.
           MOVE WS-AMOUNT-ED TO YE-CLOSE-RPT-REC(33:18).
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-VT-MOVEMENT TO WS-AMOUNT-ED.
           MOVE "STOCK VALUE MOVEMENT          : " TO YE-CLOSE-RPT-REC.
           MOVE WS-AMOUNT-ED TO YE-CLOSE-RPT-REC(33:18).
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-VT-CLOSE-VALUE TO WS-AMOUNT-ED.
           MOVE "STOCK VALUE CARRIED FORWARD   : " TO YE-CLOSE-RPT-REC.
           MOVE WS-AMOUNT-ED TO YE-CLOSE-RPT-REC(33:18).
           MOVE " AS AT " TO YE-CLOSE-RPT-REC(51:7).
           MOVE WS-VT-CLOSE-DATE TO YE-CLOSE-RPT-REC(58:8).
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-AR-ITEMS TO WS-COUNT-ED.
           MOVE "OPEN RECEIVABLES ITEMS        : " TO YE-CLOSE-RPT-REC.
           MOVE WS-COUNT-ED TO YE-CLOSE-RPT-REC(44:7).
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-AR-OPEN-TOTAL TO WS-AMOUNT-ED.
           MOVE "OPEN RECEIVABLES CARRIED FWD  : " TO YE-CLOSE-RPT-REC.
           MOVE WS-AMOUNT-ED TO YE-CLOSE-RPT-REC(33:18).
           WRITE YE-CLOSE-RPT-REC.

           MOVE SPACES TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           MOVE "YEAR-END CLOSING JOURNAL" TO YE-CLOSE-RPT-REC.
           WRITE YE-CLOSE-RPT-REC.
           MOVE "RETAINED EARNINGS ACCOUNT     : " TO YE-CLOSE-RPT-REC.
           MOVE WS-RETAINED-ACCOUNT TO YE-CLOSE-RPT-REC(33:8).
           IF NOT WS-RETAINED-MAPPED
               MOVE " - NO RETEARN MAPPING ON GLACCTMP"
                   TO YE-CLOSE-RPT-REC(41:33)
           END-IF.
           WRITE YE-CLOSE-RPT-REC.
           PERFORM 8400-WRITE-ONE-INCOME THRU 8400-EXIT
               VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-MAX.
           MOVE WS-VOUCHER-COUNT TO WS-COUNT-ED.
           MOVE "VOUCHER LINES                 : " TO YE-CLOSE-RPT-REC.
           MOVE WS-COUNT-ED TO YE-CLOSE-RPT-REC(44:7).
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-ED.
           MOVE "TOTAL DEBITS                  : " TO YE-CLOSE-RPT-REC.
           MOVE WS-AMOUNT-ED TO YE-CLOSE-RPT-REC(33:18).
           WRITE YE-CLOSE-RPT-REC.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-ED.
           MOVE "TOTAL CREDITS                 : " TO YE-CLOSE-RPT-REC.
           MOVE WS-AMOUNT-ED TO YE-CLOSE-RPT-REC(33:18).
           WRITE YE-CLOSE-RPT-REC.
           IF WS-BALANCE-DIFF = ZERO
               MOVE "VOUCHERS BALANCE TO ZERO" TO YE-CLOSE-RPT-REC
           ELSE
               MOVE "VOUCHERS DO NOT BALANCE - HELD"
                   TO YE-CLOSE-RPT-REC
           END-IF.
           WRITE YE-CLOSE-RPT-REC.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-PERIOD.
           COMPUTE WS-PR-PERIOD = WS-FISCAL-YEAR * 100 + WS-PT-SUB.
           MOVE WS-PT-LOCK-DATE(WS-PT-SUB)   TO WS-PR-LOCK-DATE.
           MOVE WS-PT-NIGHTS(WS-PT-SUB)      TO WS-PR-NIGHTS.
           MOVE WS-PT-DAY-NET(WS-PT-SUB)     TO WS-PR-DAY-NET.
           MOVE WS-PT-ALLOC-NET(WS-PT-SUB)   TO WS-PR-ALLOC-NET.
           MOVE WS-PT-STOCK-VALUE(WS-PT-SUB) TO WS-PR-STOCK.
           WRITE YE-CLOSE-RPT-REC FROM WS-PERIOD-LINE.
       8100-EXIT.
           EXIT.

       8150-WRITE-ONE-BRANCH.
           MOVE "BRCH  " TO WS-KL-LABEL.
           MOVE WS-BRCH-CODE(WS-BRCH-IDX) TO WS-KL-KEY.
           MOVE WS-BRCH-NIGHTS(WS-BRCH-IDX) TO WS-KL-ROWS.
           MOVE WS-BRCH-NET(WS-BRCH-IDX) TO WS-KL-NET.
           WRITE YE-CLOSE-RPT-REC FROM WS-KEY-LINE.
       8150-EXIT.
           EXIT.

       8200-WRITE-ONE-DEPT.
           MOVE "DEPT  " TO WS-KL-LABEL.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-KL-KEY.
           MOVE WS-DEPT-ROWS(WS-DEPT-IDX) TO WS-KL-ROWS.
           MOVE WS-DEPT-NET(WS-DEPT-IDX) TO WS-KL-NET.
           WRITE YE-CLOSE-RPT-REC FROM WS-KEY-LINE.
       8200-EXIT.
           EXIT.

       8300-WRITE-ONE-POOL.
           MOVE "POOL  " TO WS-KL-LABEL.
           MOVE WS-POOL-ID(WS-POOL-IDX) TO WS-KL-KEY.
           MOVE WS-POOL-ROWS(WS-POOL-IDX) TO WS-KL-ROWS.
           MOVE WS-POOL-NET(WS-POOL-IDX) TO WS-KL-NET.
           WRITE YE-CLOSE-RPT-REC FROM WS-KEY-LINE.
       8300-EXIT.
           EXIT.

       8400-WRITE-ONE-INCOME.
           MOVE WS-INC-SOURCE(WS-INC-IDX) TO WS-IL-SOURCE.
           MOVE WS-INC-ACCOUNT(WS-INC-IDX) TO WS-IL-ACCOUNT.
           MOVE WS-INC-ROWS(WS-INC-IDX) TO WS-IL-ROWS.
           MOVE WS-INC-NET(WS-INC-IDX) TO WS-IL-NET.
           MOVE SPACES TO WS-IL-FLAG.
           IF WS-INC-ACCOUNT(WS-INC-IDX) = "GLSUSP  "
               AND WS-INC-NET(WS-INC-IDX) NOT = ZERO
               MOVE "GLSUSP - NOT CLOSED" TO WS-IL-FLAG
           END-IF.
           WRITE YE-CLOSE-RPT-REC FROM WS-INCOME-LINE.
       8400-EXIT.
           EXIT.

       COPY REPDATEP.
