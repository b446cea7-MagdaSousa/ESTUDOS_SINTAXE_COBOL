               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-STATUS.

      *> SHIP-TO LINKS MAINTAINED BY CUSTMNT - WHICH ADDRMAST
      *> ADDRESSES A CUSTOMER TAKES DELIVERY AT, AND WHICH ONE IS
      *> THE PRIMARY. ABSENT BEFORE THE FIRST LINK IS KEYED, WHICH
      *> JUST MEANS NO JURISDICTION CAN BE DERIVED
           SELECT CUST-SHIPTO-FILE ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.

      *> THE SHIP-TO ADDRESS ITSELF - PRINTED ON THE INVOICE AND
      *> ITS PINCODE LOOKED UP ON PINMAST FOR THE TAX JURISDICTION
           SELECT ADDRESS-MASTER ASSIGN TO "ADDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-COUNTRY
                   WITH DUPLICATES
               FILE STATUS IS WS-AM-STATUS.

           SELECT PIN-MASTER-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.

      *> EVERY LINE WHOSE KEYED JURISDICTION DISAGREES WITH THE ONE
      *> DERIVED FROM THE SHIP-TO, OR THAT COULD NOT BE DERIVED AT
      *> ALL - THE TAX DESK'S REVIEW LIST
           SELECT JURIS-REVIEW-RPT ASSIGN TO "JURVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> DISCOUNT POLICY TABLE - THE AUTHORITY ON WHAT DISCOUNT A
      *> LINE EARNS, KEYED ON ITEM CLASS AND QUANTITY BREAK, SO THE
      *> ORDER DESK CAN STOP KEYING LAST YEAR'S SCHEDULE BY HAND
           SELECT TAX-REMIT-RPT ASSIGN TO "TAXREMIT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> THE SAME PER-JURISDICTION TAX FIGURES AS A FIXED-LAYOUT
      *> FEED FOR THE GLEXTR TAX JOURNAL
           SELECT TAX-IFACE-OUT ASSIGN TO "TAXIFC"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> ONE RECORD PER CLOSED INVOICE FOR THE RECEIVABLES CHAIN -
      *> ARPOST APPLIES THESE TO THE ARMAST OPEN-ITEM MASTER SO THE
      *> CLOSED FIGURES STOP EVAPORATING AT END OF RUN
           SELECT AR-FEED-OUT ASSIGN TO "ARFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> ONE STOCK MOVEMENT PER RELEASED INVOICE LINE - AN ISSUE FOR
      *> A SALE, A RECEIPT-BACK FOR A CREDIT-MEMO RETURN - WHICH
      *> APRENDENDO_SUBTRACT APPLIES TO STOCKMST THE SAME NIGHT, SO
      *> THE WAREHOUSE STOPS KEYING ISSUES FOR GOODS ALREADY BILLED
           SELECT INVOICE-MOVE-OUT ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> ONE STRUCTURED SALES RECORD PER PRICED LINE OF A RELEASED
      *> INVOICE OR CREDIT MEMO - SLSANAL APPENDS TONIGHT'S FEED TO
      *> THE PERMANENT SLSHIST SALES HISTORY AND REPORTS FROM IT
           SELECT SALES-HIST-OUT ASSIGN TO "SLSFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> AR OPEN-ITEM MASTER, READ ONCE AT START OF RUN TO BUILD
      *> THE PER-CUSTOMER OPEN-BALANCE TABLE THE CREDIT CHECK USES;
      *> ABSENT ON A BRAND-NEW INSTALLATION, WHICH JUST MEANS EVERY
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-AR-STATUS.

      *> COMMISSION BASIS - ONE RECORD PER INVOICE AND ITEM CLASS
      *> FOR A CUSTOMER WITH A SALES REP, HOLDING THE NET
      *> MERCHANDISE THE CLASS CONTRIBUTED AND THE REP CREDITED AT
      *> BILLING. COMMCALC PAYS COMMISSION ON IT AT MONTH END AS THE
      *> INVOICE IS COLLECTED
           SELECT COMMISSION-BASIS ASSIGN TO "COMMBASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CB-STATUS.

      *> AN OVER-LIMIT CUSTOMER'S INVOICE - FULLY PRICED - LANDS
      *> HERE INSTEAD OF ON INVOICE-OUT, FOR THE CREDIT MANAGER TO
      *> RELEASE, AND IS LISTED ON THE CREDIT-HOLD REPORT

      *> OPTIONAL CONTROL CARD - A CARD CONTAINING 'Y' TURNS THE TRACE
      *> ON FOR THIS RUN; NO CARD (OR ANYTHING OTHER THAN 'Y') LEAVES
      *> IT OFF, THE SAME OPTIONAL-CARD PATTERN AS MOVECTL/STOCKINQ.
      *> A 'Q' IN COLUMN 2 MAKES THE RUN A QUOTATION RUN - SEE BELOW
           SELECT TRACE-CTL-FILE ASSIGN TO "EXPRTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> QUOTATION RUN - THE SALES DESK'S QUOTE REQUESTS ARRIVE ON
      *> ITEMLINE AND ARE PRICED THROUGH EXACTLY THE SAME PRICE,
      *> DISCOUNT, TAX AND EXCHANGE-RATE LOGIC AS AN INVOICE, BUT
      *> PRINT AS NUMBERED QUOTATIONS ON QUOTEOUT. QUOTES TAKE THEIR
      *> NUMBERS FROM QUOTECTL, NOT INVNOCTL, AND NOTHING IS WRITTEN
      *> TO THE RECEIVABLES, TAX, STOCK OR ARCHIVE FILES. EVERY
      *> QUOTED LINE IS KEPT ON QUOTEMST AT THE PRICE QUOTED SO
      *> QUOTECNV CAN BILL IT AT THAT PRICE ONCE IT IS ACCEPTED
           SELECT QUOTE-OUT ASSIGN TO "QUOTEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUOTE-NO-CTL ASSIGN TO "QUOTECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QCTL-STATUS.

           SELECT QUOTE-MASTER ASSIGN TO "QUOTEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-KEY
               FILE STATUS IS WS-QM-STATUS.

           SELECT STATS-OUT ASSIGN TO "STATSOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> BLANK MEANS THE PRICE IS ALREADY HOME CURRENCY; OVERSEAS
      *> LINES CARRY THEIR ISO CODE AND CONVERT BEFORE PRICING
           05 IL-CURRENCY       PIC X(3).
      *> THE STOCKMST ITEM AND LOCATION THE GOODS LEAVE FROM - EVERY
      *> RELEASED LINE BECOMES A STOCK MOVEMENT ON INVMOVE
           05 IL-ITEM-CODE      PIC X(6).
           05 IL-LOCATION       PIC X(3).
      *> THE ADDRMAST KEY THE GOODS SHIP TO - BLANK MEANS THE
      *> CUSTOMER'S PRIMARY SHIP-TO. THE FIRST LINE OF AN INVOICE
      *> DECIDES THE SHIP-TO FOR THE WHOLE DOCUMENT. THE KEYED
      *> IL-JURISDICTION ONLY OVERRIDES THE DERIVED ONE WHEN A
      *> REASON CODE IS KEYED WITH IT
           05 IL-SHIP-TO        PIC X(9).
           05 IL-JURIS-REASON   PIC X(4).
      *> 'F' MARKS A FEE LINE - TUITION AND COURSE FEES FROM THE
      *> TUITBILL BATCH, CONTRACT CHARGES FROM THE RECURBIL BATCH.
      *> THE KEYED PRICE IS THE CHARGE: THERE IS NO PRICEMST ROW TO
      *> CHECK IT AGAINST AND NO GOODS TO MOVE
           05 IL-FEE-FLAG       PIC X(1).
               88 IL-FEE-LINE   VALUE 'F'.
      *> SET ONLY BY QUOTECNV - THE ACCEPTED QUOTATION THE LINE
      *> BILLS. ITS KEYED PRICE AND DISCOUNT ARE THE ONES QUOTED
      *> AND STAND AGAINST THE PRICE MASTER AND DISCOUNT TABLE
           05 IL-QUOTE-NO       PIC X(8).

       FD  INVOICE-OUT.
       01  INVOICE-OUT-REC       PIC X(80).
           05 CM-CREDIT-LIMIT    PIC 9(09)V99.
           05 CM-CUST-STATUS     PIC X(01).
               88 CM-CUST-ACTIVE VALUE 'A'.
           05 CM-FIN-CHG-EXEMPT  PIC X(01).
      *> THE SALES REP CREDITED WITH THE CUSTOMER'S INVOICES
           05 CM-REP-ID          PIC X(04).

       FD  CUST-SHIPTO-FILE.
       01  CUST-SHIPTO-REC.
           05 CS-KEY.
               10 CS-CUST-ID     PIC X(06).
               10 CS-SHIP-TO     PIC X(09).
           05 CS-PRIMARY-FLAG    PIC X(01).
               88 CS-PRIMARY     VALUE 'Y'.
           05 CS-LINK-DATE       PIC 9(08).

       FD  ADDRESS-MASTER.
       01  ADDRESS-MASTER-REC.
           05 AM-KEY.
               10 AM-PINCODE     PIC 9(06).
               10 AM-HOUSE-NUMBER PIC 9(03).
           05 AM-COUNTRY         PIC X(08).
           05 AM-ADDRESSEE       PIC X(25).
           05 AM-STREET-1        PIC X(25).
           05 AM-STREET-2        PIC X(25).
           05 AM-LAST-MAINT-DATE PIC 9(08).
           05 AM-MAIL-STATUS     PIC X(01).
           05 AM-RETURN-DATE     PIC 9(08).
           05 AM-RETURN-COUNT    PIC 9(03).
           05 AM-RETURN-REASON   PIC X(04).

       FD  PIN-MASTER-FILE.
       01  PIN-MASTER-REC.
           05 PM-PINCODE         PIC 9(06).
           05 PM-CITY            PIC X(20).
           05 PM-REGION          PIC X(15).
           05 PM-TAX-JURIS       PIC X(04).

       FD  JURIS-REVIEW-RPT.
       01  JURIS-REVIEW-RPT-REC  PIC X(80).

       FD  EXEMPT-CERT-FILE.
       01  EXEMPT-CERT-REC.
       FD  TAX-REMIT-RPT.
       01  TAX-REMIT-RPT-REC     PIC X(80).

       FD  TAX-IFACE-OUT.
       01  TAX-IFACE-OUT-REC.
           05 TX-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TX-JURISDICTION     PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TX-TAXABLE          PIC -(10)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TX-STATE-TAX        PIC -(8)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 TX-LOCAL-TAX        PIC -(8)9.99.

       FD  DISCOUNT-POLICY-FILE.
       01  DISCOUNT-POLICY-REC.
           05 DP-ITEM-CLASS      PIC X(04).
           05 AF-INVOICE-DATE     PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AF-INVOICE-AMOUNT   PIC -(8)9.99.
      *> TAX PART OF THE AMOUNT ABOVE - THE GLEXTR SALES JOURNAL
      *> SPLITS REVENUE FROM TAX COLLECTED WITH IT
           05 FILLER              PIC X(01) VALUE SPACE.
           05 AF-TAX-AMOUNT       PIC -(8)9.99.

       FD  INVOICE-MOVE-OUT.
       01  INVOICE-MOVE-OUT-REC.
           05 IM-RUN-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-MOVE-TYPE        PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-ITEM-CODE        PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-LOCATION         PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-QTY              PIC 9(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-INVOICE-NO       PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-CUST-ID          PIC X(06).
      *> THE LINE'S REVENUE NET OF DISCOUNT (NO FREIGHT, NO TAX),
      *> NEGATIVE ON A RETURN - THE MARGIN RUN SETS THE STOCK RUN'S
      *> COST AGAINST IT
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-ITEM-CLASS       PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 IM-REVENUE          PIC S9(09)V99
                                  SIGN LEADING SEPARATE.

      *> SAME LAYOUT AS THE SLSANAL SLSFEED AND SLSHIST FDS. ALL
      *> AMOUNTS ARE HOME CURRENCY AND NEGATIVE ON A CREDIT MEMO;
      *> THE CURRENCY IS THE ONE THE LINE WAS KEYED IN. THE BRANCH
      *> IS THE STOCK LOCATION THE GOODS SHIPPED FROM, BLANK ON A
      *> FEE LINE
       FD  SALES-HIST-OUT.
       01  SALES-HIST-OUT-REC.
           05 SY-INVOICE-NO       PIC X(08).
           05 SY-LINE-SEQ         PIC 9(04).
           05 SY-INVOICE-DATE     PIC 9(08).
           05 SY-CUST-ID          PIC X(06).
           05 SY-ITEM-CLASS       PIC X(04).
           05 SY-ITEM-CODE        PIC X(06).
           05 SY-LOCATION         PIC X(03).
           05 SY-DOC-TYPE         PIC X(01).
           05 SY-FEE-FLAG         PIC X(01).
           05 SY-QTY              PIC S9(09)
                                  SIGN LEADING SEPARATE.
      *> NET OF DISCOUNT, WITHOUT FREIGHT OR TAX
           05 SY-NET-AMOUNT       PIC S9(09)V99
                                  SIGN LEADING SEPARATE.
           05 SY-DISCOUNT         PIC S9(07)V99
                                  SIGN LEADING SEPARATE.
           05 SY-FREIGHT          PIC S9(07)V99
                                  SIGN LEADING SEPARATE.
           05 SY-TAX              PIC S9(07)V99
                                  SIGN LEADING SEPARATE.
           05 SY-JURISDICTION     PIC X(04).
           05 SY-CURRENCY         PIC X(03).

       FD  INVOICE-NO-CTL.
       01  INVOICE-NO-CTL-REC.
       FD  TRACE-CTL-FILE.
       01  TRACE-CTL-REC.
           05 TC-TRACE-SWITCH     PIC X(01).
           05 TC-RUN-MODE         PIC X(01).
      *> DAYS A QUOTATION STAYS VALID - BLANK OR ZERO MEANS 30
           05 TC-QUOTE-DAYS-X     PIC X(03).
           05 TC-QUOTE-DAYS REDEFINES TC-QUOTE-DAYS-X
                                  PIC 9(03).

       FD  QUOTE-OUT.
       01  QUOTE-OUT-REC          PIC X(80).

       FD  QUOTE-NO-CTL.
       01  QUOTE-NO-CTL-REC.
           05 QC-LAST-USED-NO     PIC 9(08).

      *> SAME LAYOUT AS THE QUOTECNV QUOTEMST FD. PRICE, DISCOUNT
      *> AND FREIGHT ARE THE HOME-CURRENCY FIGURES THE QUOTE WAS
      *> PRICED AT; THE JURISDICTION IS THE ONE KEYED, SO THE
      *> INVOICE DERIVES IT FROM THE SHIP-TO THE SAME WAY AGAIN
       FD  QUOTE-MASTER.
       01  QUOTE-MASTER-REC.
           05 QM-KEY.
               10 QM-QUOTE-NO      PIC X(08).
               10 QM-LINE-SEQ      PIC 9(04).
           05 QM-ORDER-REF         PIC X(08).
           05 QM-CUST-ID           PIC X(06).
           05 QM-QUOTE-DATE        PIC 9(08).
           05 QM-VALID-UNTIL       PIC 9(08).
           05 QM-STATUS            PIC X(01).
               88 QM-OPEN          VALUE 'O'.
               88 QM-CONVERTED     VALUE 'C'.
           05 QM-CONVERT-DATE      PIC 9(08).
           05 QM-QTY               PIC 9(09).
           05 QM-UNIT-PRICE        PIC 9(07)V99.
           05 QM-DISCOUNT          PIC 9(07)V99.
           05 QM-TERMS             PIC 9(09).
           05 QM-FREIGHT           PIC 9(07)V99.
           05 QM-LINE-TOTAL        PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 QM-JURISDICTION      PIC X(04).
           05 QM-JURIS-REASON      PIC X(04).
           05 QM-ITEM-CLASS        PIC X(04).
           05 QM-LINE-TYPE         PIC X(01).
           05 QM-ITEM-CODE         PIC X(06).
           05 QM-LOCATION          PIC X(03).
           05 QM-SHIP-TO           PIC X(09).
           05 QM-FEE-FLAG          PIC X(01).

      *> SAME LAYOUT AS THE COMMCALC COMMBASE FD. FREIGHT, TAX AND
      *> FEE LINES EARN NO COMMISSION AND ARE NOT IN THE NET AMOUNT
       FD  COMMISSION-BASIS.
       01  COMMISSION-BASIS-REC.
           05 CB-KEY.
               10 CB-INVOICE-NO    PIC X(08).
               10 CB-ITEM-CLASS    PIC X(04).
           05 CB-CUST-ID           PIC X(06).
           05 CB-REP-ID            PIC X(04).
           05 CB-INVOICE-DATE      PIC 9(08).
           05 CB-DOC-TYPE          PIC X(01).
               88 CB-DOC-INVOICE   VALUE 'I'.
               88 CB-DOC-CREDIT    VALUE 'C'.
           05 CB-NET-AMOUNT        PIC S9(09)V99
                                   SIGN LEADING SEPARATE.

       FD  EXCEPTION-RPT.
       01  EXCEPTION-RPT-REC.
                                 INDEXED BY WS-INVLN-IDX.
                   10 WS-INVLN-LINE PIC X(80).
           01 WS-INVLN-WORK PIC X(80).

      *> THE INVOICE'S STOCK MOVEMENTS WAIT BESIDE ITS PRINT LINES -
      *> GOODS ON A HELD INVOICE DO NOT SHIP, SO THE MOVEMENTS ARE
      *> ONLY WRITTEN WHEN THE INVOICE IS RELEASED
           01 WS-IMOVE-MAX PIC 9(04) VALUE ZERO.
           01 WS-IMOVE-TABLE.
               05 WS-IMOVE-ENTRY OCCURS 300 TIMES
                                 INDEXED BY WS-IMOVE-IDX.
                   10 WS-IMOVE-TYPE  PIC X(01).
                   10 WS-IMOVE-ITEM  PIC X(06).
                   10 WS-IMOVE-LOC   PIC X(03).
                   10 WS-IMOVE-QTY   PIC 9(09).
                   10 WS-IMOVE-CLASS PIC X(04).
                   10 WS-IMOVE-REV   PIC S9(09)V99.
           01 WS-IMOVE-COUNT PIC 9(07) VALUE ZERO.

      *> THE INVOICE'S SALES-HISTORY LINES WAIT THE SAME WAY - A
      *> HELD INVOICE IS NOT A SALE UNTIL IT IS RELEASED
           01 WS-SLSH-MAX PIC 9(04) VALUE ZERO.
           01 WS-SLSH-TABLE.
               05 WS-SLSH-ENTRY OCCURS 300 TIMES
                                INDEXED BY WS-SLSH-IDX.
                   10 WS-SLSH-CLASS    PIC X(04).
                   10 WS-SLSH-ITEM     PIC X(06).
                   10 WS-SLSH-LOC      PIC X(03).
                   10 WS-SLSH-FEE      PIC X(01).
                   10 WS-SLSH-QTY      PIC S9(09).
                   10 WS-SLSH-NET      PIC S9(09)V99.
                   10 WS-SLSH-DISC     PIC S9(07)V99.
                   10 WS-SLSH-FREIGHT  PIC S9(07)V99.
                   10 WS-SLSH-TAX      PIC S9(07)V99.
                   10 WS-SLSH-JURIS    PIC X(04).
                   10 WS-SLSH-CCY      PIC X(03).
           01 WS-SLSH-COUNT PIC 9(07) VALUE ZERO.

      *> THE INVOICE'S NET MERCHANDISE BY ITEM CLASS, ROLLED UP FROM
      *> THE STOCK MOVEMENTS WHEN THE INVOICE CLOSES - THE SALES REP
      *> AND DOCUMENT TYPE ARE CAPTURED AT THE INVOICE OPEN
           01 WS-CUR-REP-ID  PIC X(04) VALUE SPACES.
           01 WS-CUR-DOC-TYPE PIC X(01) VALUE 'I'.
           01 WS-CB-STATUS   PIC X(02).
           01 WS-CBC-MAX     PIC 9(04) VALUE ZERO.
           01 WS-CBC-TABLE.
               05 WS-CBC-ENTRY OCCURS 300 TIMES
                                 INDEXED BY WS-CBC-IDX.
                   10 WS-CBC-CLASS  PIC X(04).
                   10 WS-CBC-NET    PIC S9(09)V99.
           01 WS-CBC-FOUND-SW PIC X(01).
               88 WS-CBC-FOUND VALUE 'Y'.
           01 WS-COMMBASE-COUNT PIC 9(07) VALUE ZERO.
           01 WS-IA-STATUS PIC X(02).
           01 WS-ARCH-SEQ  PIC 9(04) VALUE ZERO.

      *> THE RIGHT FIELD INSTEAD OF ALWAYS SAYING WS-NUMC
           01 WS-COMPUTE-ERR-FIELD PIC X(10).

      *> SHIP-TO STATE OF THE CURRENT INVOICE, RESOLVED ONCE AT THE
      *> OPEN. A BLANK DERIVED JURISDICTION MEANS NONE COULD BE
      *> DERIVED AND THE KEYED ONE STANDS
           01 WS-CS-STATUS PIC X(02).
           01 WS-CS-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-CS-OPEN VALUE 'Y'.
           01 WS-AM-STATUS PIC X(02).
           01 WS-AM-OPEN-SW PIC X(01) VALUE 'N'.
               88 WS-AM-OPEN VALUE 'Y'.
           01 WS-SHIP-FOUND-SW PIC X(01) VALUE 'N'.
               88 WS-SHIP-FOUND VALUE 'Y'.
           01 WS-SHIP-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-SHIP-EOF VALUE 'Y'.
           01 WS-SHIP-TO-KEY     PIC X(09).
           01 WS-SHIP-CITY       PIC X(20).
           01 WS-SHIP-REGION     PIC X(15).
           01 WS-DERIVED-JURIS   PIC X(04).
           01 WS-SHIP-REJ-REASON PIC X(30).
           01 WS-JUR-REVIEW-COUNT PIC 9(9) VALUE ZERO.

           01 WS-PIN-STATUS PIC X(02).
           01 WS-PIN-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-PIN-EOF VALUE 'Y'.
           01 WS-PIN-MAX   PIC 9(04) VALUE ZERO.
           01 WS-PIN-TABLE.
               05 WS-PIN-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-PIN-IDX.
                   10 WS-PIN-CODE   PIC 9(06).
                   10 WS-PIN-CITY   PIC X(20).
                   10 WS-PIN-REGION PIC X(15).
                   10 WS-PIN-JURIS  PIC X(04).

           01 WS-JUR-REVIEW-DETAIL.
               05 WS-JR-LINE-KEY  PIC X(09).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-JR-INVOICE   PIC X(08).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-JR-SHIP-TO   PIC X(09).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-JR-KEYED     PIC X(04).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-JR-DERIVED   PIC X(04).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-JR-USED      PIC X(04).
               05 FILLER          PIC X(02) VALUE SPACES.
               05 WS-JR-NOTE      PIC X(20).

      *> JURISDICTION TAX-RATE LOOKUP TABLE - LOADED ONCE FROM
      *> TAX-RATE-TABLE-FILE AND SEARCHED FOR EACH LINE ITEM
           01 WS-RATE-EOF-SW PIC X(01) VALUE 'N'.
      *> WITHOUT RE-DERIVING THE ARITHMETIC BY HAND
           01 WS-TRACE-SWITCH PIC X(01) VALUE 'N'.
               88 WS-TRACE-ON VALUE 'Y'.

      *> QUOTATION-RUN STATE - SET FROM THE EXPRTCTL CARD
           01 WS-RUN-MODE-SW PIC X(01) VALUE 'I'.
               88 WS-QUOTE-RUN VALUE 'Q'.
           01 WS-QUOTE-DAYS        PIC 9(03) VALUE 30.
           01 WS-QUOTE-VALID-UNTIL PIC 9(08) VALUE ZERO.
           01 WS-QUOTE-LINE-SEQ    PIC 9(04) VALUE ZERO.
           01 WS-QCTL-STATUS       PIC X(02).
           01 WS-QM-STATUS         PIC X(02).
           01 WS-SUBTOTAL-1 PIC S9(9)V99 VALUE ZERO.
           01 WS-SUBTOTAL-2 PIC S9(9)V99 VALUE ZERO.

           01 WS-STAT-EXCP-COUNT PIC 9(9) VALUE ZERO.
           COPY ELAPSED.

      *> DATE-PLUS-DAYS FOR A QUOTATION'S VALIDITY - SEE DATEADD
           COPY DATEADD.

       01  INVOICE-DETAIL-REC.
           05 IO-QTY             PIC ZZZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IT-GRAND-TOTAL      PIC -(8)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IT-COUNT-LABEL      PIC X(09) VALUE "INVOICES ".
           05 IT-INVOICE-COUNT    PIC ZZZZZZ9.

      *> THE LABEL SAYS WHAT THE DOCUMENT IS - "INVOICE" FOR A SALE,
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IH-CUST-NAME        PIC X(25).

      *> SHIP-TO ADDRESS LINES PRINTED UNDER THE HEADER FROM
      *> ADDRMAST - ONE WRITE PER NON-BLANK ADDRESS LINE. A CUSTOMER
      *> WITH NO SHIP-TO LINKED YET STILL PRINTS ITS CUSTMAST
      *> BILLING ADDRESS
       01  INVOICE-ADDR-REC.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 IA-ADDR-LINE        PIC X(25).

      *> A QUOTATION PRINTS HOW LONG ITS PRICES STAND AND THE
      *> CUSTOMER'S OWN REFERENCE RIGHT UNDER THE HEADER
       01  QUOTE-VALID-REC.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "VALID UNTIL ".
           05 QV-VALID-UNTIL      PIC 9(08).
           05 FILLER              PIC X(11) VALUE "  YOUR REF ".
           05 QV-ORDER-REF        PIC X(08).

       01  INVOICE-SUBTOTAL-REC.
           05 IS-LABEL            PIC X(19) VALUE
               "INVOICE SUBTOTAL   ".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 IS-SUBTOTAL         PIC -(8)9.99.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 9400-GET-BUSINESS-DATE THRU 9400-EXIT.
           MOVE "EXPRESSOES" TO RUN-CTL-PGM-NAME.
           MOVE BUS-DATE-CCYYMMDD TO WS-PRICING-RUN-DATE.
           PERFORM 0400-READ-TRACE-CARD THRU 0400-EXIT.
      *> A QUOTATION RUN IS NOT A STEP OF THE NIGHT - IT IS NEVER
      *> SKIPPED AS ALREADY DONE AND NEVER MARKS THE NIGHT'S
      *> INVOICING DONE
           IF NOT WS-QUOTE-RUN
               PERFORM 9300-CHECK-STEP-DONE THRU 9300-EXIT
               IF RUN-STEP-DONE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 0450-READ-INVOICE-NO-CTL THRU 0450-EXIT.

           OPEN INPUT ITEM-LINE-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT CUST-SHIPTO-FILE.
           IF WS-CS-STATUS = "00"
               SET WS-CS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-MASTER.
           IF WS-AM-STATUS = "00"
               SET WS-AM-OPEN TO TRUE
           END-IF.
           IF WS-QUOTE-RUN
               PERFORM 0350-OPEN-QUOTE-FILES THRU 0350-EXIT
           ELSE
               OPEN OUTPUT INVOICE-OUT
               OPEN I-O INVOICE-ARCHIVE
      *> FIRST-EVER RUN: THE ARCHIVE DOES NOT EXIST YET, SO THE I-O
      *> OPEN FAILS AND THE FILE IS CREATED FRESH
               IF WS-IA-STATUS NOT = "00"
                   OPEN OUTPUT INVOICE-ARCHIVE
                   CLOSE INVOICE-ARCHIVE
                   OPEN I-O INVOICE-ARCHIVE
               END-IF
           END-IF.
           OPEN OUTPUT EXCEPTION-RPT.
           IF WS-TRACE-ON
           PERFORM 0600-LOAD-DISCOUNT-POLICY THRU 0600-EXIT.
           PERFORM 0650-LOAD-ITEM-PRICES THRU 0650-EXIT.
           PERFORM 0700-LOAD-EXEMPT-CERTS THRU 0700-EXIT.
      *> A QUOTE IS NOT CREDIT-CHECKED - ARMAST IS NOT EVEN READ
           IF NOT WS-QUOTE-RUN
               PERFORM 0800-LOAD-AR-BALANCES THRU 0800-EXIT
           END-IF.
           PERFORM 0750-LOAD-PINCODES THRU 0750-EXIT.
           IF NOT WS-QUOTE-RUN
               PERFORM 0300-OPEN-INVOICE-REPORTS THRU 0300-EXIT
           END-IF.

           READ ITEM-LINE-FILE
               AT END SET WS-ITEM-EOF TO TRUE
           PERFORM 1000-PRICE-LINE-ITEM UNTIL WS-ITEM-EOF.

           PERFORM 1080-CLOSE-INVOICE THRU 1080-EXIT.
           PERFORM 0935-CHECK-LAST-BATCH THRU 0935-EXIT.

           MOVE WS-GRAND-TOTAL   TO IT-GRAND-TOTAL.
           MOVE WS-INVOICE-COUNT TO IT-INVOICE-COUNT.
           IF WS-QUOTE-RUN
               MOVE "QUOTES   " TO IT-COUNT-LABEL
               WRITE QUOTE-OUT-REC FROM INVOICE-TRAILER-REC
           ELSE
               WRITE INVOICE-OUT-REC FROM INVOICE-TRAILER-REC
           END-IF.

           CLOSE ITEM-LINE-FILE.
           CLOSE CUSTOMER-MASTER.
           IF WS-CS-OPEN
               CLOSE CUST-SHIPTO-FILE
           END-IF.
           IF WS-AM-OPEN
               CLOSE ADDRESS-MASTER
           END-IF.
           CLOSE EXCEPTION-RPT.
           IF WS-TRACE-ON
               CLOSE TRACE-LOG
           END-IF.
           IF WS-QUOTE-RUN
               PERFORM 8500-CLOSE-QUOTE-FILES THRU 8500-EXIT
           ELSE
               PERFORM 8100-CLOSE-INVOICE-FILES THRU 8100-EXIT
           END-IF.

      *> A NON-ZERO EXCEPTION COUNT LETS BATCHRUN'S COND CHECKS SKIP
      *> DOWNSTREAM STEPS INSTEAD OF PROCESSING AGAINST BAD DATA
           IF BH-BATCH-ERR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT WS-QUOTE-RUN
               PERFORM 9350-MARK-STEP-DONE THRU 9350-EXIT
           END-IF.
       STOP RUN.

      *> THE NIGHT'S REVIEW REPORTS AND DOWNSTREAM FEEDS - NONE OF
      *> THEM IS OPENED ON A QUOTATION RUN
       0300-OPEN-INVOICE-REPORTS.
           OPEN OUTPUT JURIS-REVIEW-RPT.
           MOVE "JURISDICTION REVIEW - KEYED VS SHIP-TO DERIVED"
               TO JURIS-REVIEW-RPT-REC.
           WRITE JURIS-REVIEW-RPT-REC.
           MOVE "LINE KEY   INVOICE   SHIP-TO    KEY   DERV  USED  NOTE"
               TO JURIS-REVIEW-RPT-REC.
           WRITE JURIS-REVIEW-RPT-REC.
           OPEN OUTPUT INVOICE-XREF-OUT.
           OPEN OUTPUT HELD-INVOICE-OUT.
           OPEN OUTPUT CREDIT-HOLD-RPT.
           MOVE "CREDIT-HOLD REPORT - INVOICES HELD OVER LIMIT"
               TO CREDIT-HOLD-RPT-REC.
           WRITE CREDIT-HOLD-RPT-REC.
           MOVE "CUST    INVOICE        LIMIT      AR-BALANCE"
               TO CREDIT-HOLD-RPT-REC.
           WRITE CREDIT-HOLD-RPT-REC.
           OPEN OUTPUT DISCOUNT-VARIANCE-RPT.
           OPEN OUTPUT PRICE-VARIANCE-RPT.
           OPEN OUTPUT EXEMPT-SALES-RPT.
           OPEN OUTPUT TAX-REMIT-RPT.
           OPEN OUTPUT TAX-IFACE-OUT.
           OPEN OUTPUT AR-FEED-OUT.
           OPEN OUTPUT INVOICE-MOVE-OUT.
           OPEN OUTPUT SALES-HIST-OUT.
           OPEN I-O COMMISSION-BASIS.
           IF WS-CB-STATUS NOT = "00"
               OPEN OUTPUT COMMISSION-BASIS
               CLOSE COMMISSION-BASIS
               OPEN I-O COMMISSION-BASIS
           END-IF.
       0300-EXIT.
           EXIT.

      *> FIRST-EVER QUOTATION RUN: THE REGISTER DOES NOT EXIST YET
       0350-OPEN-QUOTE-FILES.
           OPEN OUTPUT QUOTE-OUT.
           OPEN I-O QUOTE-MASTER.
           IF WS-QM-STATUS NOT = "00"
               OPEN OUTPUT QUOTE-MASTER
               CLOSE QUOTE-MASTER
               OPEN I-O QUOTE-MASTER
           END-IF.
       0350-EXIT.
           EXIT.

       0400-READ-TRACE-CARD.
           OPEN INPUT TRACE-CTL-FILE.
           READ TRACE-CTL-FILE
                   CONTINUE
               NOT AT END
                   MOVE TC-TRACE-SWITCH TO WS-TRACE-SWITCH
                   IF TC-RUN-MODE = 'Q'
                       MOVE TC-RUN-MODE TO WS-RUN-MODE-SW
                   END-IF
                   IF TC-QUOTE-DAYS-X IS NUMERIC
                       AND TC-QUOTE-DAYS > ZERO
                       MOVE TC-QUOTE-DAYS TO WS-QUOTE-DAYS
                   END-IF
           END-READ.
           CLOSE TRACE-CTL-FILE.
           IF WS-QUOTE-RUN
               MOVE BUS-DATE-CCYYMMDD TO WS-DAD-DATE
               MOVE WS-QUOTE-DAYS     TO WS-DAD-DAYS
               PERFORM 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT
               MOVE WS-DAD-DATE TO WS-QUOTE-VALID-UNTIL
           END-IF.
       0400-EXIT.
           EXIT.

      *> NUMBERING STARTS FROM ZERO AND THE RECORD IS CREATED AT
      *> END OF RUN
       0450-READ-INVOICE-NO-CTL.
           IF WS-QUOTE-RUN
               PERFORM 0460-READ-QUOTE-NO-CTL THRU 0460-EXIT
               GO TO 0450-EXIT
           END-IF.
           OPEN INPUT INVOICE-NO-CTL.
           IF WS-INCTL-STATUS = "00"
               READ INVOICE-NO-CTL
       0450-EXIT.
           EXIT.

      *> QUOTATIONS HAVE THEIR OWN NUMBER SERIES SO A QUOTE RUN NEVER
      *> LEAVES A GAP IN THE INVOICE NUMBERS
       0460-READ-QUOTE-NO-CTL.
           OPEN INPUT QUOTE-NO-CTL.
           IF WS-QCTL-STATUS = "00"
               READ QUOTE-NO-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QC-LAST-USED-NO TO WS-NEXT-INVOICE-NO
               END-READ
               CLOSE QUOTE-NO-CTL
           END-IF.
       0460-EXIT.
           EXIT.

       0520-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-TABLE-FILE.
           IF WS-FX-STATUS = "00"
           EXIT.

       0975-REPORT-PRICE-VARIANCE.
           IF WS-QUOTE-RUN
               GO TO 0975-EXIT
           END-IF.
           MOVE WS-LINE-KEY    TO WS-PV-LINE-KEY.
           MOVE IL-ITEM-CLASS  TO WS-PV-CLASS.
           MOVE WS-KEYED-PRICE TO WS-PV-KEYED.
       1000-EXIT.
           EXIT.

      *> ITEMLINE MAY BE SEVERAL BATCHES END TO END - THE ORDER
      *> DESK'S FEED AND THE TUITION BATCH BEHIND IT - EACH WITH ITS
      *> OWN HEADER AND TRAILER. EVERY TRAILER BALANCES THE RECORDS
      *> SINCE ITS HEADER; A HEADER ARRIVING WHILE A BATCH IS STILL
      *> OPEN, OR AFTER DATA OUTSIDE ANY BATCH, FAILS THE BALANCE
       0930-NOTE-BATCH-RECORD.
           IF BH-HEADER-REC
               IF BH-HEADER-SEEN OR BH-DATA-COUNT NOT = ZERO
                   MOVE 'N' TO BH-TRAILER-SEEN-SW
                   PERFORM 9700-VERIFY-BATCH-TRAILER THRU 9700-EXIT
               END-IF
               SET BH-HEADER-SEEN TO TRUE
               MOVE 'N' TO BH-TRAILER-SEEN-SW
               MOVE ZERO TO BH-DATA-COUNT BH-HASH-TOTAL
               MOVE BH-HEADER-DATE TO BH-BATCH-DATE
           ELSE
               SET BH-TRAILER-SEEN TO TRUE
               MOVE BH-TRAILER-COUNT TO BH-EXPECTED-COUNT
               MOVE BH-TRAILER-HASH  TO BH-EXPECTED-HASH
               PERFORM 9700-VERIFY-BATCH-TRAILER THRU 9700-EXIT
               MOVE 'N' TO BH-HEADER-SEEN-SW
               MOVE ZERO TO BH-DATA-COUNT BH-HASH-TOTAL
               MOVE ZERO TO BH-EXPECTED-COUNT BH-EXPECTED-HASH
           END-IF.
       0930-EXIT.
           EXIT.

      *> THE LAST BATCH MUST HAVE CLOSED WITH ITS TRAILER AND NOTHING
      *> MAY FOLLOW IT - AN EMPTY FEED HAS NO TRAILER AT ALL
       0935-CHECK-LAST-BATCH.
           IF BH-HEADER-SEEN
               OR BH-DATA-COUNT NOT = ZERO
               OR NOT BH-TRAILER-SEEN
               MOVE 'N' TO BH-TRAILER-SEEN-SW
               PERFORM 9700-VERIFY-BATCH-TRAILER THRU 9700-EXIT
           END-IF.
       0935-EXIT.
           EXIT.

       1010-PRICE-DATA-RECORD.
      *> THE BREAK KEYS ON THE ORDER DESK'S REFERENCE - THE NUMBER
      *> ON THE DOCUMENT IS ASSIGNED FROM THE CONTROL RECORD, NOT
      *> THE PRICE MASTER, NOT THE KEYED FIELD, DECIDES THE UNIT
      *> PRICE - THE KEYED VALUE IS ONLY KEPT TO REPORT WHERE IT
      *> DISAGREES, SAME RULE THE DISCOUNT FIELD ALREADY LIVES BY
      *> A FEE LINE IS THE EXCEPTION - ITS KEYED AMOUNT IS THE FEE
      *> - AND SO IS A CONVERTED QUOTE LINE, WHICH CARRIES THE PRICE
      *> THE CUSTOMER WAS QUOTED
           IF IL-FEE-LINE
               OR IL-QUOTE-NO NOT = SPACES
               MOVE WS-KEYED-PRICE TO WS-NUM2
           ELSE
               PERFORM 0955-SELECT-TABLE-PRICE THRU 0955-EXIT
               MOVE WS-TABLE-PRICE  TO WS-NUM2
               IF WS-PRICE-FOUND
                   AND WS-KEYED-PRICE NOT = WS-TABLE-PRICE
                   PERFORM 0975-REPORT-PRICE-VARIANCE THRU 0975-EXIT
               END-IF
           END-IF.
           MOVE IL-DISCOUNT     TO WS-KEYED-DISCOUNT.
           MOVE IL-TERMS        TO WS-NUM4.
               COMPUTE WS-NUM5 ROUNDED =
                   WS-NUM5 * WS-CUR-FX-RATE
           END-IF.
           PERFORM 1030-DECIDE-JURISDICTION THRU 1030-EXIT.

      *> THE TABLE, NOT THE KEYED FIELD, DECIDES THE DISCOUNT - THE
      *> KEYED VALUE IS ONLY KEPT TO REPORT WHERE IT DISAGREES
      *> A CONVERTED QUOTE LINE KEEPS THE DISCOUNT IT WAS QUOTED AT
           IF IL-QUOTE-NO NOT = SPACES
               MOVE WS-KEYED-DISCOUNT TO WS-NUM3
           ELSE
               PERFORM 0950-SELECT-TABLE-DISCOUNT THRU 0950-EXIT
               MOVE WS-TABLE-DISCOUNT TO WS-NUM3
               IF WS-KEYED-DISCOUNT NOT = WS-TABLE-DISCOUNT
                   PERFORM 0970-REPORT-DISC-VARIANCE THRU 0970-EXIT
               END-IF
           END-IF.

           IF WS-TRACE-ON
       1020-EXIT.
           EXIT.

      *> THE SHIP-TO DECIDES THE JURISDICTION. A KEYED ONE THAT
      *> DISAGREES IS HONOURED ONLY WITH A REASON CODE BESIDE IT;
      *> WITHOUT ONE THE DERIVED JURISDICTION IS USED. WHEN NOTHING
      *> CAN BE DERIVED THE KEYED JURISDICTION STANDS. EVERY LINE
      *> WHERE THE TWO DISAGREE GOES ON THE REVIEW LIST
       1030-DECIDE-JURISDICTION.
           IF WS-DERIVED-JURIS = SPACES
               MOVE IL-JURISDICTION TO WS-JURISDICTION
               MOVE "NO SHIP-TO JURIS" TO WS-JR-NOTE
               PERFORM 1035-REPORT-JURIS-REVIEW THRU 1035-EXIT
               GO TO 1030-EXIT
           END-IF.
           IF IL-JURISDICTION = SPACES
               OR IL-JURISDICTION = WS-DERIVED-JURIS
               MOVE WS-DERIVED-JURIS TO WS-JURISDICTION
               GO TO 1030-EXIT
           END-IF.
           IF IL-JURIS-REASON NOT = SPACES
               MOVE IL-JURISDICTION TO WS-JURISDICTION
               MOVE SPACES TO WS-JR-NOTE
               STRING "OVERRIDE REASON "  DELIMITED BY SIZE
                      IL-JURIS-REASON     DELIMITED BY SIZE
                   INTO WS-JR-NOTE
               END-STRING
           ELSE
               MOVE WS-DERIVED-JURIS TO WS-JURISDICTION
               MOVE "KEYED NO REASON" TO WS-JR-NOTE
           END-IF.
           PERFORM 1035-REPORT-JURIS-REVIEW THRU 1035-EXIT.
       1030-EXIT.
           EXIT.

       1035-REPORT-JURIS-REVIEW.
           IF WS-QUOTE-RUN
               GO TO 1035-EXIT
           END-IF.
           MOVE WS-LINE-KEY       TO WS-JR-LINE-KEY.
           MOVE WS-CUR-INVOICE-NO TO WS-JR-INVOICE.
           MOVE WS-SHIP-TO-KEY    TO WS-JR-SHIP-TO.
           MOVE IL-JURISDICTION   TO WS-JR-KEYED.
           MOVE WS-DERIVED-JURIS  TO WS-JR-DERIVED.
           MOVE WS-JURISDICTION   TO WS-JR-USED.
           WRITE JURIS-REVIEW-RPT-REC FROM WS-JUR-REVIEW-DETAIL.
           ADD 1 TO WS-JUR-REVIEW-COUNT.
       1035-EXIT.
           EXIT.

       1080-CLOSE-INVOICE.
           IF WS-INVOICE-OPEN
               IF WS-QUOTE-RUN
                   MOVE "QUOTATION TOTAL    " TO IS-LABEL
               END-IF
               MOVE WS-INV-SUBTOTAL  TO IS-SUBTOTAL
               MOVE WS-INV-TAX-TOTAL TO IS-TAX-TOTAL
               MOVE INVOICE-SUBTOTAL-REC TO WS-INVLN-WORK
               PERFORM 1082-RELEASE-OR-HOLD THRU 1082-EXIT
               MOVE ZERO TO WS-INV-SUBTOTAL WS-INV-TAX-TOTAL
               MOVE ZERO TO WS-INVLN-MAX
               MOVE ZERO TO WS-IMOVE-MAX
               MOVE ZERO TO WS-SLSH-MAX
               MOVE 'N'  TO WS-INVOICE-OPEN-SW
           END-IF.
       1080-EXIT.
       1075-EXIT.
           EXIT.

      *> A SALE LINE ISSUES ITS QUANTITY FROM STOCK; A CREDIT-MEMO
      *> LINE IS GOODS COMING BACK AND RECEIVES IT BACK IN. A LINE
      *> KEYED WITHOUT AN ITEM CODE STILL GOES OUT - THE STOCK RUN
      *> REFUSES IT AND THE RECONCILIATION LISTS IT UNMATCHED
       1078-BUFFER-STOCK-MOVE.
           IF IL-FEE-LINE
               GO TO 1078-EXIT
           END-IF.
           IF WS-IMOVE-MAX < 300
               ADD 1 TO WS-IMOVE-MAX
               IF IL-TYPE-CREDIT
                   MOVE 'R' TO WS-IMOVE-TYPE(WS-IMOVE-MAX)
               ELSE
                   MOVE 'I' TO WS-IMOVE-TYPE(WS-IMOVE-MAX)
               END-IF
               MOVE IL-ITEM-CODE TO WS-IMOVE-ITEM(WS-IMOVE-MAX)
               MOVE IL-LOCATION  TO WS-IMOVE-LOC(WS-IMOVE-MAX)
               MOVE IL-QTY       TO WS-IMOVE-QTY(WS-IMOVE-MAX)
               MOVE IL-ITEM-CLASS TO WS-IMOVE-CLASS(WS-IMOVE-MAX)
      *> FREIGHT IS TAKEN BACK OUT OF THE PRICED LINE - ON A
      *> CREDIT-MEMO LINE THE WHOLE FIGURE IS ALREADY NEGATED
               IF IL-TYPE-CREDIT
                   COMPUTE WS-IMOVE-REV(WS-IMOVE-MAX) =
                       WS-NUMC + WS-NUM5
               ELSE
                   COMPUTE WS-IMOVE-REV(WS-IMOVE-MAX) =
                       WS-NUMC - WS-NUM5
               END-IF
           ELSE
               DISPLAY "STOCK MOVE BUFFER FULL AT "
                   WS-CUR-INVOICE-NO
           END-IF.
       1078-EXIT.
           EXIT.

      *> EVERY PRICED LINE, FEE LINES INCLUDED, IS A SALE. THE
      *> DISCOUNT IS THE AMOUNT ACTUALLY TAKEN OFF THE LINE, AND
      *> FREIGHT IS KEPT APART FROM THE NET MERCHANDISE. A CREDIT-
      *> MEMO LINE'S FIGURES ARE ALREADY NEGATED IN WS-NUMC AND THE
      *> TAX; ITS QUANTITY, DISCOUNT AND FREIGHT ARE NEGATED HERE
       1079-BUFFER-SALES-HIST.
           IF WS-SLSH-MAX NOT < 300
               DISPLAY "SALES HISTORY BUFFER FULL AT "
                   WS-CUR-INVOICE-NO
               GO TO 1079-EXIT
           END-IF.
           ADD 1 TO WS-SLSH-MAX.
           SET WS-SLSH-IDX TO WS-SLSH-MAX.
           MOVE IL-ITEM-CLASS   TO WS-SLSH-CLASS(WS-SLSH-IDX).
           MOVE IL-ITEM-CODE    TO WS-SLSH-ITEM(WS-SLSH-IDX).
           MOVE IL-LOCATION     TO WS-SLSH-LOC(WS-SLSH-IDX).
           MOVE IL-FEE-FLAG     TO WS-SLSH-FEE(WS-SLSH-IDX).
           MOVE WS-JURISDICTION TO WS-SLSH-JURIS(WS-SLSH-IDX).
           MOVE IL-CURRENCY     TO WS-SLSH-CCY(WS-SLSH-IDX).
           ADD WS-STATE-TAX WS-LOCAL-TAX
               GIVING WS-SLSH-TAX(WS-SLSH-IDX).
           COMPUTE WS-SLSH-DISC(WS-SLSH-IDX) ROUNDED =
               WS-NUM3 / WS-NUM4
               ON SIZE ERROR
                   MOVE ZERO TO WS-SLSH-DISC(WS-SLSH-IDX)
           END-COMPUTE.
           IF IL-TYPE-CREDIT
               COMPUTE WS-SLSH-QTY(WS-SLSH-IDX) = ZERO - WS-NUM1
               COMPUTE WS-SLSH-NET(WS-SLSH-IDX) = WS-NUMC + WS-NUM5
               COMPUTE WS-SLSH-DISC(WS-SLSH-IDX) =
                   ZERO - WS-SLSH-DISC(WS-SLSH-IDX)
               COMPUTE WS-SLSH-FREIGHT(WS-SLSH-IDX) = ZERO - WS-NUM5
           ELSE
               MOVE WS-NUM1 TO WS-SLSH-QTY(WS-SLSH-IDX)
               COMPUTE WS-SLSH-NET(WS-SLSH-IDX) = WS-NUMC - WS-NUM5
               MOVE WS-NUM5 TO WS-SLSH-FREIGHT(WS-SLSH-IDX)
           END-IF.
       1079-EXIT.
           EXIT.

       1079-WRITE-ONE-SALE.
           MOVE SPACES            TO SALES-HIST-OUT-REC.
           MOVE WS-CUR-INVOICE-NO TO SY-INVOICE-NO.
           SET SY-LINE-SEQ        TO WS-SLSH-IDX.
           MOVE BUS-DATE-CCYYMMDD TO SY-INVOICE-DATE.
           MOVE WS-CUR-CUST-ID    TO SY-CUST-ID.
           MOVE WS-SLSH-CLASS(WS-SLSH-IDX)   TO SY-ITEM-CLASS.
           MOVE WS-SLSH-ITEM(WS-SLSH-IDX)    TO SY-ITEM-CODE.
           MOVE WS-SLSH-LOC(WS-SLSH-IDX)     TO SY-LOCATION.
           MOVE WS-CUR-DOC-TYPE   TO SY-DOC-TYPE.
           MOVE WS-SLSH-FEE(WS-SLSH-IDX)     TO SY-FEE-FLAG.
           MOVE WS-SLSH-QTY(WS-SLSH-IDX)     TO SY-QTY.
           MOVE WS-SLSH-NET(WS-SLSH-IDX)     TO SY-NET-AMOUNT.
           MOVE WS-SLSH-DISC(WS-SLSH-IDX)    TO SY-DISCOUNT.
           MOVE WS-SLSH-FREIGHT(WS-SLSH-IDX) TO SY-FREIGHT.
           MOVE WS-SLSH-TAX(WS-SLSH-IDX)     TO SY-TAX.
           MOVE WS-SLSH-JURIS(WS-SLSH-IDX)   TO SY-JURISDICTION.
           MOVE WS-SLSH-CCY(WS-SLSH-IDX)     TO SY-CURRENCY.
           WRITE SALES-HIST-OUT-REC.
           ADD 1 TO WS-SLSH-COUNT.
       1079-WRT-EXIT.
           EXIT.

      *> ONE BASIS RECORD PER ITEM CLASS ON THE INVOICE. A RESTART
      *> THAT REISSUES THE SAME INVOICE NUMBER REPLACES THE FIGURE
      *> RATHER THAN ADDING TO IT
       1081-WRITE-COMM-BASIS.
           MOVE ZERO TO WS-CBC-MAX.
           PERFORM 1081-ADD-ONE-MOVE THRU 1081-ADD-EXIT
               VARYING WS-IMOVE-IDX FROM 1 BY 1
               UNTIL WS-IMOVE-IDX > WS-IMOVE-MAX.
           PERFORM 1081-WRITE-ONE-CLASS THRU 1081-WRT-EXIT
               VARYING WS-CBC-IDX FROM 1 BY 1
               UNTIL WS-CBC-IDX > WS-CBC-MAX.
       1081-EXIT.
           EXIT.

       1081-ADD-ONE-MOVE.
           MOVE 'N' TO WS-CBC-FOUND-SW.
           SET WS-CBC-IDX TO 1.
           SEARCH WS-CBC-ENTRY
               WHEN WS-CBC-IDX > WS-CBC-MAX
                   CONTINUE
               WHEN WS-CBC-CLASS(WS-CBC-IDX)
                       = WS-IMOVE-CLASS(WS-IMOVE-IDX)
                   SET WS-CBC-FOUND TO TRUE
                   ADD WS-IMOVE-REV(WS-IMOVE-IDX)
                       TO WS-CBC-NET(WS-CBC-IDX)
           END-SEARCH.
           IF NOT WS-CBC-FOUND
               ADD 1 TO WS-CBC-MAX
               MOVE WS-IMOVE-CLASS(WS-IMOVE-IDX)
                   TO WS-CBC-CLASS(WS-CBC-MAX)
               MOVE WS-IMOVE-REV(WS-IMOVE-IDX)
                   TO WS-CBC-NET(WS-CBC-MAX)
           END-IF.
       1081-ADD-EXIT.
           EXIT.

       1081-WRITE-ONE-CLASS.
           MOVE SPACES            TO COMMISSION-BASIS-REC.
           MOVE WS-CUR-INVOICE-NO TO CB-INVOICE-NO.
           MOVE WS-CBC-CLASS(WS-CBC-IDX) TO CB-ITEM-CLASS.
           MOVE WS-CUR-CUST-ID    TO CB-CUST-ID.
           MOVE WS-CUR-REP-ID     TO CB-REP-ID.
           MOVE BUS-DATE-CCYYMMDD TO CB-INVOICE-DATE.
           MOVE WS-CUR-DOC-TYPE   TO CB-DOC-TYPE.
           MOVE WS-CBC-NET(WS-CBC-IDX) TO CB-NET-AMOUNT.
           WRITE COMMISSION-BASIS-REC
               INVALID KEY
                   REWRITE COMMISSION-BASIS-REC
           END-WRITE.
           ADD 1 TO WS-COMMBASE-COUNT.
       1081-WRT-EXIT.
           EXIT.

      *> THE CREDIT DECISION: THE CUSTOMER'S OPEN AR BALANCE PLUS
      *> TONIGHT'S INVOICE AGAINST THE CREDIT LIMIT. A ZERO LIMIT
      *> MEANS THE ACCOUNT IS NOT CREDIT-CHECKED. A HELD INVOICE IS
       1082-RELEASE-OR-HOLD.
           ADD WS-INV-SUBTOTAL WS-INV-TAX-TOTAL
               GIVING WS-INV-TOTAL-DUE.
      *> A QUOTATION IS NEITHER CREDIT-CHECKED NOR POSTED - IT GOES
      *> STRAIGHT TO THE QUOTATIONS PRINT
           IF WS-QUOTE-RUN
               PERFORM 1083-WRITE-QUOTATION THRU 1083-EXIT
               GO TO 1082-EXIT
           END-IF.
           ADD WS-CUR-AR-BALANCE WS-INV-TOTAL-DUE
               GIVING WS-EXPOSURE-TOTAL.
           IF WS-CUST-VALID
           ELSE
               PERFORM 1084-WRITE-RELEASED-INVOICE THRU 1084-EXIT
           END-IF.
      *> A HELD INVOICE CARRIES ITS COMMISSION BASIS TOO - IT EARNS
      *> NOTHING UNTIL IT IS RELEASED AND COLLECTED
           IF WS-CUST-VALID
               AND WS-CUR-REP-ID NOT = SPACES
               PERFORM 1081-WRITE-COMM-BASIS THRU 1081-EXIT
           END-IF.
       1082-EXIT.
           EXIT.

       1083-WRITE-QUOTATION.
           PERFORM 1083-WRITE-ONE-QUOTE THRU 1083-QTE-EXIT
               VARYING WS-INVLN-IDX FROM 1 BY 1
               UNTIL WS-INVLN-IDX > WS-INVLN-MAX.
           ADD WS-INV-SUBTOTAL TO WS-GRAND-TOTAL.
           ADD 1 TO WS-INVOICE-COUNT.
       1083-EXIT.
           EXIT.

       1083-WRITE-ONE-QUOTE.
           WRITE QUOTE-OUT-REC
               FROM WS-INVLN-LINE(WS-INVLN-IDX).
       1083-QTE-EXIT.
           EXIT.

       1084-WRITE-RELEASED-INVOICE.
           PERFORM 1084-WRITE-ONE-RELEASED THRU 1084-REL-EXIT
               VARYING WS-INVLN-IDX FROM 1 BY 1
           IF WS-CUST-VALID
               PERFORM 1085-WRITE-AR-FEED THRU 1085-EXIT
           END-IF.
           PERFORM 1089-WRITE-ONE-MOVE THRU 1089-EXIT
               VARYING WS-IMOVE-IDX FROM 1 BY 1
               UNTIL WS-IMOVE-IDX > WS-IMOVE-MAX.
           PERFORM 1079-WRITE-ONE-SALE THRU 1079-WRT-EXIT
               VARYING WS-SLSH-IDX FROM 1 BY 1
               UNTIL WS-SLSH-IDX > WS-SLSH-MAX.
       1084-EXIT.
           EXIT.

           MOVE BUS-DATE-CCYYMMDD TO AF-INVOICE-DATE.
           ADD WS-INV-SUBTOTAL WS-INV-TAX-TOTAL
               GIVING AF-INVOICE-AMOUNT.
           MOVE WS-INV-TAX-TOTAL  TO AF-TAX-AMOUNT.
           WRITE AR-FEED-OUT-REC.
       1085-EXIT.
           EXIT.

       1089-WRITE-ONE-MOVE.
           MOVE SPACES            TO INVOICE-MOVE-OUT-REC.
           MOVE BUS-DATE-CCYYMMDD TO IM-RUN-DATE.
           MOVE WS-IMOVE-TYPE(WS-IMOVE-IDX) TO IM-MOVE-TYPE.
           MOVE WS-IMOVE-ITEM(WS-IMOVE-IDX) TO IM-ITEM-CODE.
           MOVE WS-IMOVE-LOC(WS-IMOVE-IDX)  TO IM-LOCATION.
           MOVE WS-IMOVE-QTY(WS-IMOVE-IDX)  TO IM-QTY.
           MOVE WS-CUR-INVOICE-NO TO IM-INVOICE-NO.
           MOVE WS-CUR-CUST-ID    TO IM-CUST-ID.
           MOVE WS-IMOVE-CLASS(WS-IMOVE-IDX) TO IM-ITEM-CLASS.
           MOVE WS-IMOVE-REV(WS-IMOVE-IDX)   TO IM-REVENUE.
           WRITE INVOICE-MOVE-OUT-REC.
           ADD 1 TO WS-IMOVE-COUNT.
       1089-EXIT.
           EXIT.

       1090-OPEN-INVOICE.
           MOVE IL-INVOICE-NO TO WS-CUR-ORDER-REF.
           ADD 1 TO WS-NEXT-INVOICE-NO.
           MOVE IL-CUST-ID    TO WS-CUR-CUST-ID.
           IF IL-TYPE-CREDIT
               MOVE "CR MEMO " TO IH-DOC-LABEL
               MOVE 'C' TO WS-CUR-DOC-TYPE
           ELSE
               MOVE "INVOICE " TO IH-DOC-LABEL
               MOVE 'I' TO WS-CUR-DOC-TYPE
           END-IF.
           IF WS-QUOTE-RUN
               MOVE "QUOTE   " TO IH-DOC-LABEL
               MOVE ZERO TO WS-QUOTE-LINE-SEQ
           ELSE
               PERFORM 1093-WRITE-INVOICE-XREF THRU 1093-EXIT
           END-IF.
           PERFORM 1095-VALIDATE-CUSTOMER THRU 1095-EXIT.
           MOVE WS-CUR-INVOICE-NO TO IH-INVOICE-NO.
           MOVE WS-CUR-CUST-ID    TO IH-CUST-ID.
           END-IF.
           MOVE INVOICE-HEADER-REC TO WS-INVLN-WORK.
           PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT.
           IF WS-QUOTE-RUN
               MOVE WS-QUOTE-VALID-UNTIL TO QV-VALID-UNTIL
               MOVE WS-CUR-ORDER-REF     TO QV-ORDER-REF
               MOVE QUOTE-VALID-REC TO WS-INVLN-WORK
               PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT
           END-IF.
           MOVE 'N' TO WS-SHIP-FOUND-SW.
           MOVE SPACES TO WS-SHIP-TO-KEY WS-DERIVED-JURIS.
           IF WS-CUST-VALID
               PERFORM 1091-RESOLVE-SHIP-TO THRU 1091-EXIT
           END-IF.
           IF WS-SHIP-FOUND
               PERFORM 1094-BUFFER-SHIP-TO THRU 1094-EXIT
           ELSE
               IF WS-CUST-VALID
                   MOVE CM-ADDR-LINE-1 TO IA-ADDR-LINE
                   MOVE INVOICE-ADDR-REC TO WS-INVLN-WORK
                   PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT
                   MOVE CM-ADDR-LINE-2 TO IA-ADDR-LINE
                   MOVE INVOICE-ADDR-REC TO WS-INVLN-WORK
                   PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT
               END-IF
           END-IF.
           SET WS-INVOICE-OPEN TO TRUE.
       1090-EXIT.
           EXIT.

      *> A SHIP-TO KEYED ON THE LINE MUST BE ONE OF THE CUSTOMER'S
      *> LINKS; A BLANK ONE TAKES THE PRIMARY LINK, OR THE FIRST
      *> LINK WHEN NONE IS MARKED PRIMARY. THE JURISDICTION COMES
      *> FROM THE SHIP-TO'S PINCODE ON PINMAST
       1091-RESOLVE-SHIP-TO.
           IF NOT WS-CS-OPEN OR NOT WS-AM-OPEN
               GO TO 1091-EXIT
           END-IF.
           IF IL-SHIP-TO NOT = SPACES
               MOVE WS-CUR-CUST-ID TO CS-CUST-ID
               MOVE IL-SHIP-TO     TO CS-SHIP-TO
               READ CUST-SHIPTO-FILE
                   INVALID KEY
                       MOVE IL-SHIP-TO TO WS-SHIP-TO-KEY
                       MOVE "SHIP-TO NOT LINKED TO CUSTOMER"
                           TO WS-SHIP-REJ-REASON
                       PERFORM 1099-LOG-SHIP-TO-PROBLEM THRU 1099-EXIT
                       GO TO 1091-EXIT
               END-READ
               MOVE IL-SHIP-TO TO WS-SHIP-TO-KEY
           ELSE
               PERFORM 1092-FIND-PRIMARY-SHIP-TO THRU 1092-EXIT
               IF WS-SHIP-TO-KEY = SPACES
                   GO TO 1091-EXIT
               END-IF
           END-IF.
           MOVE WS-SHIP-TO-KEY TO AM-KEY.
           READ ADDRESS-MASTER
               INVALID KEY
                   MOVE "SHIP-TO NOT ON ADDRMAST"
                       TO WS-SHIP-REJ-REASON
                   PERFORM 1099-LOG-SHIP-TO-PROBLEM THRU 1099-EXIT
                   GO TO 1091-EXIT
           END-READ.
           SET WS-SHIP-FOUND TO TRUE.
           MOVE SPACES TO WS-SHIP-CITY WS-SHIP-REGION.
           IF WS-PIN-MAX > ZERO
               SET WS-PIN-IDX TO 1
               SEARCH WS-PIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PIN-IDX > WS-PIN-MAX
                       CONTINUE
                   WHEN WS-PIN-CODE(WS-PIN-IDX) = AM-PINCODE
                       MOVE WS-PIN-CITY(WS-PIN-IDX)   TO WS-SHIP-CITY
                       MOVE WS-PIN-REGION(WS-PIN-IDX) TO WS-SHIP-REGION
                       MOVE WS-PIN-JURIS(WS-PIN-IDX)
                           TO WS-DERIVED-JURIS
               END-SEARCH
           END-IF.
       1091-EXIT.
           EXIT.

       1092-FIND-PRIMARY-SHIP-TO.
           MOVE 'N' TO WS-SHIP-EOF-SW.
           MOVE WS-CUR-CUST-ID TO CS-CUST-ID.
           MOVE LOW-VALUES     TO CS-SHIP-TO.
           START CUST-SHIPTO-FILE KEY IS NOT LESS THAN CS-KEY
               INVALID KEY
                   SET WS-SHIP-EOF TO TRUE
           END-START.
           PERFORM 1098-SCAN-ONE-LINK THRU 1098-EXIT
               UNTIL WS-SHIP-EOF.
       1092-EXIT.
           EXIT.

       1098-SCAN-ONE-LINK.
           READ CUST-SHIPTO-FILE NEXT RECORD
               AT END
                   SET WS-SHIP-EOF TO TRUE
                   GO TO 1098-EXIT
           END-READ.
           IF CS-CUST-ID NOT = WS-CUR-CUST-ID
               SET WS-SHIP-EOF TO TRUE
               GO TO 1098-EXIT
           END-IF.
           IF WS-SHIP-TO-KEY = SPACES
               MOVE CS-SHIP-TO TO WS-SHIP-TO-KEY
           END-IF.
           IF CS-PRIMARY
               MOVE CS-SHIP-TO TO WS-SHIP-TO-KEY
               SET WS-SHIP-EOF TO TRUE
           END-IF.
       1098-EXIT.
           EXIT.

       1094-BUFFER-SHIP-TO.
           IF AM-ADDRESSEE NOT = SPACES
               MOVE AM-ADDRESSEE TO IA-ADDR-LINE
               MOVE INVOICE-ADDR-REC TO WS-INVLN-WORK
               PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT
           END-IF.
           IF AM-STREET-1 NOT = SPACES
               MOVE AM-STREET-1 TO IA-ADDR-LINE
               MOVE INVOICE-ADDR-REC TO WS-INVLN-WORK
               PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT
           END-IF.
           IF AM-STREET-2 NOT = SPACES
               MOVE AM-STREET-2 TO IA-ADDR-LINE
               MOVE INVOICE-ADDR-REC TO WS-INVLN-WORK
               PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT
           END-IF.
           MOVE SPACES TO WS-INVLN-WORK.
           STRING "        "          DELIMITED BY SIZE
                  WS-SHIP-CITY        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-SHIP-REGION      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AM-PINCODE          DELIMITED BY SIZE
               INTO WS-INVLN-WORK
           END-STRING.
           PERFORM 1075-BUFFER-INVOICE-LINE THRU 1075-EXIT.
       1094-EXIT.
           EXIT.

       1099-LOG-SHIP-TO-PROBLEM.
           MOVE SPACES         TO EXCEPTION-RPT-REC.
           MOVE "EXPRESSOES"   TO EXCP-SOURCE-PGM.
           MOVE WS-SHIP-TO-KEY TO EXCP-KEY.
           MOVE WS-SHIP-REJ-REASON TO EXCP-REASON.
           SET EXCP-SEV-WARNING TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE EXCEPTION-RPT-REC.
           ADD 1 TO WS-STAT-EXCP-COUNT.
           MOVE SPACES TO WS-SHIP-TO-KEY.
       1099-EXIT.
           EXIT.

       1093-WRITE-INVOICE-XREF.
       1095-VALIDATE-CUSTOMER.
           MOVE 'N' TO WS-CUST-VALID-SW.
           MOVE ZERO TO WS-CUR-CREDIT-LIMIT WS-CUR-AR-BALANCE.
           MOVE SPACES TO WS-CUR-REP-ID.
           MOVE WS-CUR-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   IF CM-CUST-ACTIVE
                       SET WS-CUST-VALID TO TRUE
                       MOVE CM-CREDIT-LIMIT TO WS-CUR-CREDIT-LIMIT
                       MOVE CM-REP-ID TO WS-CUR-REP-ID
                       PERFORM 1097-LOOKUP-AR-BALANCE THRU 1097-EXIT
                   ELSE
                       MOVE "CUSTOMER INACTIVE ON CUSTMAST"
       1097-EXIT.
           EXIT.

      *> PINMAST IS THE SAME POSTAL TABLE THE ADDRESS RUN VALIDATES
      *> AGAINST; ABSENT, NO JURISDICTION CAN BE DERIVED AND EVERY
      *> LINE KEEPS ITS KEYED ONE
       0750-LOAD-PINCODES.
           OPEN INPUT PIN-MASTER-FILE.
           IF WS-PIN-STATUS = "00"
               READ PIN-MASTER-FILE
                   AT END SET WS-PIN-EOF TO TRUE
               END-READ
               PERFORM 0760-ADD-PIN-ENTRY UNTIL WS-PIN-EOF
               CLOSE PIN-MASTER-FILE
           END-IF.
       0750-EXIT.
           EXIT.

       0760-ADD-PIN-ENTRY.
           IF WS-PIN-MAX < 500
               ADD 1 TO WS-PIN-MAX
               MOVE PM-PINCODE   TO WS-PIN-CODE(WS-PIN-MAX)
               MOVE PM-CITY      TO WS-PIN-CITY(WS-PIN-MAX)
               MOVE PM-REGION    TO WS-PIN-REGION(WS-PIN-MAX)
               MOVE PM-TAX-JURIS TO WS-PIN-JURIS(WS-PIN-MAX)
           ELSE
               DISPLAY "POSTAL-CODE TABLE FULL AT " PM-PINCODE
           END-IF.
           READ PIN-MASTER-FILE
               AT END SET WS-PIN-EOF TO TRUE
           END-READ.
       0760-EXIT.
           EXIT.

      *> ONE SEQUENTIAL PASS OVER THE OPEN-ITEM MASTER, SUMMED PER
      *> CUSTOMER - AN UNOPENABLE MASTER IS A BRAND-NEW INSTALLATION
      *> AND SIMPLY MEANS NO OPEN BALANCES YET
           EXIT.

       0970-REPORT-DISC-VARIANCE.
           IF WS-QUOTE-RUN
               GO TO 0970-EXIT
           END-IF.
           MOVE WS-LINE-KEY       TO WS-DV-LINE-KEY.
           MOVE IL-ITEM-CLASS     TO WS-DV-CLASS.
           MOVE WS-KEYED-DISCOUNT TO WS-DV-KEYED.
      *> RELEASE TIME - A HELD INVOICE IS NOT PART OF THE MAILED RUN
           ADD WS-NUMC TO WS-INV-SUBTOTAL.
           ADD WS-STATE-TAX WS-LOCAL-TAX TO WS-INV-TAX-TOTAL.
           IF WS-QUOTE-RUN
               PERFORM 1105-REGISTER-QUOTE-LINE THRU 1105-EXIT
           ELSE
               PERFORM 1078-BUFFER-STOCK-MOVE THRU 1078-EXIT
               PERFORM 1079-BUFFER-SALES-HIST THRU 1079-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *> EVERY QUOTED LINE IS KEPT ON THE QUOTE REGISTER AT THE
      *> PRICE, DISCOUNT AND FREIGHT IT WAS QUOTED AT, ALL IN HOME
      *> CURRENCY, SO QUOTECNV CAN TURN AN ACCEPTED QUOTE INTO
      *> ITEMLINE INPUT WITHOUT REPRICING IT. A RERUN THAT REUSES
      *> A NUMBER REPLACES THE ROW
       1105-REGISTER-QUOTE-LINE.
           ADD 1 TO WS-QUOTE-LINE-SEQ.
           MOVE SPACES             TO QUOTE-MASTER-REC.
           MOVE WS-CUR-INVOICE-NO  TO QM-QUOTE-NO.
           MOVE WS-QUOTE-LINE-SEQ  TO QM-LINE-SEQ.
           MOVE WS-CUR-ORDER-REF   TO QM-ORDER-REF.
           MOVE WS-CUR-CUST-ID     TO QM-CUST-ID.
           MOVE BUS-DATE-CCYYMMDD  TO QM-QUOTE-DATE.
           MOVE WS-QUOTE-VALID-UNTIL TO QM-VALID-UNTIL.
           SET QM-OPEN TO TRUE.
           MOVE ZERO               TO QM-CONVERT-DATE.
           MOVE WS-NUM1            TO QM-QTY.
           MOVE WS-NUM2            TO QM-UNIT-PRICE.
           MOVE WS-NUM3            TO QM-DISCOUNT.
           MOVE WS-NUM4            TO QM-TERMS.
           MOVE WS-NUM5            TO QM-FREIGHT.
           MOVE WS-NUMC            TO QM-LINE-TOTAL.
           MOVE IL-JURISDICTION    TO QM-JURISDICTION.
           MOVE IL-JURIS-REASON    TO QM-JURIS-REASON.
           MOVE IL-ITEM-CLASS      TO QM-ITEM-CLASS.
           MOVE IL-LINE-TYPE       TO QM-LINE-TYPE.
           MOVE IL-ITEM-CODE       TO QM-ITEM-CODE.
           MOVE IL-LOCATION        TO QM-LOCATION.
           MOVE IL-SHIP-TO         TO QM-SHIP-TO.
           MOVE IL-FEE-FLAG        TO QM-FEE-FLAG.
           WRITE QUOTE-MASTER-REC
               INVALID KEY
                   REWRITE QUOTE-MASTER-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       1105-EXIT.
           EXIT.

       1120-CHECK-EXEMPTION.
           MOVE 'N' TO WS-EXEMPT-SW.
           SET WS-CERT-IDX TO 1.
           EXIT.

       1130-WRITE-EXEMPT-LINE.
           IF WS-QUOTE-RUN
               GO TO 1130-EXIT
           END-IF.
           MOVE WS-CUR-INVOICE-NO TO WS-EX-INVOICE-NO.
           MOVE WS-CUR-CUST-ID    TO WS-EX-CUST-ID.
           MOVE WS-LINE-CERT-NO   TO WS-EX-CERT-NO.
       8300-EXIT.
           EXIT.

       8100-CLOSE-INVOICE-FILES.
           CLOSE JURIS-REVIEW-RPT.
           DISPLAY "JURISDICTION REVIEW LINES: " WS-JUR-REVIEW-COUNT.
           CLOSE INVOICE-OUT.
           CLOSE INVOICE-ARCHIVE.
           CLOSE DISCOUNT-VARIANCE-RPT.
           CLOSE PRICE-VARIANCE-RPT.
           CLOSE EXEMPT-SALES-RPT.
           CLOSE AR-FEED-OUT.
           CLOSE INVOICE-MOVE-OUT.
           DISPLAY "STOCK MOVEMENTS WRITTEN: " WS-IMOVE-COUNT.
           CLOSE SALES-HIST-OUT.
           DISPLAY "SALES HISTORY LINES WRITTEN: " WS-SLSH-COUNT.
           CLOSE COMMISSION-BASIS.
           DISPLAY "COMMISSION BASIS WRITTEN: " WS-COMMBASE-COUNT.
           PERFORM 8300-WRITE-HOLD-TOTALS THRU 8300-EXIT.
           CLOSE HELD-INVOICE-OUT.
           CLOSE CREDIT-HOLD-RPT.
           CLOSE INVOICE-XREF-OUT.
           PERFORM 8400-REWRITE-INVOICE-NO-CTL THRU 8400-EXIT.
           PERFORM 8200-WRITE-REMIT-SUMMARY THRU 8200-EXIT.
           PERFORM 8250-WRITE-CURRENCY-SUMMARY THRU 8250-EXIT.
           CLOSE TAX-REMIT-RPT.
           CLOSE TAX-IFACE-OUT.

           OPEN EXTEND STATS-OUT.
           PERFORM 9600-WRITE-STATS THRU 9600-EXIT.
           CLOSE STATS-OUT.
       8100-EXIT.
           EXIT.

       8500-CLOSE-QUOTE-FILES.
           CLOSE QUOTE-OUT.
           CLOSE QUOTE-MASTER.
           DISPLAY "QUOTATIONS PRINTED: " WS-INVOICE-COUNT.
           OPEN OUTPUT QUOTE-NO-CTL.
           MOVE WS-NEXT-INVOICE-NO TO QC-LAST-USED-NO.
           WRITE QUOTE-NO-CTL-REC.
           CLOSE QUOTE-NO-CTL.
       8500-EXIT.
           EXIT.

       8400-REWRITE-INVOICE-NO-CTL.
           OPEN OUTPUT INVOICE-NO-CTL.
           MOVE WS-NEXT-INVOICE-NO TO NC-LAST-USED-NO.
           MOVE WS-REMIT-STATE-TAX(WS-REMIT-IDX) TO WS-RM-STATE.
           MOVE WS-REMIT-LOCAL-TAX(WS-REMIT-IDX) TO WS-RM-LOCAL.
           WRITE TAX-REMIT-RPT-REC FROM WS-REMIT-DETAIL.

           MOVE SPACES            TO TAX-IFACE-OUT-REC.
           MOVE BUS-DATE-CCYYMMDD TO TX-RUN-DATE.
           MOVE WS-REMIT-JURIS(WS-REMIT-IDX)     TO TX-JURISDICTION.
           MOVE WS-REMIT-TAXABLE(WS-REMIT-IDX)   TO TX-TAXABLE.
           MOVE WS-REMIT-STATE-TAX(WS-REMIT-IDX) TO TX-STATE-TAX.
           MOVE WS-REMIT-LOCAL-TAX(WS-REMIT-IDX) TO TX-LOCAL-TAX.
           WRITE TAX-IFACE-OUT-REC.
       8210-EXIT.
           EXIT.

       COPY RUNCTLP.

       COPY ELAPSEDP.

       COPY DATEADDP.
