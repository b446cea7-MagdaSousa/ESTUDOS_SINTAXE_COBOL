           SELECT POSTAL-CODE-TABLE-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> STREET ABBREVIATION TABLE - THE POSTAL STANDARD FORM OF
      *> EACH SUFFIX AND UNIT WORD, MAINTAINED THROUGH TBLMAINT AND
      *> APPLIED TO THE STREET LINES OF EVERY ADD AND CHANGE
           SELECT STREET-ABBREV-FILE ASSIGN TO "STRABBR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALIDATION-RPT ASSIGN TO "MOVEVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESS-ACTIVITY-RPT ASSIGN TO "ADDRACTR"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> WEEKLY RETURNED-MAIL FEED FROM THE MAILROOM - ONE RECORD PER
      *> PIECE THE POST OFFICE SENT BACK. OPTIONAL: MOST NIGHTS THERE
      *> IS NO GENERATION AND A NON-ZERO OPEN STATUS JUST MEANS NO
      *> RETURNS TO APPLY
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.

      *> CORRECTION WORK LIST FOR THE DATA STEWARDS - EVERY ADDRESS
      *> STILL UNDELIVERABLE AFTER TONIGHT'S MAINTENANCE
           SELECT ADDRESS-WORK-LIST ASSIGN TO "ADDRWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> OPERATOR AUTHORITY TABLE - SEE OPRAUTH
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           05 ACL-AFTER-ADDRESS     PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ACL-RUN-DATE          PIC X(10).
      *> THE STREET LINES EXACTLY AS KEYED - THE MASTER HOLDS THEM
      *> STANDARDISED, SO THIS IS THE ONLY RECORD OF THE ORIGINAL
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ACL-KEYED-STREET-1    PIC X(25).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ACL-KEYED-STREET-2    PIC X(25).

      *> COMMA-DELIMITED EXTRACT SO MARKETING CAN PULL ADDRESSES
      *> INTO A SPREADSHEET WITHOUT GOING THROUGH US EACH TIME
           05 PM-PINCODE           PIC 9(6).
           05 PM-CITY              PIC X(20).
           05 PM-REGION            PIC X(15).
      *> SALES-TAX JURISDICTION THE PINCODE FALLS IN - READ BY THE
      *> BILLING RUN TO TAX A LINE BY WHERE THE GOODS ARE SHIPPED
           05 PM-TAX-JURIS         PIC X(4).

       FD  STREET-ABBREV-FILE.
       01  STREET-ABBREV-REC.
           05 SA-VARIANT           PIC X(12).
           05 SA-STANDARD          PIC X(12).
           05 SA-SCOPE             PIC X(1).

      *> VR-KEY CARRIES WHICHEVER FIELD FAILED - THE COUNTRY CODE
      *> FOR A COUNTRY REJECT, THE PINCODE FOR A POSTAL REJECT
           05 AM-STREET-1          PIC X(25).
           05 AM-STREET-2          PIC X(25).
           05 AM-LAST-MAINT-DATE   PIC 9(8).
      *> RETURNED-MAIL STATE - 'U' ONCE THE POST OFFICE HAS SENT A
      *> PIECE BACK, AND ONLY A VALID CHANGE ON ADDRTXN CLEARS IT.
      *> THE RETURN COUNT AND THE LAST RETURN'S DATE AND REASON
      *> STAY ON THE RECORD AS HISTORY
           05 AM-MAIL-STATUS       PIC X(1).
               88 AM-UNDELIVERABLE VALUE 'U'.
           05 AM-RETURN-DATE       PIC 9(8).
           05 AM-RETURN-COUNT      PIC 9(3).
           05 AM-RETURN-REASON     PIC X(4).

       FD  VENDOR-EXCP-FILE.
       01  VENDOR-EXCP-REC.
       FD  ADDRESS-ACTIVITY-RPT.
       01  ADDRESS-ACTIVITY-RPT-REC PIC X(80).

      *> RM-RETURN-DATE IS THE DAY THE PIECE CAME BACK; ZEROS MEAN
      *> THE MAILROOM DID NOT DATE IT AND THE BUSINESS DATE IS USED
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-REC.
           05 RM-KEY               PIC X(9).
           05 RM-RETURN-REASON     PIC X(4).
           05 RM-RETURN-DATE       PIC 9(8).

       FD  ADDRESS-WORK-LIST.
       01  ADDRESS-WORK-LIST-REC    PIC X(80).

       FD  STATS-OUT.
       01  STATS-OUT-REC.
           COPY STATSREC.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AI-STREET-2           PIC X(25).

       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-REC.
           05 OAR-OPERATOR-ID       PIC X(06).
           05 OAR-MASTER-NAME       PIC X(08).
           05 OAR-STATUS            PIC X(01).
           05 OAR-ACTIONS           PIC X(04).
           05 OAR-OPERATOR-NAME     PIC X(20).
           05 FILLER                PIC X(41).

           WORKING-STORAGE SECTION.
           01 WS-NUM1 PIC 9(9).
           01 WS-NUM2 PIC 9(9).
           01 WS-TXN-APPLIED-SW PIC X(01) VALUE 'N'.
               88 WS-TXN-APPLIED VALUE 'Y'.

      *> RETURNED-MAIL FEED AND STEWARD WORK LIST
           01 WS-RM-STATUS PIC X(02).
           01 WS-RM-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-RM-EOF VALUE 'Y'.
           01 WS-RETURN-MARK-COUNT PIC 9(9) VALUE ZERO.
           01 WS-RETURN-REJ-COUNT  PIC 9(9) VALUE ZERO.
           01 WS-WORK-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-WORK-EOF VALUE 'Y'.
           01 WS-WORK-COUNT PIC 9(9) VALUE ZERO.
           01 WS-RETURN-COUNT-ED PIC ZZ9.

      *> STREET LINES AFTER STANDARDISATION - WHAT THE MASTER AND
      *> THE EXTRACTS CARRY FOR AN ADD OR CHANGE
           01 WS-STREET-1-STD PIC X(25).
           01 WS-STREET-2-STD PIC X(25).
           01 WS-TXN-STD-LINES PIC 9(1) VALUE ZERO.
           01 WS-STD-LINE-COUNT PIC 9(9) VALUE ZERO.

      *> BUSINESS PROCESSING DATE - SEE BUSDATE COPYBOOK
           COPY BUSDATE.


           COPY REPDATE.

      *> STREET-LINE STANDARDISATION - SEE STRSTD COPYBOOK
           COPY STRSTD.

      *> OPERATOR AUTHORITY FOR ADDRTXN KEYERS - SEE OPRAUTH
           COPY OPRAUTH.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 0900-READ-CTRY-EXTRACT-CARD THRU 0900-EXIT.
           PERFORM 0500-LOAD-COUNTRY-CODES THRU 0500-EXIT.
           PERFORM 0800-LOAD-POSTAL-CODES THRU 0800-EXIT.
           PERFORM 9800-LOAD-STREET-ABBREV THRU 9800-EXIT.
           PERFORM 9100-LOAD-OPERATOR-AUTH THRU 9100-EXIT.
           PERFORM 0600-LOAD-LAYOUT-MAP THRU 0600-EXIT.

      *> ONE EXCEPTION FILE FOR THE WHOLE RUN - VENDOR-FEED
           OPEN OUTPUT VALIDATION-RPT.
           OPEN I-O ADDRESS-MASTER.

      *> RETURNED MAIL IS APPLIED AHEAD OF THE RECYCLE PASS AND THE
      *> NEW FEED, SO A CORRECTION KEYED THE SAME NIGHT STILL MAKES
      *> THE ADDRESS DELIVERABLE AGAIN. RETURNS ARE NOT LIMITED TO
      *> THE MOVECTL ZONE - A DEAD ADDRESS IS DEAD WHEREVER IT IS
           PERFORM 5000-APPLY-RETURNED-MAIL THRU 5000-EXIT.

           OPEN OUTPUT ADDRESS-RECYCLE-OUT.

      *> REPAIRED REJECTS FROM THE PRIOR RUN GO THROUGH VALIDATION
           IF WS-XCTRY-COUNTRY NOT = SPACES
               PERFORM 4000-EXTRACT-BY-COUNTRY THRU 4000-EXIT
           END-IF.
           PERFORM 5500-WRITE-WORK-LIST THRU 5500-EXIT.

           DISPLAY "WS-NUM1      :"WS-NUM1
           DISPLAY "WS-NUM2      :"WS-NUM2
       4000-EXIT.
           EXIT.

      *> AN UNDELIVERABLE ADDRESS IS LEFT OFF THE MAILING EXTRACT
      *> UNTIL A CHANGE TRANSACTION CORRECTS IT
       4100-WRITE-ONE-COUNTRY-ADDR.
           IF AM-COUNTRY NOT = WS-XCTRY-COUNTRY
               SET WS-XCTRY-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT AM-UNDELIVERABLE
               MOVE SPACES             TO COUNTRY-EXTRACT-OUT-REC
               MOVE AM-PINCODE         TO CXO-PINCODE
               MOVE AM-HOUSE-NUMBER    TO CXO-HOUSE-NUMBER
               MOVE AM-LAST-MAINT-DATE TO CXO-LAST-MAINT-DATE
               WRITE COUNTRY-EXTRACT-OUT-REC
               ADD 1 TO WS-XCTRY-COUNT
           END-IF.
           READ ADDRESS-MASTER NEXT RECORD
               AT END SET WS-XCTRY-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

               END-IF
               IF WS-COUNTRY-VALID AND WS-PINCODE-VALID
                   PERFORM 2000-SAVE-ADDRESS-MASTER THRU 2000-EXIT
      *> THE MAILING EXTRACTS NEVER CARRY AN UNDELIVERABLE ADDRESS -
      *> AN ADD OR A CHANGE LEAVES THE RECORD DELIVERABLE, SO THIS
      *> ONLY GUARDS AGAINST A FAILED REWRITE
                   IF WS-TXN-APPLIED AND NOT AT-TXN-DELETE
                       AND NOT AM-UNDELIVERABLE
                       PERFORM 1600-WRITE-CSV-EXTRACT THRU 1600-EXIT
                       PERFORM 1650-WRITE-IFACE-EXTRACT THRU 1650-EXIT
                   END-IF
           EXIT.

       1050-LOG-ADDRESS-CHANGE.
           MOVE SPACES            TO ADDRESS-CHANGE-LOG-REC.
           MOVE WS-ADDRESS-BEFORE TO ACL-BEFORE-ADDRESS.
           MOVE WS-ADDRESS_1      TO ACL-AFTER-ADDRESS.
           MOVE RPT-DATE-SLASH    TO ACL-RUN-DATE.
           MOVE AT-STREET-1       TO ACL-KEYED-STREET-1.
           MOVE AT-STREET-2       TO ACL-KEYED-STREET-2.
           WRITE ADDRESS-CHANGE-LOG-REC.
       1050-EXIT.
           EXIT.
                  "," DELIMITED BY SIZE
                  AT-ADDRESSEE     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STREET-1-STD  DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STREET-2-STD  DELIMITED BY SIZE
               INTO ADDRESS-EXTRACT-REC
           END-STRING.
           WRITE ADDRESS-EXTRACT-REC.
           MOVE WS-MATCHED-CITY   TO AI-CITY.
           MOVE WS-MATCHED-REGION TO AI-REGION.
           MOVE AT-ADDRESSEE      TO AI-ADDRESSEE.
           MOVE WS-STREET-1-STD   TO AI-STREET-1.
           MOVE WS-STREET-2-STD   TO AI-STREET-2.
           WRITE ADDRESS-IFACE-OUT-REC.
       1650-EXIT.
           EXIT.
      *> MISSING ONE IS A KEYING ERROR, NOT SOMETHING TO GUESS AT
       2000-SAVE-ADDRESS-MASTER.
           MOVE 'N' TO WS-TXN-APPLIED-SW.
           IF AT-TXN-ADD OR AT-TXN-CHANGE
               PERFORM 2050-STANDARDISE-STREETS THRU 2050-EXIT
           END-IF.
           MOVE WS-PINCODE_1      TO AM-PINCODE.
           MOVE WS-HOUSE-NUMBER_1 TO AM-HOUSE-NUMBER.
      *> THE KEYER MUST HOLD THE ACTION ON ADDRMAST IN OPERAUTH - A
      *> REFUSED TRANSACTION RECYCLES LIKE ANY OTHER REJECT
           IF AT-TXN-ADD OR AT-TXN-CHANGE OR AT-TXN-DELETE
               MOVE AT-OPERATOR-ID TO OPR-CHK-OPERATOR
               MOVE "ADDRMAST"     TO OPR-CHK-MASTER
               MOVE AT-TXN-CODE    TO OPR-CHK-ACTION
               PERFORM 9150-CHECK-OPERATOR THRU 9150-EXIT
               IF NOT OPR-CHK-OK
                   MOVE OPR-CHK-REASON TO WS-ADDR-REJ-REASON
                   PERFORM 2400-REJECT-ADDRESS-TXN THRU 2400-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF AT-TXN-ADD
               READ ADDRESS-MASTER
                   INVALID KEY
       2000-EXIT.
           EXIT.

      *> BOTH STREET LINES GO THROUGH THE STRABBR STANDARDISATION
      *> BEFORE THE MASTER SEES THEM, SO ADDRDUP COMPARES LIKE WITH
      *> LIKE; THE KEYED LINES SURVIVE ON THE ADDRCHLG CHANGE LOG
       2050-STANDARDISE-STREETS.
           MOVE ZERO TO WS-TXN-STD-LINES.
           MOVE AT-STREET-1 TO WS-SST-IN.
           PERFORM 9850-STANDARDISE-STREET THRU 9850-EXIT.
           MOVE WS-SST-OUT TO WS-STREET-1-STD.
           IF WS-SST-CHANGED
               ADD 1 TO WS-TXN-STD-LINES
           END-IF.
           MOVE AT-STREET-2 TO WS-SST-IN.
           PERFORM 9850-STANDARDISE-STREET THRU 9850-EXIT.
           MOVE WS-SST-OUT TO WS-STREET-2-STD.
           IF WS-SST-CHANGED
               ADD 1 TO WS-TXN-STD-LINES
           END-IF.
       2050-EXIT.
           EXIT.

       2100-ADD-NEW-ADDRESS.
           MOVE WS-COUNTRY_1 TO AM-COUNTRY.
           MOVE AT-ADDRESSEE TO AM-ADDRESSEE.
           MOVE WS-STREET-1-STD TO AM-STREET-1.
           MOVE WS-STREET-2-STD TO AM-STREET-2.
           MOVE RPT-RUN-DATE-CCYYMMDD TO AM-LAST-MAINT-DATE.
           MOVE SPACE        TO AM-MAIL-STATUS.
           MOVE ZERO         TO AM-RETURN-DATE.
           MOVE ZERO         TO AM-RETURN-COUNT.
           MOVE SPACES       TO AM-RETURN-REASON.
           WRITE ADDRESS-MASTER-REC
               INVALID KEY
                   DISPLAY "ADDRESS-MASTER WRITE FAILED " WS-AM-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           ADD WS-TXN-STD-LINES TO WS-STD-LINE-COUNT.
           SET WS-TXN-APPLIED TO TRUE.
           MOVE "ADDED" TO WS-CH-ACTION.
           PERFORM 2500-WRITE-CHANGE-HIST THRU 2500-EXIT.
       2200-UPDATE-ADDRESS.
           MOVE WS-COUNTRY_1 TO AM-COUNTRY.
           MOVE AT-ADDRESSEE TO AM-ADDRESSEE.
           MOVE WS-STREET-1-STD TO AM-STREET-1.
           MOVE WS-STREET-2-STD TO AM-STREET-2.
           MOVE RPT-RUN-DATE-CCYYMMDD TO AM-LAST-MAINT-DATE.
      *> A VALID CHANGE IS THE ONLY THING THAT MAKES A RETURNED
      *> ADDRESS DELIVERABLE AGAIN; THE RETURN HISTORY IS KEPT
           MOVE SPACE        TO AM-MAIL-STATUS.
           REWRITE ADDRESS-MASTER-REC
               INVALID KEY
                   DISPLAY "ADDRESS-MASTER REWRITE FAILED " WS-AM-STATUS
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           ADD WS-TXN-STD-LINES TO WS-STD-LINE-COUNT.
           SET WS-TXN-APPLIED TO TRUE.
           MOVE "CHANGED" TO WS-CH-ACTION.
           PERFORM 2500-WRITE-CHANGE-HIST THRU 2500-EXIT.
       2500-WRITE-CHANGE-HIST.
           MOVE SPACES           TO CHANGE-HIST-REC.
           MOVE BUS-DATE-CCYYMMDD TO CH-RUN-DATE.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "ADDRMAST"       TO CH-MASTER-NAME.
           MOVE WS-CH-ACTION     TO CH-ACTION.
           MOVE AM-KEY           TO CH-KEY.
       0760-EXIT.
           EXIT.

      *> ONE RECORD PER RETURNED PIECE. A RETURN FOR A KEY THE
      *> MASTER DOES NOT HOLD IS A WARNING, NOT A REJECT - THE
      *> ADDRESS MAY ALREADY HAVE BEEN DELETED OR MERGED AWAY
       5000-APPLY-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RM-STATUS = "00"
               READ RETURNED-MAIL-FILE
                   AT END SET WS-RM-EOF TO TRUE
               END-READ
               PERFORM 5100-APPLY-ONE-RETURN UNTIL WS-RM-EOF
               CLOSE RETURNED-MAIL-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-APPLY-ONE-RETURN.
           MOVE RM-KEY TO AM-KEY.
           READ ADDRESS-MASTER
               INVALID KEY
                   PERFORM 5200-REJECT-RETURN THRU 5200-EXIT
               NOT INVALID KEY
                   PERFORM 5300-MARK-UNDELIVERABLE THRU 5300-EXIT
           END-READ.
           READ RETURNED-MAIL-FILE
               AT END SET WS-RM-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-REJECT-RETURN.
           MOVE SPACES TO ADDRESS-ACTIVITY-RPT-REC.
           STRING "RETURN " DELIMITED BY SIZE
                  RM-KEY    DELIMITED BY SIZE
                  " RETURN FOR UNKNOWN ADDRESS KEY" DELIMITED BY SIZE
               INTO ADDRESS-ACTIVITY-RPT-REC
           END-STRING.
           WRITE ADDRESS-ACTIVITY-RPT-REC.
           ADD 1 TO WS-RETURN-REJ-COUNT.
           MOVE SPACES TO VENDOR-EXCP-REC.
           MOVE "MOVE" TO EXCP-SOURCE-PGM.
           MOVE RM-KEY TO EXCP-KEY.
           MOVE "RETURN FOR UNKNOWN ADDRESS KEY" TO EXCP-REASON.
           SET EXCP-SEV-WARNING TO TRUE.
           MOVE BUS-DATE-CCYYMMDD TO EXCP-RUN-DATE.
           WRITE VENDOR-EXCP-REC.
           ADD 1 TO WS-STAT-EXCP-COUNT.
       5200-EXIT.
           EXIT.

      *> EVERY RETURN COUNTS, EVEN ON AN ADDRESS ALREADY MARKED -
      *> THE COUNT TELLS THE STEWARDS HOW LONG IT HAS BEEN DEAD
       5300-MARK-UNDELIVERABLE.
           SET AM-UNDELIVERABLE TO TRUE.
           IF RM-RETURN-DATE IS NUMERIC
               AND RM-RETURN-DATE NOT = ZERO
               MOVE RM-RETURN-DATE TO AM-RETURN-DATE
           ELSE
               MOVE BUS-DATE-CCYYMMDD TO AM-RETURN-DATE
           END-IF.
           MOVE RM-RETURN-REASON TO AM-RETURN-REASON.
           IF AM-RETURN-COUNT < 999
               ADD 1 TO AM-RETURN-COUNT
           END-IF.
           REWRITE ADDRESS-MASTER-REC
               INVALID KEY
                   DISPLAY "ADDRESS-MASTER REWRITE FAILED " WS-AM-STATUS
           END-REWRITE.
           ADD 1 TO WS-RETURN-MARK-COUNT.
           MOVE SPACES           TO CHANGE-HIST-REC.
           MOVE BUS-DATE-CCYYMMDD TO CH-RUN-DATE.
           ACCEPT CH-CHANGE-STAMP FROM TIME.
           MOVE "ADDRMAST"       TO CH-MASTER-NAME.
           MOVE "UNDELIVER"      TO CH-ACTION.
           MOVE AM-KEY           TO CH-KEY.
           MOVE "POSTAL"         TO CH-OPERATOR-ID.
           MOVE RM-RETURN-REASON TO CH-REASON-CODE.
           WRITE CHANGE-HIST-REC.
       5300-EXIT.
           EXIT.

      *> FULL PASS OF THE MASTER AFTER MAINTENANCE, SO AN ADDRESS
      *> CORRECTED TONIGHT DROPS OFF THE LIST THE SAME NIGHT
       5500-WRITE-WORK-LIST.
           OPEN INPUT ADDRESS-MASTER.
           OPEN OUTPUT ADDRESS-WORK-LIST.
           MOVE SPACES TO ADDRESS-WORK-LIST-REC.
           STRING "UNDELIVERABLE ADDRESS WORK LIST " DELIMITED BY SIZE
                  RPT-DATE-SLASH DELIMITED BY SIZE
               INTO ADDRESS-WORK-LIST-REC
           END-STRING.
           WRITE ADDRESS-WORK-LIST-REC.
           MOVE "KEY       ADDRESSEE                 STREET-1"
               TO ADDRESS-WORK-LIST-REC.
           MOVE "RETURNED CNT RSN" TO ADDRESS-WORK-LIST-REC(63:16).
           WRITE ADDRESS-WORK-LIST-REC.
           READ ADDRESS-MASTER NEXT RECORD
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
           PERFORM 5600-LIST-ONE-ADDRESS UNTIL WS-WORK-EOF.
           DISPLAY "UNDELIVERABLE ADDRESSES LISTED: " WS-WORK-COUNT.
           CLOSE ADDRESS-WORK-LIST.
           CLOSE ADDRESS-MASTER.
       5500-EXIT.
           EXIT.

       5600-LIST-ONE-ADDRESS.
           IF AM-UNDELIVERABLE
               MOVE AM-RETURN-COUNT TO WS-RETURN-COUNT-ED
               MOVE SPACES TO ADDRESS-WORK-LIST-REC
               STRING AM-KEY           DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      AM-ADDRESSEE     DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      AM-STREET-1      DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      AM-RETURN-DATE   DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-RETURN-COUNT-ED DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      AM-RETURN-REASON DELIMITED BY SIZE
                   INTO ADDRESS-WORK-LIST-REC
               END-STRING
               WRITE ADDRESS-WORK-LIST-REC
               ADD 1 TO WS-WORK-COUNT
           END-IF.
           READ ADDRESS-MASTER NEXT RECORD
               AT END SET WS-WORK-EOF TO TRUE
           END-READ.
       5600-EXIT.
           EXIT.

       8200-WRITE-ACTIVITY-TOTALS.
           MOVE SPACES TO ADDRESS-ACTIVITY-RPT-REC.
           WRITE ADDRESS-ACTIVITY-RPT-REC.
               INTO ADDRESS-ACTIVITY-RPT-REC
           END-STRING.
           WRITE ADDRESS-ACTIVITY-RPT-REC.

           MOVE WS-STD-LINE-COUNT TO WS-ACT-COUNT-ED.
           MOVE SPACES TO ADDRESS-ACTIVITY-RPT-REC.
           STRING "LINES STANDARDISED: " DELIMITED BY SIZE
                  WS-ACT-COUNT-ED        DELIMITED BY SIZE
               INTO ADDRESS-ACTIVITY-RPT-REC
           END-STRING.
           WRITE ADDRESS-ACTIVITY-RPT-REC.

           MOVE WS-RETURN-MARK-COUNT TO WS-ACT-COUNT-ED.
           MOVE SPACES TO ADDRESS-ACTIVITY-RPT-REC.
           STRING "RETURNS MARKED    : " DELIMITED BY SIZE
                  WS-ACT-COUNT-ED        DELIMITED BY SIZE
               INTO ADDRESS-ACTIVITY-RPT-REC
           END-STRING.
           WRITE ADDRESS-ACTIVITY-RPT-REC.

           MOVE WS-RETURN-REJ-COUNT TO WS-ACT-COUNT-ED.
           MOVE SPACES TO ADDRESS-ACTIVITY-RPT-REC.
           STRING "RETURNS REJECTED  : " DELIMITED BY SIZE
                  WS-ACT-COUNT-ED        DELIMITED BY SIZE
               INTO ADDRESS-ACTIVITY-RPT-REC
           END-STRING.
           WRITE ADDRESS-ACTIVITY-RPT-REC.
       8200-EXIT.
           EXIT.

       COPY REPDATEP.

       COPY ELAPSEDP.

       COPY STRSTDP.

       COPY OPRAUTHP.
