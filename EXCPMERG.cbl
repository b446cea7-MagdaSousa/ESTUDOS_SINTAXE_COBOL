      *> EXCPMERG - CONSOLIDATED NIGHTLY EXCEPTION REGISTER. EVERY
      *> PROGRAM IN THE CHAIN WRITES EACH EXCEPTION IT COUNTS TO AN
      *> EXCPREC-FORMAT FILE (VERBEXCP, ADDEXCP, ADHSEXCP, DIVERRRP,
      *> EXPREXCP, RENERRRP, MOVEEXCP, BANKEXCP AND THE BACKORPT
      *> VARIANT); THIS STEP RUNS JUST BEFORE CONTROLRPT AND MERGES
      *> THEM INTO ONE REGISTER SORTED BY SEVERITY (FATALS TO THE TOP),
      *> THEN SOURCE PROGRAM AND KEY, WITH PER-SEVERITY COUNTS AND
      *> PER-PROGRAM AND PER-REASON COUNTS AND A GRAND TOTAL THAT MUST
      *> MATCH THE TOTAL EXCEPTIONS FIGURE THE STATSOUT RECORDS CARRY
      *> - ONE PLACE TO LOOK EACH MORNING, WITH THE CROSS-CHECK BUILT
      *> IN. FINDINGS FROM THE WEEKLY INTEGCHK INTEGRITY SWEEP ARE TAKEN
      *> FROM INTGEXCP ON THE FIRST NIGHT AFTER IT RUNS AND THE FILE IS
      *> THEN EMPTIED, SO EACH SWEEP REGISTERS ONCE; THE SWEEP WRITES
      *> NO STATSOUT RECORD, SO ITS LINES ARE LEFT OUT OF THE STATSOUT
      *> CROSS-CHECK.
      *> EVERY DISTINCT EXCEPTION (SOURCE PROGRAM, KEY AND REASON) IS
      *> ALSO CARRIED NIGHT TO NIGHT ON THE OPEN-EXCEPTION FILE (SEE
      *> OPENXREC), WITH THE NIGHT IT WAS FIRST SEEN, THE NIGHT IT WAS
      *> LAST SEEN AND HOW MANY NIGHTS IT HAS OCCURRED. ANALYSTS CLOSE
      *> AN EXCEPTION BY KEYING A RESOLUTION CARD ON EXCPRSLV - THE
      *> PROGRAM, KEY AND REASON IN THE SAME COLUMNS AS THE REGISTER
      *> LINE (REASON BLANK CLOSES EVERY REASON FOR THAT KEY), THE
      *> OWNER IN 53-60 AND A NOTE IN 62-80; THE CARDS ARE APPLIED
      *> BEFORE THE NIGHT'S EXCEPTIONS ARE TAKEN, SO A FIX THAT DID
      *> NOT WORK SHOWS UP AS REOPENED, AND THE DECK IS EMPTIED ONCE
      *> THE NEW GENERATION IS WRITTEN. AN EXCEPTION NOT SEEN FOR THE
      *> AUTO-CLOSE NUMBER OF NIGHTS CLOSES BY ITSELF. THE EXCPOCTL
      *> CARD SETS THE AUTO-CLOSE NIGHTS (1-3, DEFAULT 5), THE NIGHTS
      *> OUTSTANDING AT WHICH AN EXCEPTION IS FLAGGED FOR ESCALATION
      *> (5-7, DEFAULT 10) AND THE NIGHTS A CLOSED EXCEPTION IS KEPT
      *> AFTER IT WAS LAST SEEN (9-11, DEFAULT 30). THE REGISTER ENDS
      *> WITH THE OPEN EXCEPTIONS AGED BY NIGHTS OUTSTANDING. RC 4
      *> MEANS A RESOLUTION CARD WAS NOT APPLIED; RC 8 THAT THE
      *> LISTING OR THE OPEN-EXCEPTION TABLE FILLED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPMERG.

           SELECT GLEXTR-EXCP-IN ASSIGN TO "GLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT BANKREC-EXCP-IN ASSIGN TO "BANKEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT INTEGRITY-EXCP-IN ASSIGN TO "INTGEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT STATS-IN ASSIGN TO "STATSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT EXCP-REGISTER ASSIGN TO "EXCPREG"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> TONIGHT'S BUSINESS DATE STAMPS THE OPEN-EXCEPTION FILE
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

      *> OPEN-EXCEPTION FILE - CURRENT GENERATION IN, NEXT OUT
           SELECT OPEN-EXCP-IN ASSIGN TO "OPENEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT OPEN-EXCP-OUT ASSIGN TO "OPENXNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.

      *> ANALYSTS' RESOLUTION CARDS AND THE AGING CONTROL CARD
           SELECT RESOLVE-CARDS ASSIGN TO "EXCPRSLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLV-STATUS.
           SELECT OPEN-CTL-FILE ASSIGN TO "EXCPOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERBOS-EXCP-IN.
       01  ARPOST-EXCP-IN-REC       PIC X(80).
       FD  GLEXTR-EXCP-IN.
       01  GLEXTR-EXCP-IN-REC       PIC X(80).
       FD  BANKREC-EXCP-IN.
       01  BANKREC-EXCP-IN-REC      PIC X(80).
       FD  INTEGRITY-EXCP-IN.
       01  INTEGRITY-EXCP-IN-REC    PIC X(80).

       FD  STATS-IN.
       01  STATS-IN-REC.
       FD  EXCP-REGISTER.
       01  EXCP-REGISTER-REC        PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05 BD-BUSINESS-DATE      PIC 9(08).

       FD  OPEN-EXCP-IN.
       01  OPEN-EXCP-IN-REC         PIC X(140).
       FD  OPEN-EXCP-OUT.
       01  OPEN-EXCP-OUT-REC        PIC X(140).

      *> PROGRAM, KEY AND REASON SIT IN THE REGISTER LINE'S OWN
      *> COLUMNS SO A LINE CAN BE COPIED STRAIGHT ONTO THE CARD
       FD  RESOLVE-CARDS.
       01  RESOLVE-CARD-REC.
           05 RC-SOURCE-PGM         PIC X(10).
           05 FILLER                PIC X(01).
           05 RC-EXCP-KEY           PIC X(09).
           05 FILLER                PIC X(01).
           05 RC-REASON             PIC X(30).
           05 FILLER                PIC X(01).
           05 RC-OWNER              PIC X(08).
           05 FILLER                PIC X(01).
           05 RC-NOTE               PIC X(19).

       FD  OPEN-CTL-FILE.
       01  OPEN-CTL-REC.
           05 OC-AUTO-CLOSE-NIGHTS  PIC X(03).
           05 FILLER                PIC X(01).
           05 OC-ESCALATE-NIGHTS    PIC X(03).
           05 FILLER                PIC X(01).
           05 OC-RETAIN-NIGHTS      PIC X(03).
           05 FILLER                PIC X(69).

           WORKING-STORAGE SECTION.
           01 WS-IN-STATUS PIC X(02).
           01 WS-IN-EOF-SW PIC X(01) VALUE 'N'.
           01 WS-DROPPED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-GRAND-TOTAL   PIC 9(06) VALUE ZERO.
           01 WS-STATS-EXCPS   PIC 9(10) VALUE ZERO.

      *> WEEKLY SWEEP LINES TAKEN TONIGHT - IN THE REGISTER BUT NOT
      *> IN STATSOUT, SO BACKED OUT BEFORE THE CROSS-CHECK
           01 WS-SWEEP-TAKEN-SW PIC X(01) VALUE 'N'.
               88 WS-SWEEP-TAKEN VALUE 'Y'.
           01 WS-SWEEP-TOTAL   PIC 9(06) VALUE ZERO.
           01 WS-NIGHTLY-TOTAL PIC 9(06) VALUE ZERO.
           01 WS-COUNT-ED      PIC ZZZZZ9.
           01 WS-STATS-ED      PIC Z(9)9.

           01 WS-BD-STATUS     PIC X(02).
           01 WS-OPEN-STATUS   PIC X(02).
           01 WS-RSLV-STATUS   PIC X(02).
           01 WS-OCTL-STATUS   PIC X(02).
           01 WS-OPEN-EOF-SW   PIC X(01) VALUE 'N'.
               88 WS-OPEN-EOF  VALUE 'Y'.
           01 WS-RSLV-EOF-SW   PIC X(01) VALUE 'N'.
               88 WS-RSLV-EOF  VALUE 'Y'.
           01 WS-RSLV-READ-SW  PIC X(01) VALUE 'N'.
               88 WS-RSLV-READ VALUE 'Y'.
           01 WS-TONIGHT-DATE  PIC 9(08) VALUE ZERO.

      *> AGING RULES - EXCPOCTL OVERRIDES ANY OF THEM
           01 WS-AUTO-CLOSE-NIGHTS PIC 9(03) VALUE 5.
           01 WS-ESCALATE-NIGHTS   PIC 9(03) VALUE 10.
           01 WS-RETAIN-NIGHTS     PIC 9(03) VALUE 30.

      *> THE OPEN-EXCEPTION FILE HELD IN KEY SEQUENCE FOR SEARCH
      *> ALL; WS-OPEN-TONIGHT SAYS WHAT HAPPENED TO THE ENTRY THIS
      *> RUN - N NEW, R REPEATING, P REOPENED, C RESOLVED BY CARD,
      *> A AUTO-CLOSED, D PURGED, SPACE NOT TOUCHED
           01 WS-OPEN-REC.
               COPY OPENXREC.
           01 WS-OPEN-FIND-KEY PIC X(49).
           01 WS-OPEN-MAX  PIC 9(04) VALUE ZERO.
           01 WS-OPEN-SUB  PIC 9(04) VALUE ZERO.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-OPEN-MAX
                                ASCENDING KEY IS WS-OPEN-KEY
                                INDEXED BY WS-OPEN-IDX.
                   10 WS-OPEN-KEY      PIC X(49).
                   10 WS-OPEN-IMAGE    PIC X(140).
                   10 WS-OPEN-TONIGHT  PIC X(01).
           01 WS-OPEN-INS-SUB  PIC 9(04).
           01 WS-OPEN-SLOT-SUB PIC 9(04).
           01 WS-OPEN-FULL-COUNT PIC 9(06) VALUE ZERO.

      *> RESOLUTION CARDS THAT COULD NOT BE APPLIED, HELD FOR THE
      *> REGISTER WHICH IS NOT OPEN YET WHEN THE CARDS ARE READ
           01 WS-CARD-HITS     PIC 9(04).
           01 WS-CARD-REASON   PIC X(30).
           01 WS-REJ-MAX       PIC 9(03) VALUE ZERO.
           01 WS-REJ-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-REJ-SUB       PIC 9(03).
           01 WS-REJ-TABLE.
               05 WS-REJ-ENTRY OCCURS 100 TIMES.
                   10 WS-REJ-CARD   PIC X(80).
                   10 WS-REJ-REASON PIC X(30).

           01 WS-OPEN-NEW-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-OPEN-REPEAT-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-OPEN-REOPEN-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-OPEN-RESOLVED-COUNT PIC 9(06) VALUE ZERO.
           01 WS-OPEN-AUTO-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-OPEN-PURGED-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-OPEN-STILL-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-OPEN-ESC-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-NIGHTS-ED           PIC ZZ9.
           01 WS-LIST-FLAG           PIC X(01).

      *> AGING BANDS FOR THE REGISTER, OLDEST FIRST
           01 WS-AGE-BAND-VALUES.
               05 FILLER PIC X(24) VALUE "00219999OVER 20 NIGHTS  ".
               05 FILLER PIC X(24) VALUE "0011002011 TO 20 NIGHTS ".
               05 FILLER PIC X(24) VALUE "000600106 TO 10 NIGHTS  ".
               05 FILLER PIC X(24) VALUE "000200052 TO 5 NIGHTS   ".
               05 FILLER PIC X(24) VALUE "000100011 NIGHT         ".
           01 WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
               05 WS-AGE-BAND OCCURS 5 TIMES
                              INDEXED BY WS-BAND-IDX.
                   10 WS-BAND-LOW   PIC 9(04).
                   10 WS-BAND-HIGH  PIC 9(04).
                   10 WS-BAND-LABEL PIC X(16).
           01 WS-BAND-COUNTS.
               05 WS-BAND-COUNT PIC 9(06) OCCURS 5 TIMES.
           01 WS-BAND-SUB      PIC 9(01).

           01 WS-AGED-LINE.
               05 WS-AL-NIGHTS     PIC ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-SOURCE-PGM PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-KEY        PIC X(09).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-REASON     PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-FIRST-SEEN PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-SEEN       PIC ZZZ9.
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-TONIGHT    PIC X(03).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-AL-ESCALATE   PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.

           01 WS-CLOSED-LINE.
               05 WS-CL-SOURCE-PGM PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CL-KEY        PIC X(09).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CL-REASON     PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CL-OWNER      PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 WS-CL-NOTE       PIC X(19).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-GET-TONIGHT-DATE THRU 0100-EXIT.
           PERFORM 0200-READ-OPEN-CONTROL THRU 0200-EXIT.
           PERFORM 0300-LOAD-OPEN-EXCPS THRU 0300-EXIT.
           PERFORM 0400-APPLY-RESOLUTIONS THRU 0400-EXIT.

           OPEN INPUT VERBOS-EXCP-IN.
           PERFORM 0900-GATHER-VERBOS THRU 0900-EXIT.
           OPEN INPUT ADD-EXCP-IN.
           PERFORM 1700-GATHER-ARPOST THRU 1700-EXIT.
           OPEN INPUT GLEXTR-EXCP-IN.
           PERFORM 1800-GATHER-GLEXTR THRU 1800-EXIT.
           OPEN INPUT BANKREC-EXCP-IN.
           PERFORM 1850-GATHER-BANKREC THRU 1850-EXIT.
           OPEN INPUT INTEGRITY-EXCP-IN.
           PERFORM 1900-GATHER-INTEGRITY THRU 1900-EXIT.

           PERFORM 3000-SUM-STATS-EXCEPTIONS THRU 3000-EXIT.
           PERFORM 4000-AGE-OPEN-EXCPS THRU 4000-EXIT.

           OPEN OUTPUT EXCP-REGISTER.
           PERFORM 8000-WRITE-REGISTER THRU 8000-EXIT.
           CLOSE EXCP-REGISTER.
           PERFORM 7000-WRITE-OPEN-FILE THRU 7000-EXIT.

      *> ONLY ONCE THE REGISTER AND THE NEW OPEN-EXCEPTION
      *> GENERATION ARE SAFELY WRITTEN
           IF WS-SWEEP-TAKEN
               OPEN OUTPUT INTEGRITY-EXCP-IN
               CLOSE INTEGRITY-EXCP-IN
           END-IF.
           IF WS-RSLV-READ
               OPEN OUTPUT RESOLVE-CARDS
               CLOSE RESOLVE-CARDS
           END-IF.
           STOP RUN.

      *> SAME DATE RULE AS THE CHAIN PROGRAMS: THE BUSDATE RECORD
      *> WHEN PRESENT, OTHERWISE THE SYSTEM DATE
       0100-GET-TONIGHT-DATE.
           ACCEPT WS-TONIGHT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BD-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-TONIGHT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *> A MISSING CARD, OR A BLANK OR NON-NUMERIC FIELD ON IT,
      *> LEAVES THAT RULE AT ITS DEFAULT
       0200-READ-OPEN-CONTROL.
           OPEN INPUT OPEN-CTL-FILE.
           IF WS-OCTL-STATUS NOT = "00"
               GO TO 0200-EXIT
           END-IF.
           READ OPEN-CTL-FILE
               AT END
                   CLOSE OPEN-CTL-FILE
                   GO TO 0200-EXIT
           END-READ.
           IF OC-AUTO-CLOSE-NIGHTS IS NUMERIC
               AND OC-AUTO-CLOSE-NIGHTS > ZERO
               MOVE OC-AUTO-CLOSE-NIGHTS TO WS-AUTO-CLOSE-NIGHTS
           END-IF.
           IF OC-ESCALATE-NIGHTS IS NUMERIC
               AND OC-ESCALATE-NIGHTS > ZERO
               MOVE OC-ESCALATE-NIGHTS TO WS-ESCALATE-NIGHTS
           END-IF.
           IF OC-RETAIN-NIGHTS IS NUMERIC
               AND OC-RETAIN-NIGHTS > ZERO
               MOVE OC-RETAIN-NIGHTS TO WS-RETAIN-NIGHTS
           END-IF.
           CLOSE OPEN-CTL-FILE.
       0200-EXIT.
           EXIT.

      *> NO CURRENT GENERATION (THE FIRST NIGHT) SIMPLY STARTS THE
      *> FILE EMPTY
       0300-LOAD-OPEN-EXCPS.
           OPEN INPUT OPEN-EXCP-IN.
           IF WS-OPEN-STATUS = "00"
               PERFORM 0310-LOAD-ONE-OPEN-EXCP THRU 0310-EXIT
                   UNTIL WS-OPEN-EOF
               CLOSE OPEN-EXCP-IN
           END-IF.
       0300-EXIT.
           EXIT.

       0310-LOAD-ONE-OPEN-EXCP.
           READ OPEN-EXCP-IN INTO WS-OPEN-REC
               AT END
                   SET WS-OPEN-EOF TO TRUE
               NOT AT END
                   MOVE OX-OPEN-KEY TO WS-OPEN-FIND-KEY
                   PERFORM 2500-INSERT-OPEN-ENTRY THRU 2500-EXIT
                   IF WS-OPEN-SLOT-SUB > ZERO
                       MOVE SPACE TO WS-OPEN-TONIGHT(WS-OPEN-SLOT-SUB)
                   END-IF
           END-READ.
       0310-EXIT.
           EXIT.

      *> RESOLUTION CARDS GO ON BEFORE TONIGHT'S EXCEPTIONS ARE
      *> TAKEN - AN EXCEPTION CLOSED TODAY THAT STILL OCCURRED
      *> TONIGHT COMES STRAIGHT BACK AS REOPENED
       0400-APPLY-RESOLUTIONS.
           OPEN INPUT RESOLVE-CARDS.
           IF WS-RSLV-STATUS = "00"
               SET WS-RSLV-READ TO TRUE
               PERFORM 0410-APPLY-ONE-CARD THRU 0410-EXIT
                   UNTIL WS-RSLV-EOF
               CLOSE RESOLVE-CARDS
           END-IF.
       0400-EXIT.
           EXIT.

       0410-APPLY-ONE-CARD.
           READ RESOLVE-CARDS
               AT END
                   SET WS-RSLV-EOF TO TRUE
                   GO TO 0410-EXIT
           END-READ.
           IF RESOLVE-CARD-REC = SPACES
               GO TO 0410-EXIT
           END-IF.
           IF RC-SOURCE-PGM = SPACES
               OR RC-EXCP-KEY = SPACES
               MOVE "PROGRAM AND KEY REQUIRED" TO WS-CARD-REASON
               PERFORM 0430-HOLD-REJECTED-CARD THRU 0430-EXIT
               GO TO 0410-EXIT
           END-IF.
           IF RC-OWNER = SPACES
               MOVE "OWNER REQUIRED" TO WS-CARD-REASON
               PERFORM 0430-HOLD-REJECTED-CARD THRU 0430-EXIT
               GO TO 0410-EXIT
           END-IF.
           MOVE ZERO TO WS-CARD-HITS.
           PERFORM 0420-RESOLVE-ONE-ENTRY THRU 0420-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-MAX.
           IF WS-CARD-HITS = ZERO
               MOVE "NO OPEN EXCEPTION MATCHES" TO WS-CARD-REASON
               PERFORM 0430-HOLD-REJECTED-CARD THRU 0430-EXIT
           END-IF.
       0410-EXIT.
           EXIT.

       0420-RESOLVE-ONE-ENTRY.
           MOVE WS-OPEN-IMAGE(WS-OPEN-SUB) TO WS-OPEN-REC.
           IF OX-SOURCE-PGM NOT = RC-SOURCE-PGM
               OR OX-EXCP-KEY NOT = RC-EXCP-KEY
               OR NOT OX-OPEN
               GO TO 0420-EXIT
           END-IF.
           IF RC-REASON NOT = SPACES
               AND OX-REASON NOT = RC-REASON
               GO TO 0420-EXIT
           END-IF.
           SET OX-RESOLVED TO TRUE.
           MOVE WS-TONIGHT-DATE TO OX-CLOSED-DATE.
           MOVE RC-OWNER TO OX-OWNER.
           MOVE RC-NOTE TO OX-NOTE.
           MOVE WS-OPEN-REC TO WS-OPEN-IMAGE(WS-OPEN-SUB).
           MOVE 'C' TO WS-OPEN-TONIGHT(WS-OPEN-SUB).
           ADD 1 TO WS-CARD-HITS.
       0420-EXIT.
           EXIT.

       0430-HOLD-REJECTED-CARD.
           ADD 1 TO WS-REJ-COUNT.
           IF WS-REJ-MAX < 100
               ADD 1 TO WS-REJ-MAX
               MOVE RESOLVE-CARD-REC TO WS-REJ-CARD(WS-REJ-MAX)
               MOVE WS-CARD-REASON TO WS-REJ-REASON(WS-REJ-MAX)
           END-IF.
       0430-EXIT.
           EXIT.

      *> EACH GATHER PARAGRAPH DRAINS ONE FILE THROUGH THE SHARED
      *> 2000-TAKE-ONE-LINE FILTER; A FILE A BYPASSED STEP NEVER
      *> CREATED SIMPLY CONTRIBUTES NOTHING
       1810-EXIT.
           EXIT.

       1850-GATHER-BANKREC.
           MOVE 'N' TO WS-IN-EOF-SW.
           IF WS-IN-STATUS = "00"
               READ BANKREC-EXCP-IN
                   AT END SET WS-IN-EOF TO TRUE
               END-READ
               PERFORM 1860-TAKE-BANKREC-LINE UNTIL WS-IN-EOF
               CLOSE BANKREC-EXCP-IN
           END-IF.
       1850-EXIT.
           EXIT.

       1860-TAKE-BANKREC-LINE.
           MOVE BANKREC-EXCP-IN-REC TO WS-WORK-LINE.
           PERFORM 2000-TAKE-ONE-LINE THRU 2000-EXIT.
           READ BANKREC-EXCP-IN
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1860-EXIT.
           EXIT.

       1900-GATHER-INTEGRITY.
           MOVE 'N' TO WS-IN-EOF-SW.
           IF WS-IN-STATUS = "00"
               MOVE WS-GRAND-TOTAL TO WS-NIGHTLY-TOTAL
               READ INTEGRITY-EXCP-IN
                   AT END SET WS-IN-EOF TO TRUE
               END-READ
               PERFORM 1910-TAKE-INTEGRITY-LINE UNTIL WS-IN-EOF
               CLOSE INTEGRITY-EXCP-IN
               COMPUTE WS-SWEEP-TOTAL =
                   WS-GRAND-TOTAL - WS-NIGHTLY-TOTAL
               IF WS-SWEEP-TOTAL > ZERO
                   SET WS-SWEEP-TAKEN TO TRUE
               END-IF
           END-IF.
       1900-EXIT.
           EXIT.

       1910-TAKE-INTEGRITY-LINE.
           MOVE INTEGRITY-EXCP-IN-REC TO WS-WORK-LINE.
           PERFORM 2000-TAKE-ONE-LINE THRU 2000-EXIT.
           READ INTEGRITY-EXCP-IN
               AT END SET WS-IN-EOF TO TRUE
           END-READ.
       1910-EXIT.
           EXIT.

       2000-TAKE-ONE-LINE.
           IF WS-WV-SOURCE-PGM = SPACES
               OR WS-WV-RUN-DATE IS NOT NUMERIC
               PERFORM 2100-INSERT-SORTED THRU 2100-EXIT
               PERFORM 2200-COUNT-PGM THRU 2200-EXIT
               PERFORM 2300-COUNT-REASON THRU 2300-EXIT
               PERFORM 2400-TRACK-OPEN-EXCP THRU 2400-EXIT
               ADD 1 TO WS-GRAND-TOTAL
           END-IF.
       2000-EXIT.
       2310-EXIT.
           EXIT.

      *> FIND THE LINE'S EXCEPTION ON THE OPEN-EXCEPTION TABLE -
      *> THE FIRST SIGHTING TONIGHT COUNTS THE NIGHT, ANY FURTHER
      *> LINE FOR THE SAME EXCEPTION IS THE SAME NIGHT
       2400-TRACK-OPEN-EXCP.
           MOVE WS-WV-SOURCE-PGM TO WS-OPEN-FIND-KEY(1:10).
           MOVE WS-WV-KEY        TO WS-OPEN-FIND-KEY(11:9).
           MOVE WS-WV-REASON     TO WS-OPEN-FIND-KEY(20:30).
           SEARCH ALL WS-OPEN-ENTRY
               AT END
                   PERFORM 2410-NEW-OPEN-EXCP THRU 2410-EXIT
               WHEN WS-OPEN-KEY(WS-OPEN-IDX) = WS-OPEN-FIND-KEY
                   SET WS-OPEN-SUB TO WS-OPEN-IDX
                   PERFORM 2420-SEEN-AGAIN THRU 2420-EXIT
           END-SEARCH.
       2400-EXIT.
           EXIT.

       2410-NEW-OPEN-EXCP.
           MOVE SPACES TO WS-OPEN-REC.
           MOVE WS-OPEN-FIND-KEY TO OX-OPEN-KEY.
           MOVE WS-WV-SEVERITY TO OX-SEVERITY.
           SET OX-OPEN TO TRUE.
           MOVE WS-TONIGHT-DATE TO OX-FIRST-SEEN.
           MOVE WS-TONIGHT-DATE TO OX-LAST-SEEN.
           MOVE WS-TONIGHT-DATE TO OX-LAST-RUN.
           MOVE 1 TO OX-NIGHTS-SEEN.
           MOVE 1 TO OX-NIGHTS-OPEN.
           MOVE ZERO TO OX-NIGHTS-UNSEEN.
           MOVE ZERO TO OX-CLOSED-DATE.
           PERFORM 2500-INSERT-OPEN-ENTRY THRU 2500-EXIT.
           IF WS-OPEN-SLOT-SUB > ZERO
               MOVE 'N' TO WS-OPEN-TONIGHT(WS-OPEN-SLOT-SUB)
           END-IF.
       2410-EXIT.
           EXIT.

      *> A CLOSED EXCEPTION THAT OCCURS AGAIN REOPENS AS OUTSTANDING
      *> FROM TONIGHT, KEEPING ITS LAST CLOSURE FOR THE REGISTER
       2420-SEEN-AGAIN.
           MOVE WS-OPEN-IMAGE(WS-OPEN-SUB) TO WS-OPEN-REC.
           IF OX-LAST-SEEN = WS-TONIGHT-DATE
               AND WS-OPEN-TONIGHT(WS-OPEN-SUB) NOT = 'C'
               GO TO 2420-EXIT
           END-IF.
           IF OX-OPEN
               IF WS-OPEN-TONIGHT(WS-OPEN-SUB) = SPACE
                   MOVE 'R' TO WS-OPEN-TONIGHT(WS-OPEN-SUB)
               END-IF
               IF OX-NIGHTS-SEEN < 9999
                   ADD 1 TO OX-NIGHTS-SEEN
               END-IF
           ELSE
               SET OX-OPEN TO TRUE
               MOVE 'P' TO WS-OPEN-TONIGHT(WS-OPEN-SUB)
               MOVE WS-TONIGHT-DATE TO OX-FIRST-SEEN
               MOVE WS-TONIGHT-DATE TO OX-LAST-RUN
               MOVE 1 TO OX-NIGHTS-SEEN
               MOVE 1 TO OX-NIGHTS-OPEN
           END-IF.
           MOVE WS-WV-SEVERITY TO OX-SEVERITY.
           MOVE WS-TONIGHT-DATE TO OX-LAST-SEEN.
           MOVE ZERO TO OX-NIGHTS-UNSEEN.
           MOVE WS-OPEN-REC TO WS-OPEN-IMAGE(WS-OPEN-SUB).
       2420-EXIT.
           EXIT.

      *> INSERT WS-OPEN-REC AT ITS KEY POSITION (WS-OPEN-FIND-KEY),
      *> LEAVING WS-OPEN-SLOT-SUB ON IT - OR ZERO, AND RC 8, WHEN
      *> THE TABLE IS FULL
       2500-INSERT-OPEN-ENTRY.
           MOVE ZERO TO WS-OPEN-SLOT-SUB.
           IF WS-OPEN-MAX >= 5000
               ADD 1 TO WS-OPEN-FULL-COUNT
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-OPEN-MAX TO WS-OPEN-INS-SUB.
           ADD 1 TO WS-OPEN-MAX.
           PERFORM 2510-SHIFT-ONE-OPEN-SLOT THRU 2510-EXIT
               UNTIL WS-OPEN-INS-SUB = ZERO
                  OR WS-OPEN-KEY(WS-OPEN-INS-SUB)
                     NOT > WS-OPEN-FIND-KEY.
           COMPUTE WS-OPEN-SLOT-SUB = WS-OPEN-INS-SUB + 1.
           MOVE WS-OPEN-FIND-KEY TO WS-OPEN-KEY(WS-OPEN-SLOT-SUB).
           MOVE WS-OPEN-REC TO WS-OPEN-IMAGE(WS-OPEN-SLOT-SUB).
       2500-EXIT.
           EXIT.

       2510-SHIFT-ONE-OPEN-SLOT.
           COMPUTE WS-OPEN-SLOT-SUB = WS-OPEN-INS-SUB + 1.
           MOVE WS-OPEN-ENTRY(WS-OPEN-INS-SUB)
               TO WS-OPEN-ENTRY(WS-OPEN-SLOT-SUB).
           SUBTRACT 1 FROM WS-OPEN-INS-SUB.
       2510-EXIT.
           EXIT.

       3000-SUM-STATS-EXCEPTIONS.
           OPEN INPUT STATS-IN.
           IF WS-IN-STATUS = "00"
       3100-EXIT.
           EXIT.

      *> END-OF-NIGHT PASS OVER THE OPEN-EXCEPTION TABLE: COUNT THE
      *> NIGHT ON EVERY ENTRY NOT YET AGED FOR THIS BUSINESS DATE,
      *> AUTO-CLOSE WHAT HAS GONE UNSEEN TOO LONG, MARK FOR PURGE THE
      *> CLOSED ENTRIES PAST RETENTION, AND TALLY FOR THE REGISTER
       4000-AGE-OPEN-EXCPS.
           INITIALIZE WS-BAND-COUNTS.
           PERFORM 4100-AGE-ONE-ENTRY THRU 4100-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-MAX.
           IF WS-OPEN-FULL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-AGE-ONE-ENTRY.
           MOVE WS-OPEN-IMAGE(WS-OPEN-SUB) TO WS-OPEN-REC.
           IF OX-LAST-RUN < WS-TONIGHT-DATE
               PERFORM 4200-ADVANCE-ONE-NIGHT THRU 4200-EXIT
               MOVE WS-TONIGHT-DATE TO OX-LAST-RUN
               MOVE WS-OPEN-REC TO WS-OPEN-IMAGE(WS-OPEN-SUB)
           END-IF.
           PERFORM 4300-TALLY-ONE-ENTRY THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4200-ADVANCE-ONE-NIGHT.
           IF OX-LAST-SEEN NOT = WS-TONIGHT-DATE
               AND OX-NIGHTS-UNSEEN < 999
               ADD 1 TO OX-NIGHTS-UNSEEN
           END-IF.
           IF NOT OX-OPEN
               IF OX-NIGHTS-UNSEEN >= WS-RETAIN-NIGHTS
                   AND WS-OPEN-TONIGHT(WS-OPEN-SUB) = SPACE
                   MOVE 'D' TO WS-OPEN-TONIGHT(WS-OPEN-SUB)
               END-IF
               GO TO 4200-EXIT
           END-IF.
           IF OX-NIGHTS-OPEN < 9999
               ADD 1 TO OX-NIGHTS-OPEN
           END-IF.
           IF OX-NIGHTS-UNSEEN >= WS-AUTO-CLOSE-NIGHTS
               SET OX-AUTO-CLOSED TO TRUE
               MOVE WS-TONIGHT-DATE TO OX-CLOSED-DATE
               MOVE "AUTO" TO OX-OWNER
               MOVE WS-AUTO-CLOSE-NIGHTS TO WS-NIGHTS-ED
               MOVE SPACES TO OX-NOTE
               STRING "NOT SEEN " DELIMITED BY SIZE
                      WS-NIGHTS-ED DELIMITED BY SIZE
                      " NIGHTS" DELIMITED BY SIZE
                   INTO OX-NOTE
               END-STRING
               MOVE 'A' TO WS-OPEN-TONIGHT(WS-OPEN-SUB)
           END-IF.
       4200-EXIT.
           EXIT.

       4300-TALLY-ONE-ENTRY.
           EVALUATE WS-OPEN-TONIGHT(WS-OPEN-SUB)
               WHEN 'N'
                   ADD 1 TO WS-OPEN-NEW-COUNT
               WHEN 'R'
                   ADD 1 TO WS-OPEN-REPEAT-COUNT
               WHEN 'P'
                   ADD 1 TO WS-OPEN-REOPEN-COUNT
               WHEN 'C'
                   ADD 1 TO WS-OPEN-RESOLVED-COUNT
               WHEN 'A'
                   ADD 1 TO WS-OPEN-AUTO-COUNT
               WHEN 'D'
                   ADD 1 TO WS-OPEN-PURGED-COUNT
           END-EVALUATE.
           IF NOT OX-OPEN
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-STILL-COUNT.
           IF OX-NIGHTS-OPEN >= WS-ESCALATE-NIGHTS
               ADD 1 TO WS-OPEN-ESC-COUNT
           END-IF.
           PERFORM 4310-BAND-ONE-ENTRY THRU 4310-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5.
       4300-EXIT.
           EXIT.

       4310-BAND-ONE-ENTRY.
           IF OX-NIGHTS-OPEN NOT < WS-BAND-LOW(WS-BAND-IDX)
               AND OX-NIGHTS-OPEN NOT > WS-BAND-HIGH(WS-BAND-IDX)
               SET WS-BAND-SUB TO WS-BAND-IDX
               ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB)
           END-IF.
       4310-EXIT.
           EXIT.

      *> THE NEXT GENERATION, STILL IN KEY SEQUENCE, LESS THE
      *> CLOSED ENTRIES PURGED TONIGHT
       7000-WRITE-OPEN-FILE.
           OPEN OUTPUT OPEN-EXCP-OUT.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "OPENXNEW WILL NOT OPEN - STATUS "
                   WS-OPEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7100-WRITE-ONE-OPEN-EXCP THRU 7100-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-MAX.
           CLOSE OPEN-EXCP-OUT.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-OPEN-EXCP.
           IF WS-OPEN-TONIGHT(WS-OPEN-SUB) NOT = 'D'
               WRITE OPEN-EXCP-OUT-REC
                   FROM WS-OPEN-IMAGE(WS-OPEN-SUB)
           END-IF.
       7100-EXIT.
           EXIT.

       8000-WRITE-REGISTER.
           MOVE "NIGHTLY EXCEPTION REGISTER - ALL PROGRAMS"
               TO EXCP-REGISTER-REC.
      *> EQUAL THE TOTAL EXCEPTIONS CONTROLRPT DERIVES FROM
      *> STATSOUT - A DIFFERENCE MEANS A FILE WENT MISSING OR A
      *> PROGRAM COUNTED WITHOUT WRITING
           IF WS-SWEEP-TOTAL > ZERO
               MOVE WS-SWEEP-TOTAL TO WS-COUNT-ED
               MOVE SPACES TO EXCP-REGISTER-REC
               STRING "WEEKLY INTEGRITY SWEEP : " DELIMITED BY SIZE
                      WS-COUNT-ED               DELIMITED BY SIZE
                   INTO EXCP-REGISTER-REC
               END-STRING
               WRITE EXCP-REGISTER-REC
           END-IF.
           COMPUTE WS-NIGHTLY-TOTAL = WS-GRAND-TOTAL - WS-SWEEP-TOTAL.
           MOVE WS-STATS-EXCPS TO WS-STATS-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "STATSOUT EXCEPTIONS    : " DELIMITED BY SIZE
           END-STRING.
           WRITE EXCP-REGISTER-REC.

           IF WS-NIGHTLY-TOTAL = WS-STATS-EXCPS
               MOVE "REGISTER AND STATSOUT TOTALS MATCH"
                   TO EXCP-REGISTER-REC
           ELSE
                   TO EXCP-REGISTER-REC
           END-IF.
           WRITE EXCP-REGISTER-REC.

           PERFORM 8400-WRITE-OPEN-SECTION THRU 8400-EXIT.
       8000-EXIT.
           EXIT.

       8300-EXIT.
           EXIT.

      *> THE EXCEPTIONS CARRIED ACROSS NIGHTS: TONIGHT'S MOVEMENT,
      *> THEN EVERY OPEN EXCEPTION AGED BY NIGHTS OUTSTANDING, OLDEST
      *> FIRST AND FLAGGED ESC AT THE ESCALATION THRESHOLD, THEN WHAT
      *> CLOSED OR REOPENED TONIGHT AND ANY CARD NOT APPLIED
       8400-WRITE-OPEN-SECTION.
           MOVE SPACES TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
           MOVE "OPEN EXCEPTIONS - CARRIED ACROSS NIGHTS"
               TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-NEW-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "NEW TONIGHT            : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-REPEAT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "REPEATING              : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-REOPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "REOPENED AFTER CLOSE   : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-RESOLVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "RESOLVED BY CARD       : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-AUTO-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "AUTO-CLOSED (NOT SEEN) : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-STILL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "STILL OPEN             : " DELIMITED BY SIZE
                  WS-COUNT-ED               DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-OPEN-ESC-COUNT TO WS-COUNT-ED.
           MOVE WS-ESCALATE-NIGHTS TO WS-NIGHTS-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "ESCALATE (" DELIMITED BY SIZE
                  WS-NIGHTS-ED    DELIMITED BY SIZE
                  "+ NIGHTS) : " DELIMITED BY SIZE
                  WS-COUNT-ED     DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           IF WS-OPEN-FULL-COUNT > ZERO
               MOVE WS-OPEN-FULL-COUNT TO WS-COUNT-ED
               MOVE SPACES TO EXCP-REGISTER-REC
               STRING WS-COUNT-ED DELIMITED BY SIZE
                      " EXCEPTIONS NOT TRACKED - OPEN TABLE FULL"
                          DELIMITED BY SIZE
                   INTO EXCP-REGISTER-REC
               END-STRING
               WRITE EXCP-REGISTER-REC
           END-IF.

           MOVE SPACES TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
           MOVE "OPEN EXCEPTIONS AGED BY NIGHTS OUTSTANDING"
               TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
           MOVE "NGTS PROGRAM    KEY       REASON"
               TO EXCP-REGISTER-REC.
           MOVE "FIRST SN SEEN NOW ESC" TO EXCP-REGISTER-REC(58:21).
           WRITE EXCP-REGISTER-REC.
           PERFORM 8410-WRITE-ONE-BAND THRU 8410-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5.

           IF WS-OPEN-RESOLVED-COUNT > ZERO
               MOVE SPACES TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE "RESOLVED TONIGHT - OWNER AND NOTE"
                   TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE 'C' TO WS-LIST-FLAG
               PERFORM 8430-WRITE-CLOSED-LINES THRU 8430-EXIT
           END-IF.
           IF WS-OPEN-AUTO-COUNT > ZERO
               MOVE SPACES TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE "AUTO-CLOSED TONIGHT" TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE 'A' TO WS-LIST-FLAG
               PERFORM 8430-WRITE-CLOSED-LINES THRU 8430-EXIT
           END-IF.
           IF WS-OPEN-REOPEN-COUNT > ZERO
               MOVE SPACES TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE "REOPENED TONIGHT - LAST CLOSED BY"
                   TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE 'P' TO WS-LIST-FLAG
               PERFORM 8430-WRITE-CLOSED-LINES THRU 8430-EXIT
           END-IF.

           IF WS-REJ-COUNT > ZERO
               MOVE SPACES TO EXCP-REGISTER-REC
               WRITE EXCP-REGISTER-REC
               MOVE WS-REJ-COUNT TO WS-COUNT-ED
               MOVE SPACES TO EXCP-REGISTER-REC
               STRING "RESOLUTION CARDS NOT APPLIED : "
                          DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                   INTO EXCP-REGISTER-REC
               END-STRING
               WRITE EXCP-REGISTER-REC
               PERFORM 8450-WRITE-ONE-REJECT THRU 8450-EXIT
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-MAX
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8400-EXIT.
           EXIT.

       8410-WRITE-ONE-BAND.
           SET WS-BAND-SUB TO WS-BAND-IDX.
           MOVE WS-BAND-COUNT(WS-BAND-SUB) TO WS-COUNT-ED.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING WS-BAND-LABEL(WS-BAND-IDX) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           IF WS-BAND-COUNT(WS-BAND-SUB) > ZERO
               PERFORM 8420-WRITE-ONE-AGED THRU 8420-EXIT
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-MAX
           END-IF.
       8410-EXIT.
           EXIT.

       8420-WRITE-ONE-AGED.
           MOVE WS-OPEN-IMAGE(WS-OPEN-SUB) TO WS-OPEN-REC.
           IF NOT OX-OPEN
               OR OX-NIGHTS-OPEN < WS-BAND-LOW(WS-BAND-IDX)
               OR OX-NIGHTS-OPEN > WS-BAND-HIGH(WS-BAND-IDX)
               GO TO 8420-EXIT
           END-IF.
           MOVE OX-NIGHTS-OPEN TO WS-AL-NIGHTS.
           MOVE OX-SOURCE-PGM TO WS-AL-SOURCE-PGM.
           MOVE OX-EXCP-KEY TO WS-AL-KEY.
           MOVE OX-REASON TO WS-AL-REASON.
           MOVE OX-FIRST-SEEN TO WS-AL-FIRST-SEEN.
           MOVE OX-NIGHTS-SEEN TO WS-AL-SEEN.
           EVALUATE WS-OPEN-TONIGHT(WS-OPEN-SUB)
               WHEN 'N'
                   MOVE "NEW" TO WS-AL-TONIGHT
               WHEN 'R'
                   MOVE "RPT" TO WS-AL-TONIGHT
               WHEN 'P'
                   MOVE "REO" TO WS-AL-TONIGHT
               WHEN OTHER
                   MOVE SPACES TO WS-AL-TONIGHT
           END-EVALUATE.
           IF OX-NIGHTS-OPEN >= WS-ESCALATE-NIGHTS
               MOVE "ESC" TO WS-AL-ESCALATE
           ELSE
               MOVE SPACES TO WS-AL-ESCALATE
           END-IF.
           MOVE WS-AGED-LINE TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
       8420-EXIT.
           EXIT.

      *> EVERY ENTRY WHOSE TONIGHT FLAG IS THE ONE IN
      *> WS-LIST-FLAG, WITH THE OWNER AND NOTE OF ITS CLOSURE
       8430-WRITE-CLOSED-LINES.
           PERFORM 8440-WRITE-ONE-CLOSED THRU 8440-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-MAX.
       8430-EXIT.
           EXIT.

       8440-WRITE-ONE-CLOSED.
           IF WS-OPEN-TONIGHT(WS-OPEN-SUB) NOT = WS-LIST-FLAG
               GO TO 8440-EXIT
           END-IF.
           MOVE WS-OPEN-IMAGE(WS-OPEN-SUB) TO WS-OPEN-REC.
           MOVE OX-SOURCE-PGM TO WS-CL-SOURCE-PGM.
           MOVE OX-EXCP-KEY TO WS-CL-KEY.
           MOVE OX-REASON TO WS-CL-REASON.
           MOVE OX-OWNER TO WS-CL-OWNER.
           MOVE OX-NOTE TO WS-CL-NOTE.
           MOVE WS-CLOSED-LINE TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
       8440-EXIT.
           EXIT.

       8450-WRITE-ONE-REJECT.
           MOVE SPACES TO EXCP-REGISTER-REC.
           STRING "  NOT APPLIED - " DELIMITED BY SIZE
                  WS-REJ-REASON(WS-REJ-SUB) DELIMITED BY SIZE
               INTO EXCP-REGISTER-REC
           END-STRING.
           WRITE EXCP-REGISTER-REC.
           MOVE WS-REJ-CARD(WS-REJ-SUB) TO EXCP-REGISTER-REC.
           WRITE EXCP-REGISTER-REC.
       8450-EXIT.
           EXIT.
