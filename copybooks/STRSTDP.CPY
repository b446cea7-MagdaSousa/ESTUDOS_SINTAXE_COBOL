      *> STRSTDP - COMMON STREET-LINE STANDARDISATION PROCEDURE FOR
      *> THE ADDRESS SUITE. COPY THIS MEMBER INTO THE PROCEDURE
      *> DIVISION, PERFORM 9800-LOAD-STREET-ABBREV THRU 9800-EXIT
      *> ONCE, THEN 9850-STANDARDISE-STREET THRU 9850-EXIT PER LINE
      *> (SEE STRSTD.CPY). REQUIRES THE STREET-ABBREV-FILE FD
      *> (DDNAME STRABBR) WITH SA-VARIANT, SA-STANDARD AND SA-SCOPE,
      *> THE TABLE TBLMAINT MAINTAINS.
       9800-LOAD-STREET-ABBREV.
           OPEN INPUT STREET-ABBREV-FILE.
           READ STREET-ABBREV-FILE
               AT END SET WS-SST-EOF TO TRUE
           END-READ.
           PERFORM 9810-ADD-STREET-ABBREV UNTIL WS-SST-EOF.
           CLOSE STREET-ABBREV-FILE.
       9800-EXIT.
           EXIT.

       9810-ADD-STREET-ABBREV.
           IF WS-SST-MAX < 200
               ADD 1 TO WS-SST-MAX
               MOVE SA-VARIANT  TO WS-SST-VARIANT(WS-SST-MAX)
               MOVE SA-STANDARD TO WS-SST-STANDARD(WS-SST-MAX)
               MOVE SA-SCOPE    TO WS-SST-SCOPE(WS-SST-MAX)
           ELSE
               DISPLAY "STREET ABBREVIATION TABLE FULL AT " SA-VARIANT
           END-IF.
           READ STREET-ABBREV-FILE
               AT END SET WS-SST-EOF TO TRUE
           END-READ.
       9810-EXIT.
           EXIT.

      *> UPPER-CASE THE LINE, BREAK IT INTO WORDS (WHICH DROPS THE
      *> REPEATED BLANKS), SWAP EACH WORD FOR ITS STANDARD FORM AND
      *> STRING THE WORDS BACK WITH ONE BLANK BETWEEN THEM. IF THE
      *> STANDARD FORMS WILL NOT FIT IN 25 BYTES THE LINE IS BUILT
      *> FROM THE KEYED WORDS INSTEAD - CASE AND SPACING ARE STILL
      *> FIXED, BUT NOTHING IS CUT OFF THE END OF THE ADDRESS
       9850-STANDARDISE-STREET.
           MOVE 'N' TO WS-SST-CHANGED-SW.
           MOVE WS-SST-IN TO WS-SST-WORK.
           INSPECT WS-SST-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-SST-WORDS.
           MOVE ZERO TO WS-SST-WORD-MAX.
           MOVE 1 TO WS-SST-PTR.
           PERFORM 9855-SPLIT-ONE-WORD THRU 9855-EXIT
               UNTIL WS-SST-PTR > 25.
           MOVE WS-SST-WORDS TO WS-SST-STD-WORDS.
           PERFORM 9860-STANDARDISE-ONE-WORD THRU 9860-EXIT
               VARYING WS-SST-WORD-SUB FROM 1 BY 1
               UNTIL WS-SST-WORD-SUB > WS-SST-WORD-MAX.
           PERFORM 9870-REBUILD-LINE THRU 9870-EXIT.
           IF WS-SST-OVERFLOW
               MOVE WS-SST-WORDS TO WS-SST-STD-WORDS
               PERFORM 9870-REBUILD-LINE THRU 9870-EXIT
           END-IF.
           IF WS-SST-OUT NOT = WS-SST-IN
               SET WS-SST-CHANGED TO TRUE
           END-IF.
       9850-EXIT.
           EXIT.

       9855-SPLIT-ONE-WORD.
           IF WS-SST-WORK(WS-SST-PTR:1) = SPACE
               ADD 1 TO WS-SST-PTR
               GO TO 9855-EXIT
           END-IF.
           MOVE SPACES TO WS-SST-TOKEN.
           UNSTRING WS-SST-WORK DELIMITED BY ALL SPACE
               INTO WS-SST-TOKEN
               WITH POINTER WS-SST-PTR
           END-UNSTRING.
           IF WS-SST-WORD-MAX < 13
               ADD 1 TO WS-SST-WORD-MAX
               MOVE WS-SST-TOKEN TO WS-SST-WORD(WS-SST-WORD-MAX)
           END-IF.
       9855-EXIT.
           EXIT.

       9860-STANDARDISE-ONE-WORD.
           IF WS-SST-WORD(WS-SST-WORD-SUB)(13:13) NOT = SPACES
               GO TO 9860-EXIT
           END-IF.
           SET WS-SST-IDX TO 1.
           SEARCH WS-SST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SST-IDX > WS-SST-MAX
                   CONTINUE
               WHEN WS-SST-VARIANT(WS-SST-IDX)
                       = WS-SST-WORD(WS-SST-WORD-SUB)(1:12)
                   AND (WS-SST-ANY-WORD(WS-SST-IDX)
                    OR WS-SST-WORD-SUB = WS-SST-WORD-MAX)
                   MOVE WS-SST-STANDARD(WS-SST-IDX)
                       TO WS-SST-STD-WORD(WS-SST-WORD-SUB)
           END-SEARCH.
       9860-EXIT.
           EXIT.

       9870-REBUILD-LINE.
           MOVE 'N' TO WS-SST-OVERFLOW-SW.
           MOVE SPACES TO WS-SST-OUT.
           MOVE 1 TO WS-SST-OUT-PTR.
           PERFORM 9875-APPEND-ONE-WORD THRU 9875-EXIT
               VARYING WS-SST-WORD-SUB FROM 1 BY 1
               UNTIL WS-SST-WORD-SUB > WS-SST-WORD-MAX.
       9870-EXIT.
           EXIT.

       9875-APPEND-ONE-WORD.
           IF WS-SST-OUT-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-SST-OUT
                   WITH POINTER WS-SST-OUT-PTR
                   ON OVERFLOW SET WS-SST-OVERFLOW TO TRUE
               END-STRING
           END-IF.
           STRING WS-SST-STD-WORD(WS-SST-WORD-SUB) DELIMITED BY SPACE
               INTO WS-SST-OUT
               WITH POINTER WS-SST-OUT-PTR
               ON OVERFLOW SET WS-SST-OVERFLOW TO TRUE
           END-STRING.
       9875-EXIT.
           EXIT.
