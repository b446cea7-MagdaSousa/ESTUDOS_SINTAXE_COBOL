      *> STRSTD - COMMON STREET-LINE STANDARDISATION WORKING-STORAGE
      *> FOR THE ADDRESS SUITE. COPY THIS MEMBER INTO
      *> WORKING-STORAGE, PERFORM 9800-LOAD-STREET-ABBREV ONCE, THEN
      *> FOR EACH STREET LINE LOAD WS-SST-IN AND PERFORM
      *> 9850-STANDARDISE-STREET (SEE STRSTDP.CPY); WS-SST-OUT COMES
      *> BACK IN UPPER CASE, SINGLE-SPACED, WITH EVERY WORD ON THE
      *> STRABBR TABLE REPLACED BY ITS POSTAL STANDARD FORM, AND
      *> WS-SST-CHANGED IS SET WHEN THAT DIFFERS FROM WHAT WAS KEYED.
       01  WS-SST-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SST-EOF VALUE 'Y'.
       01  WS-SST-MAX   PIC 9(04) VALUE ZERO.
      *> ONE ROW PER KEYED SPELLING. SCOPE 'S' IS A STREET SUFFIX
      *> AND IS ONLY REPLACED AS THE LAST WORD OF THE LINE, SO THE
      *> "ST" OF "ST JAMES ST" STAYS A SAINT; SCOPE 'A' (UNIT AND
      *> DIRECTION WORDS) IS REPLACED WHEREVER IT FALLS
       01  WS-SST-TABLE.
           05 WS-SST-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-SST-IDX.
               10 WS-SST-VARIANT  PIC X(12).
               10 WS-SST-STANDARD PIC X(12).
               10 WS-SST-SCOPE    PIC X(01).
                   88 WS-SST-ANY-WORD VALUE 'A'.
       01  WS-SST-IN    PIC X(25).
       01  WS-SST-OUT   PIC X(25).
       01  WS-SST-WORK  PIC X(25).
       01  WS-SST-TOKEN PIC X(25).
       01  WS-SST-CHANGED-SW PIC X(01) VALUE 'N'.
           88 WS-SST-CHANGED VALUE 'Y'.
       01  WS-SST-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 WS-SST-OVERFLOW VALUE 'Y'.
      *> A 25-BYTE LINE HOLDS AT MOST 13 WORDS
       01  WS-SST-WORDS.
           05 WS-SST-WORD     OCCURS 13 TIMES PIC X(25).
       01  WS-SST-STD-WORDS.
           05 WS-SST-STD-WORD OCCURS 13 TIMES PIC X(25).
       01  WS-SST-WORD-MAX PIC 9(02) VALUE ZERO.
       01  WS-SST-WORD-SUB PIC 9(02) VALUE ZERO.
       01  WS-SST-PTR      PIC 9(03) VALUE ZERO.
       01  WS-SST-OUT-PTR  PIC 9(03) VALUE ZERO.
