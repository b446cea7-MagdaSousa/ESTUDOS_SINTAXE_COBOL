               05 FILLER PIC X(10) VALUE "SUBTRACT".
               05 FILLER PIC X(10) VALUE "ARPOST".
               05 FILLER PIC X(10) VALUE "GLEXTR".
               05 FILLER PIC X(10) VALUE "BANKREC".
           01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-TABLE-DATA.
               05 WS-EXPECTED-PGM OCCURS 11 TIMES
                                  INDEXED BY WS-EXP-IDX
                                  PIC X(10).

       5000-WRITE-MISSING-SECTION.
           PERFORM 5100-CHECK-ONE-EXPECTED THRU 5100-EXIT
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 11.
       5000-EXIT.
           EXIT.

