      *> DATEADDP - COMMON DATE-PLUS-DAYS PROCEDURE FOR THE SUITE.
      *> COPY THIS MEMBER INTO THE PROCEDURE DIVISION AND PERFORM
      *> 9250-ADD-DAYS-TO-DATE THRU 9250-EXIT AFTER LOADING
      *> WS-DAD-DATE AND WS-DAD-DAYS (SEE DATEADD.CPY). THE DATE IS
      *> WALKED ONE CALENDAR DAY AT A TIME WITH THE SAME MONTH-END
      *> RULES THE BUSINESS-DATE GAP CHECK USES, SO MONTH AND YEAR
      *> ENDS ROLL OVER CLEANLY.
       9250-ADD-DAYS-TO-DATE.
           MOVE ZERO TO WS-DAD-COUNT.
           PERFORM 9255-ADD-ONE-DAY THRU 9255-EXIT
               UNTIL WS-DAD-COUNT >= WS-DAD-DAYS.
       9250-EXIT.
           EXIT.

       9255-ADD-ONE-DAY.
           EVALUATE WS-DAD-MM
               WHEN 02
                   MOVE 28 TO WS-DAD-MONTH-END
                   DIVIDE WS-DAD-CCYY BY 4
                       GIVING WS-DAD-LEAP-Q
                       REMAINDER WS-DAD-LEAP-REM
                   IF WS-DAD-LEAP-REM = ZERO
                       MOVE 29 TO WS-DAD-MONTH-END
                   END-IF
               WHEN 04 MOVE 30 TO WS-DAD-MONTH-END
               WHEN 06 MOVE 30 TO WS-DAD-MONTH-END
               WHEN 09 MOVE 30 TO WS-DAD-MONTH-END
               WHEN 11 MOVE 30 TO WS-DAD-MONTH-END
               WHEN OTHER MOVE 31 TO WS-DAD-MONTH-END
           END-EVALUATE.
           IF WS-DAD-DD < WS-DAD-MONTH-END
               ADD 1 TO WS-DAD-DD
           ELSE
               MOVE 01 TO WS-DAD-DD
               IF WS-DAD-MM < 12
                   ADD 1 TO WS-DAD-MM
               ELSE
                   MOVE 01 TO WS-DAD-MM
                   ADD 1 TO WS-DAD-CCYY
               END-IF
           END-IF.
           ADD 1 TO WS-DAD-COUNT.
       9255-EXIT.
           EXIT.
