      *> URLKPROC.cpy
      *> Shared PROCEDURE DIVISION paragraph for checking that a
      *> YYYYMMDD value is a real calendar date (month 1-12, day
      *> within the month, February 29 only in leap years) before
      *> it is handed to INTEGER-OF-DATE. Callers: MOVE the date
      *> into WS-CAL-DATE (URLWS.cpy) and PERFORM
      *> VALIDATE-CALENDAR-DATE; WS-CAL-DATE-VALID reports the
      *> result. PROCESS-URL uses it for requested go-live dates,
      *> so every program that COPYs URLPROC must COPY this too.
       VALIDATE-CALENDAR-DATE.
           SET WS-CAL-DATE-VALID TO FALSE
           IF WS-CAL-YEAR >= 1601 AND WS-CAL-YEAR <= 9999
                   AND WS-CAL-MONTH >= 1 AND WS-CAL-MONTH <= 12
               MOVE WS-CAL-MD-LIMIT(WS-CAL-MONTH) TO WS-CAL-DAY-LIMIT
               IF WS-CAL-MONTH = 2
                   DIVIDE WS-CAL-YEAR BY 4
                       GIVING WS-CAL-LEAP-REM
                       REMAINDER WS-CAL-LEAP-REM
                   IF WS-CAL-LEAP-REM = 0
                       DIVIDE WS-CAL-YEAR BY 100
                           GIVING WS-CAL-LEAP-REM
                           REMAINDER WS-CAL-LEAP-REM
                       IF WS-CAL-LEAP-REM NOT = 0
                           MOVE 29 TO WS-CAL-DAY-LIMIT
                       ELSE
                           DIVIDE WS-CAL-YEAR BY 400
                               GIVING WS-CAL-LEAP-REM
                               REMAINDER WS-CAL-LEAP-REM
                           IF WS-CAL-LEAP-REM = 0
                               MOVE 29 TO WS-CAL-DAY-LIMIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-CAL-DAY >= 1 AND WS-CAL-DAY <= WS-CAL-DAY-LIMIT
                   SET WS-CAL-DATE-VALID TO TRUE
               END-IF
           END-IF.
