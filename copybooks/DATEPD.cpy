      *    SHARED DAY-COUNT/DATE ARITHMETIC FOR ZUNEBUG, AUDITRPL,
      *    DRIVER, HOLMAINT AND HOLGEN, SO A REPLAYED RESULT IS WORKED
      *    OUT BY THE SAME CODE THAT PRODUCED IT AND DRIVER'S DATE
      *    SYMBOLS AND THE HOLIDAY WEEKDAYS AGREE WITH ZUNEBUG'S
      *    BUSINESS DAYS.  VALIDATE-DATE-ARG-PARAGRAPH
      *    CHECKS WS-DATE-ARG (YYYY-MM-DD) AND LEAVES ITS PARTS IN
      *    WS-TARGET-YEAR/MONTH/DAY; DATE-TO-DAYS-PARAGRAPH TURNS THOSE
      *    INTO WS-DAYS.
      *    VALIDATE-DAYS-PARAGRAPH CHECKS A DAY COUNT IN WS-DAYS-ARG
      *    AND RESOLVE-DATE-PARAGRAPH TURNS WS-DAYS (CONSUMED) INTO
      *    WS-FULL-DATE AND ITS PARTS.
       VALIDATE-DATE-ARG-PARAGRAPH.
           SET DATE-ARG-VALID TO TRUE.
           IF WS-DATE-ARG(5:1) NOT = "-" OR WS-DATE-ARG(8:1) NOT = "-"
               SET DATE-ARG-INVALID TO TRUE
           ELSE
               IF WS-DATE-ARG(1:4) IS NOT NUMERIC
                       OR WS-DATE-ARG(6:2) IS NOT NUMERIC
                       OR WS-DATE-ARG(9:2) IS NOT NUMERIC
                   SET DATE-ARG-INVALID TO TRUE
               ELSE
                   MOVE WS-DATE-ARG(1:4) TO WS-TARGET-YEAR
                   MOVE WS-DATE-ARG(6:2) TO WS-TARGET-MONTH
                   MOVE WS-DATE-ARG(9:2) TO WS-TARGET-DAY
                   IF WS-TARGET-YEAR < 1980
                           OR WS-TARGET-YEAR > 2180
                           OR WS-TARGET-MONTH < 1
                           OR WS-TARGET-MONTH > 12
                           OR WS-TARGET-DAY < 1
                           OR WS-TARGET-DAY > 31
                       SET DATE-ARG-INVALID TO TRUE
                   ELSE
                       MOVE WS-TARGET-YEAR TO WS-YEAR
                       PERFORM LEAP-YEAR-CHECK-PARAGRAPH
                       IF WS-TARGET-MONTH = 2 AND
                               ((WS-R1 = 0 AND WS-R2 NOT = 0)
                                   OR WS-R3 = 0)
                           MOVE 29 TO WS-MONTH-LEN
                       ELSE
                           MOVE WS-MONTH-DAY-LEN(WS-TARGET-MONTH)
                               TO WS-MONTH-LEN
                       END-IF
                       IF WS-TARGET-DAY > WS-MONTH-LEN
                           SET DATE-ARG-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DATE-TO-DAYS-PARAGRAPH.
           MOVE 1980 TO WS-YEAR.
           MOVE 0 TO WS-DAYS.
           PERFORM LEAP-YEAR-CHECK-PARAGRAPH.
           PERFORM SET-YEAR-LENGTH-PARAGRAPH.
           PERFORM WITH TEST BEFORE UNTIL WS-YEAR = WS-TARGET-YEAR
               ADD WS-YEAR-LEN TO WS-DAYS
               ADD 1 TO WS-YEAR
               PERFORM LEAP-YEAR-CHECK-PARAGRAPH
               PERFORM SET-YEAR-LENGTH-PARAGRAPH
           END-PERFORM.
           MOVE 1 TO WS-MONTH-IDX.
           PERFORM WITH TEST BEFORE UNTIL WS-MONTH-IDX = WS-TARGET-MONTH
               IF WS-MONTH-IDX = 2 AND
                       ((WS-R1 = 0 AND WS-R2 NOT = 0) OR WS-R3 = 0)
                   ADD 29 TO WS-DAYS
               ELSE
                   ADD WS-MONTH-DAY-LEN(WS-MONTH-IDX) TO WS-DAYS
               END-IF
               ADD 1 TO WS-MONTH-IDX
           END-PERFORM.
           ADD WS-TARGET-DAY TO WS-DAYS.

       VALIDATE-DAYS-PARAGRAPH.
           SET DAYS-VALID TO TRUE.
           IF FUNCTION TRIM(WS-DAYS-ARG) IS NOT NUMERIC THEN
               SET DAYS-INVALID TO TRUE
           ELSE
               MOVE WS-DAYS-ARG TO WS-DAYS
               IF WS-DAYS = 0 OR WS-DAYS > WS-DAYS-MAX THEN
                   SET DAYS-INVALID TO TRUE
               END-IF
           END-IF.

       RESOLVE-DATE-PARAGRAPH.
           MOVE 1980 TO WS-YEAR.
           PERFORM LEAP-YEAR-CHECK-PARAGRAPH.
           PERFORM SET-YEAR-LENGTH-PARAGRAPH.
           PERFORM WITH TEST BEFORE UNTIL WS-DAYS <= WS-YEAR-LEN
               SUBTRACT WS-YEAR-LEN FROM WS-DAYS
               ADD 1 TO WS-YEAR
               PERFORM LEAP-YEAR-CHECK-PARAGRAPH
               PERFORM SET-YEAR-LENGTH-PARAGRAPH
           END-PERFORM.
           PERFORM MONTH-DAY-PARAGRAPH.
           MOVE WS-YEAR TO WS-YEAR-DISPLAY.
           MOVE SPACES TO WS-FULL-DATE.
           STRING WS-YEAR-DISPLAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DAY-OF-MONTH DELIMITED BY SIZE
               INTO WS-FULL-DATE.

       LEAP-YEAR-CHECK-PARAGRAPH.
      *    LEAP YEAR COMPUTATION
           DIVIDE WS-YEAR BY 4 GIVING WS-Q REMAINDER WS-R1.
           DIVIDE WS-YEAR BY 100 GIVING WS-Q REMAINDER WS-R2.
           DIVIDE WS-YEAR BY 400 GIVING WS-Q REMAINDER WS-R3.

       SET-YEAR-LENGTH-PARAGRAPH.
           IF (WS-R1 = 0 AND WS-R2 NOT = 0) OR WS-R3 = 0 THEN
               MOVE 366 TO WS-YEAR-LEN
           ELSE
               MOVE 365 TO WS-YEAR-LEN
           END-IF.

       MONTH-DAY-PARAGRAPH.
           MOVE 1 TO WS-MONTH.
           MOVE 'N' TO WS-DATE-SWITCH.
           PERFORM UNTIL DATE-FOUND
               IF WS-MONTH = 2 AND
                       ((WS-R1 = 0 AND WS-R2 NOT = 0) OR WS-R3 = 0)
                   MOVE 29 TO WS-MONTH-LEN
               ELSE
                   MOVE WS-MONTH-DAY-LEN(WS-MONTH) TO WS-MONTH-LEN
               END-IF
               IF WS-DAYS <= WS-MONTH-LEN
                   MOVE WS-DAYS TO WS-DAY-OF-MONTH
                   SET DATE-FOUND TO TRUE
               ELSE
                   SUBTRACT WS-MONTH-LEN FROM WS-DAYS
                   ADD 1 TO WS-MONTH
               END-IF
           END-PERFORM.
