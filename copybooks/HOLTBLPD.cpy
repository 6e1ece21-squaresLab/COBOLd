      *    SHARED HOLIDAY-FILE MAINTENANCE ROUTINES FOR HOLMAINT AND
      *    HOLGEN: HOLIDAY DATE VALIDATION AND WEEKDAY, LOADING AND
      *    SORTING THE WHOLE FILE, THE CLEAN-FILE AND CAPACITY GUARDS,
      *    THE PER-CALENDAR DUPLICATE SEARCH, SORTED INSERT AND THE
      *    FILE REWRITE.
       VALIDATE-HOL-DATE-PARAGRAPH.
      *    WS-HOL-DATE (YYYYMMDD) IS CHECKED BY THE SHARED
      *    YYYY-MM-DD VALIDATION
           MOVE SPACES TO WS-DATE-ARG.
           STRING WS-HOL-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HOL-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HOL-DATE(7:2) DELIMITED BY SIZE
               INTO WS-DATE-ARG.
           PERFORM VALIDATE-DATE-ARG-PARAGRAPH.
           IF DATE-ARG-VALID THEN
               SET HOL-DATE-VALID TO TRUE
           ELSE
               SET HOL-DATE-INVALID TO TRUE
           END-IF.

       COMPUTE-WEEKDAY-PARAGRAPH.
      *    1980-01-01 (WS-DAYS = 1) WAS A TUESDAY
           MOVE WS-HOL-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE WS-HOL-DATE(5:2) TO WS-TARGET-MONTH.
           MOVE WS-HOL-DATE(7:2) TO WS-TARGET-DAY.
           PERFORM DATE-TO-DAYS-PARAGRAPH.
           COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(WS-DAYS + 1, 7).

       LOAD-HOLIDAYS-PARAGRAPH.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           MOVE 0 TO WS-FILE-LINE-NUMBER.
           MOVE 0 TO WS-FILE-BAD-COUNT.
           MOVE 'N' TO WS-FILE-OVERFLOW-SWITCH.
           MOVE 'N' TO WS-HOLIDAY-EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35" THEN
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM) ": NO "
                   WS-HOLIDAY-FILENAME " FOUND - STARTING EMPTY"
           ELSE
               IF WS-HOLIDAY-STATUS NOT = "00" THEN
                   DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM)
                       ": UNABLE TO OPEN HOLIDAY FILE "
                       WS-HOLIDAY-FILENAME " - STATUS "
                       WS-HOLIDAY-STATUS
                   MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-HOLIDAYS
                   READ HOLIDAY-FILE
                       AT END
                           SET END-OF-HOLIDAYS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-LINE-NUMBER
                           PERFORM LOAD-ONE-HOLIDAY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
           PERFORM SORT-HOLIDAY-TABLE-PARAGRAPH.

      *    A HAND-EDITED FILE MAY ARRIVE OUT OF ORDER, SO THE TABLE
      *    IS INSERTION-SORTED BY CALENDAR AND DATE AFTER LOADING; ANY
      *    REWRITE THEN LEAVES THE FILE SORTED AGAIN.
       SORT-HOLIDAY-TABLE-PARAGRAPH.
           MOVE 2 TO WS-SORT-I.
           PERFORM UNTIL WS-SORT-I > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-ENTRY(WS-SORT-I) TO WS-SORT-TEMP
               MOVE WS-SORT-I TO WS-SORT-J
               MOVE 'N' TO WS-SORT-DONE-SWITCH
               PERFORM UNTIL SORT-SLOT-FOUND
                   IF WS-SORT-J = 1
                       SET SORT-SLOT-FOUND TO TRUE
                   ELSE
                       IF WS-HOLIDAY-KEY(WS-SORT-J - 1)
                               > WS-SORT-TEMP-KEY
                           MOVE WS-HOLIDAY-ENTRY(WS-SORT-J - 1)
                               TO WS-HOLIDAY-ENTRY(WS-SORT-J)
                           SUBTRACT 1 FROM WS-SORT-J
                       ELSE
                           SET SORT-SLOT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SORT-TEMP TO WS-HOLIDAY-ENTRY(WS-SORT-J)
               ADD 1 TO WS-SORT-I
           END-PERFORM.

       LOAD-ONE-HOLIDAY-PARAGRAPH.
           MOVE HOL-DATE TO WS-HOL-DATE.
           PERFORM VALIDATE-HOL-DATE-PARAGRAPH.
           IF HOL-DATE-INVALID THEN
               ADD 1 TO WS-FILE-BAD-COUNT
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM) ": LINE "
                   WS-FILE-LINE-NUMBER " OF " WS-HOLIDAY-FILENAME
                   " IS NOT A VALID DATE: " HOLIDAY-RECORD
           ELSE
               IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX THEN
                   ADD 1 TO WS-HOLIDAY-COUNT
                   IF HOL-CALENDAR = SPACES THEN
                       MOVE WS-DEFAULT-CALENDAR
                           TO WS-HOLIDAY-CAL(WS-HOLIDAY-COUNT)
                   ELSE
                       MOVE HOL-CALENDAR
                           TO WS-HOLIDAY-CAL(WS-HOLIDAY-COUNT)
                   END-IF
                   MOVE WS-HOL-DATE
                       TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                   MOVE HOL-NAME TO WS-HOLIDAY-NAME(WS-HOLIDAY-COUNT)
               ELSE
                   SET HOLIDAY-FILE-OVERFLOWED TO TRUE
                   DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM) ": LINE "
                       WS-FILE-LINE-NUMBER " OF " WS-HOLIDAY-FILENAME
                       " EXCEEDS THE " WS-HOLIDAY-MAX
                       " ENTRY TABLE LIMIT: " HOLIDAY-RECORD
               END-IF
           END-IF.

       CHECK-FILE-CLEAN-PARAGRAPH.
      *    CHANGES REWRITE THE FILE, SO REFUSE TO RUN WHEN THE
      *    CURRENT CONTENTS COULD NOT BE CARRIED OVER INTACT.
           IF WS-FILE-BAD-COUNT > 0 OR HOLIDAY-FILE-OVERFLOWED THEN
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM) ": "
                   WS-HOLIDAY-FILENAME
                   " HAS INVALID OR EXCESS ENTRIES - CORRECT THEM "
                   "BEFORE ADDING OR DELETING"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-CAPACITY-PARAGRAPH.
           IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX THEN
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM)
                   ": HOLIDAY TABLE IS FULL AT "
                   WS-HOLIDAY-MAX " ENTRIES - ENTRY NOT ADDED"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-CALENDAR-PARAGRAPH.
           IF WS-CAL-HOLIDAY-COUNT >= WS-CAL-HOLIDAY-MAX THEN
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM)
                   ": CALENDAR " FUNCTION TRIM(WS-HOL-CAL)
                   " IS FULL AT " WS-CAL-HOLIDAY-MAX
                   " ENTRIES - ENTRY NOT ADDED"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CAL-HOLIDAY-COUNT >= WS-CAL-HOLIDAY-WARN-LEVEL THEN
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM)
                   ": WARNING - " WS-CAL-HOLIDAY-COUNT
                   " OF " WS-CAL-HOLIDAY-MAX " TABLE ENTRIES IN USE "
                   "FOR CALENDAR " FUNCTION TRIM(WS-HOL-CAL)
           END-IF.

       COUNT-CALENDAR-PARAGRAPH.
           MOVE 0 TO WS-CAL-HOLIDAY-COUNT.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-CAL(WS-HOLIDAY-IDX) = WS-HOL-CAL
                   ADD 1 TO WS-CAL-HOLIDAY-COUNT
               END-IF
               ADD 1 TO WS-HOLIDAY-IDX
           END-PERFORM.

       FIND-HOLIDAY-PARAGRAPH.
           MOVE WS-HOL-CAL TO WS-SEARCH-CAL.
           MOVE WS-HOL-DATE TO WS-SEARCH-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                   OR HOL-DATE-FOUND
               IF WS-HOLIDAY-KEY(WS-HOLIDAY-IDX) = WS-SEARCH-KEY
                   SET HOL-DATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-HOLIDAY-IDX
               END-IF
           END-PERFORM.

       INSERT-SORTED-PARAGRAPH.
           MOVE WS-HOL-CAL TO WS-SEARCH-CAL.
           MOVE WS-HOL-DATE TO WS-SEARCH-DATE.
           MOVE 1 TO WS-INSERT-IDX.
           PERFORM UNTIL WS-INSERT-IDX > WS-HOLIDAY-COUNT
                   OR WS-HOLIDAY-KEY(WS-INSERT-IDX) > WS-SEARCH-KEY
               ADD 1 TO WS-INSERT-IDX
           END-PERFORM.
           MOVE WS-HOLIDAY-COUNT TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
               MOVE WS-HOLIDAY-ENTRY(WS-SHIFT-IDX)
                   TO WS-HOLIDAY-ENTRY(WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM.
           MOVE WS-SEARCH-KEY TO WS-HOLIDAY-KEY(WS-INSERT-IDX).
           MOVE WS-HOL-NAME TO WS-HOLIDAY-NAME(WS-INSERT-IDX).
           ADD 1 TO WS-HOLIDAY-COUNT.

       REWRITE-HOLIDAY-FILE-PARAGRAPH.
           OPEN OUTPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00" THEN
               DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM)
                   ": UNABLE TO REWRITE HOLIDAY FILE "
                   WS-HOLIDAY-FILENAME " - STATUS " WS-HOLIDAY-STATUS
               MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               MOVE SPACES TO HOLIDAY-RECORD
               MOVE WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) TO HOL-DATE
               MOVE WS-HOLIDAY-CAL(WS-HOLIDAY-IDX) TO HOL-CALENDAR
               MOVE WS-HOLIDAY-NAME(WS-HOLIDAY-IDX) TO HOL-NAME
               WRITE HOLIDAY-RECORD
               ADD 1 TO WS-HOLIDAY-IDX
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

      *    REBUILDS THE CALENDAR MASTER YEARS AFFECTED BY A CHANGE TO
      *    WS-HOL-DATE ON CALENDAR WS-HOL-CAL.  A DATE IN DECEMBER OR
      *    JANUARY ALSO MOVES THE NEIGHBOURING YEAR'S PREVIOUS AND NEXT
      *    BUSINESS DATES.  ZUNEBUG ONLY REBUILDS YEARS ALREADY ON THE
      *    MASTER, AND A FAILED REFRESH IS A WARNING ONLY - READERS OF
      *    AN OUT-OF-DATE YEAR FALL BACK TO THE HOLIDAY FILE.
       REFRESH-CALMAST-PARAGRAPH.
           MOVE WS-HOL-DATE(1:4) TO WS-REFRESH-BASE-YEAR.
           MOVE WS-REFRESH-BASE-YEAR TO WS-REFRESH-YEAR.
           PERFORM REFRESH-CALMAST-YEAR-PARAGRAPH.
           IF WS-HOL-DATE(5:2) = "12"
                   AND WS-REFRESH-BASE-YEAR < 2180 THEN
               COMPUTE WS-REFRESH-YEAR = WS-REFRESH-BASE-YEAR + 1
               PERFORM REFRESH-CALMAST-YEAR-PARAGRAPH
           END-IF.
           IF WS-HOL-DATE(5:2) = "01"
                   AND WS-REFRESH-BASE-YEAR > 1980 THEN
               COMPUTE WS-REFRESH-YEAR = WS-REFRESH-BASE-YEAR - 1
               PERFORM REFRESH-CALMAST-YEAR-PARAGRAPH
           END-IF.

       REFRESH-CALMAST-YEAR-PARAGRAPH.
           MOVE WS-HOL-CAL TO WS-REFRESH-KEY-CAL.
           MOVE WS-REFRESH-YEAR TO WS-REFRESH-KEY-YEAR.
           MOVE 'N' TO WS-REFRESH-DONE-SWITCH.
           MOVE 1 TO WS-REFRESH-IDX.
           PERFORM UNTIL WS-REFRESH-IDX > WS-REFRESH-COUNT
                   OR REFRESH-ALREADY-DONE
               IF WS-REFRESH-DONE(WS-REFRESH-IDX) = WS-REFRESH-KEY
                   SET REFRESH-ALREADY-DONE TO TRUE
               END-IF
               ADD 1 TO WS-REFRESH-IDX
           END-PERFORM.
           IF NOT REFRESH-ALREADY-DONE THEN
               IF WS-REFRESH-COUNT < WS-REFRESH-MAX THEN
                   ADD 1 TO WS-REFRESH-COUNT
                   MOVE WS-REFRESH-KEY
                       TO WS-REFRESH-DONE(WS-REFRESH-COUNT)
               END-IF
               IF WS-ZUNEBUG-PATH = SPACES THEN
                   DISPLAY "ZUNEBUG_PATH" UPON ENVIRONMENT-NAME
                   ACCEPT WS-ZUNEBUG-PATH FROM ENVIRONMENT-VALUE
                   IF WS-ZUNEBUG-PATH = SPACES THEN
                       MOVE "zunebug" TO WS-ZUNEBUG-PATH
                   END-IF
               END-IF
               DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME
               DISPLAY WS-HOL-CAL UPON ENVIRONMENT-VALUE
               MOVE SPACES TO WS-CALMAST-COMMAND
               STRING FUNCTION TRIM(WS-ZUNEBUG-PATH) DELIMITED BY SIZE
                   " CALBUILD " DELIMITED BY SIZE
                   WS-REFRESH-YEAR DELIMITED BY SIZE
                   " REFRESH" DELIMITED BY SIZE
                   INTO WS-CALMAST-COMMAND
               MOVE RETURN-CODE TO WS-REFRESH-SAVED-RC
               CALL "SYSTEM" USING WS-CALMAST-COMMAND
               COMPUTE WS-REFRESH-RC = RETURN-CODE / 256
               MOVE WS-REFRESH-SAVED-RC TO RETURN-CODE
               IF WS-REFRESH-RC NOT = WS-RC-SUCCESS THEN
                   DISPLAY FUNCTION TRIM(WS-HOLTBL-PROGRAM)
                       ": WARNING - CALENDAR MASTER REFRESH FOR "
                       WS-REFRESH-YEAR " CALENDAR "
                       FUNCTION TRIM(WS-HOL-CAL)
                       " ENDED WITH RC " WS-REFRESH-RC
               END-IF
           END-IF.
