       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLSEL.
           COPY AUDITSEL.
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HOLFD.

       COPY AUDITFD.


       WORKING-STORAGE SECTION.
       01 WS-MODE-ARG PIC X(9).
       01 WS-HOL-DATE-ARG PIC X(9).
       01 WS-ARG-DATE PIC X(8).
       01 WS-CAL-ARG PIC X(9).
       01 WS-NAME-ARG PIC X(31).
       01 WS-CAL-ARG-NUMBER PIC 9.
       01 WS-LIST-ALL-SWITCH PIC X VALUE 'N'.
           88 LIST-ALL-CALENDARS VALUE 'Y'.
       01 WS-DUP-SWITCH PIC X VALUE 'N'.
           88 HOL-DATE-DUPLICATE VALUE 'Y'.
       COPY HOLTBLWS.
       COPY DATEWS.
       COPY AUDITWS.
       COPY LOCKWS.
       COPY RETCODES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE "HOLMAINT" TO WS-HOLTBL-PROGRAM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE.
           IF WS-MODE-ARG = "ADD" THEN

       ACCEPT-DATE-ARG-PARAGRAPH.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-HOL-DATE-ARG FROM ARGUMENT-VALUE.
           MOVE WS-HOL-DATE-ARG(1:8) TO WS-HOL-DATE.
           IF WS-HOL-DATE-ARG(9:1) NOT = SPACE THEN
               SET HOL-DATE-INVALID TO TRUE
           ELSE
               PERFORM VALIDATE-HOL-DATE-PARAGRAPH
           END-IF.
           MOVE WS-HOL-DATE TO WS-ARG-DATE.

      *    THE CALENDAR CODE IS OPTIONAL AND DEFAULTS TO THE SHOP
      *    CALENDAR; THE CALLER SETS WS-CAL-ARG-NUMBER TO ITS POSITION.
       ACCEPT-CALENDAR-ARG-PARAGRAPH.
           MOVE SPACES TO WS-CAL-ARG.
           DISPLAY WS-CAL-ARG-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-CAL-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-CAL-ARG
           END-ACCEPT.
           IF WS-CAL-ARG(9:1) NOT = SPACE THEN
               DISPLAY "HOLMAINT: INVALID INPUT - CALENDAR CODE MUST "
                   "BE AT MOST 8 CHARACTERS"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CAL-ARG(1:8) TO WS-HOL-CAL.
           IF WS-HOL-CAL = SPACES THEN
               MOVE WS-DEFAULT-CALENDAR TO WS-HOL-CAL
           END-IF.

       ACCEPT-NAME-ARG-PARAGRAPH.
           MOVE SPACES TO WS-NAME-ARG.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NAME-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-NAME-ARG
           END-ACCEPT.
           IF WS-NAME-ARG(31:1) NOT = SPACE THEN
               DISPLAY "HOLMAINT: INVALID INPUT - HOLIDAY NAME MUST BE "
                   "AT MOST 30 CHARACTERS"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-NAME-ARG(1:30) TO WS-HOL-NAME.

       ADD-MODE-PARAGRAPH.
           PERFORM ACCEPT-DATE-ARG-PARAGRAPH.
           MOVE 3 TO WS-CAL-ARG-NUMBER.
           PERFORM ACCEPT-CALENDAR-ARG-PARAGRAPH.
           PERFORM ACCEPT-NAME-ARG-PARAGRAPH.
           PERFORM LOAD-HOLIDAYS-PARAGRAPH.
           PERFORM CHECK-FILE-CLEAN-PARAGRAPH.
           PERFORM CHECK-CAPACITY-PARAGRAPH.
           MOVE WS-ARG-DATE TO WS-HOL-DATE.
           MOVE 'N' TO WS-DUP-SWITCH.
           PERFORM FIND-HOLIDAY-PARAGRAPH.
           IF HOL-DATE-FOUND THEN
               SET HOL-DATE-DUPLICATE TO TRUE
           END-IF.
           IF HOL-DATE-DUPLICATE THEN
               DISPLAY "HOLMAINT: " WS-HOL-DATE " IS ALREADY ON "
                   "CALENDAR " FUNCTION TRIM(WS-HOL-CAL) " IN "
                   WS-HOLIDAY-FILENAME
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INSERT-SORTED-PARAGRAPH.
           PERFORM REWRITE-HOLIDAY-FILE-PARAGRAPH.
           PERFORM REFRESH-CALMAST-PARAGRAPH.
           PERFORM COUNT-CALENDAR-PARAGRAPH.
           DISPLAY "HOLMAINT: ADDED " WS-HOL-DATE " TO CALENDAR "
               FUNCTION TRIM(WS-HOL-CAL) " - "
               WS-CAL-HOLIDAY-COUNT " ENTRY(S) ON CALENDAR".
           MOVE "HOLMAINT" TO AUD-PROGRAM.
           MOVE WS-HOL-DATE TO AUD-INPUT-1.
           MOVE SPACES TO AUD-INPUT-2.
           MOVE WS-HOL-CAL TO AUD-INPUT-2.
           MOVE SPACES TO AUD-RESULT.
           STRING "ADDED, COUNT=" DELIMITED BY SIZE
               WS-CAL-HOLIDAY-COUNT DELIMITED BY SIZE
               INTO AUD-RESULT.
           PERFORM WRITE-AUDIT-PARAGRAPH.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.

       DELETE-MODE-PARAGRAPH.
           PERFORM ACCEPT-DATE-ARG-PARAGRAPH.
           MOVE 3 TO WS-CAL-ARG-NUMBER.
           PERFORM ACCEPT-CALENDAR-ARG-PARAGRAPH.
           PERFORM LOAD-HOLIDAYS-PARAGRAPH.
           PERFORM CHECK-FILE-CLEAN-PARAGRAPH.
           MOVE WS-ARG-DATE TO WS-HOL-DATE.
           PERFORM FIND-HOLIDAY-PARAGRAPH.
           IF NOT HOL-DATE-FOUND THEN
               DISPLAY "HOLMAINT: " WS-HOL-DATE " IS NOT ON CALENDAR "
                   FUNCTION TRIM(WS-HOL-CAL) " IN "
                   WS-HOLIDAY-FILENAME
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-PERFORM.
           SUBTRACT 1 FROM WS-HOLIDAY-COUNT.
           PERFORM REWRITE-HOLIDAY-FILE-PARAGRAPH.
           PERFORM REFRESH-CALMAST-PARAGRAPH.
           PERFORM COUNT-CALENDAR-PARAGRAPH.
           DISPLAY "HOLMAINT: DELETED " WS-HOL-DATE " FROM CALENDAR "
               FUNCTION TRIM(WS-HOL-CAL) " - "
               WS-CAL-HOLIDAY-COUNT " ENTRY(S) ON CALENDAR".
           MOVE "HOLMAINT" TO AUD-PROGRAM.
           MOVE WS-HOL-DATE TO AUD-INPUT-1.
           MOVE SPACES TO AUD-INPUT-2.
           MOVE WS-HOL-CAL TO AUD-INPUT-2.
           MOVE SPACES TO AUD-RESULT.
           STRING "DELETED, COUNT=" DELIMITED BY SIZE
               WS-CAL-HOLIDAY-COUNT DELIMITED BY SIZE
               INTO AUD-RESULT.
           PERFORM WRITE-AUDIT-PARAGRAPH.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.

      *    WITH NO CALENDAR CODE EVERY CALENDAR ON FILE IS LISTED.
       LIST-MODE-PARAGRAPH.
           MOVE 2 TO WS-CAL-ARG-NUMBER.
           PERFORM ACCEPT-CALENDAR-ARG-PARAGRAPH.
           IF WS-CAL-ARG = SPACES THEN
               SET LIST-ALL-CALENDARS TO TRUE
           END-IF.
           PERFORM LOAD-HOLIDAYS-PARAGRAPH.
           IF LIST-ALL-CALENDARS THEN
               DISPLAY "HOLMAINT: " WS-HOLIDAY-COUNT
                   " VALID ENTRY(S) IN " WS-HOLIDAY-FILENAME
                   " (LIMIT " WS-HOLIDAY-MAX ")"
           ELSE
               PERFORM COUNT-CALENDAR-PARAGRAPH
               DISPLAY "HOLMAINT: " WS-CAL-HOLIDAY-COUNT
                   " VALID ENTRY(S) FOR CALENDAR "
                   FUNCTION TRIM(WS-HOL-CAL) " IN "
                   WS-HOLIDAY-FILENAME
                   " (LIMIT " WS-CAL-HOLIDAY-MAX ")"
           END-IF.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               IF LIST-ALL-CALENDARS
                       OR WS-HOLIDAY-CAL(WS-HOLIDAY-IDX) = WS-HOL-CAL
                   MOVE WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) TO WS-HOL-DATE
                   PERFORM COMPUTE-WEEKDAY-PARAGRAPH
                   IF WS-WEEKDAY-NUM = 0 OR WS-WEEKDAY-NUM = 6
                       DISPLAY "  " WS-HOL-DATE " "
                           WS-HOLIDAY-CAL(WS-HOLIDAY-IDX) " "
                           WS-HOLIDAY-NAME(WS-HOLIDAY-IDX) " (WEEKEND)"
                   ELSE
                       DISPLAY "  " WS-HOL-DATE " "
                           WS-HOLIDAY-CAL(WS-HOLIDAY-IDX) " "
                           WS-HOLIDAY-NAME(WS-HOLIDAY-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-HOLIDAY-IDX
           END-PERFORM.
           IF WS-FILE-BAD-COUNT > 0 OR HOLIDAY-FILE-OVERFLOWED THEN
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
           ELSE
               IF NOT LIST-ALL-CALENDARS
                       AND WS-CAL-HOLIDAY-COUNT
                           >= WS-CAL-HOLIDAY-WARN-LEVEL THEN
                   DISPLAY "HOLMAINT: WARNING - " WS-CAL-HOLIDAY-COUNT
                       " OF " WS-CAL-HOLIDAY-MAX " TABLE ENTRIES IN USE"
                       " FOR CALENDAR " FUNCTION TRIM(WS-HOL-CAL)
               END-IF
               MOVE WS-RC-SUCCESS TO RETURN-CODE
           END-IF.

           COPY HOLTBLPD.

           COPY DATEPD.

           COPY AUDITWRT.

