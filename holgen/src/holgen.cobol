       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLSEL.
           SELECT RULES-FILE
               ASSIGN TO DYNAMIC WS-RULES-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           COPY AUDITSEL.
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HOLFD.

      *    ONE HOLIDAY RULE PER LINE; BLANK LINES AND LINES STARTING
      *    WITH * ARE COMMENTS.
      *      FIXED  MM-DD           12-25
      *      NTH    MM-NN WEEKDAY   11-04 THU  (4TH THURSDAY)
      *      LAST   MM    WEEKDAY   05    MON  (LAST MONDAY)
      *    THE OBSERVE POLICY SAYS WHAT HAPPENS WHEN THE DATE FALLS ON
      *    A WEEKEND: NONE KEEPS IT, NEAREST MOVES SATURDAY BACK TO
      *    FRIDAY AND SUNDAY ON TO MONDAY, FORWARD MOVES ON TO THE NEXT
      *    WEEKDAY NOT ALREADY A HOLIDAY ON THE SAME CALENDAR.
       FD  RULES-FILE.
       01  RULE-RECORD.
           05  RULE-CALENDAR PIC X(8).
           05  FILLER PIC X(1).
           05  RULE-TYPE PIC X(5).
           05  FILLER PIC X(1).
           05  RULE-MONTH PIC X(2).
           05  RULE-SEPARATOR PIC X(1).
           05  RULE-DAY PIC X(2).
           05  FILLER PIC X(1).
           05  RULE-WEEKDAY PIC X(3).
           05  FILLER PIC X(1).
           05  RULE-OBSERVE PIC X(7).
           05  FILLER PIC X(1).
           05  RULE-NAME PIC X(30).

       COPY AUDITFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       01 WS-MODE-ARG PIC X(9).
       01 WS-YEAR-ARG PIC X(5).
       01 WS-GEN-YEAR PIC 9(4).
       01 WS-COMMIT-SWITCH PIC X VALUE 'N'.
           88 COMMIT-REQUESTED VALUE 'Y'.
       01 WS-RULES-FILENAME PIC X(100) VALUE "HOLRULES.DAT".
       01 WS-RULES-STATUS PIC XX.
       01 WS-RULES-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-RULES VALUE 'Y'.
       01 WS-RULE-LINE-NUMBER PIC 9(4) VALUE 0.
       01 WS-RULE-COUNT PIC 9(4) VALUE 0.
       01 WS-RULE-ERROR-COUNT PIC 9(4) VALUE 0.
       01 WS-ON-FILE-COUNT PIC 9(4) VALUE 0.
       01 WS-RULE-ERROR-TEXT PIC X(40).
       01 WS-RULE-VALID-SWITCH PIC X VALUE 'Y'.
           88 RULE-VALID VALUE 'Y'.
           88 RULE-INVALID VALUE 'N'.
       01 WS-RULE-DOW PIC 9.
       01 WS-RULE-NTH PIC 9(2).
       01 WS-GEN-MONTH PIC 9(2).
       01 WS-GEN-DAY PIC 9(2).
       01 WS-GEN-MONTH-LEN PIC 9(2).
       01 WS-FIRST-DOW PIC 9.
       01 WS-ACTUAL-DATE PIC X(8).
       01 WS-SHIFT-SWITCH PIC X VALUE 'N'.
           88 SHIFT-SLOT-FOUND VALUE 'Y'.
       01 WS-SHIFT-NEEDED-SWITCH PIC X VALUE 'N'.
           88 SHIFT-NEEDED VALUE 'Y'.
       01 WS-PASS-NUMBER PIC 9 VALUE 1.
           88 FIRST-PASS VALUE 1.
           88 SECOND-PASS VALUE 2.
       01 WS-DAY-NAMES-DEFAULT PIC X(21)
           VALUE "SUNMONTUEWEDTHUFRISAT".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DEFAULT.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-DAY-IDX PIC 9(2).
      *    DATES ADDED BY THIS RUN, KEPT FOR THE AUDIT TRAIL
       01 WS-GEN-MAX PIC 9(4) VALUE 400.
       01 WS-GEN-COUNT PIC 9(4) VALUE 0.
       01 WS-GEN-IDX PIC 9(4).
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 400 TIMES.
               10 WS-GEN-DATE PIC X(8).
               10 WS-GEN-CAL PIC X(8).
               10 WS-GEN-NAME PIC X(30).
       COPY HOLTBLWS.
       COPY DATEWS.
       COPY AUDITWS.
       COPY LOCKWS.
       COPY RETCODES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE "HOLGEN" TO WS-HOLTBL-PROGRAM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE.
           IF WS-MODE-ARG = "COMMIT" THEN
               SET COMMIT-REQUESTED TO TRUE
           ELSE
               IF WS-MODE-ARG NOT = "PREVIEW" THEN
                   DISPLAY "HOLGEN: INVALID INPUT - MODE MUST BE "
                       "PREVIEW OR COMMIT"
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM ACCEPT-YEAR-ARG-PARAGRAPH.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RULES-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "HOLRULES.DAT" TO WS-RULES-FILENAME
           END-ACCEPT.
           IF WS-RULES-FILENAME = SPACES THEN
               MOVE "HOLRULES.DAT" TO WS-RULES-FILENAME
           END-IF.
           PERFORM LOAD-HOLIDAYS-PARAGRAPH.
           IF COMMIT-REQUESTED THEN
               PERFORM CHECK-FILE-CLEAN-PARAGRAPH
           END-IF.
           PERFORM PROCESS-RULES-PARAGRAPH.
           DISPLAY "HOLGEN: " WS-YEAR-ARG(1:4) " - " WS-RULE-COUNT
               " RULE(S), " WS-GEN-COUNT " NEW DATE(S), "
               WS-ON-FILE-COUNT " ALREADY ON FILE, "
               WS-RULE-ERROR-COUNT " RULE(S) IN ERROR".
           IF WS-RULE-ERROR-COUNT > 0 THEN
               DISPLAY "HOLGEN: CORRECT THE RULES FILE "
                   FUNCTION TRIM(WS-RULES-FILENAME)
                   " - NOTHING WRITTEN TO " WS-HOLIDAY-FILENAME
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
           ELSE
               IF COMMIT-REQUESTED THEN
                   PERFORM COMMIT-HOLIDAYS-PARAGRAPH
               ELSE
                   DISPLAY "HOLGEN: PREVIEW ONLY - RERUN WITH COMMIT "
                       "TO WRITE " WS-HOLIDAY-FILENAME
               END-IF
               MOVE WS-RC-SUCCESS TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-TRAILER-PARAGRAPH.
           STOP RUN.

       ACCEPT-YEAR-ARG-PARAGRAPH.
           MOVE SPACES TO WS-YEAR-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-YEAR-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-YEAR-ARG
           END-ACCEPT.
           IF WS-YEAR-ARG(5:1) NOT = SPACE
                   OR WS-YEAR-ARG(1:4) IS NOT NUMERIC THEN
               DISPLAY "HOLGEN: INVALID INPUT - YEAR MUST BE YYYY "
                   "BETWEEN 1980 AND 2180"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-YEAR-ARG(1:4) TO WS-GEN-YEAR.
           IF WS-GEN-YEAR < 1980 OR WS-GEN-YEAR > 2180 THEN
               DISPLAY "HOLGEN: INVALID INPUT - YEAR MUST BE YYYY "
                   "BETWEEN 1980 AND 2180"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.

      *    DATES THAT NEED NO WEEKEND SHIFT ARE PLACED ON THE FIRST
      *    PASS AND SHIFTED DATES ON THE SECOND, SO A FORWARD SHIFT
      *    STEPS OVER EVERY HOLIDAY THE RULES GIVE THAT CALENDAR
      *    WHATEVER THE ORDER OF THE LINES (CHRISTMAS ON A SUNDAY MOVES
      *    PAST A BOXING DAY THAT FALLS ON THE MONDAY).
       PROCESS-RULES-PARAGRAPH.
           DISPLAY "HOLGEN: HOLIDAYS GENERATED FOR " WS-GEN-YEAR
               " FROM " FUNCTION TRIM(WS-RULES-FILENAME).
           MOVE 1 TO WS-PASS-NUMBER.
           PERFORM READ-RULES-PASS-PARAGRAPH.
           MOVE 2 TO WS-PASS-NUMBER.
           PERFORM READ-RULES-PASS-PARAGRAPH.

       READ-RULES-PASS-PARAGRAPH.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00" THEN
               DISPLAY "HOLGEN: UNABLE TO OPEN RULES FILE "
                   FUNCTION TRIM(WS-RULES-FILENAME)
                   " - STATUS " WS-RULES-STATUS
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-RULE-LINE-NUMBER.
           MOVE 'N' TO WS-RULES-EOF-SWITCH.
           PERFORM UNTIL END-OF-RULES
               READ RULES-FILE
                   AT END
                       SET END-OF-RULES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RULE-LINE-NUMBER
                       IF RULE-RECORD NOT = SPACES
                               AND RULE-RECORD(1:1) NOT = "*"
                           PERFORM APPLY-RULE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.

       APPLY-RULE-PARAGRAPH.
           IF FIRST-PASS THEN
               ADD 1 TO WS-RULE-COUNT
           END-IF.
           SET RULE-VALID TO TRUE.
           MOVE 'N' TO WS-SHIFT-NEEDED-SWITCH.
           MOVE WS-YEAR-ARG(1:4) TO WS-GEN-YEAR.
           MOVE SPACES TO WS-RULE-ERROR-TEXT.
           IF RULE-CALENDAR = SPACES THEN
               MOVE WS-DEFAULT-CALENDAR TO WS-HOL-CAL
           ELSE
               MOVE RULE-CALENDAR TO WS-HOL-CAL
           END-IF.
           MOVE RULE-NAME TO WS-HOL-NAME.
           IF RULE-MONTH IS NOT NUMERIC THEN
               MOVE "MONTH MUST BE 01-12" TO WS-RULE-ERROR-TEXT
               SET RULE-INVALID TO TRUE
           ELSE
               MOVE RULE-MONTH TO WS-GEN-MONTH
               IF WS-GEN-MONTH < 1 OR WS-GEN-MONTH > 12 THEN
                   MOVE "MONTH MUST BE 01-12" TO WS-RULE-ERROR-TEXT
                   SET RULE-INVALID TO TRUE
               END-IF
           END-IF.
           IF RULE-VALID THEN
               PERFORM SET-GEN-MONTH-LENGTH-PARAGRAPH
               EVALUATE RULE-TYPE
                   WHEN "FIXED"
                       PERFORM FIXED-RULE-PARAGRAPH
                   WHEN "NTH"
                       PERFORM NTH-RULE-PARAGRAPH
                   WHEN "LAST"
                       PERFORM LAST-RULE-PARAGRAPH
                   WHEN OTHER
                       MOVE "TYPE MUST BE FIXED, NTH OR LAST"
                           TO WS-RULE-ERROR-TEXT
                       SET RULE-INVALID TO TRUE
               END-EVALUATE
           END-IF.
           IF RULE-VALID THEN
               IF RULE-OBSERVE NOT = SPACES
                       AND RULE-OBSERVE NOT = "NONE"
                       AND RULE-OBSERVE NOT = "NEAREST"
                       AND RULE-OBSERVE NOT = "FORWARD" THEN
                   MOVE "OBSERVE MUST BE NONE, NEAREST OR FORWARD"
                       TO WS-RULE-ERROR-TEXT
                   SET RULE-INVALID TO TRUE
               END-IF
           END-IF.
           IF RULE-INVALID THEN
               IF FIRST-PASS THEN
                   PERFORM REPORT-RULE-ERROR-PARAGRAPH
               END-IF
           ELSE
               PERFORM BUILD-GEN-DATE-PARAGRAPH
               MOVE WS-HOL-DATE TO WS-ACTUAL-DATE
               PERFORM COMPUTE-WEEKDAY-PARAGRAPH
               IF (RULE-OBSERVE = "NEAREST" OR RULE-OBSERVE = "FORWARD")
                       AND (WS-WEEKDAY-NUM = 0 OR WS-WEEKDAY-NUM = 6)
                   SET SHIFT-NEEDED TO TRUE
               END-IF
               IF FIRST-PASS AND NOT SHIFT-NEEDED THEN
                   PERFORM ADD-GENERATED-DATE-PARAGRAPH
               END-IF
               IF SECOND-PASS AND SHIFT-NEEDED THEN
                   PERFORM APPLY-OBSERVE-PARAGRAPH
                   IF RULE-INVALID THEN
                       PERFORM REPORT-RULE-ERROR-PARAGRAPH
                   ELSE
                       PERFORM ADD-GENERATED-DATE-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       REPORT-RULE-ERROR-PARAGRAPH.
           ADD 1 TO WS-RULE-ERROR-COUNT.
           DISPLAY "HOLGEN: RULE LINE " WS-RULE-LINE-NUMBER
               " INVALID - " FUNCTION TRIM(WS-RULE-ERROR-TEXT)
               ": " RULE-RECORD.

       FIXED-RULE-PARAGRAPH.
           IF RULE-SEPARATOR NOT = "-" OR RULE-DAY IS NOT NUMERIC THEN
               MOVE "FIXED DATE MUST BE MM-DD" TO WS-RULE-ERROR-TEXT
               SET RULE-INVALID TO TRUE
           ELSE
               MOVE RULE-DAY TO WS-GEN-DAY
               IF WS-GEN-DAY < 1 OR WS-GEN-DAY > WS-GEN-MONTH-LEN THEN
                   MOVE "DAY IS NOT IN THE MONTH" TO WS-RULE-ERROR-TEXT
                   SET RULE-INVALID TO TRUE
               END-IF
           END-IF.

      *    THE FIRST WANTED WEEKDAY FALLS MOD(WANTED - FIRST-OF-MONTH,
      *    7) DAYS AFTER THE 1ST; EACH LATER ONE IS A WEEK ON.
       NTH-RULE-PARAGRAPH.
           PERFORM FIND-RULE-WEEKDAY-PARAGRAPH.
           IF RULE-VALID THEN
               IF RULE-SEPARATOR NOT = "-"
                       OR RULE-DAY IS NOT NUMERIC THEN
                   MOVE "NTH RULE MUST BE MM-NN" TO WS-RULE-ERROR-TEXT
                   SET RULE-INVALID TO TRUE
               ELSE
                   MOVE RULE-DAY TO WS-RULE-NTH
                   IF WS-RULE-NTH < 1 OR WS-RULE-NTH > 5 THEN
                       MOVE "OCCURRENCE MUST BE 01-05"
                           TO WS-RULE-ERROR-TEXT
                       SET RULE-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF RULE-VALID THEN
               MOVE 1 TO WS-GEN-DAY
               PERFORM BUILD-GEN-DATE-PARAGRAPH
               PERFORM COMPUTE-WEEKDAY-PARAGRAPH
               MOVE WS-WEEKDAY-NUM TO WS-FIRST-DOW
               COMPUTE WS-GEN-DAY = 1
                   + FUNCTION MOD(WS-RULE-DOW - WS-FIRST-DOW + 7, 7)
                   + 7 * (WS-RULE-NTH - 1)
               IF WS-GEN-DAY > WS-GEN-MONTH-LEN THEN
                   MOVE "NO SUCH OCCURRENCE IN THE MONTH"
                       TO WS-RULE-ERROR-TEXT
                   SET RULE-INVALID TO TRUE
               END-IF
           END-IF.

       LAST-RULE-PARAGRAPH.
           PERFORM FIND-RULE-WEEKDAY-PARAGRAPH.
           IF RULE-VALID THEN
               MOVE WS-GEN-MONTH-LEN TO WS-GEN-DAY
               PERFORM BUILD-GEN-DATE-PARAGRAPH
               PERFORM COMPUTE-WEEKDAY-PARAGRAPH
               COMPUTE WS-GEN-DAY = WS-GEN-MONTH-LEN
                   - FUNCTION MOD(WS-WEEKDAY-NUM - WS-RULE-DOW + 7, 7)
           END-IF.

       FIND-RULE-WEEKDAY-PARAGRAPH.
           MOVE 1 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX > 7
                   OR WS-DAY-NAME(WS-DAY-IDX) = RULE-WEEKDAY
               ADD 1 TO WS-DAY-IDX
           END-PERFORM.
           IF WS-DAY-IDX > 7 THEN
               MOVE "WEEKDAY MUST BE SUN-SAT" TO WS-RULE-ERROR-TEXT
               SET RULE-INVALID TO TRUE
           ELSE
               COMPUTE WS-RULE-DOW = WS-DAY-IDX - 1
           END-IF.

       SET-GEN-MONTH-LENGTH-PARAGRAPH.
           MOVE WS-GEN-YEAR TO WS-YEAR.
           PERFORM LEAP-YEAR-CHECK-PARAGRAPH.
           IF WS-GEN-MONTH = 2 AND
                   ((WS-R1 = 0 AND WS-R2 NOT = 0) OR WS-R3 = 0)
               MOVE 29 TO WS-GEN-MONTH-LEN
           ELSE
               MOVE WS-MONTH-DAY-LEN(WS-GEN-MONTH) TO WS-GEN-MONTH-LEN
           END-IF.

       BUILD-GEN-DATE-PARAGRAPH.
           MOVE WS-GEN-YEAR TO WS-HOL-DATE(1:4).
           MOVE WS-GEN-MONTH TO WS-HOL-DATE(5:2).
           MOVE WS-GEN-DAY TO WS-HOL-DATE(7:2).

      *    A NEAREST SHIFT OF NEW YEAR'S DAY MAY LAND IN THE PRIOR
      *    YEAR, SO THE SHIFT PARAGRAPHS CROSS MONTH AND YEAR ENDS.  A
      *    FORWARD SHIFT STOPS ON A DATE ALREADY CARRYING THIS HOLIDAY'S
      *    NAME, SO A RERUN FINDS ITS EARLIER RESULT RATHER THAN
      *    STEPPING PAST IT.
       APPLY-OBSERVE-PARAGRAPH.
           IF RULE-OBSERVE = "NEAREST" THEN
               IF WS-WEEKDAY-NUM = 6 THEN
                   PERFORM PREVIOUS-GEN-DAY-PARAGRAPH
               ELSE
                   PERFORM NEXT-GEN-DAY-PARAGRAPH
               END-IF
           ELSE
               MOVE 'N' TO WS-SHIFT-SWITCH
               PERFORM UNTIL SHIFT-SLOT-FOUND OR RULE-INVALID
                   PERFORM NEXT-GEN-DAY-PARAGRAPH
                   IF RULE-VALID THEN
                       PERFORM COMPUTE-WEEKDAY-PARAGRAPH
                       PERFORM FIND-HOLIDAY-PARAGRAPH
                       IF WS-WEEKDAY-NUM NOT = 0
                               AND WS-WEEKDAY-NUM NOT = 6
                           IF NOT HOL-DATE-FOUND
                               SET SHIFT-SLOT-FOUND TO TRUE
                           ELSE
                               IF WS-HOLIDAY-NAME(WS-HOLIDAY-IDX)
                                       = WS-HOL-NAME
                                   SET SHIFT-SLOT-FOUND TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       NEXT-GEN-DAY-PARAGRAPH.
           MOVE WS-HOL-DATE(1:4) TO WS-GEN-YEAR.
           MOVE WS-HOL-DATE(5:2) TO WS-GEN-MONTH.
           MOVE WS-HOL-DATE(7:2) TO WS-GEN-DAY.
           PERFORM SET-GEN-MONTH-LENGTH-PARAGRAPH.
           IF WS-GEN-DAY < WS-GEN-MONTH-LEN THEN
               ADD 1 TO WS-GEN-DAY
           ELSE
               MOVE 1 TO WS-GEN-DAY
               IF WS-GEN-MONTH < 12 THEN
                   ADD 1 TO WS-GEN-MONTH
               ELSE
                   MOVE 1 TO WS-GEN-MONTH
                   ADD 1 TO WS-GEN-YEAR
               END-IF
           END-IF.
           PERFORM CHECK-SHIFTED-DATE-PARAGRAPH.

       PREVIOUS-GEN-DAY-PARAGRAPH.
           MOVE WS-HOL-DATE(1:4) TO WS-GEN-YEAR.
           MOVE WS-HOL-DATE(5:2) TO WS-GEN-MONTH.
           MOVE WS-HOL-DATE(7:2) TO WS-GEN-DAY.
           IF WS-GEN-DAY > 1 THEN
               SUBTRACT 1 FROM WS-GEN-DAY
           ELSE
               IF WS-GEN-MONTH > 1 THEN
                   SUBTRACT 1 FROM WS-GEN-MONTH
               ELSE
                   MOVE 12 TO WS-GEN-MONTH
                   SUBTRACT 1 FROM WS-GEN-YEAR
               END-IF
               PERFORM SET-GEN-MONTH-LENGTH-PARAGRAPH
               MOVE WS-GEN-MONTH-LEN TO WS-GEN-DAY
           END-IF.
           PERFORM CHECK-SHIFTED-DATE-PARAGRAPH.

       CHECK-SHIFTED-DATE-PARAGRAPH.
           PERFORM BUILD-GEN-DATE-PARAGRAPH.
           PERFORM VALIDATE-HOL-DATE-PARAGRAPH.
           IF HOL-DATE-INVALID THEN
               MOVE "OBSERVED DATE OUTSIDE 1980-2180"
                   TO WS-RULE-ERROR-TEXT
               SET RULE-INVALID TO TRUE
           END-IF.

      *    A DATE ALREADY ON FILE UNDER THE SAME NAME IS A RERUN AND IS
      *    SKIPPED; UNDER ANOTHER NAME THE RULE CLASHES WITH THAT
      *    HOLIDAY (A NEAREST SHIFT ONTO IT, OR TWO RULES FOR ONE DAY)
      *    AND IS AN ERROR, SO COMMIT DOES NOT LOSE EITHER HOLIDAY.
       ADD-GENERATED-DATE-PARAGRAPH.
           PERFORM COMPUTE-WEEKDAY-PARAGRAPH.
           PERFORM FIND-HOLIDAY-PARAGRAPH.
           IF HOL-DATE-FOUND THEN
               IF WS-HOLIDAY-NAME(WS-HOLIDAY-IDX) = WS-HOL-NAME THEN
                   ADD 1 TO WS-ON-FILE-COUNT
                   DISPLAY "  " WS-HOL-DATE " " WS-HOL-CAL " "
                       WS-HOL-NAME " " WS-DAY-NAME(WS-WEEKDAY-NUM + 1)
                       " ON FILE - SKIPPED"
               ELSE
                   MOVE "DATE IS ALREADY ANOTHER HOLIDAY"
                       TO WS-RULE-ERROR-TEXT
                   PERFORM REPORT-RULE-ERROR-PARAGRAPH
                   DISPLAY "  " WS-HOL-DATE " " WS-HOL-CAL " "
                       WS-HOL-NAME " " WS-DAY-NAME(WS-WEEKDAY-NUM + 1)
                       " CLASHES WITH "
                       WS-HOLIDAY-NAME(WS-HOLIDAY-IDX)
               END-IF
           ELSE
               PERFORM CHECK-CAPACITY-PARAGRAPH
               IF WS-GEN-COUNT >= WS-GEN-MAX THEN
                   DISPLAY "HOLGEN: MORE THAN " WS-GEN-MAX
                       " NEW DATES IN ONE RUN - SPLIT THE RULES FILE"
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM INSERT-SORTED-PARAGRAPH
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-HOL-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
               MOVE WS-HOL-CAL TO WS-GEN-CAL(WS-GEN-COUNT)
               MOVE WS-HOL-NAME TO WS-GEN-NAME(WS-GEN-COUNT)
               IF WS-HOL-DATE NOT = WS-ACTUAL-DATE THEN
                   DISPLAY "  " WS-HOL-DATE " " WS-HOL-CAL " "
                       WS-HOL-NAME " " WS-DAY-NAME(WS-WEEKDAY-NUM + 1)
                       " NEW - OBSERVED FOR " WS-ACTUAL-DATE
               ELSE
                   IF WS-WEEKDAY-NUM = 0 OR WS-WEEKDAY-NUM = 6 THEN
                       DISPLAY "  " WS-HOL-DATE " " WS-HOL-CAL " "
                           WS-HOL-NAME " "
                           WS-DAY-NAME(WS-WEEKDAY-NUM + 1)
                           " NEW (WEEKEND)"
                   ELSE
                       DISPLAY "  " WS-HOL-DATE " " WS-HOL-CAL " "
                           WS-HOL-NAME " "
                           WS-DAY-NAME(WS-WEEKDAY-NUM + 1) " NEW"
                   END-IF
               END-IF
           END-IF.

       COMMIT-HOLIDAYS-PARAGRAPH.
           IF WS-GEN-COUNT = 0 THEN
               DISPLAY "HOLGEN: NOTHING NEW TO WRITE TO "
                   WS-HOLIDAY-FILENAME
           ELSE
               PERFORM REWRITE-HOLIDAY-FILE-PARAGRAPH
               DISPLAY "HOLGEN: WROTE " WS-GEN-COUNT " DATE(S) TO "
                   WS-HOLIDAY-FILENAME
               MOVE 1 TO WS-GEN-IDX
               PERFORM UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   MOVE "HOLGEN" TO AUD-PROGRAM
                   MOVE WS-GEN-DATE(WS-GEN-IDX) TO AUD-INPUT-1
                   MOVE SPACES TO AUD-INPUT-2
                   MOVE WS-GEN-CAL(WS-GEN-IDX) TO AUD-INPUT-2
                   MOVE SPACES TO AUD-RESULT
                   STRING "GENERATED " DELIMITED BY SIZE
                       WS-GEN-NAME(WS-GEN-IDX) DELIMITED BY SIZE
                       INTO AUD-RESULT
                   PERFORM WRITE-AUDIT-PARAGRAPH
                   ADD 1 TO WS-GEN-IDX
               END-PERFORM
               MOVE 1 TO WS-GEN-IDX
               PERFORM UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-HOL-DATE
                   MOVE WS-GEN-CAL(WS-GEN-IDX) TO WS-HOL-CAL
                   PERFORM REFRESH-CALMAST-PARAGRAPH
                   ADD 1 TO WS-GEN-IDX
               END-PERFORM
           END-IF.

           COPY HOLTBLPD.

           COPY DATEPD.

           COPY AUDITWRT.

           COPY LOCKPD.
