               ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           COPY HOLSEL.
           COPY CALMSEL.
           SELECT FISCAL-PARM-FILE
               ASSIGN TO DYNAMIC WS-FISCAL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT SCHEDULE-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-SCHEDULE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           COPY AUDITSEL.
           COPY SUSPSEL.
           COPY LOCKSEL.

       DATA DIVISION.
       FD  REPORT-OUTPUT-FILE.
       01  REPORT-OUTPUT-RECORD PIC X(80).

       COPY HOLFD.

       COPY CALMFD.

      *    FISCAL CALENDAR PARAMETERS - FIRST NON-COMMENT LINE, E.G.
      *    "07-01 445 END" FOR A YEAR STARTING 1 JULY WITH 4-4-5 WEEK
      *    PERIODS, NAMED FOR THE CALENDAR YEAR IN WHICH IT ENDS.
       FD  FISCAL-PARM-FILE.
       01  FISCAL-PARM-RECORD.
           05  FISC-PARM-START-MONTH PIC X(2).
           05  FILLER PIC X(1).
           05  FISC-PARM-START-DAY PIC X(2).
           05  FILLER PIC X(1).
           05  FISC-PARM-PATTERN PIC X(3).
           05  FILLER PIC X(1).
           05  FISC-PARM-LABEL PIC X(5).

       FD  SCHEDULE-OUTPUT-FILE.
       01  SCHEDULE-OUTPUT-RECORD.

       COPY AUDITFD.

       COPY SUSPFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       COPY DATEWS.
       01 WS-DAYS-ORIG PIC 9(9).
       01 WS-ARG1 PIC X(9).
       01 WS-ARG2 PIC X(10).
       01 WS-ARG3 PIC X(10).
       01 WS-DAYS-A PIC 9(9).
       01 WS-DAYS-B PIC 9(9).
       01 WS-ELAPSED-DAYS PIC S9(9).
       01 WS-OUTPUT-STATUS PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-INPUT VALUE 'Y'.
       01 WS-CHECK-DAYS PIC 9(9).
       01 WS-WEEKDAY-NUM PIC 9.
       01 WS-SEARCH-SWITCH PIC X VALUE 'N'.
       01 WS-RESOLVED-FULL-DATE PIC X(10).
       01 WS-RESOLVED-YYYYMMDD PIC X(8).
       01 WS-RESOLVED-YEAR PIC 9(4).
       01 WS-RESOLVED-HOLIDAY-NAME PIC X(30).
       01 WS-BUSDAY-NOTE PIC X(32) VALUE SPACES.
       01 WS-BUSDAY-STATUS-SWITCH PIC X VALUE 'B'.
           88 RESOLVED-WEEKEND VALUE 'W'.
           88 ADDBUS-BACKWARD VALUE '-'.
       01 WS-ADDBUS-IDX PIC 9(4).
       01 WS-CUR-DAYS PIC 9(9).
       01 WS-FISCAL-FILENAME PIC X(100) VALUE "FISCAL.DAT".
       01 WS-FISCAL-STATUS PIC XX.
       01 WS-FISCAL-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-FISCAL-PARMS VALUE 'Y'.
       01 WS-FISCAL-SWITCH PIC X VALUE 'N'.
           88 FISCAL-LOADED VALUE 'Y'.
       01 WS-FISCAL-ERROR PIC X(40).
       01 WS-FISC-START-MONTH PIC 9(2).
       01 WS-FISC-START-DAY PIC 9(2).
       01 WS-FISC-PATTERN PIC X(3).
       01 WS-FISC-PATTERN-DIGITS REDEFINES WS-FISC-PATTERN.
           05 WS-FISC-PATTERN-WEEKS PIC 9 OCCURS 3 TIMES.
       01 WS-FISC-LABEL PIC X(5).
           88 FISC-LABEL-START VALUE "START".
           88 FISC-LABEL-END VALUE "END" SPACES.
       01 WS-FISC-PERIOD-TABLE.
           05 WS-FISC-PERIOD-END-WEEK PIC 9(2) OCCURS 12 TIMES.
       01 WS-FISC-IDX PIC 9(2).
       01 WS-FISC-DATE-DAYS PIC 9(9).
       01 WS-FISC-START-YEAR PIC 9(4).
       01 WS-FISC-START-DAYS PIC S9(9).
       01 WS-FISC-NEXT-START-DAYS PIC S9(9).
       01 WS-FISC-DAY-IN-YEAR PIC 9(3).
       01 WS-FISC-YEAR PIC 9(4).
       01 WS-FISC-PERIOD PIC 9(2).
       01 WS-FISC-WEEK PIC 9(2).
       01 WS-FISC-PERIOD-END-DAYS PIC S9(9).
       01 WS-FISC-PERIOD-END-DATE PIC X(10).
       01 WS-FISC-PE-SWITCH PIC X VALUE 'N'.
           88 FISC-PERIOD-END VALUE 'Y'.
       01 WS-FISC-RESULT PIC X(20).
       01 WS-DAY-NAMES-DEFAULT PIC X(21)
           VALUE "SUNMONTUEWEDTHUFRISAT".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DEFAULT.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 WS-CALM-YEAR PIC 9(4).
       01 WS-CALM-REFRESH-SWITCH PIC X VALUE 'N'.
           88 CALM-REFRESH-ONLY VALUE 'Y'.
       01 WS-CALM-CTL-SWITCH PIC X VALUE 'N'.
           88 CALM-YEAR-ON-FILE VALUE 'Y'.
       01 WS-CALM-LOOKUP-SWITCH PIC X VALUE 'N'.
           88 CALM-LOOKUP-FOUND VALUE 'Y'.
       01 WS-CALM-FIRST-DAYS PIC 9(9).
       01 WS-CALM-LAST-DAYS PIC 9(9).
       01 WS-CALM-LOW-DAYS PIC 9(9).
       01 WS-CALM-HIGH-DAYS PIC 9(9).
       01 WS-CALM-DAY PIC 9(9).
       01 WS-CALM-COUNT PIC 9(3).
       01 WS-CALM-IDX PIC 9(3).
       01 WS-CALM-RUN-BUS PIC 9(2).
       01 WS-CALM-MONTH PIC X(6).
       01 WS-CALM-LAST-BUS-DATE PIC X(8).
       01 WS-CALM-BUS-DATE PIC X(8).
       01 WS-CALM-WRITTEN PIC 9(3).
       01 WS-CALM-BUS-COUNT PIC 9(3).
      *    ONE YEAR PLUS TWO WEEKS EITHER SIDE, SO THE PREVIOUS AND
      *    NEXT BUSINESS DATES AT EACH END OF THE YEAR CAN BE FOUND
       01 WS-CALM-TABLE.
           05 WS-CALM-ENTRY OCCURS 400 TIMES.
               10 WS-CALM-DAYS PIC 9(9).
               10 WS-CALM-DATE PIC X(8).
               10 WS-CALM-WEEKDAY PIC 9.
               10 WS-CALM-TYPE PIC X.
               10 WS-CALM-HOLIDAY-NAME PIC X(30).
               10 WS-CALM-BUS-ORD PIC 9(2).
               10 WS-CALM-BUS-FROM-END PIC 9(2).
               10 WS-CALM-PREV PIC X(8).
               10 WS-CALM-NEXT PIC X(8).
       01 WS-CALM-HOL-COUNT PIC 9(4).
       01 WS-CALM-HOL-HASH PIC 9(11).
       01 WS-CALM-HOL-HASH2 PIC 9(11).
       01 WS-CALM-DATE-NUM PIC 9(8).
       01 WS-CALM-MMDD PIC 9(4).
       01 WS-CALM-LOW-DATE PIC 9(8).
       01 WS-CALM-HIGH-DATE PIC 9(8).
      *    PER-YEAR RESULT OF THE CALMAST FRESHNESS CHECK, 1980-2181:
      *    SPACE NOT YET CHECKED, Y BUILT FROM THE CURRENT HOLIDAYS,
      *    N MISSING OR OUT OF DATE
       01 WS-CALM-FRESH-TABLE.
           05 WS-CALM-FRESH-FLAG PIC X OCCURS 202 TIMES.
       01 WS-CALM-FRESH-IDX PIC 9(4).
       COPY HOLWS.
       COPY CALMWS.
       COPY AUDITWS.
       COPY SUSPWS.
       COPY LOCKWS.
       COPY RETCODES.

       MAIN-PARAGRAPH.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE.
           PERFORM RESOLVE-CALENDAR-PARAGRAPH.
           PERFORM LOAD-HOLIDAYS-PARAGRAPH.
           IF WS-CALENDAR-CODE NOT = WS-DEFAULT-CALENDAR
                   AND NOT CALENDAR-ON-FILE THEN
               DISPLAY "ZUNEBUG: INVALID INPUT - CALENDAR "
                   FUNCTION TRIM(WS-CALENDAR-CODE)
                   " HAS NO ENTRIES IN "
                   FUNCTION TRIM(WS-HOLIDAY-FILENAME)
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG1 = "BATCH" THEN
               PERFORM BATCH-MODE-PARAGRAPH
           ELSE
                           IF WS-ARG1 = "ADDBUS" THEN
                               PERFORM ADDBUS-MODE-PARAGRAPH
                           ELSE
                               IF WS-ARG1 = "FISCAL" THEN
                                   PERFORM FISCAL-MODE-PARAGRAPH
                               ELSE
                                   IF WS-ARG1 = "CALBUILD" THEN
                                       PERFORM CALBUILD-MODE-PARAGRAPH
                                   ELSE
                                       PERFORM PLAIN-MODE-PARAGRAPH
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CALMAST-PARAGRAPH.
           MOVE WS-TARGET-YEAR TO WS-SCHED-YEAR.
           MOVE WS-TARGET-MONTH TO WS-SCHED-MONTH.
           MOVE WS-TARGET-DAY TO WS-SCHED-DAY.
               ADD 1 TO WS-SCHED-OCC-IDX
           END-PERFORM.
           CLOSE SCHEDULE-OUTPUT-FILE.
           PERFORM CLOSE-CALMAST-PARAGRAPH.
           DISPLAY "ZUNEBUG: WROTE " WS-SCHED-WRITTEN
               " SCHEDULE ENTRY(S) TO "
               FUNCTION TRIM(WS-SCHEDULE-FILENAME).
           END-IF.
           MOVE WS-DAYS TO WS-CUR-DAYS.
           PERFORM PARSE-ADDBUS-COUNT-PARAGRAPH.
           PERFORM OPEN-CALMAST-PARAGRAPH.
           MOVE 1 TO WS-ADDBUS-IDX.
           PERFORM UNTIL WS-ADDBUS-IDX > WS-ADDBUS-COUNT
               MOVE WS-CUR-DAYS TO WS-DAYS-ORIG
               MOVE WS-NEXT-BUS-DAYS TO WS-CUR-DAYS
               ADD 1 TO WS-ADDBUS-IDX
           END-PERFORM.
           PERFORM CLOSE-CALMAST-PARAGRAPH.
           IF WS-CUR-DAYS > WS-DAYS-MAX
               DISPLAY "ZUNEBUG: ADDBUS WALKED PAST THE SUPPORTED "
                   "DATE WINDOW"
           MOVE SPACES TO AUD-RESULT.
           STRING "ADDBUS=" DELIMITED BY SIZE
               WS-FULL-DATE DELIMITED BY SIZE
               " CAL=" DELIMITED BY SIZE
               WS-CALENDAR-CODE DELIMITED BY SIZE
               INTO AUD-RESULT.
           PERFORM WRITE-AUDIT-PARAGRAPH.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.

       FISCAL-MODE-PARAGRAPH.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           PERFORM LOAD-FISCAL-PARAMETERS-PARAGRAPH.
           IF NOT FISCAL-LOADED THEN
               DISPLAY "ZUNEBUG: FISCAL PARAMETERS IN "
                   FUNCTION TRIM(WS-FISCAL-FILENAME) " "
                   FUNCTION TRIM(WS-FISCAL-ERROR)
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG2(5:1) = "-" THEN
               MOVE WS-ARG2 TO WS-DATE-ARG
               PERFORM VALIDATE-DATE-ARG-PARAGRAPH
               IF DATE-ARG-VALID THEN
                   PERFORM DATE-TO-DAYS-PARAGRAPH
                   IF WS-DAYS > WS-DAYS-MAX
                       SET DATE-ARG-INVALID TO TRUE
                   END-IF
               END-IF
               IF DATE-ARG-INVALID THEN
                   SET DAYS-INVALID TO TRUE
               ELSE
                   SET DAYS-VALID TO TRUE
               END-IF
           ELSE
               MOVE WS-ARG2 TO WS-DAYS-ARG
               PERFORM VALIDATE-DAYS-PARAGRAPH
               IF WS-ARG2(10:1) NOT = SPACE
                   SET DAYS-INVALID TO TRUE
               END-IF
           END-IF.
           IF DAYS-INVALID THEN
               DISPLAY "ZUNEBUG: INVALID INPUT - FISCAL ARGUMENT MUST "
                   "BE A DAY COUNT OR A DATE IN YYYY-MM-DD FORMAT "
                   "NOT PAST DAY " WS-DAYS-MAX
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DAYS TO WS-DAYS-ORIG.
           PERFORM RESOLVE-DATE-PARAGRAPH.
           PERFORM CHECK-BUSINESS-DAY-PARAGRAPH.
           PERFORM COMPUTE-FISCAL-PARAGRAPH.
           DISPLAY WS-FISC-RESULT.
           DISPLAY "ZUNEBUG: " WS-RESOLVED-FULL-DATE " IS IN FISCAL "
               "YEAR " WS-FISC-YEAR ", PERIOD " WS-FISC-PERIOD
               ", WEEK " WS-FISC-WEEK.
           IF FISC-PERIOD-END THEN
               DISPLAY "ZUNEBUG: " WS-RESOLVED-FULL-DATE
                   " IS THE LAST BUSINESS DAY OF PERIOD "
                   WS-FISC-PERIOD " (PERIOD ENDS "
                   WS-FISC-PERIOD-END-DATE ")"
           ELSE
               DISPLAY "ZUNEBUG: PERIOD " WS-FISC-PERIOD " ENDS "
                   WS-FISC-PERIOD-END-DATE
           END-IF.
           MOVE "ZUNEBUG" TO AUD-PROGRAM.
           MOVE SPACES TO AUD-INPUT-1.
           IF WS-ARG2(5:1) = "-" THEN
               MOVE WS-ARG2(1:4) TO AUD-INPUT-1(1:4)
               MOVE WS-ARG2(6:2) TO AUD-INPUT-1(5:2)
               MOVE WS-ARG2(9:2) TO AUD-INPUT-1(7:2)
           ELSE
               MOVE WS-DAYS-ORIG TO AUD-INPUT-1
           END-IF.
           MOVE SPACES TO AUD-INPUT-2.
           MOVE "FISCAL" TO AUD-INPUT-2.
           MOVE SPACES TO AUD-RESULT.
           STRING "FISCAL FY=" DELIMITED BY SIZE
               WS-FISC-YEAR DELIMITED BY SIZE
               " P=" DELIMITED BY SIZE
               WS-FISC-PERIOD DELIMITED BY SIZE
               " W=" DELIMITED BY SIZE
               WS-FISC-WEEK DELIMITED BY SIZE
               " PE=" DELIMITED BY SIZE
               WS-FISC-PE-SWITCH DELIMITED BY SIZE
               INTO AUD-RESULT.
           PERFORM WRITE-AUDIT-PARAGRAPH.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.

      *    SETS FISCAL-LOADED WHEN A VALID PARAMETER RECORD IS READ,
      *    OTHERWISE LEAVES THE REASON IN WS-FISCAL-ERROR.  THE PERIOD
      *    TABLE HOLDS THE LAST FISCAL WEEK OF EACH OF THE 12 PERIODS.
       LOAD-FISCAL-PARAMETERS-PARAGRAPH.
           MOVE 'N' TO WS-FISCAL-SWITCH.
           MOVE 'N' TO WS-FISCAL-EOF-SWITCH.
           MOVE "HAS NO PARAMETER RECORD" TO WS-FISCAL-ERROR.
           OPEN INPUT FISCAL-PARM-FILE.
           IF WS-FISCAL-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-FISCAL-ERROR
               STRING "CANNOT BE OPENED - STATUS " DELIMITED BY SIZE
                   WS-FISCAL-STATUS DELIMITED BY SIZE
                   INTO WS-FISCAL-ERROR
           ELSE
               PERFORM UNTIL END-OF-FISCAL-PARMS OR FISCAL-LOADED
                   READ FISCAL-PARM-FILE
                       AT END
                           SET END-OF-FISCAL-PARMS TO TRUE
                       NOT AT END
                           IF FISCAL-PARM-RECORD NOT = SPACES
                                   AND FISCAL-PARM-RECORD(1:1)
                                       NOT = "*"
                               PERFORM EDIT-FISCAL-PARAMETERS-PARAGRAPH
                               SET END-OF-FISCAL-PARMS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-PARM-FILE
           END-IF.

       EDIT-FISCAL-PARAMETERS-PARAGRAPH.
           MOVE SPACES TO WS-FISCAL-ERROR.
           IF FISC-PARM-START-MONTH IS NOT NUMERIC
                   OR FISC-PARM-START-DAY IS NOT NUMERIC THEN
               MOVE "START MUST BE MM-DD" TO WS-FISCAL-ERROR
           ELSE
               MOVE FISC-PARM-START-MONTH TO WS-FISC-START-MONTH
               MOVE FISC-PARM-START-DAY TO WS-FISC-START-DAY
               IF WS-FISC-START-MONTH < 1 OR WS-FISC-START-MONTH > 12
                       OR WS-FISC-START-DAY < 1
                       OR WS-FISC-START-DAY > 28 THEN
                   MOVE "START MUST BE MM-DD WITH A DAY OF 01-28"
                       TO WS-FISCAL-ERROR
               END-IF
           END-IF.
           MOVE FISC-PARM-PATTERN TO WS-FISC-PATTERN.
           IF WS-FISCAL-ERROR = SPACES THEN
               IF WS-FISC-PATTERN NOT = "445"
                       AND WS-FISC-PATTERN NOT = "454"
                       AND WS-FISC-PATTERN NOT = "544" THEN
                   MOVE "PATTERN MUST BE 445, 454 OR 544"
                       TO WS-FISCAL-ERROR
               END-IF
           END-IF.
           MOVE FISC-PARM-LABEL TO WS-FISC-LABEL.
           IF WS-FISCAL-ERROR = SPACES THEN
               IF NOT FISC-LABEL-START AND NOT FISC-LABEL-END THEN
                   MOVE "YEAR LABEL MUST BE END OR START"
                       TO WS-FISCAL-ERROR
               END-IF
           END-IF.
           IF WS-FISCAL-ERROR = SPACES THEN
               SET FISCAL-LOADED TO TRUE
               MOVE 0 TO WS-Q
               MOVE 1 TO WS-FISC-IDX
               PERFORM UNTIL WS-FISC-IDX > 12
                   COMPUTE WS-MONTH-IDX =
                       FUNCTION MOD(WS-FISC-IDX - 1, 3) + 1
                   ADD WS-FISC-PATTERN-WEEKS(WS-MONTH-IDX) TO WS-Q
                   MOVE WS-Q TO WS-FISC-PERIOD-END-WEEK(WS-FISC-IDX)
                   ADD 1 TO WS-FISC-IDX
               END-PERFORM
           END-IF.

      *    FISCAL YEAR, PERIOD AND WEEK FOR WS-DAYS-ORIG, WHICH THE
      *    CALLER HAS ALREADY PUT THROUGH CHECK-BUSINESS-DAY-PARAGRAPH.
      *    WEEKS RUN FROM THE FISCAL YEAR START; THE ONE OR TWO DAYS
      *    PAST WEEK 52 FORM WEEK 53 AND STAY IN PERIOD 12.  THE DATE
      *    IS A PERIOD-END BUSINESS DAY WHEN IT IS A BUSINESS DAY AND
      *    THE NEXT BUSINESS DAY FALLS AFTER THE PERIOD'S LAST DAY.
       COMPUTE-FISCAL-PARAGRAPH.
           MOVE WS-DAYS-ORIG TO WS-FISC-DATE-DAYS.
           MOVE WS-RESOLVED-YEAR TO WS-FISC-START-YEAR.
           MOVE WS-RESOLVED-YYYYMMDD(5:2) TO WS-TARGET-MONTH.
           MOVE WS-RESOLVED-YYYYMMDD(7:2) TO WS-TARGET-DAY.
           IF WS-TARGET-MONTH < WS-FISC-START-MONTH OR
                   (WS-TARGET-MONTH = WS-FISC-START-MONTH AND
                       WS-TARGET-DAY < WS-FISC-START-DAY) THEN
               SUBTRACT 1 FROM WS-FISC-START-YEAR
           END-IF.
           MOVE WS-FISC-START-MONTH TO WS-TARGET-MONTH.
           MOVE WS-FISC-START-DAY TO WS-TARGET-DAY.
           IF WS-FISC-START-YEAR < 1980 THEN
      *        THE YEAR STARTING IN 1979 RUNS INTO 1980, SO IT SPANS
      *        29 FEBRUARY 1980 WHEN IT STARTS AFTER FEBRUARY
               MOVE 1980 TO WS-TARGET-YEAR
               PERFORM DATE-TO-DAYS-PARAGRAPH
               MOVE WS-DAYS TO WS-FISC-NEXT-START-DAYS
               IF WS-FISC-START-MONTH > 2 THEN
                   COMPUTE WS-FISC-START-DAYS = WS-DAYS - 366
               ELSE
                   COMPUTE WS-FISC-START-DAYS = WS-DAYS - 365
               END-IF
           ELSE
               MOVE WS-FISC-START-YEAR TO WS-TARGET-YEAR
               PERFORM DATE-TO-DAYS-PARAGRAPH
               MOVE WS-DAYS TO WS-FISC-START-DAYS
               COMPUTE WS-TARGET-YEAR = WS-FISC-START-YEAR + 1
               PERFORM DATE-TO-DAYS-PARAGRAPH
               MOVE WS-DAYS TO WS-FISC-NEXT-START-DAYS
           END-IF.
           IF FISC-LABEL-START OR
                   (WS-FISC-START-MONTH = 1 AND WS-FISC-START-DAY = 1)
               MOVE WS-FISC-START-YEAR TO WS-FISC-YEAR
           ELSE
               COMPUTE WS-FISC-YEAR = WS-FISC-START-YEAR + 1
           END-IF.
           COMPUTE WS-FISC-DAY-IN-YEAR =
               WS-FISC-DATE-DAYS - WS-FISC-START-DAYS.
           COMPUTE WS-FISC-WEEK = WS-FISC-DAY-IN-YEAR / 7 + 1.
           MOVE 1 TO WS-FISC-PERIOD.
           PERFORM UNTIL WS-FISC-PERIOD = 12
                   OR WS-FISC-PERIOD-END-WEEK(WS-FISC-PERIOD)
                       >= WS-FISC-WEEK
               ADD 1 TO WS-FISC-PERIOD
           END-PERFORM.
           IF WS-FISC-PERIOD = 12 THEN
               COMPUTE WS-FISC-PERIOD-END-DAYS =
                   WS-FISC-NEXT-START-DAYS - 1
           ELSE
               COMPUTE WS-FISC-PERIOD-END-DAYS = WS-FISC-START-DAYS
                   + WS-FISC-PERIOD-END-WEEK(WS-FISC-PERIOD) * 7 - 1
           END-IF.
           MOVE WS-FISC-PERIOD-END-DAYS TO WS-DAYS.
           PERFORM RESOLVE-DATE-PARAGRAPH.
           MOVE WS-FULL-DATE TO WS-FISC-PERIOD-END-DATE.
           MOVE 'N' TO WS-FISC-PE-SWITCH.
           IF RESOLVED-BUSINESS-DAY THEN
               PERFORM FIND-NEXT-BUSINESS-DAY-PARAGRAPH
               IF WS-NEXT-BUS-DAYS > WS-FISC-PERIOD-END-DAYS THEN
                   SET FISC-PERIOD-END TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO WS-FISC-RESULT.
           STRING "FY" DELIMITED BY SIZE
               WS-FISC-YEAR DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               WS-FISC-PERIOD DELIMITED BY SIZE
               " W" DELIMITED BY SIZE
               WS-FISC-WEEK DELIMITED BY SIZE
               INTO WS-FISC-RESULT.
           IF FISC-PERIOD-END THEN
               MOVE "PE" TO WS-FISC-RESULT(16:2)
           END-IF.

       PARSE-ADDBUS-COUNT-PARAGRAPH.
           SET ADDBUS-FORWARD TO TRUE.
           IF WS-ADDBUS-TEXT(1:1) = "+" OR WS-ADDBUS-TEXT(1:1) = "-"
       FIND-PREV-BUSINESS-DAY-PARAGRAPH.
           MOVE WS-DAYS-ORIG TO WS-NEXT-BUS-DAYS.
           MOVE 'N' TO WS-SEARCH-SWITCH.
           IF CALMAST-OPEN THEN
               PERFORM READ-CALMAST-DAY-PARAGRAPH
               IF CALM-LOOKUP-FOUND AND CAL-PREV-BUS-DATE NOT = SPACES
                   MOVE CAL-PREV-BUS-DATE TO WS-CALM-BUS-DATE
                   PERFORM USE-CALMAST-BUS-DATE-PARAGRAPH
               END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL FOUND-BUSINESS-DAY
               IF WS-NEXT-BUS-DAYS <= 1
                   DISPLAY "ZUNEBUG: ADDBUS WALKED BEFORE THE "
               END-IF
           END-PERFORM.

      *    CALBUILD YYYY [REFRESH] BUILDS ONE YEAR OF THE CALENDAR
      *    MASTER FOR THE CALENDAR IN USE.  REFRESH ONLY REBUILDS A
      *    YEAR ALREADY ON THE MASTER AND IS QUIET WHEN IT IS NOT;
      *    HOLMAINT AND HOLGEN ISSUE IT AFTER CHANGING HOLIDAY.DAT.
       CALBUILD-MODE-PARAGRAPH.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           IF WS-ARG2(1:4) IS NOT NUMERIC
                   OR WS-ARG2(5:6) NOT = SPACES THEN
               MOVE 0 TO WS-CALM-YEAR
           ELSE
               MOVE WS-ARG2(1:4) TO WS-CALM-YEAR
           END-IF.
           IF WS-CALM-YEAR < 1980 OR WS-CALM-YEAR > 2180 THEN
               DISPLAY "ZUNEBUG: INVALID INPUT - CALBUILD YEAR MUST BE "
                   "YYYY BETWEEN 1980 AND 2180"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARG3 = "REFRESH" THEN
               SET CALM-REFRESH-ONLY TO TRUE
           ELSE
               IF WS-ARG3 NOT = SPACES THEN
                   DISPLAY "ZUNEBUG: INVALID INPUT - CALBUILD OPTION "
                       "MUST BE REFRESH OR OMITTED"
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "CALMAST.LCK" TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "ZUNEBUG: UNABLE TO LOCK CALENDAR MASTER "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   " - ANOTHER RUN IS HOLDING THE LOCK"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
      *    ONLY A MASTER THAT IS NOT THERE YET IS CREATED; ANY OTHER
      *    OPEN FAILURE STOPS THE RUN RATHER THAN TRUNCATE THE OTHER
      *    YEARS AND CALENDARS OR BE TAKEN AS NOTHING TO REFRESH.
           OPEN I-O CALENDAR-MASTER-FILE.
           IF WS-CALMAST-STATUS NOT = "00"
                   AND WS-CALMAST-STATUS NOT = "35" THEN
               DISPLAY "ZUNEBUG: UNABLE TO OPEN CALENDAR MASTER "
                   FUNCTION TRIM(WS-CALMAST-FILENAME)
                   " - STATUS " WS-CALMAST-STATUS
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CALMAST-STATUS = "35" AND NOT CALM-REFRESH-ONLY
               OPEN OUTPUT CALENDAR-MASTER-FILE
               CLOSE CALENDAR-MASTER-FILE
               OPEN I-O CALENDAR-MASTER-FILE
               IF WS-CALMAST-STATUS NOT = "00" THEN
                   DISPLAY "ZUNEBUG: UNABLE TO OPEN CALENDAR MASTER "
                       FUNCTION TRIM(WS-CALMAST-FILENAME)
                       " - STATUS " WS-CALMAST-STATUS
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-CALM-CTL-SWITCH.
           IF WS-CALMAST-STATUS = "00" THEN
               SET CALMAST-OPEN TO TRUE
               MOVE WS-CALENDAR-CODE TO CAL-CALENDAR
               MOVE SPACES TO CAL-DATE
               STRING WS-CALM-YEAR DELIMITED BY SIZE
                   "0000" DELIMITED BY SIZE
                   INTO CAL-DATE
               READ CALENDAR-MASTER-FILE KEY IS CAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CALM-YEAR-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF CALM-REFRESH-ONLY AND NOT CALM-YEAR-ON-FILE THEN
               PERFORM CLOSE-CALMAST-PARAGRAPH
               PERFORM RELEASE-LOCK-PARAGRAPH
           ELSE
               PERFORM BUILD-CALMAST-TABLE-PARAGRAPH
               PERFORM WRITE-CALMAST-YEAR-PARAGRAPH
               PERFORM CLOSE-CALMAST-PARAGRAPH
               PERFORM RELEASE-LOCK-PARAGRAPH
               DISPLAY "ZUNEBUG: CALENDAR MASTER BUILT FOR "
                   WS-CALM-YEAR " CALENDAR "
                   FUNCTION TRIM(WS-CALENDAR-CODE) " - "
                   WS-CALM-WRITTEN " DAY(S), " WS-CALM-BUS-COUNT
                   " BUSINESS DAY(S)"
               MOVE "ZUNEBUG" TO AUD-PROGRAM
               MOVE SPACES TO AUD-INPUT-1
               MOVE WS-CALM-YEAR TO AUD-INPUT-1
               MOVE SPACES TO AUD-INPUT-2
               MOVE WS-CALENDAR-CODE TO AUD-INPUT-2
               MOVE SPACES TO AUD-RESULT
               STRING "CALBUILD DAYS=" DELIMITED BY SIZE
                   WS-CALM-WRITTEN DELIMITED BY SIZE
                   " BUS=" DELIMITED BY SIZE
                   WS-CALM-BUS-COUNT DELIMITED BY SIZE
                   INTO AUD-RESULT
               PERFORM WRITE-AUDIT-PARAGRAPH
           END-IF.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.

      *    CLASSIFIES EVERY DAY FROM TWO WEEKS BEFORE THE YEAR TO TWO
      *    WEEKS AFTER IT, THEN DERIVES THE MONTH ORDINALS AND THE
      *    PREVIOUS AND NEXT BUSINESS DATES FROM THE TABLE.
       BUILD-CALMAST-TABLE-PARAGRAPH.
           MOVE WS-CALM-YEAR TO WS-TARGET-YEAR.
           MOVE 1 TO WS-TARGET-MONTH.
           MOVE 1 TO WS-TARGET-DAY.
           PERFORM DATE-TO-DAYS-PARAGRAPH.
           MOVE WS-DAYS TO WS-CALM-FIRST-DAYS.
           MOVE 12 TO WS-TARGET-MONTH.
           MOVE 31 TO WS-TARGET-DAY.
           PERFORM DATE-TO-DAYS-PARAGRAPH.
           MOVE WS-DAYS TO WS-CALM-LAST-DAYS.
           IF WS-CALM-FIRST-DAYS > 14 THEN
               COMPUTE WS-CALM-LOW-DAYS = WS-CALM-FIRST-DAYS - 14
           ELSE
               MOVE 1 TO WS-CALM-LOW-DAYS
           END-IF.
           COMPUTE WS-CALM-HIGH-DAYS = WS-CALM-LAST-DAYS + 14.
           MOVE 0 TO WS-CALM-COUNT.
           MOVE WS-CALM-LOW-DAYS TO WS-CALM-DAY.
           PERFORM UNTIL WS-CALM-DAY > WS-CALM-HIGH-DAYS
               ADD 1 TO WS-CALM-COUNT
               PERFORM CLASSIFY-CALMAST-DAY-PARAGRAPH
               ADD 1 TO WS-CALM-DAY
           END-PERFORM.
           MOVE SPACES TO WS-CALM-MONTH.
           MOVE SPACES TO WS-CALM-LAST-BUS-DATE.
           MOVE 1 TO WS-CALM-IDX.
           PERFORM UNTIL WS-CALM-IDX > WS-CALM-COUNT
               IF WS-CALM-DATE(WS-CALM-IDX)(1:6) NOT = WS-CALM-MONTH
                   MOVE WS-CALM-DATE(WS-CALM-IDX)(1:6) TO WS-CALM-MONTH
                   MOVE 0 TO WS-CALM-RUN-BUS
               END-IF
               MOVE WS-CALM-LAST-BUS-DATE TO WS-CALM-PREV(WS-CALM-IDX)
               IF WS-CALM-TYPE(WS-CALM-IDX) = "B"
                   ADD 1 TO WS-CALM-RUN-BUS
                   MOVE WS-CALM-RUN-BUS TO WS-CALM-BUS-ORD(WS-CALM-IDX)
                   MOVE WS-CALM-DATE(WS-CALM-IDX)
                       TO WS-CALM-LAST-BUS-DATE
               ELSE
                   MOVE 0 TO WS-CALM-BUS-ORD(WS-CALM-IDX)
               END-IF
               ADD 1 TO WS-CALM-IDX
           END-PERFORM.
           MOVE SPACES TO WS-CALM-MONTH.
           MOVE SPACES TO WS-CALM-LAST-BUS-DATE.
           MOVE WS-CALM-COUNT TO WS-CALM-IDX.
           PERFORM UNTIL WS-CALM-IDX = 0
               IF WS-CALM-DATE(WS-CALM-IDX)(1:6) NOT = WS-CALM-MONTH
                   MOVE WS-CALM-DATE(WS-CALM-IDX)(1:6) TO WS-CALM-MONTH
                   MOVE 0 TO WS-CALM-RUN-BUS
               END-IF
               MOVE WS-CALM-LAST-BUS-DATE TO WS-CALM-NEXT(WS-CALM-IDX)
               IF WS-CALM-TYPE(WS-CALM-IDX) = "B"
                   ADD 1 TO WS-CALM-RUN-BUS
                   MOVE WS-CALM-RUN-BUS
                       TO WS-CALM-BUS-FROM-END(WS-CALM-IDX)
                   MOVE WS-CALM-DATE(WS-CALM-IDX)
                       TO WS-CALM-LAST-BUS-DATE
               ELSE
                   MOVE 0 TO WS-CALM-BUS-FROM-END(WS-CALM-IDX)
               END-IF
               SUBTRACT 1 FROM WS-CALM-IDX
           END-PERFORM.

       CLASSIFY-CALMAST-DAY-PARAGRAPH.
           MOVE WS-CALM-DAY TO WS-CALM-DAYS(WS-CALM-COUNT).
           MOVE WS-CALM-DAY TO WS-DAYS.
           PERFORM RESOLVE-DATE-PARAGRAPH.
           PERFORM BUILD-CHECK-DATE-PARAGRAPH.
           MOVE WS-CHECK-DATE TO WS-CALM-DATE(WS-CALM-COUNT).
           MOVE WS-CALM-DAY TO WS-CHECK-DAYS.
           PERFORM COMPUTE-WEEKDAY-PARAGRAPH.
           MOVE WS-WEEKDAY-NUM TO WS-CALM-WEEKDAY(WS-CALM-COUNT).
           PERFORM CHECK-HOLIDAY-PARAGRAPH.
           MOVE WS-MATCHED-HOLIDAY-NAME
               TO WS-CALM-HOLIDAY-NAME(WS-CALM-COUNT).
           IF WS-WEEKDAY-NUM = 0 OR WS-WEEKDAY-NUM = 6 THEN
               MOVE "W" TO WS-CALM-TYPE(WS-CALM-COUNT)
           ELSE
               IF DATE-IS-HOLIDAY THEN
                   MOVE "H" TO WS-CALM-TYPE(WS-CALM-COUNT)
               ELSE
                   MOVE "B" TO WS-CALM-TYPE(WS-CALM-COUNT)
               END-IF
           END-IF.

       WRITE-CALMAST-YEAR-PARAGRAPH.
           MOVE 0 TO WS-CALM-WRITTEN.
           MOVE 0 TO WS-CALM-BUS-COUNT.
           MOVE 1 TO WS-CALM-IDX.
           PERFORM UNTIL WS-CALM-IDX > WS-CALM-COUNT
               IF WS-CALM-DAYS(WS-CALM-IDX) >= WS-CALM-FIRST-DAYS
                       AND WS-CALM-DAYS(WS-CALM-IDX)
                           <= WS-CALM-LAST-DAYS
                   PERFORM WRITE-CALMAST-DAY-PARAGRAPH
               END-IF
               ADD 1 TO WS-CALM-IDX
           END-PERFORM.
           PERFORM COMPUTE-CALMAST-HASH-PARAGRAPH.
           MOVE SPACES TO CALMAST-RECORD.
           MOVE WS-CALENDAR-CODE TO CAL-CALENDAR.
           STRING WS-CALM-YEAR DELIMITED BY SIZE
               "0000" DELIMITED BY SIZE
               INTO CAL-DATE.
           MOVE WS-CALM-WRITTEN TO CAL-CTL-DAYS-BUILT.
           MOVE WS-CALM-BUS-COUNT TO CAL-CTL-BUS-DAYS.
           MOVE WS-CALM-HOL-COUNT TO CAL-CTL-HOL-COUNT.
           MOVE WS-CALM-HOL-HASH TO CAL-CTL-HOL-HASH.
           MOVE WS-CALM-HOL-HASH2 TO CAL-CTL-HOL-HASH2.
           ACCEPT CAL-CTL-BUILD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO CAL-CTL-BUILD-TIME.
           PERFORM PUT-CALMAST-RECORD-PARAGRAPH.

       WRITE-CALMAST-DAY-PARAGRAPH.
           MOVE SPACES TO CALMAST-RECORD.
           MOVE WS-CALENDAR-CODE TO CAL-CALENDAR.
           MOVE WS-CALM-DATE(WS-CALM-IDX) TO CAL-DATE.
           MOVE WS-CALM-DAYS(WS-CALM-IDX) TO CAL-DAY-COUNT.
           MOVE WS-CALM-WEEKDAY(WS-CALM-IDX) TO CAL-WEEKDAY.
           MOVE WS-DAY-NAME(WS-CALM-WEEKDAY(WS-CALM-IDX) + 1)
               TO CAL-WEEKDAY-NAME.
           MOVE WS-CALM-TYPE(WS-CALM-IDX) TO CAL-DAY-TYPE.
           MOVE WS-CALM-BUS-ORD(WS-CALM-IDX) TO CAL-BUS-DAY-OF-MONTH.
           MOVE WS-CALM-BUS-FROM-END(WS-CALM-IDX)
               TO CAL-BUS-DAYS-TO-MONTH-END.
           MOVE WS-CALM-PREV(WS-CALM-IDX) TO CAL-PREV-BUS-DATE.
           MOVE WS-CALM-NEXT(WS-CALM-IDX) TO CAL-NEXT-BUS-DATE.
           MOVE WS-CALM-HOLIDAY-NAME(WS-CALM-IDX) TO CAL-HOLIDAY-NAME.
           PERFORM PUT-CALMAST-RECORD-PARAGRAPH.
           ADD 1 TO WS-CALM-WRITTEN.
           IF CAL-BUSINESS-DAY THEN
               ADD 1 TO WS-CALM-BUS-COUNT
           END-IF.

      *    A REBUILD REPLACES THE RECORDS OF AN EARLIER BUILD IN PLACE
       PUT-CALMAST-RECORD-PARAGRAPH.
           WRITE CALMAST-RECORD
               INVALID KEY
                   REWRITE CALMAST-RECORD
                       INVALID KEY
                           DISPLAY "ZUNEBUG: UNABLE TO WRITE CALENDAR "
                               "MASTER RECORD " CAL-KEY " - STATUS "
                               WS-CALMAST-STATUS
                           PERFORM CLOSE-CALMAST-PARAGRAPH
                           PERFORM RELEASE-LOCK-PARAGRAPH
                           MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE.

      *    HOLIDAY COUNT AND HASH TOTALS FOR THE CALENDAR IN USE OVER
      *    1 DECEMBER BEFORE WS-CALM-YEAR TO 31 JANUARY AFTER IT
       COMPUTE-CALMAST-HASH-PARAGRAPH.
           COMPUTE WS-CALM-LOW-DATE =
               (WS-CALM-YEAR - 1) * 10000 + 1201.
           COMPUTE WS-CALM-HIGH-DATE =
               (WS-CALM-YEAR + 1) * 10000 + 131.
           MOVE 0 TO WS-CALM-HOL-COUNT.
           MOVE 0 TO WS-CALM-HOL-HASH.
           MOVE 0 TO WS-CALM-HOL-HASH2.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) TO WS-CALM-DATE-NUM
               IF WS-CALM-DATE-NUM >= WS-CALM-LOW-DATE
                       AND WS-CALM-DATE-NUM <= WS-CALM-HIGH-DATE
                   ADD 1 TO WS-CALM-HOL-COUNT
                   ADD WS-CALM-DATE-NUM TO WS-CALM-HOL-HASH
                   COMPUTE WS-CALM-MMDD =
                       FUNCTION MOD(WS-CALM-DATE-NUM, 10000)
                   COMPUTE WS-CALM-HOL-HASH2 = WS-CALM-HOL-HASH2
                       + WS-CALM-MMDD * WS-CALM-MMDD
               END-IF
               ADD 1 TO WS-HOLIDAY-IDX
           END-PERFORM.

      *    SCHEDULE AND ADDBUS TAKE THE PREVIOUS AND NEXT BUSINESS
      *    DATES FROM THE CALENDAR MASTER WHEN IT IS AVAILABLE; A
      *    MISSING MASTER, OR A YEAR BUILT FROM OTHER HOLIDAYS THAN
      *    THOSE NOW IN HOLIDAY.DAT, FALLS BACK TO WALKING THE DAYS.
       OPEN-CALMAST-PARAGRAPH.
           MOVE SPACES TO WS-CALM-FRESH-TABLE.
           OPEN INPUT CALENDAR-MASTER-FILE.
           IF WS-CALMAST-STATUS = "00" THEN
               SET CALMAST-OPEN TO TRUE
           END-IF.

       CLOSE-CALMAST-PARAGRAPH.
           IF CALMAST-OPEN THEN
               CLOSE CALENDAR-MASTER-FILE
               MOVE 'N' TO WS-CALMAST-OPEN-SWITCH
           END-IF.

       READ-CALMAST-DAY-PARAGRAPH.
           MOVE 'N' TO WS-CALM-LOOKUP-SWITCH.
           MOVE WS-DAYS-ORIG TO WS-DAYS.
           PERFORM RESOLVE-DATE-PARAGRAPH.
           PERFORM BUILD-CHECK-DATE-PARAGRAPH.
           MOVE WS-YEAR-DISPLAY TO WS-CALM-YEAR.
           COMPUTE WS-CALM-FRESH-IDX = WS-CALM-YEAR - WS-YEAR-SUB-BASE.
           IF WS-CALM-FRESH-FLAG(WS-CALM-FRESH-IDX) = SPACE THEN
               PERFORM CHECK-CALMAST-YEAR-PARAGRAPH
           END-IF.
           IF WS-CALM-FRESH-FLAG(WS-CALM-FRESH-IDX) = "Y" THEN
               MOVE WS-CALENDAR-CODE TO CAL-CALENDAR
               MOVE WS-CHECK-DATE TO CAL-DATE
               READ CALENDAR-MASTER-FILE KEY IS CAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CALM-LOOKUP-FOUND TO TRUE
               END-READ
           END-IF.

       CHECK-CALMAST-YEAR-PARAGRAPH.
           MOVE "N" TO WS-CALM-FRESH-FLAG(WS-CALM-FRESH-IDX).
           MOVE WS-CALENDAR-CODE TO CAL-CALENDAR.
           MOVE SPACES TO CAL-DATE.
           STRING WS-CALM-YEAR DELIMITED BY SIZE
               "0000" DELIMITED BY SIZE
               INTO CAL-DATE.
           READ CALENDAR-MASTER-FILE KEY IS CAL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM COMPUTE-CALMAST-HASH-PARAGRAPH
                   IF CAL-CTL-HOL-COUNT = WS-CALM-HOL-COUNT
                           AND CAL-CTL-HOL-HASH = WS-CALM-HOL-HASH
                           AND CAL-CTL-HOL-HASH2 = WS-CALM-HOL-HASH2
                       MOVE "Y" TO WS-CALM-FRESH-FLAG(WS-CALM-FRESH-IDX)
                   ELSE
                       DISPLAY "ZUNEBUG: CALENDAR MASTER FOR "
                           WS-CALM-YEAR " IS OUT OF DATE WITH "
                           FUNCTION TRIM(WS-HOLIDAY-FILENAME)
                           " - RERUN CALBUILD"
                   END-IF
           END-READ.

       USE-CALMAST-BUS-DATE-PARAGRAPH.
           MOVE WS-CALM-BUS-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE WS-CALM-BUS-DATE(5:2) TO WS-TARGET-MONTH.
           MOVE WS-CALM-BUS-DATE(7:2) TO WS-TARGET-DAY.
           PERFORM DATE-TO-DAYS-PARAGRAPH.
           MOVE WS-DAYS TO WS-NEXT-BUS-DAYS.
           MOVE SPACES TO WS-NEXT-BUS-DATE.
           STRING WS-CALM-BUS-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CALM-BUS-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CALM-BUS-DATE(7:2) DELIMITED BY SIZE
               INTO WS-NEXT-BUS-DATE.
           SET FOUND-BUSINESS-DAY TO TRUE.

       PARSE-FREQUENCY-PARAGRAPH.
           IF WS-ARG-FREQ = "WEEKLY" THEN
               SET FREQ-WEEKLY TO TRUE
               END-IF
           END-IF.

       COMPUTE-WEEKDAY-PARAGRAPH.
      *    1980-01-01 (WS-CHECK-DAYS = 1) WAS A TUESDAY
           COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(WS-CHECK-DAYS + 1, 7).
           MOVE WS-DAYS-ORIG TO WS-CHECK-DAYS.
           PERFORM COMPUTE-WEEKDAY-PARAGRAPH.
           PERFORM CHECK-HOLIDAY-PARAGRAPH.
           MOVE WS-MATCHED-HOLIDAY-NAME TO WS-RESOLVED-HOLIDAY-NAME.
           IF WS-WEEKDAY-NUM = 0 OR WS-WEEKDAY-NUM = 6 THEN
               SET RESOLVED-WEEKEND TO TRUE
               PERFORM FIND-NEXT-BUSINESS-DAY-PARAGRAPH
           ELSE
               IF RESOLVED-HOLIDAY THEN
                   DISPLAY "ZUNEBUG: " WS-RESOLVED-FULL-DATE
                       " IS A HOLIDAY ON CALENDAR "
                       FUNCTION TRIM(WS-CALENDAR-CODE)
                   IF WS-RESOLVED-HOLIDAY-NAME NOT = SPACES
                       DISPLAY "ZUNEBUG: HOLIDAY NAME IS "
                           FUNCTION TRIM(WS-RESOLVED-HOLIDAY-NAME)
                   END-IF
                   DISPLAY "ZUNEBUG: NEXT BUSINESS DAY IS "
                       WS-NEXT-BUS-DATE
               ELSE
       FIND-NEXT-BUSINESS-DAY-PARAGRAPH.
           MOVE WS-DAYS-ORIG TO WS-NEXT-BUS-DAYS.
           MOVE 'N' TO WS-SEARCH-SWITCH.
           IF CALMAST-OPEN THEN
               PERFORM READ-CALMAST-DAY-PARAGRAPH
               IF CALM-LOOKUP-FOUND AND CAL-NEXT-BUS-DATE NOT = SPACES
                   MOVE CAL-NEXT-BUS-DATE TO WS-CALM-BUS-DATE
                   PERFORM USE-CALMAST-BUS-DATE-PARAGRAPH
               END-IF
           END-IF.
           PERFORM WITH TEST BEFORE UNTIL FOUND-BUSINESS-DAY
               ADD 1 TO WS-NEXT-BUS-DAYS
               MOVE WS-NEXT-BUS-DAYS TO WS-CHECK-DAYS
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.
           PERFORM LOAD-FISCAL-PARAMETERS-PARAGRAPH.
           IF NOT FISCAL-LOADED AND WS-FISCAL-STATUS NOT = "35" THEN
               DISPLAY "ZUNEBUG: FISCAL PARAMETERS IN "
                   FUNCTION TRIM(WS-FISCAL-FILENAME) " "
                   FUNCTION TRIM(WS-FISCAL-ERROR)
                   " - FISCAL COLUMN OMITTED"
           END-IF.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-RECORDS-VALID.
           MOVE 0 TO WS-RECORDS-INVALID.
                       MOVE SPACES TO REPORT-OUTPUT-RECORD
                       IF DAYS-INVALID THEN
                           ADD 1 TO WS-RECORDS-INVALID
                           PERFORM SUSPEND-BATCH-RECORD-PARAGRAPH
                           STRING "  " DELIMITED BY SIZE
                               DAYS-INPUT-RECORD DELIMITED BY SIZE
                               " -> ** INVALID INPUT **"
                                   DELIMITED BY SIZE
                               " SUSPENSE ID " DELIMITED BY SIZE
                               WS-SUSP-LAST-ID DELIMITED BY SIZE
                               INTO REPORT-OUTPUT-RECORD
                           WRITE REPORT-OUTPUT-RECORD
                           MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                               WS-RESOLVED-YEAR - WS-YEAR-SUB-BASE
                           ADD 1
                               TO WS-YEAR-SUB-COUNT(WS-YEAR-SUB-IDX)
                           MOVE SPACES TO WS-FISC-RESULT
                           IF FISCAL-LOADED THEN
                               PERFORM COMPUTE-FISCAL-PARAGRAPH
                           END-IF
                           STRING "  " DELIMITED BY SIZE
                               DAYS-INPUT-RECORD DELIMITED BY SIZE
                               " -> " DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-BUSDAY-NOTE)
                                   DELIMITED BY SIZE
                               ") " DELIMITED BY SIZE
                               WS-FISC-RESULT DELIMITED BY SIZE
                               INTO REPORT-OUTPUT-RECORD
                           WRITE REPORT-OUTPUT-RECORD
                           MOVE "ZUNEBUG" TO AUD-PROGRAM
           CLOSE DAYS-INPUT-FILE.
           CLOSE REPORT-OUTPUT-FILE.

      *    A REJECTED DAY COUNT GOES TO THE SUSPENSE FILE WITH THE
      *    CALENDAR IT WAS RUN AGAINST, SO RESUBMIT CAN RERUN IT.
       SUSPEND-BATCH-RECORD-PARAGRAPH.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE "ZUNEBUG" TO SUSP-PROGRAM.
           MOVE "BATCH" TO SUSP-MODE.
           MOVE WS-RC-VALIDATION-FAIL TO SUSP-RC.
           IF FUNCTION TRIM(DAYS-INPUT-RECORD) IS NOT NUMERIC THEN
               MOVE "DAY COUNT NOT NUMERIC" TO SUSP-REASON
           ELSE
               MOVE "DAY COUNT ZERO OR OVER MAXIMUM" TO SUSP-REASON
           END-IF.
           MOVE WS-CALENDAR-CODE TO SUSP-RUN-PARM.
           MOVE WS-INPUT-FILENAME TO SUSP-INPUT-FILE.
           MOVE WS-RECORDS-READ TO SUSP-RECORD-NUM.
           MOVE DAYS-INPUT-RECORD TO SUSP-RAW-RECORD.
           PERFORM WRITE-SUSPENSE-PARAGRAPH.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               "  JOB: " DELIMITED BY SIZE
               WS-JOBID DELIMITED BY SIZE
               "  CALENDAR: " DELIMITED BY SIZE
               WS-CALENDAR-CODE DELIMITED BY SIZE
               INTO REPORT-OUTPUT-RECORD.
           WRITE REPORT-OUTPUT-RECORD.
           MOVE SPACES TO REPORT-OUTPUT-RECORD.

           COPY AUDITWRT.

           COPY SUSPWRT.

           COPY LOCKPD.

           COPY DATEPD.

           COPY HOLLOAD.
