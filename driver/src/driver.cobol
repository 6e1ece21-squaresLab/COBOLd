               ORGANIZATION LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-WINLOCK-STATUS.
           COPY HOLSEL.
           COPY AUDITSEL.
           COPY SUSPSEL.
           COPY LOCKSEL.

       DATA DIVISION.
           05  CTL-ARG3 PIC X(9).
           05  FILLER PIC X(1).
           05  CTL-ARG4 PIC X(24).
           05  FILLER PIC X(1).
           05  CTL-CALENDAR PIC X(8).
      *    OPTIONAL STEP NAME AND DEPENDENCIES.  A LINE NAMING UP TO
      *    THREE EARLIER STEPS RUNS ONLY IF ALL OF THEM ENDED OK (RUN
      *    CONDITION OK OR BLANK), OR ONLY IF ANY OF THEM FAILED (RUN
      *    CONDITION FAIL); OTHERWISE IT IS BYPASSED.
           05  FILLER PIC X(1).
           05  CTL-STEP-NAME PIC X(8).
           05  FILLER PIC X(1).
           05  CTL-RUN-IF PIC X(4).
           05  FILLER PIC X(1).
           05  CTL-PREREQ-ENTRY OCCURS 3 TIMES.
               10  CTL-PREREQ-STEP PIC X(8).
               10  FILLER PIC X(1).
      *    RUN DAY: DAILY OR BLANK, BUSDAY, MONTHEND (LAST BUSINESS
      *    DAY OF THE MONTH) OR FIRSTBUS (FIRST BUSINESS DAY).  A LINE
      *    NOT DUE ON THE RUN DATE IS PASSED OVER AS NOT DUE.
           05  CTL-RUN-DAY PIC X(8).

       FD  DRIVER-LOG-FILE.
       01  DRIVER-LOG-RECORD PIC X(240).

      *    THE FIRST RECORD IS THE LAST COMPLETED LINE, FLAGGED "O"
      *    FROM THE MOMENT A WINDOW HAS FIXED ITS DATES UNTIL IT ENDS
      *    CLEAN; ANY FURTHER RECORDS CARRY THE OUTCOME OF EACH NAMED
      *    STEP COMPLETED SO FAR, SO A RESTART STILL HONOURS THE
      *    DEPENDENCIES.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-LINE PIC 9(9).
           05  CKPT-WINDOW-FLAG PIC X(1).
       01  CHECKPOINT-STEP-RECORD.
           05  CKPT-STEP-NAME PIC X(8).
           05  FILLER PIC X(1).
           05  CKPT-STEP-OUTCOME PIC X(8).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
       FD  WINDOW-LOCK-FILE.
       01  WINDOW-LOCK-RECORD PIC X(8).

       COPY HOLFD.

       COPY AUDITFD.

       COPY SUSPFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
           88 END-OF-CONTROL VALUE 'Y'.
       01 WS-LINE-NUMBER PIC 9(9) VALUE 0.
       01 WS-LAST-COMPLETED-LINE PIC 9(9) VALUE 0.
       01 WS-WINDOW-STATE-SWITCH PIC X VALUE SPACE.
           88 WINDOW-IN-PROGRESS VALUE 'O'.
           88 WINDOW-FINISHED VALUE SPACE.
       01 WS-GCD-PATH PIC X(100).
       01 WS-ZUNEBUG-PATH PIC X(100).
       01 WS-RUN-CALENDAR PIC X(8).
       01 WS-STEP-CALENDAR PIC X(8).
       01 WS-COMMAND PIC X(200).
       01 WS-CHILD-RC PIC 9(9).
       01 WS-LINE-SWITCH PIC X VALUE 'Y'.
       01 WS-OK-COUNT PIC 9(4) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-BYPASSED-COUNT PIC 9(4) VALUE 0.
       01 WS-NOTDUE-COUNT PIC 9(4) VALUE 0.
       01 WS-STEP-MAX PIC 9(4) VALUE 5000.
       01 WS-STEP-COUNT PIC 9(4) VALUE 0.
       01 WS-STEP-IDX PIC 9(4).
           05 WS-STEP-ENTRY OCCURS 5000 TIMES.
               10 WS-STEP-LINE PIC 9(9).
               10 WS-STEP-PROGRAM PIC X(8).
               10 WS-STEP-OUTCOME PIC X(8).
               10 WS-STEP-ELAPSED-CS PIC 9(9).
               10 WS-STEP-PICKED PIC X.
       01 WS-STEP-WORK-OUTCOME PIC X(8).
       01 WS-CKPT-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-CHECKPOINT VALUE 'Y'.
       01 WS-DEP-MAX PIC 9(4) VALUE 500.
       01 WS-DEP-COUNT PIC 9(4) VALUE 0.
       01 WS-DEP-IDX PIC 9(4).
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 500 TIMES.
               10 WS-DEP-NAME PIC X(8).
               10 WS-DEP-OUTCOME PIC X(8).
       01 WS-DEP-SEARCH-NAME PIC X(8).
       01 WS-DEP-FOUND-SWITCH PIC X VALUE 'N'.
           88 DEP-STEP-FOUND VALUE 'Y'.
       01 WS-DEP-SWITCH PIC X VALUE 'R'.
           88 DEPENDENCY-RUN VALUE 'R'.
           88 DEPENDENCY-BYPASS VALUE 'B'.
           88 DEPENDENCY-INVALID VALUE 'X'.
       01 WS-DEP-RUN-IF-SWITCH PIC X VALUE 'O'.
           88 RUN-IF-OK VALUE 'O'.
           88 RUN-IF-FAIL VALUE 'F'.
       01 WS-PREREQ-IDX PIC 9(1).
       01 WS-PREREQ-COUNT PIC 9(1).
       01 WS-PREREQ-FAILED-COUNT PIC 9(1).
       01 WS-PREREQ-NOT-OK-COUNT PIC 9(1).
       01 WS-BYPASS-REASON PIC X(60).
      *    AN INVALID CONTROL LINE IS WRITTEN TO THE SUSPENSE FILE AS
      *    READ (BEFORE SYMBOLS ARE SUBSTITUTED) WITH THE FIRST REASON
      *    FOUND AGAINST IT.
       01 WS-CTL-AS-READ PIC X(160).
       01 WS-LINE-REJECT-REASON PIC X(40).
       01 WS-REJECT-CANDIDATE PIC X(40).
       01 WS-REJECT-ARG-TEXT PIC X(40).
       01 WS-SUSPENDED-COUNT PIC 9(4) VALUE 0.
      *    DATE SYMBOLS.  THE RUN DATE IS FIXED WHEN A WINDOW STARTS
      *    (TODAY, OR DRIVER_RUNDATE IF SET) AND THE OTHER SYMBOLS ARE
      *    WORKED OUT FROM IT ONCE PER BUSINESS CALENDAR.  EACH SET IS
      *    LOGGED AS A SYMBOLS RECORD AND A RESTART READS THEM BACK, SO
      *    A RESTART AFTER MIDNIGHT STILL USES THE ORIGINAL DATES.
       01 WS-SYM-RUNDATE PIC X(8) VALUE SPACES.
       01 WS-SYM-ENV-DATE PIC X(8).
       01 WS-SYM-CAL PIC X(8).
       01 WS-SYM-MAX PIC 9(2) VALUE 50.
       01 WS-SYM-COUNT PIC 9(2) VALUE 0.
       01 WS-SYM-IDX PIC 9(2).
       01 WS-SYM-FOUND-SWITCH PIC X VALUE 'N'.
           88 SYM-CAL-FOUND VALUE 'Y'.
       01 WS-SYM-TABLE.
           05 WS-SYM-ENTRY OCCURS 50 TIMES.
               10 WS-SYM-ENTRY-CAL PIC X(8).
               10 WS-SYM-PREVBUS PIC X(8).
               10 WS-SYM-NEXTBUS PIC X(8).
               10 WS-SYM-MONTHEND PIC X(8).
               10 WS-SYM-FIRSTBUS PIC X(8).
               10 WS-SYM-RUN-BUSDAY PIC X.
               10 WS-SYM-LOGGED PIC X.
       01 WS-SYM-ORIGIN PIC X(7).
       01 WS-SYMBOL-SWITCH PIC X VALUE 'Y'.
           88 SYMBOLS-VALID VALUE 'Y'.
           88 SYMBOL-INVALID VALUE 'N'.
       01 WS-RUN-DAY-SWITCH PIC X VALUE 'D'.
           88 LINE-DUE VALUE 'D'.
           88 LINE-NOT-DUE VALUE 'N'.
       01 WS-SYM-TOKEN PIC X(24).
       01 WS-SYM-LOG-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-SYMBOL-LOG VALUE 'Y'.
       01 WS-SYMLOG-RECORD.
           05 WS-SYMLOG-TAG PIC X(8) VALUE "SYMBOLS ".
           05 WS-SYMLOG-CAL PIC X(8).
           05 FILLER PIC X(9) VALUE " RUNDATE=".
           05 WS-SYMLOG-RUNDATE PIC X(8).
           05 FILLER PIC X(9) VALUE " PREVBUS=".
           05 WS-SYMLOG-PREVBUS PIC X(8).
           05 FILLER PIC X(9) VALUE " NEXTBUS=".
           05 WS-SYMLOG-NEXTBUS PIC X(8).
           05 FILLER PIC X(10) VALUE " MONTHEND=".
           05 WS-SYMLOG-MONTHEND PIC X(8).
           05 FILLER PIC X(10) VALUE " FIRSTBUS=".
           05 WS-SYMLOG-FIRSTBUS PIC X(8).
           05 FILLER PIC X(8) VALUE " BUSDAY=".
           05 WS-SYMLOG-BUSDAY PIC X.
           05 FILLER PIC X(8) VALUE " SOURCE=".
           05 WS-SYMLOG-ORIGIN PIC X(7).
           05 FILLER PIC X(9) VALUE " CONTROL=".
           05 WS-SYMLOG-CONTROL PIC X(100).
      *    THE SYMBOL DATES ARE WORKED AS DAY NUMBERS (DAY 1 IS
      *    1980-01-01) ON THE SHARED DATE PARAGRAPHS ZUNEBUG USES.
       01 WS-SYM-WORK-DATE PIC X(8).
       01 WS-SYM-WEEKDAY PIC 9.
       01 WS-SYM-DAYS PIC 9(9).
       01 WS-SYM-RUN-DAYS PIC 9(9).
       01 WS-SYM-MONTH-START-DAYS PIC 9(9).
       01 WS-SYM-MONTH-END-DAYS PIC 9(9).
       01 WS-SYM-BUS-SWITCH PIC X VALUE 'N'.
           88 SYM-BUSINESS-DAY VALUE 'Y'.
       01 WS-WINDOW-LOCK-NAME PIC X(100).
       01 WS-WINLOCK-STATUS PIC XX.
       01 WS-WINLOCK-SWITCH PIC X VALUE 'N'.
               10 WS-RECON-ARG2 PIC 9(9).
               10 WS-RECON-HAS-ARG2 PIC X.
               10 WS-RECON-MATCHED PIC X.
       COPY HOLWS.
       COPY DATEWS.
       COPY AUDITWS.
       COPY SUSPWS.
       COPY LOCKWS.
       COPY RETCODES.

           PERFORM RESOLVE-PROGRAM-PATHS-PARAGRAPH.
           PERFORM LOAD-REGISTRY-PARAGRAPH.
           PERFORM READ-CHECKPOINT-PARAGRAPH.
           PERFORM ESTABLISH-RUN-DATE-PARAGRAPH.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "DRIVER: UNABLE TO OPEN CONTROL FILE "
               STOP RUN
           END-IF.
           PERFORM OPEN-DRIVER-LOG-PARAGRAPH.
           MOVE WS-RUN-CALENDAR TO WS-SYM-CAL.
           PERFORM RESOLVE-CALENDAR-SYMBOLS-PARAGRAPH.
      *    FROM HERE A RESTART REUSES THE DATES JUST LOGGED, EVEN IF
      *    NO LINE COMPLETES BEFORE THE WINDOW FAILS.
           SET WINDOW-IN-PROGRESS TO TRUE.
           PERFORM WRITE-CHECKPOINT-PARAGRAPH.
           PERFORM UNTIL END-OF-CONTROL
               READ CONTROL-FILE
                   AT END
           PERFORM WRITE-OPERATOR-SUMMARY-PARAGRAPH.
           IF NOT RUN-ABORTED THEN
               MOVE 0 TO WS-LAST-COMPLETED-LINE
               MOVE 0 TO WS-DEP-COUNT
               SET WINDOW-FINISHED TO TRUE
               PERFORM WRITE-CHECKPOINT-PARAGRAPH
               IF WS-SKIPFAIL-COUNT > 0
                   DISPLAY "DRIVER: " WS-SKIPFAIL-COUNT " FAILED "

       EXECUTE-CONTROL-LINE-PARAGRAPH.
           MOVE 0 TO WS-LINE-ELAPSED-CS.
           MOVE CONTROL-RECORD TO WS-CTL-AS-READ.
           MOVE SPACES TO WS-LINE-REJECT-REASON.
           SET SYMBOLS-VALID TO TRUE.
           PERFORM CHECK-RUN-DAY-PARAGRAPH.
      *    A BAD RUN DAY FAILS THE LINE EVEN WHEN ITS PREREQUISITES
      *    WOULD HAVE HAD IT BYPASSED.
           IF SYMBOL-INVALID
               SET DEPENDENCY-RUN TO TRUE
               PERFORM RUN-WITH-DISPOSITION-PARAGRAPH
           ELSE
               IF LINE-NOT-DUE
                   PERFORM NOT-DUE-CONTROL-LINE-PARAGRAPH
               ELSE
                   PERFORM CHECK-DEPENDENCIES-PARAGRAPH
                   IF DEPENDENCY-BYPASS
                       PERFORM BYPASS-CONTROL-LINE-PARAGRAPH
                   ELSE
                       PERFORM SUBSTITUTE-SYMBOLS-PARAGRAPH
                       PERFORM RUN-WITH-DISPOSITION-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       NOT-DUE-CONTROL-LINE-PARAGRAPH.
           MOVE SPACES TO DRIVER-LOG-RECORD.
           STRING "LINE " DELIMITED BY SIZE
               WS-LINE-NUMBER DELIMITED BY SIZE
               " NOT DUE: " DELIMITED BY SIZE
               CONTROL-RECORD DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               WS-SYM-RUNDATE DELIMITED BY SIZE
               INTO DRIVER-LOG-RECORD.
           WRITE DRIVER-LOG-RECORD.
           MOVE "NOT DUE" TO WS-STEP-WORK-OUTCOME.
           PERFORM RECORD-STEP-STAT-PARAGRAPH.
           PERFORM RECORD-STEP-OUTCOME-PARAGRAPH.
           MOVE WS-LINE-NUMBER TO WS-LAST-COMPLETED-LINE.
           PERFORM WRITE-CHECKPOINT-PARAGRAPH.

      *    A BYPASSED LINE IS COMPLETE AS FAR AS RESTART IS CONCERNED;
      *    THE FAILURE THAT CAUSED IT HAS ALREADY BEEN COUNTED.
       BYPASS-CONTROL-LINE-PARAGRAPH.
           PERFORM WRITE-BYPASSED-LOG-PARAGRAPH.
           MOVE "BYPASSED" TO WS-STEP-WORK-OUTCOME.
           PERFORM RECORD-STEP-STAT-PARAGRAPH.
           PERFORM RECORD-STEP-OUTCOME-PARAGRAPH.
           MOVE WS-LINE-NUMBER TO WS-LAST-COMPLETED-LINE.
           PERFORM WRITE-CHECKPOINT-PARAGRAPH.

       RUN-WITH-DISPOSITION-PARAGRAPH.
           PERFORM PARSE-DISPOSITION-PARAGRAPH.
           IF DEPENDENCY-INVALID OR SYMBOL-INVALID
               SET DISPOSITION-INVALID TO TRUE
           END-IF.
           IF DISPOSITION-INVALID
               SET LINE-FAILED TO TRUE
               SET LINE-RC-VALIDATION TO TRUE
               MOVE "OK" TO WS-STEP-WORK-OUTCOME
           END-IF.
           PERFORM RECORD-STEP-STAT-PARAGRAPH.
           PERFORM RECORD-STEP-OUTCOME-PARAGRAPH.
           IF LINE-FAILED AND WS-LINE-REJECT-REASON NOT = SPACES
               PERFORM SUSPEND-CONTROL-LINE-PARAGRAPH
           END-IF.
           IF LINE-FAILED
               IF DISPOSITION-SKIP
                   ADD 1 TO WS-SKIPFAIL-COUNT
               PERFORM WRITE-CHECKPOINT-PARAGRAPH
           END-IF.

      *    A FRESH WINDOW TAKES TODAY'S DATE, OR DRIVER_RUNDATE WHEN
      *    IT IS SET; A RESTART TAKES THE DATES ITS FIRST ATTEMPT
      *    LOGGED.  THE LOG IS READ BEFORE IT IS OPENED FOR THIS RUN.
       ESTABLISH-RUN-DATE-PARAGRAPH.
           MOVE 0 TO WS-SYM-COUNT.
           MOVE SPACES TO WS-SYM-RUNDATE.
           IF WINDOW-IN-PROGRESS
               PERFORM READ-LOGGED-SYMBOLS-PARAGRAPH
               IF WS-SYM-RUNDATE = SPACES
                   DISPLAY "DRIVER: NO LOGGED RUN DATE FOUND FOR "
                       "RESTART OF " FUNCTION TRIM(WS-CONTROL-FILENAME)
                       " - DATES WILL BE WORKED OUT AFRESH"
               END-IF
           END-IF.
           IF WS-SYM-RUNDATE = SPACES
               MOVE SPACES TO WS-SYM-ENV-DATE
               DISPLAY "DRIVER_RUNDATE" UPON ENVIRONMENT-NAME
               ACCEPT WS-SYM-ENV-DATE FROM ENVIRONMENT-VALUE
               IF WS-SYM-ENV-DATE = SPACES
                   ACCEPT WS-SYM-RUNDATE FROM DATE YYYYMMDD
               ELSE
                   MOVE WS-SYM-ENV-DATE TO WS-SYM-RUNDATE
                   PERFORM VALIDATE-RUN-DATE-PARAGRAPH
               END-IF
           END-IF.

       VALIDATE-RUN-DATE-PARAGRAPH.
           MOVE SPACES TO WS-DATE-ARG.
           STRING WS-SYM-RUNDATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SYM-RUNDATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-SYM-RUNDATE(7:2) DELIMITED BY SIZE
               INTO WS-DATE-ARG.
           PERFORM VALIDATE-DATE-ARG-PARAGRAPH.
           IF DATE-ARG-INVALID
               DISPLAY "DRIVER: INVALID INPUT - DRIVER_RUNDATE '"
                   WS-SYM-ENV-DATE "' MUST BE A VALID YYYYMMDD DATE "
                   "BETWEEN 1980 AND 2180"
               PERFORM RELEASE-WINDOW-LOCK-PARAGRAPH
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE LAST SYMBOLS RECORDS FOR THIS CONTROL FILE BELONG TO THE
      *    WINDOW BEING RESTARTED; AN EARLIER RUN DATE IN THE LOG IS
      *    AN EARLIER WINDOW AND IS DISCARDED WHEN A NEWER ONE APPEARS.
       READ-LOGGED-SYMBOLS-PARAGRAPH.
           MOVE 'N' TO WS-SYM-LOG-EOF-SWITCH.
           OPEN INPUT DRIVER-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-SYMBOL-LOG
                   READ DRIVER-LOG-FILE
                       AT END
                           SET END-OF-SYMBOL-LOG TO TRUE
                       NOT AT END
                           IF DRIVER-LOG-RECORD(1:8) = "SYMBOLS "
                               PERFORM LOAD-LOGGED-SYMBOLS-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVER-LOG-FILE
           END-IF.

       LOAD-LOGGED-SYMBOLS-PARAGRAPH.
           MOVE DRIVER-LOG-RECORD TO WS-SYMLOG-RECORD.
           IF WS-SYMLOG-CONTROL = WS-CONTROL-FILENAME
               IF WS-SYMLOG-RUNDATE NOT = WS-SYM-RUNDATE
                   MOVE WS-SYMLOG-RUNDATE TO WS-SYM-RUNDATE
                   MOVE 0 TO WS-SYM-COUNT
               END-IF
               MOVE WS-SYMLOG-CAL TO WS-SYM-CAL
               PERFORM FIND-CALENDAR-SYMBOLS-PARAGRAPH
               IF NOT SYM-CAL-FOUND AND WS-SYM-COUNT < WS-SYM-MAX
                   ADD 1 TO WS-SYM-COUNT
                   MOVE WS-SYM-COUNT TO WS-SYM-IDX
                   SET SYM-CAL-FOUND TO TRUE
               END-IF
               IF SYM-CAL-FOUND
                   MOVE WS-SYMLOG-CAL TO WS-SYM-ENTRY-CAL(WS-SYM-IDX)
                   MOVE WS-SYMLOG-PREVBUS TO WS-SYM-PREVBUS(WS-SYM-IDX)
                   MOVE WS-SYMLOG-NEXTBUS TO WS-SYM-NEXTBUS(WS-SYM-IDX)
                   MOVE WS-SYMLOG-MONTHEND
                       TO WS-SYM-MONTHEND(WS-SYM-IDX)
                   MOVE WS-SYMLOG-FIRSTBUS
                       TO WS-SYM-FIRSTBUS(WS-SYM-IDX)
                   MOVE WS-SYMLOG-BUSDAY
                       TO WS-SYM-RUN-BUSDAY(WS-SYM-IDX)
                   MOVE 'R' TO WS-SYM-LOGGED(WS-SYM-IDX)
               END-IF
           END-IF.

       FIND-CALENDAR-SYMBOLS-PARAGRAPH.
           MOVE 'N' TO WS-SYM-FOUND-SWITCH.
           MOVE 1 TO WS-SYM-IDX.
           PERFORM UNTIL WS-SYM-IDX > WS-SYM-COUNT OR SYM-CAL-FOUND
               IF WS-SYM-ENTRY-CAL(WS-SYM-IDX) = WS-SYM-CAL
                   SET SYM-CAL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SYM-IDX
               END-IF
           END-PERFORM.

      *    WS-SYM-CAL NAMES THE CALENDAR (BLANK = DEFAULT).  ON RETURN
      *    WS-SYM-IDX POINTS AT ITS SYMBOLS, WHICH ARE LOGGED THE FIRST
      *    TIME THEY ARE USED IN A RUN.
       RESOLVE-CALENDAR-SYMBOLS-PARAGRAPH.
           IF WS-SYM-CAL = SPACES
               MOVE WS-DEFAULT-CALENDAR TO WS-SYM-CAL
           END-IF.
           PERFORM FIND-CALENDAR-SYMBOLS-PARAGRAPH.
           IF NOT SYM-CAL-FOUND
               IF WS-SYM-COUNT < WS-SYM-MAX
                   ADD 1 TO WS-SYM-COUNT
                   MOVE WS-SYM-COUNT TO WS-SYM-IDX
                   SET SYM-CAL-FOUND TO TRUE
                   PERFORM COMPUTE-CALENDAR-SYMBOLS-PARAGRAPH
               ELSE
                   SET SYMBOL-INVALID TO TRUE
                   DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                       " - DATE SYMBOL TABLE FULL AT " WS-SYM-MAX
                       " CALENDARS"
               END-IF
           END-IF.
           IF SYM-CAL-FOUND AND WS-SYM-LOGGED(WS-SYM-IDX) NOT = 'Y'
               PERFORM WRITE-SYMBOLS-LOG-PARAGRAPH
           END-IF.

       WRITE-SYMBOLS-LOG-PARAGRAPH.
           IF WS-SYM-LOGGED(WS-SYM-IDX) = 'R'
               MOVE "RESTART" TO WS-SYMLOG-ORIGIN
           ELSE
               MOVE "NEW" TO WS-SYMLOG-ORIGIN
           END-IF.
           MOVE "SYMBOLS " TO WS-SYMLOG-TAG.
           MOVE WS-SYM-ENTRY-CAL(WS-SYM-IDX) TO WS-SYMLOG-CAL.
           MOVE WS-SYM-RUNDATE TO WS-SYMLOG-RUNDATE.
           MOVE WS-SYM-PREVBUS(WS-SYM-IDX) TO WS-SYMLOG-PREVBUS.
           MOVE WS-SYM-NEXTBUS(WS-SYM-IDX) TO WS-SYMLOG-NEXTBUS.
           MOVE WS-SYM-MONTHEND(WS-SYM-IDX) TO WS-SYMLOG-MONTHEND.
           MOVE WS-SYM-FIRSTBUS(WS-SYM-IDX) TO WS-SYMLOG-FIRSTBUS.
           MOVE WS-SYM-RUN-BUSDAY(WS-SYM-IDX) TO WS-SYMLOG-BUSDAY.
           MOVE WS-CONTROL-FILENAME TO WS-SYMLOG-CONTROL.
           MOVE WS-SYMLOG-RECORD TO DRIVER-LOG-RECORD.
           WRITE DRIVER-LOG-RECORD.
           MOVE 'Y' TO WS-SYM-LOGGED(WS-SYM-IDX).

      *    SAME RULES AS ZUNEBUG: A BUSINESS DAY IS A WEEKDAY THAT IS
      *    NOT ON THE CALENDAR'S HOLIDAY LIST IN HOLIDAY.DAT.
       COMPUTE-CALENDAR-SYMBOLS-PARAGRAPH.
           MOVE WS-SYM-CAL TO WS-SYM-ENTRY-CAL(WS-SYM-IDX).
           MOVE 'N' TO WS-SYM-LOGGED(WS-SYM-IDX).
           MOVE WS-SYM-CAL TO WS-CALENDAR-CODE.
           PERFORM LOAD-HOLIDAYS-PARAGRAPH.
           MOVE WS-SYM-RUNDATE(1:4) TO WS-TARGET-YEAR.
           MOVE WS-SYM-RUNDATE(5:2) TO WS-TARGET-MONTH.
           MOVE WS-SYM-RUNDATE(7:2) TO WS-TARGET-DAY.
           PERFORM DATE-TO-DAYS-PARAGRAPH.
           MOVE WS-DAYS TO WS-SYM-RUN-DAYS.
           MOVE WS-SYM-RUN-DAYS TO WS-SYM-DAYS.
           PERFORM SYM-CHECK-BUSINESS-PARAGRAPH.
           IF SYM-BUSINESS-DAY
               MOVE 'Y' TO WS-SYM-RUN-BUSDAY(WS-SYM-IDX)
           ELSE
               MOVE 'N' TO WS-SYM-RUN-BUSDAY(WS-SYM-IDX)
           END-IF.
           COMPUTE WS-SYM-MONTH-START-DAYS =
               WS-SYM-RUN-DAYS - WS-DAY-OF-MONTH + 1.
           COMPUTE WS-SYM-MONTH-END-DAYS =
               WS-SYM-RUN-DAYS - WS-DAY-OF-MONTH + WS-MONTH-LEN.
           COMPUTE WS-SYM-DAYS = WS-SYM-RUN-DAYS - 1.
           PERFORM SYM-BACK-TO-BUSINESS-PARAGRAPH.
           MOVE WS-SYM-WORK-DATE TO WS-SYM-PREVBUS(WS-SYM-IDX).
           COMPUTE WS-SYM-DAYS = WS-SYM-RUN-DAYS + 1.
           PERFORM SYM-FORWARD-TO-BUSINESS-PARAGRAPH.
           MOVE WS-SYM-WORK-DATE TO WS-SYM-NEXTBUS(WS-SYM-IDX).
           MOVE WS-SYM-MONTH-START-DAYS TO WS-SYM-DAYS.
           PERFORM SYM-FORWARD-TO-BUSINESS-PARAGRAPH.
           MOVE WS-SYM-WORK-DATE TO WS-SYM-FIRSTBUS(WS-SYM-IDX).
           MOVE WS-SYM-MONTH-END-DAYS TO WS-SYM-DAYS.
           PERFORM SYM-BACK-TO-BUSINESS-PARAGRAPH.
           MOVE WS-SYM-WORK-DATE TO WS-SYM-MONTHEND(WS-SYM-IDX).

      *    WS-SYM-DAYS IS THE DAY TO TEST; ITS DATE IS LEFT IN
      *    WS-SYM-WORK-DATE AND ITS MONTH'S LENGTH IN WS-MONTH-LEN.
      *    DAY 1 IS 1980-01-01, A TUESDAY, AS IN ZUNEBUG.
       SYM-CHECK-BUSINESS-PARAGRAPH.
           MOVE WS-SYM-DAYS TO WS-DAYS.
           PERFORM RESOLVE-DATE-PARAGRAPH.
           MOVE SPACES TO WS-SYM-WORK-DATE.
           STRING WS-YEAR-DISPLAY DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               WS-DAY-OF-MONTH DELIMITED BY SIZE
               INTO WS-SYM-WORK-DATE.
           COMPUTE WS-SYM-WEEKDAY = FUNCTION MOD(WS-SYM-DAYS + 1, 7).
           MOVE 'N' TO WS-SYM-BUS-SWITCH.
           IF WS-SYM-WEEKDAY NOT = 0 AND WS-SYM-WEEKDAY NOT = 6
               MOVE WS-SYM-WORK-DATE TO WS-CHECK-DATE
               PERFORM CHECK-HOLIDAY-PARAGRAPH
               IF DATE-NOT-HOLIDAY
                   SET SYM-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

       SYM-FORWARD-TO-BUSINESS-PARAGRAPH.
           PERFORM SYM-CHECK-BUSINESS-PARAGRAPH.
           PERFORM UNTIL SYM-BUSINESS-DAY
               ADD 1 TO WS-SYM-DAYS
               PERFORM SYM-CHECK-BUSINESS-PARAGRAPH
           END-PERFORM.

      *    THE WALK BACK STOPS AT 1980-01-01, THE FIRST DAY THE DATE
      *    PARAGRAPHS KNOW.
       SYM-BACK-TO-BUSINESS-PARAGRAPH.
           IF WS-SYM-DAYS < 1
               MOVE 1 TO WS-SYM-DAYS
           END-IF.
           PERFORM SYM-CHECK-BUSINESS-PARAGRAPH.
           PERFORM UNTIL SYM-BUSINESS-DAY OR WS-SYM-DAYS = 1
               SUBTRACT 1 FROM WS-SYM-DAYS
               PERFORM SYM-CHECK-BUSINESS-PARAGRAPH
           END-PERFORM.

       LINE-CALENDAR-SYMBOLS-PARAGRAPH.
           IF CTL-CALENDAR = SPACES
               MOVE WS-RUN-CALENDAR TO WS-SYM-CAL
           ELSE
               MOVE CTL-CALENDAR TO WS-SYM-CAL
           END-IF.
           PERFORM RESOLVE-CALENDAR-SYMBOLS-PARAGRAPH.

      *    AN UNKNOWN RUN DAY FAILS THE LINE LIKE A BAD DISPOSITION
       CHECK-RUN-DAY-PARAGRAPH.
           SET LINE-DUE TO TRUE.
           IF CTL-RUN-DAY NOT = SPACES AND CTL-RUN-DAY NOT = "DAILY"
               IF CTL-RUN-DAY NOT = "BUSDAY"
                       AND CTL-RUN-DAY NOT = "MONTHEND"
                       AND CTL-RUN-DAY NOT = "FIRSTBUS"
                   SET SYMBOL-INVALID TO TRUE
                   MOVE "INVALID RUN DAY" TO WS-REJECT-CANDIDATE
                   PERFORM NOTE-REJECT-REASON-PARAGRAPH
                   DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                       " HAS INVALID RUN DAY '" CTL-RUN-DAY
                       "' - MUST BE DAILY, BUSDAY, MONTHEND OR "
                       "FIRSTBUS"
               ELSE
                   PERFORM LINE-CALENDAR-SYMBOLS-PARAGRAPH
               END-IF
           END-IF.
           IF CTL-RUN-DAY NOT = SPACES AND CTL-RUN-DAY NOT = "DAILY"
                   AND SYMBOLS-VALID
               IF CTL-RUN-DAY = "BUSDAY"
                       AND WS-SYM-RUN-BUSDAY(WS-SYM-IDX) NOT = 'Y'
                   SET LINE-NOT-DUE TO TRUE
               END-IF
               IF CTL-RUN-DAY = "MONTHEND"
                       AND WS-SYM-MONTHEND(WS-SYM-IDX)
                           NOT = WS-SYM-RUNDATE
                   SET LINE-NOT-DUE TO TRUE
               END-IF
               IF CTL-RUN-DAY = "FIRSTBUS"
                       AND WS-SYM-FIRSTBUS(WS-SYM-IDX)
                           NOT = WS-SYM-RUNDATE
                   SET LINE-NOT-DUE TO TRUE
               END-IF
           END-IF.

      *    ARGUMENTS MAY NAME A DATE SYMBOL, REPLACED HERE BY ITS
      *    YYYYMMDD VALUE BEFORE THE COMMAND IS BUILT.  &PREVBUS AND
      *    &NEXTBUS ARE THE SHORT FORMS THAT FIT CTL-ARG1 TO CTL-ARG3.
       SUBSTITUTE-SYMBOLS-PARAGRAPH.
           IF CTL-ARG1(1:1) = "&"
               MOVE CTL-ARG1 TO WS-SYM-TOKEN
               PERFORM RESOLVE-SYMBOL-TOKEN-PARAGRAPH
               MOVE WS-SYM-TOKEN TO CTL-ARG1
           END-IF.
           IF CTL-ARG2(1:1) = "&"
               MOVE CTL-ARG2 TO WS-SYM-TOKEN
               PERFORM RESOLVE-SYMBOL-TOKEN-PARAGRAPH
               MOVE WS-SYM-TOKEN TO CTL-ARG2
           END-IF.
           IF CTL-ARG3(1:1) = "&"
               MOVE CTL-ARG3 TO WS-SYM-TOKEN
               PERFORM RESOLVE-SYMBOL-TOKEN-PARAGRAPH
               MOVE WS-SYM-TOKEN TO CTL-ARG3
           END-IF.
           IF CTL-ARG4(1:1) = "&"
               MOVE CTL-ARG4 TO WS-SYM-TOKEN
               PERFORM RESOLVE-SYMBOL-TOKEN-PARAGRAPH
               MOVE WS-SYM-TOKEN TO CTL-ARG4
           END-IF.

       RESOLVE-SYMBOL-TOKEN-PARAGRAPH.
           PERFORM LINE-CALENDAR-SYMBOLS-PARAGRAPH.
           IF SYMBOLS-VALID
               IF WS-SYM-TOKEN = "&RUNDATE"
                   MOVE WS-SYM-RUNDATE TO WS-SYM-TOKEN
               ELSE
                   IF WS-SYM-TOKEN = "&PREVBUSDAY"
                           OR WS-SYM-TOKEN = "&PREVBUS"
                       MOVE WS-SYM-PREVBUS(WS-SYM-IDX) TO WS-SYM-TOKEN
                   ELSE
                       IF WS-SYM-TOKEN = "&NEXTBUSDAY"
                               OR WS-SYM-TOKEN = "&NEXTBUS"
                           MOVE WS-SYM-NEXTBUS(WS-SYM-IDX)
                               TO WS-SYM-TOKEN
                       ELSE
                           PERFORM RESOLVE-MONTH-SYMBOL-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RESOLVE-MONTH-SYMBOL-PARAGRAPH.
           IF WS-SYM-TOKEN = "&MONTHEND"
               MOVE WS-SYM-MONTHEND(WS-SYM-IDX) TO WS-SYM-TOKEN
           ELSE
               IF WS-SYM-TOKEN = "&FIRSTBUS"
                   MOVE WS-SYM-FIRSTBUS(WS-SYM-IDX) TO WS-SYM-TOKEN
               ELSE
                   SET SYMBOL-INVALID TO TRUE
                   MOVE "UNKNOWN DATE SYMBOL" TO WS-REJECT-CANDIDATE
                   PERFORM NOTE-REJECT-REASON-PARAGRAPH
                   DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                       " HAS UNKNOWN DATE SYMBOL "
                       FUNCTION TRIM(WS-SYM-TOKEN)
               END-IF
           END-IF.

      *    A RUN CONDITION WITH NO STEPS, OR A STEP NAME THAT IS NOT
      *    AN EARLIER STEP IN THIS CONTROL FILE, IS A CONTROL-FILE
      *    ERROR AND FAILS THE LINE LIKE A BAD DISPOSITION.  A STEP
      *    THAT WAS ITSELF BYPASSED COUNTS AS NOT OK BUT NOT FAILED.
       CHECK-DEPENDENCIES-PARAGRAPH.
           SET DEPENDENCY-RUN TO TRUE.
           MOVE SPACES TO WS-BYPASS-REASON.
           MOVE 0 TO WS-PREREQ-COUNT.
           MOVE 0 TO WS-PREREQ-FAILED-COUNT.
           MOVE 0 TO WS-PREREQ-NOT-OK-COUNT.
           IF CTL-RUN-IF = SPACES OR CTL-RUN-IF = "OK"
               SET RUN-IF-OK TO TRUE
           ELSE
               IF CTL-RUN-IF = "FAIL"
                   SET RUN-IF-FAIL TO TRUE
               ELSE
                   SET DEPENDENCY-INVALID TO TRUE
                   MOVE "INVALID RUN CONDITION" TO WS-REJECT-CANDIDATE
                   PERFORM NOTE-REJECT-REASON-PARAGRAPH
                   DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                       " HAS INVALID RUN CONDITION '" CTL-RUN-IF
                       "' - MUST BE OK OR FAIL"
               END-IF
           END-IF.
           IF CTL-STEP-NAME NOT = SPACES AND NOT DEPENDENCY-INVALID
               MOVE CTL-STEP-NAME TO WS-DEP-SEARCH-NAME
               PERFORM FIND-STEP-OUTCOME-PARAGRAPH
               IF DEP-STEP-FOUND
                   SET DEPENDENCY-INVALID TO TRUE
                   MOVE "STEP NAME ALREADY USED" TO WS-REJECT-CANDIDATE
                   PERFORM NOTE-REJECT-REASON-PARAGRAPH
                   DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                       " REUSES STEP NAME "
                       FUNCTION TRIM(CTL-STEP-NAME)
               END-IF
           END-IF.
           MOVE 1 TO WS-PREREQ-IDX.
           PERFORM UNTIL WS-PREREQ-IDX > 3 OR DEPENDENCY-INVALID
               IF CTL-PREREQ-STEP(WS-PREREQ-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-PREREQ-PARAGRAPH
               END-IF
               ADD 1 TO WS-PREREQ-IDX
           END-PERFORM.
           IF NOT DEPENDENCY-INVALID
               IF WS-PREREQ-COUNT = 0
                   IF CTL-RUN-IF NOT = SPACES
                       SET DEPENDENCY-INVALID TO TRUE
                       MOVE "RUN CONDITION BUT NO STEPS NAMED"
                           TO WS-REJECT-CANDIDATE
                       PERFORM NOTE-REJECT-REASON-PARAGRAPH
                       DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                           " HAS A RUN CONDITION BUT NAMES NO STEPS"
                   END-IF
               ELSE
                   IF RUN-IF-OK AND WS-PREREQ-NOT-OK-COUNT > 0
                       SET DEPENDENCY-BYPASS TO TRUE
                   END-IF
                   IF RUN-IF-FAIL AND WS-PREREQ-FAILED-COUNT = 0
                       SET DEPENDENCY-BYPASS TO TRUE
                       MOVE "NO NAMED STEP FAILED" TO WS-BYPASS-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-PREREQ-PARAGRAPH.
           ADD 1 TO WS-PREREQ-COUNT.
           MOVE CTL-PREREQ-STEP(WS-PREREQ-IDX) TO WS-DEP-SEARCH-NAME.
           PERFORM FIND-STEP-OUTCOME-PARAGRAPH.
           IF NOT DEP-STEP-FOUND
               SET DEPENDENCY-INVALID TO TRUE
               MOVE "DEPENDS ON UNKNOWN STEP" TO WS-REJECT-CANDIDATE
               PERFORM NOTE-REJECT-REASON-PARAGRAPH
               DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                   " DEPENDS ON STEP "
                   FUNCTION TRIM(CTL-PREREQ-STEP(WS-PREREQ-IDX))
                   " WHICH IS NOT AN EARLIER STEP"
           ELSE
               IF WS-DEP-OUTCOME(WS-DEP-IDX) NOT = "OK"
                   ADD 1 TO WS-PREREQ-NOT-OK-COUNT
                   IF WS-BYPASS-REASON = SPACES
                       STRING "STEP " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DEP-NAME(WS-DEP-IDX))
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DEP-OUTCOME(WS-DEP-IDX))
                               DELIMITED BY SIZE
                           INTO WS-BYPASS-REASON
                   END-IF
               END-IF
               IF WS-DEP-OUTCOME(WS-DEP-IDX) = "FAILED"
                   ADD 1 TO WS-PREREQ-FAILED-COUNT
               END-IF
           END-IF.

       FIND-STEP-OUTCOME-PARAGRAPH.
           MOVE 'N' TO WS-DEP-FOUND-SWITCH.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM UNTIL WS-DEP-IDX > WS-DEP-COUNT OR DEP-STEP-FOUND
               IF WS-DEP-NAME(WS-DEP-IDX) = WS-DEP-SEARCH-NAME
                   SET DEP-STEP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DEP-IDX
               END-IF
           END-PERFORM.

       RECORD-STEP-OUTCOME-PARAGRAPH.
           IF CTL-STEP-NAME NOT = SPACES
               IF WS-DEP-COUNT < WS-DEP-MAX
                   ADD 1 TO WS-DEP-COUNT
                   MOVE CTL-STEP-NAME TO WS-DEP-NAME(WS-DEP-COUNT)
                   MOVE WS-STEP-WORK-OUTCOME
                       TO WS-DEP-OUTCOME(WS-DEP-COUNT)
               ELSE
                   DISPLAY "DRIVER: STEP TABLE FULL AT " WS-DEP-COUNT
                       " NAMED STEPS - STEP "
                       FUNCTION TRIM(CTL-STEP-NAME)
                       " CANNOT BE DEPENDED ON"
               END-IF
           END-IF.

       WRITE-BYPASSED-LOG-PARAGRAPH.
           MOVE SPACES TO DRIVER-LOG-RECORD.
           STRING "LINE " DELIMITED BY SIZE
               WS-LINE-NUMBER DELIMITED BY SIZE
               " BYPASSED: " DELIMITED BY SIZE
               CONTROL-RECORD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-BYPASS-REASON DELIMITED BY SIZE
               INTO DRIVER-LOG-RECORD.
           WRITE DRIVER-LOG-RECORD.

       PARSE-DISPOSITION-PARAGRAPH.
           MOVE 0 TO WS-RETRY-LIMIT.
           IF CTL-DISPOSITION = SPACES OR CTL-DISPOSITION = "ABORT"
                       MOVE 1 TO WS-RETRY-LIMIT
                   ELSE
                       SET DISPOSITION-INVALID TO TRUE
                       MOVE "INVALID DISPOSITION" TO WS-REJECT-CANDIDATE
                       PERFORM NOTE-REJECT-REASON-PARAGRAPH
                       DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                           " HAS INVALID DISPOSITION '"
                           CTL-DISPOSITION "' - MUST BE ABORT, SKIP "
                   ELSE
                       IF CTL-RETRY-LIMIT NOT = SPACE
                           SET DISPOSITION-INVALID TO TRUE
                           MOVE "INVALID RETRY COUNT"
                               TO WS-REJECT-CANDIDATE
                           PERFORM NOTE-REJECT-REASON-PARAGRAPH
                           DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                               " HAS INVALID RETRY COUNT '"
                               CTL-RETRY-LIMIT "' - MUST BE A "
               ELSE
                   IF CTL-RETRY-LIMIT NOT = SPACE
                       SET DISPOSITION-INVALID TO TRUE
                       MOVE "RETRY COUNT WITHOUT RETRY DISPOSITION"
                           TO WS-REJECT-CANDIDATE
                       PERFORM NOTE-REJECT-REASON-PARAGRAPH
                       DISPLAY "DRIVER: LINE " WS-LINE-NUMBER
                           " HAS A RETRY COUNT BUT DISPOSITION IS "
                           "NOT RETRY"
               INTO DRIVER-LOG-RECORD.
           WRITE DRIVER-LOG-RECORD.

      *    A CHECKPOINT PAST LINE 0 WITHOUT THE FLAG IS FROM BEFORE
      *    THE FLAG WAS KEPT AND IS STILL AN UNFINISHED WINDOW.
       READ-CHECKPOINT-PARAGRAPH.
           MOVE 0 TO WS-LAST-COMPLETED-LINE.
           SET WINDOW-FINISHED TO TRUE.
           MOVE 0 TO WS-DEP-COUNT.
           MOVE 'N' TO WS-CKPT-EOF-SWITCH.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   AT END
                       SET END-OF-CHECKPOINT TO TRUE
                   NOT AT END
                       MOVE CKPT-LAST-LINE TO WS-LAST-COMPLETED-LINE
                       IF CKPT-WINDOW-FLAG = 'O'
                               OR WS-LAST-COMPLETED-LINE > 0
                           SET WINDOW-IN-PROGRESS TO TRUE
                       END-IF
               END-READ
               PERFORM UNTIL END-OF-CHECKPOINT
                   READ CHECKPOINT-FILE
                       AT END
                           SET END-OF-CHECKPOINT TO TRUE
                       NOT AT END
                           IF WS-DEP-COUNT < WS-DEP-MAX
                               ADD 1 TO WS-DEP-COUNT
                               MOVE CKPT-STEP-NAME
                                   TO WS-DEP-NAME(WS-DEP-COUNT)
                               MOVE CKPT-STEP-OUTCOME
                                   TO WS-DEP-OUTCOME(WS-DEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       WRITE-CHECKPOINT-PARAGRAPH.
           MOVE WS-LAST-COMPLETED-LINE TO CKPT-LAST-LINE.
           MOVE WS-WINDOW-STATE-SWITCH TO CKPT-WINDOW-FLAG.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00" THEN
               DISPLAY "DRIVER: UNABLE TO OPEN CHECKPOINT FILE "
               STOP RUN
           END-IF.
           WRITE CHECKPOINT-RECORD.
           MOVE 1 TO WS-DEP-IDX.
           PERFORM UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE SPACES TO CHECKPOINT-STEP-RECORD
               MOVE WS-DEP-NAME(WS-DEP-IDX) TO CKPT-STEP-NAME
               MOVE WS-DEP-OUTCOME(WS-DEP-IDX) TO CKPT-STEP-OUTCOME
               WRITE CHECKPOINT-STEP-RECORD
               ADD 1 TO WS-DEP-IDX
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

       RESOLVE-PROGRAM-PATHS-PARAGRAPH.
           IF WS-ZUNEBUG-PATH = SPACES THEN
               MOVE "zunebug" TO WS-ZUNEBUG-PATH
           END-IF.
           DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-CALENDAR FROM ENVIRONMENT-VALUE.

       LOAD-REGISTRY-PARAGRAPH.
           MOVE 0 TO WS-REG-COUNT.
           END-IF.

       SEED-DEFAULT-REGISTRY-PARAGRAPH.
           MOVE 13 TO WS-REG-COUNT.
           MOVE "GCD" TO WS-REG-PROGRAM(1).
           MOVE WS-GCD-PATH TO WS-REG-PATH(1).
           MOVE 2 TO WS-REG-ARGCOUNT(1).
           MOVE 1 TO WS-REG-ARGCOUNT(11).
           MOVE "CHECKVFY" TO WS-REG-MODE(11).
           MOVE "   F" TO WS-REG-ARGTYPES(11).
           MOVE "GCD" TO WS-REG-PROGRAM(12).
           MOVE WS-GCD-PATH TO WS-REG-PATH(12).
           MOVE 1 TO WS-REG-ARGCOUNT(12).
           MOVE "CHECKFIL" TO WS-REG-MODE(12).
           MOVE "   F" TO WS-REG-ARGTYPES(12).
           MOVE "GCD" TO WS-REG-PROGRAM(13).
           MOVE WS-GCD-PATH TO WS-REG-PATH(13).
           MOVE 2 TO WS-REG-ARGCOUNT(13).
           MOVE "ALLOCATE" TO WS-REG-MODE(13).
           MOVE "F  F" TO WS-REG-ARGTYPES(13).

       LOOKUP-REGISTRY-PARAGRAPH.
           MOVE 'N' TO WS-REG-MATCH-SWITCH.
           PERFORM LOOKUP-REGISTRY-PARAGRAPH.
           IF NOT REG-MATCH-FOUND THEN
               SET LINE-FAILED TO TRUE
               MOVE "NO REGISTRY ENTRY FOR PROGRAM AND MODE"
                   TO WS-REJECT-CANDIDATE
               PERFORM NOTE-REJECT-REASON-PARAGRAPH
           ELSE
               PERFORM BUILD-COMMAND-PARAGRAPH
           END-IF.
           IF LINE-SUCCESS THEN
               PERFORM SET-STEP-CALENDAR-PARAGRAPH
               CALL "SYSTEM" USING WS-COMMAND
               COMPUTE WS-CHILD-RC = RETURN-CODE / 256
               IF WS-CHILD-RC NOT = WS-RC-SUCCESS THEN
           MOVE WS-TIME-RAW TO WS-STEP-END-TIME.
           PERFORM COMPUTE-ATTEMPT-ELAPSED-PARAGRAPH.

      *    A LINE WITH NO CALENDAR CODE RUNS ON WHATEVER CALENDAR THE
      *    DRIVER ITSELF WAS STARTED WITH, SO THE CHILD ENVIRONMENT IS
      *    RESET EVERY STEP RATHER THAN INHERITING THE PREVIOUS LINE'S.
       SET-STEP-CALENDAR-PARAGRAPH.
           IF CTL-CALENDAR = SPACES
               MOVE WS-RUN-CALENDAR TO WS-STEP-CALENDAR
           ELSE
               MOVE CTL-CALENDAR TO WS-STEP-CALENDAR
           END-IF.
           DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-STEP-CALENDAR UPON ENVIRONMENT-VALUE.

       CAPTURE-TIME-PARAGRAPH.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:2) TO WS-TIME-HH.
               IF WS-STEP-WORK-OUTCOME = "FAILED"
                   ADD 1 TO WS-FAILED-COUNT
               ELSE
                   IF WS-STEP-WORK-OUTCOME = "BYPASSED"
                       ADD 1 TO WS-BYPASSED-COUNT
                   ELSE
                       IF WS-STEP-WORK-OUTCOME = "NOT DUE"
                           ADD 1 TO WS-NOTDUE-COUNT
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-STEP-COUNT < WS-STEP-MAX
               MOVE 'N' TO WS-STEP-PICKED(WS-STEP-COUNT)
           END-IF.
           IF WS-STEP-WORK-OUTCOME NOT = "SKIPPED"
                   AND WS-STEP-WORK-OUTCOME NOT = "BYPASSED"
                   AND WS-STEP-WORK-OUTCOME NOT = "NOT DUE"
               PERFORM TALLY-PROGRAM-TIME-PARAGRAPH
           END-IF.

               IF WS-ARG-VALUE = SPACES
                       OR FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
                   SET LINE-FAILED TO TRUE
                   MOVE "NOT NUMERIC" TO WS-REJECT-CANDIDATE
                   PERFORM NOTE-ARG-REJECT-PARAGRAPH
               ELSE
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARG-VALUE) DELIMITED BY SIZE
                   IF WS-ARG-VALUE(1:8) IS NOT NUMERIC
                           OR WS-ARG-VALUE(9:22) NOT = SPACES
                       SET LINE-FAILED TO TRUE
                       MOVE "NOT A YYYYMMDD DATE" TO WS-REJECT-CANDIDATE
                       PERFORM NOTE-ARG-REJECT-PARAGRAPH
                   ELSE
                       STRING " " DELIMITED BY SIZE
                           WS-ARG-VALUE(1:4) DELIMITED BY SIZE
                       SET RECON-NOT-ELIGIBLE TO TRUE
                       IF WS-ARG-VALUE = SPACES
                           SET LINE-FAILED TO TRUE
                           MOVE "MISSING" TO WS-REJECT-CANDIDATE
                           PERFORM NOTE-ARG-REJECT-PARAGRAPH
                       ELSE
                           STRING " " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-ARG-VALUE)
                       END-IF
                   ELSE
                       SET LINE-FAILED TO TRUE
                       MOVE "UNKNOWN ARGUMENT TYPE IN REGISTRY"
                           TO WS-REJECT-CANDIDATE
                       PERFORM NOTE-REJECT-REASON-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *    ARGUMENT FAILURES NAME THE ARGUMENT: "ARGUMENT 2 MISSING".
       NOTE-ARG-REJECT-PARAGRAPH.
           MOVE SPACES TO WS-REJECT-ARG-TEXT.
           STRING "ARGUMENT " DELIMITED BY SIZE
               WS-ARG-IDX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-CANDIDATE DELIMITED BY SIZE
               INTO WS-REJECT-ARG-TEXT.
           MOVE WS-REJECT-ARG-TEXT TO WS-REJECT-CANDIDATE.
           PERFORM NOTE-REJECT-REASON-PARAGRAPH.

       NOTE-REJECT-REASON-PARAGRAPH.
           IF WS-LINE-REJECT-REASON = SPACES
               MOVE WS-REJECT-CANDIDATE TO WS-LINE-REJECT-REASON
           END-IF.

      *    THE LINE GOES TO THE SUSPENSE FILE AS READ, SO RESUBMIT CAN
      *    RUN A CORRECTED COPY OF IT ON ITS OWN.  THE RUN PARAMETER
      *    KEEPS THE LINE'S CALENDAR (1-8) AND THE WINDOW'S RUN DATE
      *    (9-16) SO THE RERUN RESOLVES ITS DATES AS THIS WINDOW DID.
       SUSPEND-CONTROL-LINE-PARAGRAPH.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE "DRIVER" TO SUSP-PROGRAM.
           MOVE WS-RC-VALIDATION-FAIL TO SUSP-RC.
           MOVE WS-LINE-REJECT-REASON TO SUSP-REASON.
           IF CTL-CALENDAR = SPACES
               MOVE WS-RUN-CALENDAR TO SUSP-RUN-PARM(1:8)
           ELSE
               MOVE CTL-CALENDAR TO SUSP-RUN-PARM(1:8)
           END-IF.
           MOVE WS-SYM-RUNDATE TO SUSP-RUN-PARM(9:8).
           MOVE WS-CONTROL-FILENAME TO SUSP-INPUT-FILE.
           MOVE WS-LINE-NUMBER TO SUSP-RECORD-NUM.
           MOVE WS-CTL-AS-READ TO SUSP-RAW-RECORD.
           PERFORM WRITE-SUSPENSE-PARAGRAPH.
           ADD 1 TO WS-SUSPENDED-COUNT.
           MOVE SPACES TO DRIVER-LOG-RECORD.
           IF SUSP-ALREADY-OPEN
               STRING "LINE " DELIMITED BY SIZE
                   WS-LINE-NUMBER DELIMITED BY SIZE
                   " ALREADY IN SUSPENSE AS ID " DELIMITED BY SIZE
                   WS-SUSP-LAST-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-LINE-REJECT-REASON DELIMITED BY SIZE
                   INTO DRIVER-LOG-RECORD
           ELSE
               STRING "LINE " DELIMITED BY SIZE
                   WS-LINE-NUMBER DELIMITED BY SIZE
                   " WRITTEN TO SUSPENSE AS ID " DELIMITED BY SIZE
                   WS-SUSP-LAST-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-LINE-REJECT-REASON DELIMITED BY SIZE
                   INTO DRIVER-LOG-RECORD
           END-IF.
           WRITE DRIVER-LOG-RECORD.

       WRITE-SKIPPED-LOG-PARAGRAPH.
           MOVE SPACES TO DRIVER-LOG-RECORD.
           STRING "LINE " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               "  SKIPPED " DELIMITED BY SIZE
               WS-SKIPPED-COUNT DELIMITED BY SIZE
               "  BYPASSED " DELIMITED BY SIZE
               WS-BYPASSED-COUNT DELIMITED BY SIZE
               "  NOT DUE " DELIMITED BY SIZE
               WS-NOTDUE-COUNT DELIMITED BY SIZE
               INTO DRIVER-LOG-RECORD.
           WRITE DRIVER-LOG-RECORD.
           PERFORM COUNT-OPEN-SUSPENSE-PARAGRAPH.
           MOVE SPACES TO DRIVER-LOG-RECORD.
           IF LOCK-DENIED
               STRING "LINES SUSPENDED " DELIMITED BY SIZE
                   WS-SUSPENDED-COUNT DELIMITED BY SIZE
                   "  SUSPENSE FILE LOCKED - OPEN ITEMS NOT COUNTED"
                       DELIMITED BY SIZE
                   INTO DRIVER-LOG-RECORD
           ELSE
               STRING "LINES SUSPENDED " DELIMITED BY SIZE
                   WS-SUSPENDED-COUNT DELIMITED BY SIZE
                   "  SUSPENSE ITEMS OPEN " DELIMITED BY SIZE
                   WS-SUSP-OPEN-COUNT DELIMITED BY SIZE
                   INTO DRIVER-LOG-RECORD
           END-IF.
           WRITE DRIVER-LOG-RECORD.
           PERFORM WRITE-SLOWEST-STEPS-PARAGRAPH.
           PERFORM WRITE-PROGRAM-TIMES-PARAGRAPH.
           CLOSE DRIVER-LOG-FILE.
               END-PERFORM
           END-IF.

           COPY SUSPWRT.

           COPY LOCKPD.

           COPY HOLLOAD.

           COPY DATEPD.
