       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUBMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE
               ASSIGN TO DYNAMIC WS-CORR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT SUSPENSE-WORK-FILE
               ASSIGN TO DYNAMIC WS-SUSPWRK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPWRK-STATUS.
           SELECT ORIGINAL-INPUT-FILE
               ASSIGN TO DYNAMIC WS-ORIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORIG-STATUS.
           SELECT RERUN-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-RERUN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.
           SELECT DRIVER-LOG-FILE
               ASSIGN TO DYNAMIC WS-DRVLOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DRVLOG-STATUS.
           COPY SUSPSEL.
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CORRECTION PER LINE: SUSPENSE ID IN 1-9, THE CORRECTED
      *    RECORD FROM COLUMN 11.  A CORRECTED RECORD OF *VOID CLOSES
      *    THE ENTRY WITHOUT RERUNNING ANYTHING.
       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05  CORR-ID PIC X(9).
           05  FILLER PIC X(1).
           05  CORR-TEXT PIC X(160).

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD PIC X(442).

       FD  ORIGINAL-INPUT-FILE.
       01  ORIGINAL-INPUT-RECORD PIC X(160).

       FD  RERUN-OUTPUT-FILE.
       01  RERUN-OUTPUT-RECORD PIC X(160).

       FD  DRIVER-LOG-FILE.
       01  DRIVER-LOG-RECORD PIC X(240).

       COPY SUSPFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       01 WS-MODE-ARG PIC X(100).
       01 WS-CORR-FILENAME PIC X(100) VALUE "SUSPCORR.DAT".
       01 WS-CORR-STATUS PIC XX.
       01 WS-CORR-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-CORRECTIONS VALUE 'Y'.
       01 WS-SUSPWRK-FILENAME PIC X(100).
       01 WS-SUSPWRK-STATUS PIC XX.
       01 WS-SUSPWRK-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-SUSPENSE-WORK VALUE 'Y'.
       01 WS-ORIG-FILENAME PIC X(100).
       01 WS-ORIG-STATUS PIC XX.
       01 WS-ORIG-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-ORIGINAL VALUE 'Y'.
       01 WS-ORIG-LINE PIC 9(9).
       01 WS-RERUN-FILENAME PIC X(100).
       01 WS-RERUN-STATUS PIC XX.
       01 WS-RERUN-BASE PIC X(13).
       01 WS-RERUN-REPORT PIC X(100).
       01 WS-RERUN-SWITCH PIC X VALUE 'Y'.
           88 RERUN-READY VALUE 'Y'.
           88 RERUN-NOT-READY VALUE 'N'.
      *    THE SUSPENSE FILE THIS RUN CLEARS, AND THE SCRATCH FILE A
      *    RERUN'S OWN REJECTS GO TO SO THEY DO NOT OPEN NEW ENTRIES;
      *    A REJECTED RERUN LEAVES THE ORIGINAL ENTRY OPEN WITH THE
      *    NEW REASON NOTED ON IT.
       01 WS-RSB-MAIN-FILENAME PIC X(100).
       01 WS-RSB-MAIN-LOCK PIC X(100).
       01 WS-RSB-SCRATCH-FILENAME PIC X(100).
       01 WS-RSB-ENV-SAVED PIC X(100).
      *    A RERUN SETS THE CALENDAR AND RUN DATE THE ORIGINAL RUN
      *    USED; THE CALLER'S OWN SETTINGS GO BACK AFTER EACH ONE.
       01 WS-RSB-CAL-SAVED PIC X(100).
       01 WS-RSB-RUNDATE-SAVED PIC X(100).
      *    DRIVER ENDS CLEAN EVEN WHEN THE LINE WAS NOT DUE, SO A
      *    DRIVER RERUN IS ONLY CLEARED WHEN ITS OPERATOR SUMMARY
      *    SHOWS THE ONE LINE RAN OK.
       01 WS-DRVLOG-FILENAME PIC X(100) VALUE "DRIVERLOG.DAT".
       01 WS-DRVLOG-STATUS PIC XX.
       01 WS-DRVLOG-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-DRIVER-LOG VALUE 'Y'.
       01 WS-DRVLOG-SUMMARY-SWITCH PIC X VALUE 'N'.
           88 IN-RERUN-SUMMARY VALUE 'Y'.
       01 WS-DRVLOG-OK-STEPS PIC X(4).
       01 WS-RSB-TODAY PIC X(8).
       01 WS-RSB-JOBID PIC X(8).
       01 WS-GCD-PATH PIC X(100).
       01 WS-ZUNEBUG-PATH PIC X(100).
       01 WS-DRIVER-PATH PIC X(100).
       01 WS-COMMAND PIC X(300).
       01 WS-CHILD-RC PIC 9(9).
       01 WS-CHILD-RC-EDIT PIC Z(8)9.
       01 WS-SCRATCH-REASON PIC X(40).
       01 WS-CORR-MAX PIC 9(3) VALUE 200.
       01 WS-CORR-COUNT PIC 9(3) VALUE 0.
       01 WS-CORR-IDX PIC 9(3).
       01 WS-CORR-FOUND-SWITCH PIC X VALUE 'N'.
           88 CORR-ENTRY-FOUND VALUE 'Y'.
       01 WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 200 TIMES.
               10 WS-CORR-ID PIC 9(9).
               10 WS-CORR-TEXT PIC X(160).
               10 WS-CORR-ON-FILE PIC X.
               10 WS-CORR-PROGRAM PIC X(8).
               10 WS-CORR-MODE PIC X(8).
               10 WS-CORR-RUN-PARM PIC X(24).
               10 WS-CORR-INPUT-FILE PIC X(100).
               10 WS-CORR-RECORD-NUM PIC 9(9).
               10 WS-CORR-WAS-STATUS PIC X.
               10 WS-CORR-OUTCOME PIC X.
               10 WS-CORR-NOTE PIC X(40).
       01 WS-LINES-READ PIC 9(9) VALUE 0.
       01 WS-LINES-REJECTED PIC 9(9) VALUE 0.
       01 WS-CLEARED-COUNT PIC 9(9) VALUE 0.
       01 WS-VOIDED-COUNT PIC 9(9) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01 WS-NOT-APPLIED-COUNT PIC 9(9) VALUE 0.
       01 WS-ITEMS-OPEN PIC 9(9) VALUE 0.
       01 WS-ITEMS-CLEARED PIC 9(9) VALUE 0.
       01 WS-ITEMS-VOIDED PIC 9(9) VALUE 0.
       01 WS-OLDEST-OPEN-DATE PIC X(8) VALUE SPACES.
       01 WS-OPEN-PGM-MAX PIC 9(2) VALUE 20.
       01 WS-OPEN-PGM-COUNT PIC 9(2) VALUE 0.
       01 WS-OPEN-PGM-IDX PIC 9(2).
       01 WS-OPEN-PGM-FOUND-SWITCH PIC X VALUE 'N'.
           88 OPEN-PGM-FOUND VALUE 'Y'.
       01 WS-OPEN-PGM-TABLE.
           05 WS-OPEN-PGM-ENTRY OCCURS 20 TIMES.
               10 WS-OPEN-PGM-NAME PIC X(8).
               10 WS-OPEN-PGM-MODE PIC X(8).
               10 WS-OPEN-PGM-TALLY PIC 9(9).
       COPY SUSPWS.
       COPY LOCKWS.
       COPY RETCODES.

      *    RESUBMIT [CORRECTIONFILE]  FEEDS CORRECTED SUSPENSE ENTRIES
      *    BACK THROUGH THE PROGRAM THAT REJECTED THEM AND CLEARS THE
      *    ONES THAT NOW RUN CLEAN (DEFAULT FILE SUSPCORR.DAT).
      *    RESUBMIT OPEN  LISTS THE ENTRIES STILL OPEN AND COUNTS THEM
      *    BY PROGRAM FOR THE MORNING CHECK.
      *    EACH RERUN WORKS FROM FILES NAMED FOR THE SUSPENSE ID
      *    (SUSPNNNNNNNNN.IN, .RPT, .ALC, .CTL):
      *      ZUNEBUG BATCH  - THE CORRECTED DAY COUNT ALONE, ON THE
      *                       CALENDAR THE ORIGINAL RUN USED.
      *      GCD LIST AND   - A COPY OF THE ORIGINAL FILE WITH THE
      *      GCD ALLOCATE     REJECTED LINE REPLACED, SINCE THE RESULT
      *                       NEEDS EVERY LINE; ALLOCATE REUSES THE
      *                       ORIGINAL AMOUNT.
      *      DRIVER         - THE CORRECTED CONTROL LINE AS A ONE-LINE
      *                       CONTROL FILE, SO IT MAY NOT NAME EARLIER
      *                       STEPS, ON THE ORIGINAL CALENDAR AND RUN
      *                       DATE; CLEARED ONLY IF THE LINE RAN OK.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE SPACES TO WS-MODE-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MODE-ARG
           END-ACCEPT.
           PERFORM RESOLVE-SUSPENSE-NAMES-PARAGRAPH.
           MOVE WS-SUSP-ENV-NAME TO WS-RSB-ENV-SAVED.
           MOVE WS-SUSP-FILENAME TO WS-RSB-MAIN-FILENAME.
           MOVE WS-SUSP-LOCK-FILENAME TO WS-RSB-MAIN-LOCK.
           MOVE SPACES TO WS-RSB-SCRATCH-FILENAME.
           STRING FUNCTION TRIM(WS-RSB-MAIN-FILENAME) DELIMITED BY SIZE
               ".RSB" DELIMITED BY SIZE
               INTO WS-RSB-SCRATCH-FILENAME.
           MOVE SPACES TO WS-SUSPWRK-FILENAME.
           STRING FUNCTION TRIM(WS-RSB-MAIN-FILENAME) DELIMITED BY SIZE
               ".WRK" DELIMITED BY SIZE
               INTO WS-SUSPWRK-FILENAME.
           ACCEPT WS-RSB-TODAY FROM DATE YYYYMMDD.
           DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RSB-JOBID FROM ENVIRONMENT-VALUE.
           DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RSB-CAL-SAVED FROM ENVIRONMENT-VALUE.
           DISPLAY "DRIVER_RUNDATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RSB-RUNDATE-SAVED FROM ENVIRONMENT-VALUE.
           IF WS-MODE-ARG = "OPEN" THEN
               PERFORM OPEN-ITEMS-REPORT-PARAGRAPH
               MOVE WS-RC-SUCCESS TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE-ARG NOT = SPACES
               MOVE WS-MODE-ARG TO WS-CORR-FILENAME
           END-IF.
           PERFORM LOAD-CORRECTIONS-PARAGRAPH.
           PERFORM MATCH-SUSPENSE-ENTRIES-PARAGRAPH.
           PERFORM RESOLVE-PROGRAM-PATHS-PARAGRAPH.
           DISPLAY "SUSPENSE_FILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RSB-SCRATCH-FILENAME UPON ENVIRONMENT-VALUE.
           MOVE 1 TO WS-CORR-IDX.
           PERFORM UNTIL WS-CORR-IDX > WS-CORR-COUNT
               PERFORM RESUBMIT-ENTRY-PARAGRAPH
               ADD 1 TO WS-CORR-IDX
           END-PERFORM.
           DISPLAY "SUSPENSE_FILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RSB-ENV-SAVED UPON ENVIRONMENT-VALUE.
           MOVE WS-RSB-MAIN-FILENAME TO WS-SUSP-FILENAME.
           PERFORM APPLY-OUTCOMES-PARAGRAPH.
           PERFORM WRITE-SUMMARY-PARAGRAPH.
           IF WS-FAILED-COUNT > 0 OR WS-NOT-APPLIED-COUNT > 0
                   OR WS-LINES-REJECTED > 0
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
           ELSE
               MOVE WS-RC-SUCCESS TO RETURN-CODE
           END-IF.
           STOP RUN.

       RESOLVE-PROGRAM-PATHS-PARAGRAPH.
           DISPLAY "GCD_PATH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-GCD-PATH FROM ENVIRONMENT-VALUE.
           IF WS-GCD-PATH = SPACES THEN
               MOVE "gcd" TO WS-GCD-PATH
           END-IF.
           DISPLAY "ZUNEBUG_PATH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ZUNEBUG-PATH FROM ENVIRONMENT-VALUE.
           IF WS-ZUNEBUG-PATH = SPACES THEN
               MOVE "zunebug" TO WS-ZUNEBUG-PATH
           END-IF.
           DISPLAY "DRIVER_PATH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DRIVER-PATH FROM ENVIRONMENT-VALUE.
           IF WS-DRIVER-PATH = SPACES THEN
               MOVE "driver" TO WS-DRIVER-PATH
           END-IF.

       LOAD-CORRECTIONS-PARAGRAPH.
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORR-STATUS NOT = "00" THEN
               DISPLAY "RESUBMIT: UNABLE TO OPEN CORRECTION FILE "
                   FUNCTION TRIM(WS-CORR-FILENAME)
                   " - STATUS " WS-CORR-STATUS
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-CORRECTIONS
               READ CORRECTION-FILE
                   AT END
                       SET END-OF-CORRECTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM CHECK-CORRECTION-LINE-PARAGRAPH
               END-READ
           END-PERFORM.
           CLOSE CORRECTION-FILE.

       CHECK-CORRECTION-LINE-PARAGRAPH.
           IF CORR-ID IS NOT NUMERIC OR CORR-ID = "000000000" THEN
               ADD 1 TO WS-LINES-REJECTED
               DISPLAY "RESUBMIT: CORRECTION LINE " WS-LINES-READ
                   " REJECTED - SUSPENSE ID MUST BE 9 DIGITS"
           ELSE
               IF CORR-TEXT = SPACES THEN
                   ADD 1 TO WS-LINES-REJECTED
                   DISPLAY "RESUBMIT: CORRECTION LINE " WS-LINES-READ
                       " REJECTED - NO CORRECTED RECORD FROM COLUMN 11"
               ELSE
                   PERFORM FIND-CORRECTION-PARAGRAPH
                   IF CORR-ENTRY-FOUND THEN
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "RESUBMIT: CORRECTION LINE "
                           WS-LINES-READ " REJECTED - SUSPENSE ID "
                           CORR-ID " ALREADY CORRECTED ABOVE"
                   ELSE
                       IF WS-CORR-COUNT >= WS-CORR-MAX THEN
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "RESUBMIT: CORRECTION LINE "
                               WS-LINES-READ " REJECTED - MORE THAN "
                               WS-CORR-MAX " CORRECTIONS IN ONE RUN"
                       ELSE
                           ADD 1 TO WS-CORR-COUNT
                           MOVE CORR-ID TO WS-CORR-ID(WS-CORR-COUNT)
                           MOVE CORR-TEXT
                               TO WS-CORR-TEXT(WS-CORR-COUNT)
                           MOVE 'N' TO WS-CORR-ON-FILE(WS-CORR-COUNT)
                           MOVE SPACE TO WS-CORR-OUTCOME(WS-CORR-COUNT)
                           MOVE SPACES TO WS-CORR-NOTE(WS-CORR-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    CALLER LEAVES THE ID TO LOOK FOR IN CORR-ID (LOADING);
      *    FOUND LEAVES WS-CORR-IDX ON THE ENTRY.
       FIND-CORRECTION-PARAGRAPH.
           MOVE 'N' TO WS-CORR-FOUND-SWITCH.
           MOVE 1 TO WS-CORR-IDX.
           PERFORM UNTIL WS-CORR-IDX > WS-CORR-COUNT
                   OR CORR-ENTRY-FOUND
               IF WS-CORR-ID(WS-CORR-IDX) = CORR-ID
                   SET CORR-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CORR-IDX
               END-IF
           END-PERFORM.

       FIND-SUSPENSE-CORRECTION-PARAGRAPH.
           MOVE 'N' TO WS-CORR-FOUND-SWITCH.
           MOVE 1 TO WS-CORR-IDX.
           PERFORM UNTIL WS-CORR-IDX > WS-CORR-COUNT
                   OR CORR-ENTRY-FOUND
               IF WS-CORR-ID(WS-CORR-IDX) = SUSP-ID
                   SET CORR-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CORR-IDX
               END-IF
           END-PERFORM.

      *    THE ENTRIES ARE READ UNDER THE SUSPENSE LOCK, WHICH IS THEN
      *    RELEASED: A RERUN THAT REJECTS AGAIN NEEDS TO WRITE.
       MATCH-SUSPENSE-ENTRIES-PARAGRAPH.
           MOVE WS-RSB-MAIN-LOCK TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "RESUBMIT: UNABLE TO LOCK "
                   FUNCTION TRIM(WS-RSB-MAIN-FILENAME)
                   " - ANOTHER RUN IS HOLDING THE LOCK"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           PERFORM FIND-SUSPENSE-CORRECTION-PARAGRAPH
                           IF CORR-ENTRY-FOUND
                               PERFORM NOTE-SUSPENSE-ENTRY-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM RELEASE-LOCK-PARAGRAPH.

       NOTE-SUSPENSE-ENTRY-PARAGRAPH.
           MOVE 'Y' TO WS-CORR-ON-FILE(WS-CORR-IDX).
           MOVE SUSP-PROGRAM TO WS-CORR-PROGRAM(WS-CORR-IDX).
           MOVE SUSP-MODE TO WS-CORR-MODE(WS-CORR-IDX).
           MOVE SUSP-RUN-PARM TO WS-CORR-RUN-PARM(WS-CORR-IDX).
           MOVE SUSP-INPUT-FILE TO WS-CORR-INPUT-FILE(WS-CORR-IDX).
           MOVE SUSP-RECORD-NUM TO WS-CORR-RECORD-NUM(WS-CORR-IDX).
           MOVE SUSP-STATUS TO WS-CORR-WAS-STATUS(WS-CORR-IDX).

      *    OUTCOMES: C CLEARED, V VOIDED, F RERUN FAILED (ENTRY STAYS
      *    OPEN), N NOT APPLIED (ENTRY LEFT AS IT WAS).
       RESUBMIT-ENTRY-PARAGRAPH.
           IF WS-CORR-ON-FILE(WS-CORR-IDX) NOT = 'Y' THEN
               MOVE 'N' TO WS-CORR-OUTCOME(WS-CORR-IDX)
               MOVE "NOT ON SUSPENSE FILE" TO WS-CORR-NOTE(WS-CORR-IDX)
           ELSE
               IF WS-CORR-WAS-STATUS(WS-CORR-IDX) NOT = "O" THEN
                   MOVE 'N' TO WS-CORR-OUTCOME(WS-CORR-IDX)
                   MOVE "ENTRY IS NOT OPEN"
                       TO WS-CORR-NOTE(WS-CORR-IDX)
               ELSE
                   IF WS-CORR-TEXT(WS-CORR-IDX) = "*VOID" THEN
                       MOVE 'V' TO WS-CORR-OUTCOME(WS-CORR-IDX)
                       MOVE "VOIDED BY OPERATOR"
                           TO WS-CORR-NOTE(WS-CORR-IDX)
                   ELSE
                       PERFORM RERUN-ENTRY-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           EVALUATE WS-CORR-OUTCOME(WS-CORR-IDX)
               WHEN 'C'
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN 'V'
                   ADD 1 TO WS-VOIDED-COUNT
               WHEN 'F'
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-APPLIED-COUNT
           END-EVALUATE.
           DISPLAY "RESUBMIT: ID " WS-CORR-ID(WS-CORR-IDX) " "
               WS-CORR-PROGRAM(WS-CORR-IDX) " "
               WS-CORR-MODE(WS-CORR-IDX) " - "
               FUNCTION TRIM(WS-CORR-NOTE(WS-CORR-IDX)).

       RERUN-ENTRY-PARAGRAPH.
           MOVE SPACES TO WS-RERUN-BASE.
           STRING "SUSP" DELIMITED BY SIZE
               WS-CORR-ID(WS-CORR-IDX) DELIMITED BY SIZE
               INTO WS-RERUN-BASE.
           MOVE SPACES TO WS-COMMAND.
           SET RERUN-READY TO TRUE.
           IF WS-CORR-PROGRAM(WS-CORR-IDX) = "ZUNEBUG"
                   AND WS-CORR-MODE(WS-CORR-IDX) = "BATCH"
               PERFORM BUILD-ZUNEBUG-RERUN-PARAGRAPH
           ELSE
               IF WS-CORR-PROGRAM(WS-CORR-IDX) = "GCD"
                       AND (WS-CORR-MODE(WS-CORR-IDX) = "LIST"
                       OR WS-CORR-MODE(WS-CORR-IDX) = "ALLOCATE")
                   PERFORM BUILD-GCD-RERUN-PARAGRAPH
               ELSE
                   IF WS-CORR-PROGRAM(WS-CORR-IDX) = "DRIVER"
                       PERFORM BUILD-DRIVER-RERUN-PARAGRAPH
                   ELSE
                       SET RERUN-NOT-READY TO TRUE
                       MOVE "NO RERUN ROUTE FOR THIS PROGRAM AND MODE"
                           TO WS-CORR-NOTE(WS-CORR-IDX)
                   END-IF
               END-IF
           END-IF.
           IF RERUN-NOT-READY THEN
               MOVE 'F' TO WS-CORR-OUTCOME(WS-CORR-IDX)
           ELSE
               PERFORM RUN-RERUN-COMMAND-PARAGRAPH
           END-IF.

       BUILD-ZUNEBUG-RERUN-PARAGRAPH.
           PERFORM OPEN-RERUN-FILE-PARAGRAPH.
           IF RERUN-READY THEN
               MOVE WS-CORR-TEXT(WS-CORR-IDX) TO RERUN-OUTPUT-RECORD
               WRITE RERUN-OUTPUT-RECORD
               CLOSE RERUN-OUTPUT-FILE
               MOVE SPACES TO WS-RERUN-REPORT
               STRING FUNCTION TRIM(WS-RERUN-BASE) DELIMITED BY SIZE
                   ".RPT" DELIMITED BY SIZE
                   INTO WS-RERUN-REPORT
               STRING FUNCTION TRIM(WS-ZUNEBUG-PATH) DELIMITED BY SIZE
                   " BATCH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RERUN-FILENAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RERUN-REPORT) DELIMITED BY SIZE
                   INTO WS-COMMAND
               DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME
               DISPLAY WS-CORR-RUN-PARM(WS-CORR-IDX)
                   UPON ENVIRONMENT-VALUE
           END-IF.

       BUILD-GCD-RERUN-PARAGRAPH.
           MOVE WS-CORR-INPUT-FILE(WS-CORR-IDX) TO WS-ORIG-FILENAME.
           OPEN INPUT ORIGINAL-INPUT-FILE.
           IF WS-ORIG-STATUS NOT = "00" THEN
               SET RERUN-NOT-READY TO TRUE
               MOVE "ORIGINAL INPUT FILE NOT AVAILABLE"
                   TO WS-CORR-NOTE(WS-CORR-IDX)
           ELSE
               PERFORM OPEN-RERUN-FILE-PARAGRAPH
               IF RERUN-READY THEN
                   PERFORM COPY-CORRECTED-INPUT-PARAGRAPH
                   CLOSE RERUN-OUTPUT-FILE
               END-IF
               CLOSE ORIGINAL-INPUT-FILE
           END-IF.
           IF RERUN-READY THEN
               IF WS-CORR-MODE(WS-CORR-IDX) = "LIST" THEN
                   STRING FUNCTION TRIM(WS-GCD-PATH) DELIMITED BY SIZE
                       " LIST " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RERUN-FILENAME)
                           DELIMITED BY SIZE
                       INTO WS-COMMAND
               ELSE
                   MOVE SPACES TO WS-RERUN-REPORT
                   STRING FUNCTION TRIM(WS-RERUN-BASE) DELIMITED BY SIZE
                       ".ALC" DELIMITED BY SIZE
                       INTO WS-RERUN-REPORT
                   STRING FUNCTION TRIM(WS-GCD-PATH) DELIMITED BY SIZE
                       " ALLOCATE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CORR-RUN-PARM(WS-CORR-IDX))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RERUN-FILENAME)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RERUN-REPORT) DELIMITED BY SIZE
                       INTO WS-COMMAND
               END-IF
           END-IF.

       COPY-CORRECTED-INPUT-PARAGRAPH.
           MOVE 0 TO WS-ORIG-LINE.
           MOVE 'N' TO WS-ORIG-EOF-SWITCH.
           PERFORM UNTIL END-OF-ORIGINAL
               READ ORIGINAL-INPUT-FILE
                   AT END
                       SET END-OF-ORIGINAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORIG-LINE
                       IF WS-ORIG-LINE = WS-CORR-RECORD-NUM(WS-CORR-IDX)
                           MOVE WS-CORR-TEXT(WS-CORR-IDX)
                               TO RERUN-OUTPUT-RECORD
                       ELSE
                           MOVE ORIGINAL-INPUT-RECORD
                               TO RERUN-OUTPUT-RECORD
                       END-IF
                       WRITE RERUN-OUTPUT-RECORD
               END-READ
           END-PERFORM.
           IF WS-ORIG-LINE < WS-CORR-RECORD-NUM(WS-CORR-IDX) THEN
               SET RERUN-NOT-READY TO TRUE
               MOVE "ORIGINAL INPUT FILE IS SHORTER THAN RECORD"
                   TO WS-CORR-NOTE(WS-CORR-IDX)
           END-IF.

       BUILD-DRIVER-RERUN-PARAGRAPH.
           PERFORM OPEN-RERUN-FILE-PARAGRAPH.
           IF RERUN-READY THEN
               MOVE WS-CORR-TEXT(WS-CORR-IDX) TO RERUN-OUTPUT-RECORD
               WRITE RERUN-OUTPUT-RECORD
               CLOSE RERUN-OUTPUT-FILE
               STRING FUNCTION TRIM(WS-DRIVER-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RERUN-FILENAME) DELIMITED BY SIZE
                   INTO WS-COMMAND
               DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME
               DISPLAY WS-CORR-RUN-PARM(WS-CORR-IDX)(1:8)
                   UPON ENVIRONMENT-VALUE
               DISPLAY "DRIVER_RUNDATE" UPON ENVIRONMENT-NAME
               DISPLAY WS-CORR-RUN-PARM(WS-CORR-IDX)(9:8)
                   UPON ENVIRONMENT-VALUE
           END-IF.

      *    THE RERUN INPUT IS SUSPNNNNNNNNN.IN, OR .CTL FOR DRIVER.
       OPEN-RERUN-FILE-PARAGRAPH.
           MOVE SPACES TO WS-RERUN-FILENAME.
           IF WS-CORR-PROGRAM(WS-CORR-IDX) = "DRIVER" THEN
               STRING FUNCTION TRIM(WS-RERUN-BASE) DELIMITED BY SIZE
                   ".CTL" DELIMITED BY SIZE
                   INTO WS-RERUN-FILENAME
           ELSE
               STRING FUNCTION TRIM(WS-RERUN-BASE) DELIMITED BY SIZE
                   ".IN" DELIMITED BY SIZE
                   INTO WS-RERUN-FILENAME
           END-IF.
           OPEN OUTPUT RERUN-OUTPUT-FILE.
           IF WS-RERUN-STATUS NOT = "00" THEN
               SET RERUN-NOT-READY TO TRUE
               MOVE "UNABLE TO WRITE RERUN INPUT FILE"
                   TO WS-CORR-NOTE(WS-CORR-IDX)
           END-IF.

       RUN-RERUN-COMMAND-PARAGRAPH.
           PERFORM CLEAR-SCRATCH-PARAGRAPH.
           DISPLAY "RESUBMIT: RUNNING " FUNCTION TRIM(WS-COMMAND).
           CALL "SYSTEM" USING WS-COMMAND.
           COMPUTE WS-CHILD-RC = RETURN-CODE / 256.
           DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RSB-CAL-SAVED UPON ENVIRONMENT-VALUE.
           DISPLAY "DRIVER_RUNDATE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RSB-RUNDATE-SAVED UPON ENVIRONMENT-VALUE.
           MOVE "0001" TO WS-DRVLOG-OK-STEPS.
           IF WS-CHILD-RC = WS-RC-SUCCESS
               AND WS-CORR-PROGRAM(WS-CORR-IDX) = "DRIVER"
               PERFORM READ-DRIVER-SUMMARY-PARAGRAPH
           END-IF.
           IF WS-CHILD-RC = WS-RC-SUCCESS THEN
               IF WS-DRVLOG-OK-STEPS = "0001" THEN
                   MOVE 'C' TO WS-CORR-OUTCOME(WS-CORR-IDX)
                   STRING "CLEARED - RERUN AS " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RERUN-FILENAME)
                           DELIMITED BY SIZE
                       INTO WS-CORR-NOTE(WS-CORR-IDX)
               ELSE
                   MOVE 'F' TO WS-CORR-OUTCOME(WS-CORR-IDX)
                   MOVE "RERUN LINE NOT RUN OK - SEE DRIVERLOG"
                       TO WS-CORR-NOTE(WS-CORR-IDX)
               END-IF
           ELSE
               MOVE 'F' TO WS-CORR-OUTCOME(WS-CORR-IDX)
               PERFORM READ-SCRATCH-REASON-PARAGRAPH
               IF WS-SCRATCH-REASON NOT = SPACES THEN
                   STRING "REJECTED: " DELIMITED BY SIZE
                       WS-SCRATCH-REASON DELIMITED BY SIZE
                       INTO WS-CORR-NOTE(WS-CORR-IDX)
               ELSE
                   MOVE WS-CHILD-RC TO WS-CHILD-RC-EDIT
                   STRING "RERUN FAILED WITH RETURN CODE "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CHILD-RC-EDIT)
                           DELIMITED BY SIZE
                       INTO WS-CORR-NOTE(WS-CORR-IDX)
               END-IF
           END-IF.

      *    THE STEPS-OK COUNT FROM THE LAST OPERATOR SUMMARY DRIVER
      *    LOGGED FOR THIS RERUN'S CONTROL FILE.
       READ-DRIVER-SUMMARY-PARAGRAPH.
           MOVE SPACES TO WS-DRVLOG-OK-STEPS.
           MOVE 'N' TO WS-DRVLOG-EOF-SWITCH.
           MOVE 'N' TO WS-DRVLOG-SUMMARY-SWITCH.
           OPEN INPUT DRIVER-LOG-FILE.
           IF WS-DRVLOG-STATUS = "00" THEN
               PERFORM UNTIL END-OF-DRIVER-LOG
                   READ DRIVER-LOG-FILE
                       AT END
                           SET END-OF-DRIVER-LOG TO TRUE
                       NOT AT END
                           PERFORM CHECK-DRIVER-LOG-LINE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE DRIVER-LOG-FILE
           END-IF.

       CHECK-DRIVER-LOG-LINE-PARAGRAPH.
           IF DRIVER-LOG-RECORD(1:21) = "OPERATOR SUMMARY FOR " THEN
               IF DRIVER-LOG-RECORD(22:100) = WS-RERUN-FILENAME THEN
                   SET IN-RERUN-SUMMARY TO TRUE
                   MOVE SPACES TO WS-DRVLOG-OK-STEPS
               ELSE
                   MOVE 'N' TO WS-DRVLOG-SUMMARY-SWITCH
               END-IF
           ELSE
               IF IN-RERUN-SUMMARY
                   AND DRIVER-LOG-RECORD(1:9) = "STEPS OK " THEN
                   MOVE DRIVER-LOG-RECORD(10:4) TO WS-DRVLOG-OK-STEPS
                   MOVE 'N' TO WS-DRVLOG-SUMMARY-SWITCH
               END-IF
           END-IF.

       CLEAR-SCRATCH-PARAGRAPH.
           MOVE WS-RSB-SCRATCH-FILENAME TO WS-SUSP-FILENAME.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               CLOSE SUSPENSE-FILE
           END-IF.

      *    THE LAST REJECT THE RERUN WROTE SAYS WHY IT FAILED.
       READ-SCRATCH-REASON-PARAGRAPH.
           MOVE SPACES TO WS-SCRATCH-REASON.
           MOVE WS-RSB-SCRATCH-FILENAME TO WS-SUSP-FILENAME.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           MOVE SUSP-REASON TO WS-SCRATCH-REASON
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *    THE SUSPENSE FILE IS COPIED TO A WORK FILE WITH THE
      *    OUTCOMES APPLIED AND COPIED BACK, ALL UNDER THE LOCK, SO
      *    ENTRIES OTHER RUNS ADDED MEANWHILE ARE KEPT.
       APPLY-OUTCOMES-PARAGRAPH.
           MOVE WS-RSB-MAIN-LOCK TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "RESUBMIT: UNABLE TO LOCK "
                   FUNCTION TRIM(WS-RSB-MAIN-FILENAME)
                   " - OUTCOMES ABOVE NOT RECORDED"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-ITEMS-OPEN.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               OPEN OUTPUT SUSPENSE-WORK-FILE
               IF WS-SUSPWRK-STATUS NOT = "00" THEN
                   DISPLAY "RESUBMIT: UNABLE TO OPEN WORK FILE "
                       FUNCTION TRIM(WS-SUSPWRK-FILENAME)
                       " - STATUS " WS-SUSPWRK-STATUS
                       " - OUTCOMES ABOVE NOT RECORDED"
                   CLOSE SUSPENSE-FILE
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           PERFORM UPDATE-SUSPENSE-ENTRY-PARAGRAPH
                           WRITE SUSPENSE-WORK-RECORD
                               FROM SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-WORK-FILE
               PERFORM COPY-BACK-SUSPENSE-PARAGRAPH
           END-IF.
           PERFORM RELEASE-LOCK-PARAGRAPH.

       UPDATE-SUSPENSE-ENTRY-PARAGRAPH.
           PERFORM FIND-SUSPENSE-CORRECTION-PARAGRAPH.
           IF CORR-ENTRY-FOUND AND SUSP-OPEN
               IF WS-CORR-OUTCOME(WS-CORR-IDX) = 'C'
                       OR WS-CORR-OUTCOME(WS-CORR-IDX) = 'V'
                       OR WS-CORR-OUTCOME(WS-CORR-IDX) = 'F'
                   IF WS-CORR-OUTCOME(WS-CORR-IDX) NOT = 'V'
                           AND SUSP-ATTEMPTS < 99
                       ADD 1 TO SUSP-ATTEMPTS
                   END-IF
                   IF WS-CORR-OUTCOME(WS-CORR-IDX) = 'C'
                       SET SUSP-CLEARED TO TRUE
                   END-IF
                   IF WS-CORR-OUTCOME(WS-CORR-IDX) = 'V'
                       SET SUSP-VOIDED TO TRUE
                   END-IF
                   MOVE WS-RSB-TODAY TO SUSP-ACTION-DATE
                   MOVE WS-RSB-JOBID TO SUSP-ACTION-JOBID
                   MOVE WS-CORR-NOTE(WS-CORR-IDX) TO SUSP-ACTION-NOTE
               END-IF
           END-IF.
           IF SUSP-OPEN
               ADD 1 TO WS-ITEMS-OPEN
           END-IF.

       COPY-BACK-SUSPENSE-PARAGRAPH.
           MOVE 'N' TO WS-SUSPWRK-EOF-SWITCH.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "RESUBMIT: UNABLE TO REWRITE "
                   FUNCTION TRIM(WS-RSB-MAIN-FILENAME)
                   " - STATUS " WS-SUSP-STATUS
                   " - UPDATED COPY LEFT IN "
                   FUNCTION TRIM(WS-SUSPWRK-FILENAME)
               CLOSE SUSPENSE-WORK-FILE
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-SUSPENSE-WORK
               READ SUSPENSE-WORK-FILE
                   AT END
                       SET END-OF-SUSPENSE-WORK TO TRUE
                   NOT AT END
                       WRITE SUSPENSE-RECORD FROM SUSPENSE-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-FILE.

       WRITE-SUMMARY-PARAGRAPH.
           DISPLAY " ".
           DISPLAY "RESUBMIT SUMMARY FOR "
               FUNCTION TRIM(WS-CORR-FILENAME).
           DISPLAY "CORRECTION LINES READ: " WS-LINES-READ
               "  REJECTED: " WS-LINES-REJECTED.
           DISPLAY "CLEARED: " WS-CLEARED-COUNT
               "  VOIDED: " WS-VOIDED-COUNT
               "  RERUN FAILED: " WS-FAILED-COUNT
               "  NOT APPLIED: " WS-NOT-APPLIED-COUNT.
           DISPLAY "SUSPENSE ITEMS STILL OPEN: " WS-ITEMS-OPEN.

      *    THE MORNING CHECK: EVERY OPEN ENTRY, OLDEST FIRST AS WRITTEN,
      *    THEN THE COUNT BY PROGRAM AND MODE.
       OPEN-ITEMS-REPORT-PARAGRAPH.
           MOVE WS-RSB-MAIN-LOCK TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "RESUBMIT: UNABLE TO LOCK "
                   FUNCTION TRIM(WS-RSB-MAIN-FILENAME)
                   " - ANOTHER RUN IS HOLDING THE LOCK"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "RESUBMIT: OPEN SUSPENSE ITEMS IN "
               FUNCTION TRIM(WS-RSB-MAIN-FILENAME) " AS OF "
               WS-RSB-TODAY.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           PERFORM TALLY-SUSPENSE-ENTRY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM RELEASE-LOCK-PARAGRAPH.
           DISPLAY " ".
           DISPLAY "OPEN ITEMS BY PROGRAM:".
           MOVE 1 TO WS-OPEN-PGM-IDX.
           PERFORM UNTIL WS-OPEN-PGM-IDX > WS-OPEN-PGM-COUNT
               DISPLAY "  " WS-OPEN-PGM-NAME(WS-OPEN-PGM-IDX) " "
                   WS-OPEN-PGM-MODE(WS-OPEN-PGM-IDX) " "
                   WS-OPEN-PGM-TALLY(WS-OPEN-PGM-IDX)
               ADD 1 TO WS-OPEN-PGM-IDX
           END-PERFORM.
           DISPLAY "SUSPENSE ITEMS OPEN: " WS-ITEMS-OPEN
               "  CLEARED: " WS-ITEMS-CLEARED
               "  VOIDED: " WS-ITEMS-VOIDED.
           IF WS-ITEMS-OPEN > 0
               DISPLAY "OLDEST OPEN ITEM WRITTEN " WS-OLDEST-OPEN-DATE
           END-IF.

       TALLY-SUSPENSE-ENTRY-PARAGRAPH.
           IF SUSP-CLEARED
               ADD 1 TO WS-ITEMS-CLEARED
           END-IF.
           IF SUSP-VOIDED
               ADD 1 TO WS-ITEMS-VOIDED
           END-IF.
           IF SUSP-OPEN
               ADD 1 TO WS-ITEMS-OPEN
               IF WS-OLDEST-OPEN-DATE = SPACES
                       OR SUSP-DATE < WS-OLDEST-OPEN-DATE
                   MOVE SUSP-DATE TO WS-OLDEST-OPEN-DATE
               END-IF
               DISPLAY "  ID " SUSP-ID " " SUSP-DATE " " SUSP-JOBID
                   " " SUSP-PROGRAM " " SUSP-MODE " RC " SUSP-RC
                   " " FUNCTION TRIM(SUSP-REASON)
               DISPLAY "      " FUNCTION TRIM(SUSP-INPUT-FILE)
                   " RECORD " SUSP-RECORD-NUM ": "
                   FUNCTION TRIM(SUSP-RAW-RECORD TRAILING)
               IF SUSP-ATTEMPTS > 0
                   DISPLAY "      " SUSP-ATTEMPTS " ATTEMPT(S), LAST "
                       SUSP-ACTION-DATE " "
                       FUNCTION TRIM(SUSP-ACTION-NOTE)
               END-IF
               PERFORM TALLY-OPEN-PROGRAM-PARAGRAPH
           END-IF.

       TALLY-OPEN-PROGRAM-PARAGRAPH.
           MOVE 'N' TO WS-OPEN-PGM-FOUND-SWITCH.
           MOVE 1 TO WS-OPEN-PGM-IDX.
           PERFORM UNTIL WS-OPEN-PGM-IDX > WS-OPEN-PGM-COUNT
                   OR OPEN-PGM-FOUND
               IF WS-OPEN-PGM-NAME(WS-OPEN-PGM-IDX) = SUSP-PROGRAM
                       AND WS-OPEN-PGM-MODE(WS-OPEN-PGM-IDX) = SUSP-MODE
                   SET OPEN-PGM-FOUND TO TRUE
                   ADD 1 TO WS-OPEN-PGM-TALLY(WS-OPEN-PGM-IDX)
               ELSE
                   ADD 1 TO WS-OPEN-PGM-IDX
               END-IF
           END-PERFORM.
           IF NOT OPEN-PGM-FOUND AND WS-OPEN-PGM-COUNT < WS-OPEN-PGM-MAX
               ADD 1 TO WS-OPEN-PGM-COUNT
               MOVE SUSP-PROGRAM TO WS-OPEN-PGM-NAME(WS-OPEN-PGM-COUNT)
               MOVE SUSP-MODE TO WS-OPEN-PGM-MODE(WS-OPEN-PGM-COUNT)
               MOVE 1 TO WS-OPEN-PGM-TALLY(WS-OPEN-PGM-COUNT)
           END-IF.

           COPY SUSPWRT.

           COPY LOCKPD.
