       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAY-INPUT-FILE
               ASSIGN TO DYNAMIC WS-REPLAY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-STATUS.
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-INPUT-FILE.
       01  REPLAY-INPUT-RECORD PIC X(99).

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FROM-ARG PIC X(8).
       01 WS-DATE-TO-ARG PIC X(8).
       01 WS-ARCH-FROM-ARG PIC X(6).
       01 WS-ARCH-TO-ARG PIC X(6).
       01 WS-SYSTEM-DATE PIC X(8).
       01 WS-REPLAY-FILENAME PIC X(100).
       01 WS-REPLAY-STATUS PIC XX.
       01 WS-REPLAY-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-REPLAY-FILE VALUE 'Y'.
       01 WS-RPL-REC.
           05 WS-RPL-DATE PIC X(8).
           05 WS-RPL-TIME PIC X(8).
           05 WS-RPL-JOBID PIC X(8).
           05 WS-RPL-PROGRAM PIC X(8).
           05 WS-RPL-INPUT-1 PIC X(9).
           05 WS-RPL-INPUT-2 PIC X(9).
           05 WS-RPL-RESULT PIC X(40).
           05 WS-RPL-SEQ PIC X(9).
       01 WS-ARCH-YYYYMM PIC 9(6).
       01 WS-ARCH-TO-YYYYMM PIC 9(6).
       01 WS-ARCH-YEAR PIC 9(4).
       01 WS-ARCH-MONTH PIC 9(2).
       01 WS-ARCH-SUFFIX PIC X(6).
       01 WS-FILES-READ PIC 9(4) VALUE 0.
       01 WS-FILES-MISSING PIC 9(4) VALUE 0.
       01 WS-RECORDS-SCANNED PIC 9(9) VALUE 0.
       01 WS-RECORDS-IN-RANGE PIC 9(9) VALUE 0.
       01 WS-RPL-GCD-COUNT PIC 9(9) VALUE 0.
       01 WS-RPL-DAYS-COUNT PIC 9(9) VALUE 0.
       01 WS-RPL-REVERSE-COUNT PIC 9(9) VALUE 0.
       01 WS-RPL-ELAPSED-COUNT PIC 9(9) VALUE 0.
       01 WS-RPL-MATCHED PIC 9(9) VALUE 0.
       01 WS-RPL-DISCREPANCIES PIC 9(9) VALUE 0.
       01 WS-RPL-NOT-REPLAYED PIC 9(9) VALUE 0.
       01 WS-RPL-EXPECTED PIC X(40).
       01 WS-RPL-INPUT-SWITCH PIC X VALUE 'Y'.
           88 RPL-INPUTS-VALID VALUE 'Y'.
           88 RPL-INPUTS-INVALID VALUE 'N'.
       01 WS-RPL-A PIC 9(9).
       01 WS-RPL-B PIC 9(9).
       01 WS-RPL-GCD PIC 9(9).
       01 WS-RPL-LCM PIC 9(18).
       01 WS-RPL-LOGGED-DATE PIC X(9).
       01 WS-RPL-DAYS-A PIC 9(9).
       01 WS-RPL-ELAPSED-DAYS PIC S9(9).
       01 WS-RPL-ELAPSED-EDIT PIC -9(9).
       COPY DATEWS.
       COPY GCDWS.
       COPY LOCKWS.
       COPY RETCODES.

      *    RE-VERIFIES RECORDED GCD AND ZUNEBUG RESULTS BY WORKING
      *    THEM OUT AGAIN WITH THE SAME SHARED PARAGRAPHS THE PROGRAMS
      *    USE (GCDPD, DATEPD).  REPLAYED: TWO-NUMBER GCD/LCM,
      *    ZUNEBUG DAY COUNT TO DATE (PLAIN AND BATCH), REVERSE AND
      *    ELAPSED.  RECORDS WHOSE INPUTS ARE NOT ON THE LOG (LIST,
      *    FILE-DRIVEN MODES) OR THAT DEPEND ON OTHER FILES ARE
      *    COUNTED AS NOT REPLAYABLE.
      *    ARGUMENTS AS AUDITQRY: FROM DATE, TO DATE (YYYYMMDD OR *)
      *    AND ARCHIVE FROM/TO MONTH (YYYYMM OR *).  WITH A FROM DATE
      *    AND NO ARCHIVE MONTHS, EVERY ARCHIVE FROM THE FROM DATE'S
      *    MONTH TO THE CURRENT MONTH IS READ, SINCE A RECORD IS
      *    ARCHIVED IN ITS OWN MONTH OR A LATER ONE.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM ACCEPT-ARGUMENTS-PARAGRAPH.
           PERFORM VALIDATE-ARGUMENTS-PARAGRAPH.
           DISPLAY "AUDITRPL: AUDIT REPLAY DISCREPANCY REPORT".
           DISPLAY "FILTERS: FROM=" WS-DATE-FROM-ARG
               " TO=" WS-DATE-TO-ARG
               " ARCHIVES=" WS-ARCH-FROM-ARG "-" WS-ARCH-TO-ARG.
           PERFORM SCAN-ARCHIVE-RANGE-PARAGRAPH.
      *    ONLY THE LIVE LOG CAN BE MID-WRITE, SO ONLY ITS SCAN IS
      *    DONE UNDER THE AUDIT LOCK.
           MOVE "AUDITLOG.LCK" TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "AUDITRPL: UNABLE TO LOCK AUDITLOG.DAT - "
                   "ANOTHER RUN IS HOLDING THE LOCK"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "AUDITLOG.DAT" TO WS-REPLAY-FILENAME.
           PERFORM SCAN-ONE-FILE-PARAGRAPH.
           PERFORM RELEASE-LOCK-PARAGRAPH.
           PERFORM WRITE-SUMMARY-PARAGRAPH.
           IF WS-RPL-DISCREPANCIES > 0 THEN
               MOVE WS-RC-AUDIT-VERIFY-FAIL TO RETURN-CODE
           ELSE
               MOVE WS-RC-SUCCESS TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACCEPT-ARGUMENTS-PARAGRAPH.
           MOVE "*" TO WS-DATE-FROM-ARG.
           MOVE "*" TO WS-DATE-TO-ARG.
           MOVE "*" TO WS-ARCH-FROM-ARG.
           MOVE "*" TO WS-ARCH-TO-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-DATE-FROM-ARG
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-TO-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-DATE-TO-ARG
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARCH-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-ARCH-FROM-ARG
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARCH-TO-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-ARCH-TO-ARG
           END-ACCEPT.
           IF WS-DATE-FROM-ARG = SPACES
               MOVE "*" TO WS-DATE-FROM-ARG
           END-IF.
           IF WS-DATE-TO-ARG = SPACES MOVE "*" TO WS-DATE-TO-ARG END-IF.
           IF WS-ARCH-FROM-ARG = SPACES
               MOVE "*" TO WS-ARCH-FROM-ARG
           END-IF.
           IF WS-ARCH-TO-ARG = SPACES
               MOVE "*" TO WS-ARCH-TO-ARG
           END-IF.

       VALIDATE-ARGUMENTS-PARAGRAPH.
           IF WS-DATE-FROM-ARG NOT = "*"
                   AND WS-DATE-FROM-ARG IS NOT NUMERIC
               DISPLAY "AUDITRPL: INVALID INPUT - FROM DATE MUST BE "
                   "YYYYMMDD OR *"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATE-TO-ARG NOT = "*"
                   AND WS-DATE-TO-ARG IS NOT NUMERIC
               DISPLAY "AUDITRPL: INVALID INPUT - TO DATE MUST BE "
                   "YYYYMMDD OR *"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DATE-FROM-ARG NOT = "*" AND WS-DATE-TO-ARG NOT = "*"
                   AND WS-DATE-FROM-ARG > WS-DATE-TO-ARG
               DISPLAY "AUDITRPL: INVALID INPUT - FROM DATE IS AFTER "
                   "TO DATE"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARCH-FROM-ARG NOT = "*"
                   AND WS-ARCH-FROM-ARG IS NOT NUMERIC
               DISPLAY "AUDITRPL: INVALID INPUT - ARCHIVE FROM MONTH "
                   "MUST BE YYYYMM OR *"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARCH-TO-ARG NOT = "*"
                   AND WS-ARCH-TO-ARG IS NOT NUMERIC
               DISPLAY "AUDITRPL: INVALID INPUT - ARCHIVE TO MONTH "
                   "MUST BE YYYYMM OR *"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ARCH-FROM-ARG = "*" AND WS-ARCH-TO-ARG = "*"
                   AND WS-DATE-FROM-ARG NOT = "*"
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               MOVE WS-DATE-FROM-ARG(1:6) TO WS-ARCH-FROM-ARG
               MOVE WS-SYSTEM-DATE(1:6) TO WS-ARCH-TO-ARG
           END-IF.
           IF WS-ARCH-FROM-ARG = "*" AND WS-ARCH-TO-ARG NOT = "*"
               MOVE WS-ARCH-TO-ARG TO WS-ARCH-FROM-ARG
           END-IF.
           IF WS-ARCH-TO-ARG = "*" AND WS-ARCH-FROM-ARG NOT = "*"
               MOVE WS-ARCH-FROM-ARG TO WS-ARCH-TO-ARG
           END-IF.
           IF WS-ARCH-FROM-ARG NOT = "*"
               MOVE WS-ARCH-FROM-ARG TO WS-ARCH-YYYYMM
               MOVE WS-ARCH-TO-ARG TO WS-ARCH-TO-YYYYMM
               IF WS-ARCH-YYYYMM > WS-ARCH-TO-YYYYMM
                   DISPLAY "AUDITRPL: INVALID INPUT - ARCHIVE FROM "
                       "MONTH IS AFTER ARCHIVE TO MONTH"
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SCAN-ARCHIVE-RANGE-PARAGRAPH.
           IF WS-ARCH-FROM-ARG NOT = "*"
               PERFORM UNTIL WS-ARCH-YYYYMM > WS-ARCH-TO-YYYYMM
                   MOVE WS-ARCH-YYYYMM TO WS-ARCH-SUFFIX
                   MOVE SPACES TO WS-REPLAY-FILENAME
                   STRING "AUDITLOG." DELIMITED BY SIZE
                       WS-ARCH-SUFFIX DELIMITED BY SIZE
                       INTO WS-REPLAY-FILENAME
                   PERFORM SCAN-ONE-FILE-PARAGRAPH
                   PERFORM NEXT-ARCHIVE-MONTH-PARAGRAPH
               END-PERFORM
           END-IF.

       NEXT-ARCHIVE-MONTH-PARAGRAPH.
           DIVIDE WS-ARCH-YYYYMM BY 100 GIVING WS-ARCH-YEAR
               REMAINDER WS-ARCH-MONTH.
           IF WS-ARCH-MONTH >= 12
               ADD 1 TO WS-ARCH-YEAR
               MOVE 1 TO WS-ARCH-MONTH
           ELSE
               ADD 1 TO WS-ARCH-MONTH
           END-IF.
           COMPUTE WS-ARCH-YYYYMM = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH.

       SCAN-ONE-FILE-PARAGRAPH.
           MOVE 'N' TO WS-REPLAY-EOF-SWITCH.
           OPEN INPUT REPLAY-INPUT-FILE.
           IF WS-REPLAY-STATUS NOT = "00" THEN
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "AUDITRPL: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-REPLAY-FILENAME)
                   " - STATUS " WS-REPLAY-STATUS " - SKIPPED"
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL END-OF-REPLAY-FILE
                   READ REPLAY-INPUT-FILE
                       AT END
                           SET END-OF-REPLAY-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-SCANNED
                           MOVE REPLAY-INPUT-RECORD TO WS-RPL-REC
                           PERFORM APPLY-FILTERS-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE REPLAY-INPUT-FILE
           END-IF.

       APPLY-FILTERS-PARAGRAPH.
      *    *TRAILER RECORDS ARE COMPLETENESS CONTROLS WITH NOTHING TO
      *    RECOMPUTE.
           IF WS-RPL-PROGRAM = "*TRAILER"
               CONTINUE
           ELSE
               IF WS-DATE-FROM-ARG NOT = "*"
                       AND WS-RPL-DATE < WS-DATE-FROM-ARG
                   CONTINUE
               ELSE
                   IF WS-DATE-TO-ARG NOT = "*"
                           AND WS-RPL-DATE > WS-DATE-TO-ARG
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-RECORDS-IN-RANGE
                       PERFORM REPLAY-RECORD-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *    THE RECORD TYPE IS TOLD FROM THE SHAPE OF THE RECORD, AS
      *    EACH MODE LEAVES IT: TWO-NUMBER GCD HAS BOTH INPUTS AND A
      *    GCD= RESULT (LIST HAS NO SECOND INPUT), ELAPSED HAS AN
      *    ELAPSED= RESULT, AND A ZUNEBUG RECORD WITH NO SECOND INPUT
      *    IS A NINE-DIGIT DAY COUNT OR A YYYYMMDD DATE FOR REVERSE.
       REPLAY-RECORD-PARAGRAPH.
           MOVE SPACES TO WS-RPL-EXPECTED.
           SET RPL-INPUTS-VALID TO TRUE.
           IF WS-RPL-PROGRAM = "GCD" AND WS-RPL-RESULT(1:4) = "GCD="
                   AND WS-RPL-INPUT-2 NOT = SPACES
               ADD 1 TO WS-RPL-GCD-COUNT
               PERFORM REPLAY-GCD-PARAGRAPH
               PERFORM COMPARE-RESULT-PARAGRAPH
           ELSE
               IF WS-RPL-PROGRAM = "ZUNEBUG"
                       AND WS-RPL-RESULT(1:8) = "ELAPSED="
                   ADD 1 TO WS-RPL-ELAPSED-COUNT
                   PERFORM REPLAY-ELAPSED-PARAGRAPH
                   PERFORM COMPARE-RESULT-PARAGRAPH
               ELSE
                   IF WS-RPL-PROGRAM = "ZUNEBUG"
                           AND WS-RPL-INPUT-2 = SPACES
                           AND WS-RPL-INPUT-1 IS NUMERIC
                       ADD 1 TO WS-RPL-DAYS-COUNT
                       PERFORM REPLAY-DAYS-PARAGRAPH
                       PERFORM COMPARE-RESULT-PARAGRAPH
                   ELSE
                       IF WS-RPL-PROGRAM = "ZUNEBUG"
                               AND WS-RPL-INPUT-2 = SPACES
                               AND WS-RPL-INPUT-1(1:8) IS NUMERIC
                               AND WS-RPL-INPUT-1(9:1) = SPACE
                           ADD 1 TO WS-RPL-REVERSE-COUNT
                           PERFORM REPLAY-REVERSE-PARAGRAPH
                           PERFORM COMPARE-RESULT-PARAGRAPH
                       ELSE
                           ADD 1 TO WS-RPL-NOT-REPLAYED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AS TWO-NUMBER GCD MODE, BUT ALWAYS WORKED OUT AFRESH, SO A
      *    RESULT SERVED FROM A BAD GCDCACHE.DAT SLOT IS CAUGHT TOO.
       REPLAY-GCD-PARAGRAPH.
           IF WS-RPL-INPUT-1 IS NOT NUMERIC
                   OR WS-RPL-INPUT-2 IS NOT NUMERIC
               SET RPL-INPUTS-INVALID TO TRUE
           ELSE
               MOVE WS-RPL-INPUT-1 TO WS-RPL-A
               MOVE WS-RPL-INPUT-2 TO WS-RPL-B
               IF WS-RPL-A = 0 OR WS-RPL-B = 0
                   SET RPL-INPUTS-INVALID TO TRUE
               END-IF
           END-IF.
           IF RPL-INPUTS-VALID
               MOVE WS-RPL-A TO WS-GCD-X
               MOVE WS-RPL-B TO WS-GCD-Y
               PERFORM GCD-OF-TWO-PARAGRAPH
               MOVE WS-GCD-X TO WS-RPL-GCD
               COMPUTE WS-RPL-LCM = WS-RPL-A * WS-RPL-B / WS-RPL-GCD
               STRING "GCD=" DELIMITED BY SIZE
                   WS-RPL-GCD DELIMITED BY SIZE
                   " LCM=" DELIMITED BY SIZE
                   WS-RPL-LCM DELIMITED BY SIZE
                   INTO WS-RPL-EXPECTED
           END-IF.

       REPLAY-DAYS-PARAGRAPH.
           MOVE WS-RPL-INPUT-1 TO WS-DAYS-ARG.
           PERFORM VALIDATE-DAYS-PARAGRAPH.
           IF DAYS-INVALID
               SET RPL-INPUTS-INVALID TO TRUE
           ELSE
               PERFORM RESOLVE-DATE-PARAGRAPH
               MOVE WS-FULL-DATE TO WS-RPL-EXPECTED
           END-IF.

       REPLAY-REVERSE-PARAGRAPH.
           MOVE WS-RPL-INPUT-1 TO WS-RPL-LOGGED-DATE.
           PERFORM LOGGED-DATE-TO-DAYS-PARAGRAPH.
           IF RPL-INPUTS-VALID
               MOVE WS-DAYS TO WS-RPL-EXPECTED
           END-IF.

       REPLAY-ELAPSED-PARAGRAPH.
           MOVE WS-RPL-INPUT-1 TO WS-RPL-LOGGED-DATE.
           PERFORM LOGGED-DATE-TO-DAYS-PARAGRAPH.
           MOVE WS-DAYS TO WS-RPL-DAYS-A.
           IF RPL-INPUTS-VALID
               MOVE WS-RPL-INPUT-2 TO WS-RPL-LOGGED-DATE
               PERFORM LOGGED-DATE-TO-DAYS-PARAGRAPH
           END-IF.
           IF RPL-INPUTS-VALID
               COMPUTE WS-RPL-ELAPSED-DAYS = WS-DAYS - WS-RPL-DAYS-A
               MOVE WS-RPL-ELAPSED-DAYS TO WS-RPL-ELAPSED-EDIT
               STRING "ELAPSED=" DELIMITED BY SIZE
                   WS-RPL-ELAPSED-EDIT DELIMITED BY SIZE
                   INTO WS-RPL-EXPECTED
           END-IF.

      *    ZUNEBUG LOGS A YYYY-MM-DD ARGUMENT AS YYYYMMDD; IT IS PUT
      *    BACK INTO ARGUMENT FORM AND RUN THROUGH THE SAME CHECKS.
       LOGGED-DATE-TO-DAYS-PARAGRAPH.
           MOVE SPACES TO WS-DATE-ARG.
           IF WS-RPL-LOGGED-DATE(1:8) IS NOT NUMERIC
                   OR WS-RPL-LOGGED-DATE(9:1) NOT = SPACE
               SET RPL-INPUTS-INVALID TO TRUE
           ELSE
               STRING WS-RPL-LOGGED-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RPL-LOGGED-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RPL-LOGGED-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-DATE-ARG
           END-IF.
           IF RPL-INPUTS-VALID
               PERFORM VALIDATE-DATE-ARG-PARAGRAPH
               IF DATE-ARG-INVALID
                   SET RPL-INPUTS-INVALID TO TRUE
               ELSE
                   PERFORM DATE-TO-DAYS-PARAGRAPH
                   IF WS-DAYS > WS-DAYS-MAX
                       SET RPL-INPUTS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       COMPARE-RESULT-PARAGRAPH.
           IF RPL-INPUTS-INVALID
               MOVE "** LOGGED INPUTS NOT VALID **" TO WS-RPL-EXPECTED
           END-IF.
           IF WS-RPL-RESULT = WS-RPL-EXPECTED
               ADD 1 TO WS-RPL-MATCHED
           ELSE
               ADD 1 TO WS-RPL-DISCREPANCIES
               DISPLAY "  SEQ " WS-RPL-SEQ " JOB " WS-RPL-JOBID
                   " " WS-RPL-DATE " " WS-RPL-TIME " "
                   WS-RPL-PROGRAM " " WS-RPL-INPUT-1 " "
                   WS-RPL-INPUT-2 " IN "
                   FUNCTION TRIM(WS-REPLAY-FILENAME)
               DISPLAY "      RECORDED:   " WS-RPL-RESULT
               DISPLAY "      RECOMPUTED: " WS-RPL-EXPECTED
           END-IF.

       WRITE-SUMMARY-PARAGRAPH.
           DISPLAY " ".
           DISPLAY "SUMMARY".
           DISPLAY "FILES READ: " WS-FILES-READ
               "  FILES MISSING: " WS-FILES-MISSING.
           DISPLAY "RECORDS SCANNED: " WS-RECORDS-SCANNED
               "  IN DATE RANGE: " WS-RECORDS-IN-RANGE.
           DISPLAY "REPLAYED GCD/LCM: " WS-RPL-GCD-COUNT
               "  DAY COUNT: " WS-RPL-DAYS-COUNT
               "  REVERSE: " WS-RPL-REVERSE-COUNT
               "  ELAPSED: " WS-RPL-ELAPSED-COUNT.
           DISPLAY "MATCHED: " WS-RPL-MATCHED
               "  DISCREPANCIES: " WS-RPL-DISCREPANCIES
               "  NOT REPLAYABLE: " WS-RPL-NOT-REPLAYED.
           IF WS-RPL-DISCREPANCIES = 0
               DISPLAY "ALL REPLAYED RESULTS AGREE WITH CURRENT LOGIC"
           END-IF.

           COPY LOCKPD.

           COPY GCDPD.

           COPY DATEPD.
