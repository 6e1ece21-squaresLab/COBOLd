       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-INPUT-FILE
               ASSIGN TO DYNAMIC WS-EXT-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-INPUT-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT HIGH-WATER-FILE
               ASSIGN TO DYNAMIC WS-HWM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-INPUT-FILE.
       01  EXTRACT-INPUT-RECORD PIC X(99).

      *    WAREHOUSE EXTRACT: FIXED-WIDTH FIELDS SEPARATED BY "|".
      *    ONE D ROW PER AUDIT RECORD IN SEQUENCE-NUMBER ORDER AS READ,
      *    THEN ONE C ROW WITH THE ROW COUNT AND THE FIRST AND LAST
      *    SEQUENCE NUMBERS EXTRACTED FOR THE LOAD TO RECONCILE TO.
       FD  EXTRACT-FILE.
       01  EXTRACT-DETAIL-RECORD.
           05  EXT-D-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  EXT-D-SEQ PIC 9(9).
           05  FILLER PIC X(1).
           05  EXT-D-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  EXT-D-TIME PIC X(8).
           05  FILLER PIC X(1).
           05  EXT-D-JOBID PIC X(8).
           05  FILLER PIC X(1).
           05  EXT-D-PROGRAM PIC X(8).
           05  FILLER PIC X(1).
           05  EXT-D-INPUT-1 PIC X(9).
           05  FILLER PIC X(1).
           05  EXT-D-INPUT-2 PIC X(9).
           05  FILLER PIC X(1).
           05  EXT-D-RESULT PIC X(40).
       01  EXTRACT-CONTROL-RECORD.
           05  EXT-C-TYPE PIC X(1).
           05  FILLER PIC X(1).
           05  EXT-C-ROW-COUNT PIC 9(9).
           05  FILLER PIC X(1).
           05  EXT-C-FIRST-SEQ PIC 9(9).
           05  FILLER PIC X(1).
           05  EXT-C-LAST-SEQ PIC 9(9).
           05  FILLER PIC X(1).
           05  EXT-C-RUN-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  EXT-C-RUN-TIME PIC X(8).
           05  FILLER PIC X(1).
           05  EXT-C-MODE PIC X(5).
           05  FILLER PIC X(1).
           05  EXT-C-FROM-SEQ PIC 9(9).
           05  EXT-C-SPARE PIC X(43).

      *    THE HIGH-WATER MARK: THE LAST AUDIT SEQUENCE NUMBER TAKEN,
      *    THE ONE BEFORE IT (SO RERUN CAN REPEAT THE LAST EXTRACT),
      *    THE ARCHIVE MONTH THE NEXT RUN STARTS FROM AND THE ONE THE
      *    LAST RUN STARTED FROM, AND THE LAST RUN'S ROW COUNT.
       FD  HIGH-WATER-FILE.
       01  HIGH-WATER-RECORD.
           05  HWM-LAST-SEQ PIC 9(9).
           05  HWM-PREV-SEQ PIC 9(9).
           05  HWM-NEXT-ARCH-MONTH PIC 9(6).
           05  HWM-LAST-ARCH-MONTH PIC 9(6).
           05  HWM-ROW-COUNT PIC 9(9).
           05  HWM-RUN-DATE PIC X(8).
           05  HWM-RUN-TIME PIC X(8).

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       01 WS-EXT-MODE-ARG PIC X(5).
           88 EXT-MODE-NEW VALUE "NEW".
           88 EXT-MODE-RERUN VALUE "RERUN".
       01 WS-EXT-FILE-ARG PIC X(100).
       01 WS-ARCH-FROM-ARG PIC X(6).
       01 WS-SYSTEM-DATE PIC X(8).
       01 WS-SYSTEM-TIME PIC X(8).
       01 WS-EXT-INPUT-FILENAME PIC X(100).
       01 WS-EXT-INPUT-STATUS PIC XX.
       01 WS-EXT-INPUT-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-EXTRACT-INPUT VALUE 'Y'.
       01 WS-EXTRACT-FILENAME PIC X(100) VALUE "AUDITEXT.DAT".
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-HWM-FILENAME PIC X(100) VALUE "AUDITEXT.HWM".
       01 WS-HWM-STATUS PIC XX.
       01 WS-HWM-SWITCH PIC X VALUE 'N'.
           88 HWM-ON-FILE VALUE 'Y'.
       01 WS-HWM-SAVED.
           05 WS-HWM-LAST-SEQ PIC 9(9) VALUE 0.
           05 WS-HWM-PREV-SEQ PIC 9(9) VALUE 0.
           05 WS-HWM-NEXT-ARCH-MONTH PIC 9(6) VALUE 0.
           05 WS-HWM-LAST-ARCH-MONTH PIC 9(6) VALUE 0.
           05 WS-HWM-ROW-COUNT PIC 9(9) VALUE 0.
       01 WS-EXT-REC.
           05 WS-EXT-DATE PIC X(8).
           05 WS-EXT-TIME PIC X(8).
           05 WS-EXT-JOBID PIC X(8).
           05 WS-EXT-PROGRAM PIC X(8).
           05 WS-EXT-INPUT-1 PIC X(9).
           05 WS-EXT-INPUT-2 PIC X(9).
           05 WS-EXT-RESULT PIC X(40).
           05 WS-EXT-SEQ PIC X(9).
       01 WS-EXT-SEQ-NUM PIC 9(9).
      *    THE SEQUENCE RANGE THIS RUN TAKES: ABOVE THE LOW MARK, UP
      *    TO THE HIGH MARK (ALL NINES FOR A NEW RUN).
       01 WS-EXT-LOW-SEQ PIC 9(9) VALUE 0.
       01 WS-EXT-HIGH-SEQ PIC 9(9) VALUE 999999999.
       01 WS-ARCH-YYYYMM PIC 9(6).
       01 WS-ARCH-TO-YYYYMM PIC 9(6).
       01 WS-ARCH-START-YYYYMM PIC 9(6).
       01 WS-ARCH-YEAR PIC 9(4).
       01 WS-ARCH-MONTH PIC 9(2).
       01 WS-ARCH-SUFFIX PIC X(6).
       01 WS-FILES-READ PIC 9(4) VALUE 0.
       01 WS-FILES-MISSING PIC 9(4) VALUE 0.
       01 WS-RECORDS-SCANNED PIC 9(9) VALUE 0.
       01 WS-NO-SEQ-COUNT PIC 9(9) VALUE 0.
       01 WS-TRAILERS-SKIPPED PIC 9(9) VALUE 0.
       01 WS-ROWS-WRITTEN PIC 9(9) VALUE 0.
       01 WS-FIRST-ROW-SEQ PIC 9(9) VALUE 0.
       01 WS-LAST-ROW-SEQ PIC 9(9) VALUE 0.
      *    EVERY RECORD IN RANGE, *TRAILER INCLUDED, FOR THE
      *    COMPLETENESS CHECK ON THE SEQUENCE NUMBERS.
       01 WS-IN-RANGE-COUNT PIC 9(9) VALUE 0.
       01 WS-IN-RANGE-MIN PIC 9(9) VALUE 0.
       01 WS-IN-RANGE-MAX PIC 9(9) VALUE 0.
       01 WS-IN-RANGE-MAX-DATE PIC X(8) VALUE SPACES.
      *    EACH RECORD TAKEN MUST FOLLOW THE ONE BEFORE IT, AS AUDITARCH
      *    VERIFIES THE LIVE LOG; A DUPLICATE AND A GAP WOULD OTHERWISE
      *    CANCEL OUT IN THE COUNT.
       01 WS-PREV-TAKEN-SEQ PIC 9(9) VALUE 0.
       01 WS-PREV-TAKEN-SWITCH PIC X VALUE 'N'.
           88 PREV-TAKEN-KNOWN VALUE 'Y'.
       01 WS-SEQ-ORDER-SWITCH PIC X VALUE 'Y'.
           88 SEQ-ORDER-OK VALUE 'Y'.
           88 SEQ-ORDER-BROKEN VALUE 'N'.
       01 WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
       01 WS-RANGE-SWITCH PIC X VALUE 'Y'.
           88 RANGE-COMPLETE VALUE 'Y'.
           88 RANGE-BROKEN VALUE 'N'.
       COPY LOCKWS.
       COPY RETCODES.

      *    NIGHTLY EXTRACT OF THE AUDIT TRAIL FOR THE REPORTING
      *    WAREHOUSE.  AUDITEXT [NEW|RERUN|*] [EXTRACTFILE|*]
      *    [ARCHFROM|*]; DEFAULTS NEW, AUDITEXT.DAT AND THE MONTH THE
      *    LAST RECORD TAKEN WAS WRITTEN IN (THE MONTH BEFORE THE LAST
      *    RUN IF IT TOOK NOTHING, THE CURRENT MONTH ON A FIRST RUN).
      *    NEW TAKES EVERY RECORD ABOVE THE HIGH-WATER MARK IN
      *    AUDITEXT.HWM FROM THE ARCHIVES AUDITLOG.YYYYMM FOR THE
      *    ARCHIVE FROM MONTH TO THE CURRENT MONTH AND THEN THE LIVE
      *    LOG, SKIPPING *TRAILER RECORDS, AND MOVES THE MARK UP.
      *    RERUN WRITES THE LAST EXTRACT AGAIN FROM THE SAME SEQUENCE
      *    RANGE WITHOUT MOVING THE MARK, FOR A LOAD THAT WAS LOST.
      *    THE RECORDS IN RANGE MUST CARRY EVERY SEQUENCE NUMBER FROM
      *    THE MARK UP EXACTLY ONCE; OTHERWISE A RECORD IS IN AN
      *    ARCHIVE NOT READ (OR READ TWICE), THE EXTRACT IS LEFT EMPTY,
      *    THE MARK IS NOT MOVED AND THE RUN ENDS RC 3 - RERUN WITH AN
      *    EARLIER ARCHIVE FROM MONTH.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           PERFORM ACCEPT-ARGUMENTS-PARAGRAPH.
      *    THE WHOLE RUN HOLDS THE AUDIT LOCK, SO AUDITARCH CANNOT
      *    MOVE RECORDS FROM THE LIVE LOG TO AN ARCHIVE ALREADY READ
      *    AND GCD/ZUNEBUG WAIT TO APPEND UNTIL THE MARK IS SAVED.
           MOVE "AUDITLOG.LCK" TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "AUDITEXT: UNABLE TO LOCK AUDITLOG.DAT - "
                   "ANOTHER RUN IS HOLDING THE LOCK"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-HIGH-WATER-PARAGRAPH.
           PERFORM SET-EXTRACT-RANGE-PARAGRAPH.
           DISPLAY "AUDITEXT: " FUNCTION TRIM(WS-EXT-MODE-ARG)
               " EXTRACT OF SEQUENCE ABOVE " WS-EXT-LOW-SEQ " TO "
               FUNCTION TRIM(WS-EXTRACT-FILENAME)
               " - ARCHIVES FROM " WS-ARCH-START-YYYYMM.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "AUDITEXT: UNABLE TO OPEN EXTRACT FILE "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
                   " - STATUS " WS-EXTRACT-STATUS
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-ARCHIVE-RANGE-PARAGRAPH.
           MOVE "AUDITLOG.DAT" TO WS-EXT-INPUT-FILENAME.
           PERFORM SCAN-ONE-FILE-PARAGRAPH.
           PERFORM CHECK-RANGE-PARAGRAPH.
           IF RANGE-BROKEN THEN
               CLOSE EXTRACT-FILE
               OPEN OUTPUT EXTRACT-FILE
               CLOSE EXTRACT-FILE
               PERFORM RELEASE-LOCK-PARAGRAPH
               DISPLAY "AUDITEXT: EXTRACT "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
                   " LEFT EMPTY AND HIGH-WATER MARK NOT MOVED"
               MOVE WS-RC-AUDIT-VERIFY-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-CONTROL-RECORD-PARAGRAPH.
           CLOSE EXTRACT-FILE.
           IF EXT-MODE-NEW
               PERFORM SAVE-HIGH-WATER-PARAGRAPH
           END-IF.
           PERFORM RELEASE-LOCK-PARAGRAPH.
           PERFORM WRITE-SUMMARY-PARAGRAPH.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.
           STOP RUN.

       ACCEPT-ARGUMENTS-PARAGRAPH.
           MOVE "*" TO WS-EXT-MODE-ARG.
           MOVE "*" TO WS-EXT-FILE-ARG.
           MOVE "*" TO WS-ARCH-FROM-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-EXT-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-EXT-MODE-ARG
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-EXT-FILE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-EXT-FILE-ARG
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARCH-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE "*" TO WS-ARCH-FROM-ARG
           END-ACCEPT.
           IF WS-EXT-MODE-ARG = SPACES OR WS-EXT-MODE-ARG = "*"
               MOVE "NEW" TO WS-EXT-MODE-ARG
           END-IF.
           IF NOT EXT-MODE-NEW AND NOT EXT-MODE-RERUN
               DISPLAY "AUDITEXT: INVALID INPUT - MODE MUST BE NEW, "
                   "RERUN OR *"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EXT-FILE-ARG NOT = SPACES AND WS-EXT-FILE-ARG NOT = "*"
               MOVE WS-EXT-FILE-ARG TO WS-EXTRACT-FILENAME
           END-IF.
           IF WS-ARCH-FROM-ARG = SPACES
               MOVE "*" TO WS-ARCH-FROM-ARG
           END-IF.
           IF WS-ARCH-FROM-ARG NOT = "*"
               IF WS-ARCH-FROM-ARG IS NOT NUMERIC
                   DISPLAY "AUDITEXT: INVALID INPUT - ARCHIVE FROM "
                       "MONTH MUST BE YYYYMM OR *"
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ARCH-FROM-ARG > WS-SYSTEM-DATE(1:6)
                   DISPLAY "AUDITEXT: INVALID INPUT - ARCHIVE FROM "
                       "MONTH IS AFTER THE CURRENT MONTH"
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-HIGH-WATER-PARAGRAPH.
           MOVE 'N' TO WS-HWM-SWITCH.
           OPEN INPUT HIGH-WATER-FILE.
           IF WS-HWM-STATUS = "00" THEN
               READ HIGH-WATER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HWM-LAST-SEQ IS NUMERIC
                               AND HWM-PREV-SEQ IS NUMERIC
                               AND HWM-NEXT-ARCH-MONTH IS NUMERIC
                               AND HWM-LAST-ARCH-MONTH IS NUMERIC
                               AND HWM-ROW-COUNT IS NUMERIC
                           SET HWM-ON-FILE TO TRUE
                           MOVE HWM-LAST-SEQ TO WS-HWM-LAST-SEQ
                           MOVE HWM-PREV-SEQ TO WS-HWM-PREV-SEQ
                           MOVE HWM-NEXT-ARCH-MONTH
                               TO WS-HWM-NEXT-ARCH-MONTH
                           MOVE HWM-LAST-ARCH-MONTH
                               TO WS-HWM-LAST-ARCH-MONTH
                           MOVE HWM-ROW-COUNT TO WS-HWM-ROW-COUNT
                       END-IF
               END-READ
               CLOSE HIGH-WATER-FILE
               IF NOT HWM-ON-FILE
                   DISPLAY "AUDITEXT: " FUNCTION TRIM(WS-HWM-FILENAME)
                       " IS EMPTY OR DAMAGED - NOT EXTRACTED"
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *    ONLY A FILE THAT IS NOT THERE MEANS A FIRST RUN; ANY OTHER
      *    FAILURE MUST NOT START THE EXTRACT AGAIN FROM THE BEGINNING.
           IF WS-HWM-STATUS NOT = "00" AND WS-HWM-STATUS NOT = "35"
               DISPLAY "AUDITEXT: UNABLE TO READ HIGH-WATER MARK IN "
                   FUNCTION TRIM(WS-HWM-FILENAME)
                   " - STATUS " WS-HWM-STATUS " - NOT EXTRACTED"
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-EXTRACT-RANGE-PARAGRAPH.
           IF EXT-MODE-RERUN
               IF NOT HWM-ON-FILE
                   DISPLAY "AUDITEXT: INVALID INPUT - NO EARLIER "
                       "EXTRACT TO RERUN"
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-HWM-PREV-SEQ TO WS-EXT-LOW-SEQ
               MOVE WS-HWM-LAST-SEQ TO WS-EXT-HIGH-SEQ
               MOVE WS-HWM-LAST-ARCH-MONTH TO WS-ARCH-START-YYYYMM
           ELSE
               MOVE WS-HWM-LAST-SEQ TO WS-EXT-LOW-SEQ
               MOVE 999999999 TO WS-EXT-HIGH-SEQ
               IF HWM-ON-FILE
                   MOVE WS-HWM-NEXT-ARCH-MONTH TO WS-ARCH-START-YYYYMM
               ELSE
                   MOVE WS-SYSTEM-DATE(1:6) TO WS-ARCH-START-YYYYMM
               END-IF
           END-IF.
           IF WS-ARCH-FROM-ARG NOT = "*"
               MOVE WS-ARCH-FROM-ARG TO WS-ARCH-START-YYYYMM
           END-IF.

       SCAN-ARCHIVE-RANGE-PARAGRAPH.
           MOVE WS-ARCH-START-YYYYMM TO WS-ARCH-YYYYMM.
           MOVE WS-SYSTEM-DATE(1:6) TO WS-ARCH-TO-YYYYMM.
           PERFORM UNTIL WS-ARCH-YYYYMM > WS-ARCH-TO-YYYYMM
               MOVE WS-ARCH-YYYYMM TO WS-ARCH-SUFFIX
               MOVE SPACES TO WS-EXT-INPUT-FILENAME
               STRING "AUDITLOG." DELIMITED BY SIZE
                   WS-ARCH-SUFFIX DELIMITED BY SIZE
                   INTO WS-EXT-INPUT-FILENAME
               PERFORM SCAN-ONE-FILE-PARAGRAPH
               PERFORM NEXT-ARCHIVE-MONTH-PARAGRAPH
           END-PERFORM.

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

       PREVIOUS-ARCHIVE-MONTH-PARAGRAPH.
           DIVIDE WS-ARCH-YYYYMM BY 100 GIVING WS-ARCH-YEAR
               REMAINDER WS-ARCH-MONTH.
           IF WS-ARCH-MONTH <= 1
               SUBTRACT 1 FROM WS-ARCH-YEAR
               MOVE 12 TO WS-ARCH-MONTH
           ELSE
               SUBTRACT 1 FROM WS-ARCH-MONTH
           END-IF.
           COMPUTE WS-ARCH-YYYYMM = WS-ARCH-YEAR * 100 + WS-ARCH-MONTH.

      *    MOST MONTHS HAVE NO ARCHIVE, SO A MISSING ONE IS ONLY
      *    COUNTED; THE RANGE CHECK CATCHES ANY RECORD THAT WAS NEEDED.
       SCAN-ONE-FILE-PARAGRAPH.
           MOVE 'N' TO WS-EXT-INPUT-EOF-SWITCH.
           OPEN INPUT EXTRACT-INPUT-FILE.
           IF WS-EXT-INPUT-STATUS NOT = "00" THEN
               ADD 1 TO WS-FILES-MISSING
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL END-OF-EXTRACT-INPUT
                   READ EXTRACT-INPUT-FILE
                       AT END
                           SET END-OF-EXTRACT-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-SCANNED
                           MOVE EXTRACT-INPUT-RECORD TO WS-EXT-REC
                           PERFORM SELECT-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-INPUT-FILE
           END-IF.

       SELECT-RECORD-PARAGRAPH.
           IF WS-EXT-SEQ IS NOT NUMERIC
               ADD 1 TO WS-NO-SEQ-COUNT
               DISPLAY "AUDITEXT: RECORD WITHOUT SEQUENCE NUMBER IN "
                   FUNCTION TRIM(WS-EXT-INPUT-FILENAME)
                   " - NOT EXTRACTED"
           ELSE
               MOVE WS-EXT-SEQ TO WS-EXT-SEQ-NUM
               IF WS-EXT-SEQ-NUM > WS-EXT-LOW-SEQ
                       AND WS-EXT-SEQ-NUM NOT > WS-EXT-HIGH-SEQ
                   PERFORM TAKE-RECORD-PARAGRAPH
               END-IF
           END-IF.

       TAKE-RECORD-PARAGRAPH.
           IF WS-IN-RANGE-COUNT = 0
                   OR WS-EXT-SEQ-NUM < WS-IN-RANGE-MIN
               MOVE WS-EXT-SEQ-NUM TO WS-IN-RANGE-MIN
           END-IF.
           IF WS-EXT-SEQ-NUM > WS-IN-RANGE-MAX
               MOVE WS-EXT-SEQ-NUM TO WS-IN-RANGE-MAX
               MOVE WS-EXT-DATE TO WS-IN-RANGE-MAX-DATE
           END-IF.
           ADD 1 TO WS-IN-RANGE-COUNT.
           IF PREV-TAKEN-KNOWN
                   AND WS-EXT-SEQ-NUM NOT = WS-PREV-TAKEN-SEQ + 1
               SET SEQ-ORDER-BROKEN TO TRUE
               DISPLAY "AUDITEXT: SEQUENCE GAP IN "
                   FUNCTION TRIM(WS-EXT-INPUT-FILENAME)
                   " - EXPECTED " WS-PREV-TAKEN-SEQ " + 1, FOUND "
                   WS-EXT-SEQ-NUM
           END-IF.
           MOVE WS-EXT-SEQ-NUM TO WS-PREV-TAKEN-SEQ.
           SET PREV-TAKEN-KNOWN TO TRUE.
           IF WS-EXT-PROGRAM = "*TRAILER"
               ADD 1 TO WS-TRAILERS-SKIPPED
           ELSE
               PERFORM WRITE-DETAIL-RECORD-PARAGRAPH
           END-IF.

       WRITE-DETAIL-RECORD-PARAGRAPH.
           MOVE ALL "|" TO EXTRACT-DETAIL-RECORD.
           MOVE "D" TO EXT-D-TYPE.
           MOVE WS-EXT-SEQ-NUM TO EXT-D-SEQ.
           MOVE WS-EXT-DATE TO EXT-D-DATE.
           MOVE WS-EXT-TIME TO EXT-D-TIME.
           MOVE WS-EXT-JOBID TO EXT-D-JOBID.
           MOVE WS-EXT-PROGRAM TO EXT-D-PROGRAM.
           MOVE WS-EXT-INPUT-1 TO EXT-D-INPUT-1.
           MOVE WS-EXT-INPUT-2 TO EXT-D-INPUT-2.
           MOVE WS-EXT-RESULT TO EXT-D-RESULT.
           WRITE EXTRACT-DETAIL-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.
           IF WS-ROWS-WRITTEN = 1
               MOVE WS-EXT-SEQ-NUM TO WS-FIRST-ROW-SEQ
           END-IF.
           MOVE WS-EXT-SEQ-NUM TO WS-LAST-ROW-SEQ.

      *    SEQUENCE NUMBERS ARE HANDED OUT ONE AT A TIME, SO THE
      *    RECORDS ABOVE THE MARK MUST RUN FROM MARK + 1 UP TO THE
      *    HIGHEST FOUND WITH NONE MISSING AND NONE TWICE.  A FIRST
      *    RUN HAS NO MARK TO START FROM AND ONLY CHECKS FOR HOLES;
      *    RECORDS ALREADY ROTATED TO AN EARLIER MONTH ARE ONLY TAKEN
      *    IF THE ARCHIVE FROM MONTH REACHES BACK TO THEM.
       CHECK-RANGE-PARAGRAPH.
           SET RANGE-COMPLETE TO TRUE.
           IF SEQ-ORDER-BROKEN
               SET RANGE-BROKEN TO TRUE
           END-IF.
           IF WS-IN-RANGE-COUNT > 0
               IF WS-EXT-LOW-SEQ > 0
                   AND WS-IN-RANGE-MIN NOT = WS-EXT-LOW-SEQ + 1
                   SET RANGE-BROKEN TO TRUE
                   DISPLAY "AUDITEXT: SEQUENCE " WS-EXT-LOW-SEQ
                       " + 1 NOT FOUND - LOWEST FOUND IS "
                       WS-IN-RANGE-MIN
                       " - CHECK THE ARCHIVE FROM MONTH"
               END-IF
               COMPUTE WS-EXPECTED-COUNT =
                   WS-IN-RANGE-MAX - WS-IN-RANGE-MIN + 1
               IF WS-IN-RANGE-COUNT NOT = WS-EXPECTED-COUNT
                   SET RANGE-BROKEN TO TRUE
                   DISPLAY "AUDITEXT: " WS-IN-RANGE-COUNT
                       " RECORD(S) FOUND FOR SEQUENCE "
                       WS-IN-RANGE-MIN " TO " WS-IN-RANGE-MAX
                       " - EXPECTED " WS-EXPECTED-COUNT
               END-IF
           END-IF.
           IF EXT-MODE-RERUN
               IF WS-IN-RANGE-MAX NOT = WS-EXT-HIGH-SEQ
                       AND WS-EXT-HIGH-SEQ > WS-EXT-LOW-SEQ
                   SET RANGE-BROKEN TO TRUE
                   DISPLAY "AUDITEXT: SEQUENCE " WS-EXT-HIGH-SEQ
                       " FROM THE LAST EXTRACT NOT FOUND"
               END-IF
               IF RANGE-COMPLETE
                       AND WS-ROWS-WRITTEN NOT = WS-HWM-ROW-COUNT
                   SET RANGE-BROKEN TO TRUE
                   DISPLAY "AUDITEXT: RERUN FOUND " WS-ROWS-WRITTEN
                       " ROW(S) BUT THE LAST EXTRACT HAD "
                       WS-HWM-ROW-COUNT
               END-IF
           END-IF.

       WRITE-CONTROL-RECORD-PARAGRAPH.
           MOVE ALL "|" TO EXTRACT-CONTROL-RECORD.
           MOVE "C" TO EXT-C-TYPE.
           MOVE WS-ROWS-WRITTEN TO EXT-C-ROW-COUNT.
           MOVE WS-FIRST-ROW-SEQ TO EXT-C-FIRST-SEQ.
           MOVE WS-LAST-ROW-SEQ TO EXT-C-LAST-SEQ.
           MOVE WS-SYSTEM-DATE TO EXT-C-RUN-DATE.
           MOVE WS-SYSTEM-TIME TO EXT-C-RUN-TIME.
           MOVE WS-EXT-MODE-ARG TO EXT-C-MODE.
           MOVE WS-EXT-LOW-SEQ TO EXT-C-FROM-SEQ.
           MOVE SPACES TO EXT-C-SPARE.
           WRITE EXTRACT-CONTROL-RECORD.

      *    THE MARK MOVES TO THE HIGHEST SEQUENCE NUMBER READ, TRAILERS
      *    INCLUDED; WITH NOTHING NEW IT STAYS WHERE IT WAS AND A
      *    RERUN REPEATS THE EMPTY EXTRACT.  THE NEXT RUN STARTS FROM
      *    THE ARCHIVE FOR THE MONTH THE LAST RECORD TAKEN WAS WRITTEN
      *    IN, SINCE AUDITARCH ROTATES AT MONTH END INTO THE PREVIOUS
      *    MONTH'S ARCHIVE; WITH NOTHING TAKEN, FROM LAST MONTH'S.
       SAVE-HIGH-WATER-PARAGRAPH.
           MOVE SPACES TO HIGH-WATER-RECORD.
           IF WS-IN-RANGE-COUNT > 0
               MOVE WS-IN-RANGE-MAX TO HWM-LAST-SEQ
           ELSE
               MOVE WS-EXT-LOW-SEQ TO HWM-LAST-SEQ
           END-IF.
           MOVE WS-EXT-LOW-SEQ TO HWM-PREV-SEQ.
           MOVE WS-ARCH-START-YYYYMM TO HWM-LAST-ARCH-MONTH.
           MOVE WS-ROWS-WRITTEN TO HWM-ROW-COUNT.
           IF WS-IN-RANGE-COUNT > 0
                   AND WS-IN-RANGE-MAX-DATE(1:6) IS NUMERIC
               MOVE WS-IN-RANGE-MAX-DATE(1:6) TO HWM-NEXT-ARCH-MONTH
           ELSE
               MOVE WS-SYSTEM-DATE(1:6) TO WS-ARCH-YYYYMM
               PERFORM PREVIOUS-ARCHIVE-MONTH-PARAGRAPH
               MOVE WS-ARCH-YYYYMM TO HWM-NEXT-ARCH-MONTH
           END-IF.
           MOVE WS-SYSTEM-DATE TO HWM-RUN-DATE.
           MOVE WS-SYSTEM-TIME TO HWM-RUN-TIME.
           OPEN OUTPUT HIGH-WATER-FILE.
           IF WS-HWM-STATUS NOT = "00" THEN
               DISPLAY "AUDITEXT: UNABLE TO SAVE HIGH-WATER MARK IN "
                   FUNCTION TRIM(WS-HWM-FILENAME)
                   " - STATUS " WS-HWM-STATUS
                   " - DO NOT LOAD THIS EXTRACT"
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE HIGH-WATER-RECORD.
           CLOSE HIGH-WATER-FILE.

       WRITE-SUMMARY-PARAGRAPH.
           DISPLAY "AUDITEXT: FILES READ " WS-FILES-READ
               "  RECORDS SCANNED " WS-RECORDS-SCANNED.
           DISPLAY "AUDITEXT: ROWS EXTRACTED " WS-ROWS-WRITTEN
               "  FIRST SEQUENCE " WS-FIRST-ROW-SEQ
               "  LAST SEQUENCE " WS-LAST-ROW-SEQ.
           DISPLAY "AUDITEXT: TRAILERS SKIPPED " WS-TRAILERS-SKIPPED
               "  WITHOUT SEQUENCE " WS-NO-SEQ-COUNT.
           IF EXT-MODE-NEW
               IF WS-IN-RANGE-COUNT > 0
                   DISPLAY "AUDITEXT: HIGH-WATER MARK NOW "
                       WS-IN-RANGE-MAX
               ELSE
                   DISPLAY "AUDITEXT: NOTHING NEW - HIGH-WATER MARK "
                       "STAYS AT " WS-HWM-LAST-SEQ
               END-IF
           ELSE
               DISPLAY "AUDITEXT: RERUN - HIGH-WATER MARK NOT MOVED"
           END-IF.

           COPY LOCKPD.
