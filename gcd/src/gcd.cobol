               ASSIGN TO DYNAMIC WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT ACCOUNT-INPUT-FILE
               ASSIGN TO DYNAMIC WS-ACCTFILE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTFILE-STATUS.
           SELECT EXCEPTION-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-EXCEPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT ALLOCATION-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-ALLOC-OUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-OUT-STATUS.
           COPY AUDITSEL.
           COPY SUSPSEL.
           COPY LOCKSEL.

       DATA DIVISION.
       FD  LIST-INPUT-FILE.
       01  LIST-INPUT-RECORD PIC X(9).

      *    ONE ACCOUNT NUMBER, CHECK DIGITS INCLUDED, PER LINE.
       FD  ACCOUNT-INPUT-FILE.
       01  ACCOUNT-INPUT-RECORD PIC X(40).

       FD  EXCEPTION-OUTPUT-FILE.
       01  EXCEPTION-OUTPUT-RECORD PIC X(100).

       FD  ALLOCATION-OUTPUT-FILE.
       01  ALLOCATION-OUTPUT-RECORD PIC X(100).

       COPY AUDITFD.

       COPY SUSPFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
       01 WS-LIST-VALUE PIC 9(9).
       01 WS-LIST-RUNNING-GCD PIC 9(9).
       01 WS-LIST-RUNNING-LCM PIC 9(18).
       01 WS-LIST-REJECT-REASON PIC X(40).
       01 WS-LIST-RECORD-NUM PIC 9(9).
       COPY GCDWS.
       01 WS-FACTOR-N PIC 9(9).
       01 WS-FACTOR-REMAINING PIC 9(9).
       01 WS-FACTOR-DIVISOR PIC 9(9).
       01 WS-ACCT-REM PIC 9(2).
       01 WS-CHECK-DIGIT PIC 9(2).
       01 WS-ACCT-FULL PIC 9(18).
       01 WS-ACCTFILE-FILENAME PIC X(100).
       01 WS-ACCTFILE-STATUS PIC XX.
       01 WS-ACCTFILE-EOF-SWITCH PIC X VALUE 'N'.
           88 END-OF-ACCTFILE VALUE 'Y'.
       01 WS-EXCEPT-FILENAME PIC X(100).
       01 WS-EXCEPT-STATUS PIC XX.
       01 WS-JOBID PIC X(8).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-CHKF-TEXT PIC X(40).
       01 WS-CHKF-LEN PIC 9(2).
       01 WS-CHKF-DIGITS PIC X(18).
       01 WS-CHKF-DIGITS-NUM REDEFINES WS-CHKF-DIGITS PIC 9(18).
       01 WS-CHKF-REASON PIC X(40).
       01 WS-CHKF-READ PIC 9(9) VALUE 0.
       01 WS-CHKF-VALID PIC 9(9) VALUE 0.
       01 WS-CHKF-BAD-CHECK PIC 9(9) VALUE 0.
       01 WS-CHKF-TOO-SHORT PIC 9(9) VALUE 0.
       01 WS-CHKF-TOO-LONG PIC 9(9) VALUE 0.
       01 WS-CHKF-NON-NUMERIC PIC 9(9) VALUE 0.
       01 WS-CHKF-DUPLICATE PIC 9(9) VALUE 0.
       01 WS-CHKF-EXCEPTIONS PIC 9(9) VALUE 0.
       01 WS-CHKF-TOTAL-LABEL PIC X(20).
       01 WS-CHKF-TOTAL-VALUE PIC 9(9).
      *    ACCOUNTS ALREADY ACCEPTED THIS RUN, HASHED ON THE ACCOUNT
      *    NUMBER WITH LINEAR PROBING.  THE TABLE IS KEPT WELL SHORT
      *    OF FULL SO A PROBE ALWAYS REACHES AN EMPTY SLOT.
       01 WS-CHKF-SEEN-SLOTS PIC 9(9) VALUE 49999.
       01 WS-CHKF-SEEN-MAX PIC 9(9) VALUE 45000.
       01 WS-CHKF-SEEN-COUNT PIC 9(9) VALUE 0.
       01 WS-CHKF-SLOT PIC 9(9).
       01 WS-CHKF-SEEN-TABLE.
           05 WS-CHKF-SEEN-ENTRY OCCURS 49999 TIMES.
               10 WS-CHKF-SEEN-ACCT PIC 9(18).
               10 WS-CHKF-SEEN-LINE PIC 9(9).
       01 WS-CHKF-DUP-SWITCH PIC X VALUE 'N'.
           88 CHKF-DUPLICATE-FOUND VALUE 'Y'.
       01 WS-CHKF-FULL-SWITCH PIC X VALUE 'N'.
           88 CHKF-SEEN-TABLE-FULL VALUE 'Y'.
       01 WS-ALLOC-AMOUNT-ARG PIC X(20).
       01 WS-ALLOC-TEXT PIC X(20).
       01 WS-ALLOC-LEN PIC 9(2).
       01 WS-ALLOC-POINTS PIC 9(2).
       01 WS-ALLOC-INT-LEN PIC 9(2).
       01 WS-ALLOC-DEC-LEN PIC 9(2).
       01 WS-ALLOC-DIGITS PIC X(15).
       01 WS-ALLOC-DIGITS-NUM REDEFINES WS-ALLOC-DIGITS PIC 9(15).
       01 WS-ALLOC-AMOUNT-SWITCH PIC X VALUE 'Y'.
           88 ALLOC-AMOUNT-VALID VALUE 'Y'.
           88 ALLOC-AMOUNT-INVALID VALUE 'N'.
       01 WS-ALLOC-CENTS PIC 9(15).
       01 WS-ALLOC-AMOUNT PIC 9(13)V99.
       01 WS-ALLOC-AMOUNT-EDIT PIC Z(12)9.99.
       01 WS-ALLOC-OUT-FILENAME PIC X(100).
       01 WS-ALLOC-OUT-STATUS PIC XX.
       01 WS-ALLOC-MAX PIC 9(4) VALUE 500.
       01 WS-ALLOC-COUNT PIC 9(4) VALUE 0.
       01 WS-ALLOC-IDX PIC 9(4).
       01 WS-ALLOC-BEST PIC 9(4).
       01 WS-ALLOC-GCD PIC 9(9).
       01 WS-ALLOC-WEIGHT-SUM PIC 9(12).
       01 WS-ALLOC-PRODUCT PIC 9(27).
       01 WS-ALLOC-ASSIGNED PIC 9(15).
       01 WS-ALLOC-LEFTOVER PIC 9(4).
       01 WS-ALLOC-PENNY-MARK PIC X(6).
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 500 TIMES.
               10 WS-ALLOC-WEIGHT PIC 9(9).
               10 WS-ALLOC-REDUCED PIC 9(9).
               10 WS-ALLOC-SHARE-CENTS PIC 9(15).
               10 WS-ALLOC-REMAINDER PIC 9(12).
               10 WS-ALLOC-PENNY PIC X.
       COPY AUDITWS.
       COPY SUSPWS.
       COPY LOCKWS.
       COPY RETCODES.

                               IF FUNCTION TRIM(WS-A-ARG) = "CHECKVFY"
                                   PERFORM CHECKVFY-MODE-PARAGRAPH
                               ELSE
                                 IF FUNCTION TRIM(WS-A-ARG) = "CHECKFIL"
                                   PERFORM CHECKFIL-MODE-PARAGRAPH
                                 ELSE
                                   IF FUNCTION TRIM(WS-A-ARG)
                                           = "ALLOCATE"
                                     PERFORM ALLOCATE-MODE-PARAGRAPH
                                   ELSE
                                     DISPLAY 2 UPON ARGUMENT-NUMBER
                                     ACCEPT WS-B-ARG FROM ARGUMENT-VALUE
                                     PERFORM TWO-NUMBER-MODE-PARAGRAPH
                                   END-IF
                                 END-IF
                               END-IF
                           END-IF
                       END-IF
                           DISPLAY "GCD: INVALID INPUT - LIST FILE "
                               "ENTRIES MUST BE NUMERIC AND GREATER "
                               "THAN ZERO"
                           MOVE "LIST ENTRY NOT NUMERIC"
                               TO WS-LIST-REJECT-REASON
                           MOVE WS-LIST-COUNT TO WS-LIST-RECORD-NUM
                           PERFORM SUSPEND-LIST-RECORD-PARAGRAPH
                           CLOSE LIST-INPUT-FILE
                           MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                           STOP RUN
                               DISPLAY "GCD: INVALID INPUT - LIST FILE "
                                   "ENTRIES MUST BE NUMERIC AND "
                                   "GREATER THAN ZERO"
                               MOVE "LIST ENTRY ZERO"
                                   TO WS-LIST-REJECT-REASON
                               MOVE WS-LIST-COUNT TO WS-LIST-RECORD-NUM
                               PERFORM SUSPEND-LIST-RECORD-PARAGRAPH
                               CLOSE LIST-INPUT-FILE
                               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                               STOP RUN
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
           END-IF.

      *    BULK FORM OF CHECKVFY: EVERY ACCOUNT IN THE INPUT FILE IS
      *    VERIFIED AND EACH BAD OR MALFORMED ONE IS LISTED WITH ITS
      *    REASON IN THE EXCEPTIONS FILE (DEFAULT <INPUT FILE>.EXC),
      *    FOLLOWED BY CONTROL TOTALS.  ONE AUDIT RECORD SUMMARIZES
      *    THE RUN.  ANY EXCEPTION GIVES A VALIDATION-FAIL RETURN CODE.
       CHECKFIL-MODE-PARAGRAPH.
           MOVE SPACES TO WS-ACCTFILE-FILENAME.
           MOVE SPACES TO WS-EXCEPT-FILENAME.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ACCTFILE-FILENAME FROM ARGUMENT-VALUE.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-EXCEPT-FILENAME FROM ARGUMENT-VALUE.
           IF WS-ACCTFILE-FILENAME = SPACES THEN
               DISPLAY "GCD: INVALID INPUT - CHECKFIL NEEDS AN ACCOUNT "
                   "FILE NAME"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EXCEPT-FILENAME = SPACES THEN
               STRING FUNCTION TRIM(WS-ACCTFILE-FILENAME)
                       DELIMITED BY SIZE
                   ".EXC" DELIMITED BY SIZE
                   INTO WS-EXCEPT-FILENAME
           END-IF.
           OPEN INPUT ACCOUNT-INPUT-FILE.
           IF WS-ACCTFILE-STATUS NOT = "00" THEN
               DISPLAY "GCD: UNABLE TO OPEN ACCOUNT FILE "
                   WS-ACCTFILE-FILENAME " - STATUS " WS-ACCTFILE-STATUS
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPTION-OUTPUT-FILE.
           IF WS-EXCEPT-STATUS NOT = "00" THEN
               DISPLAY "GCD: UNABLE TO OPEN EXCEPTIONS FILE "
                   WS-EXCEPT-FILENAME " - STATUS " WS-EXCEPT-STATUS
               CLOSE ACCOUNT-INPUT-FILE
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WS-CHKF-SEEN-TABLE.
           PERFORM WRITE-CHKF-HEADER-PARAGRAPH.
           PERFORM UNTIL END-OF-ACCTFILE
               READ ACCOUNT-INPUT-FILE
                   AT END
                       SET END-OF-ACCTFILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHKF-READ
                       PERFORM CHECK-ACCOUNT-RECORD-PARAGRAPH
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-INPUT-FILE.
           PERFORM WRITE-CHKF-TOTALS-PARAGRAPH.
           CLOSE EXCEPTION-OUTPUT-FILE.
           DISPLAY "GCD: CHECKFIL READ " WS-CHKF-READ
               " VALID " WS-CHKF-VALID
               " EXCEPTIONS " WS-CHKF-EXCEPTIONS.
           MOVE "GCD" TO AUD-PROGRAM.
           MOVE WS-CHKF-READ TO AUD-INPUT-1.
           MOVE WS-CHKF-EXCEPTIONS TO AUD-INPUT-2.
           MOVE SPACES TO AUD-RESULT.
           STRING "CHECKFIL VALID=" DELIMITED BY SIZE
               WS-CHKF-VALID DELIMITED BY SIZE
               " BAD=" DELIMITED BY SIZE
               WS-CHKF-EXCEPTIONS DELIMITED BY SIZE
               INTO AUD-RESULT.
           PERFORM WRITE-AUDIT-PARAGRAPH.
           IF WS-CHKF-EXCEPTIONS > 0 THEN
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
           ELSE
               MOVE WS-RC-SUCCESS TO RETURN-CODE
           END-IF.

      *    THE NUMBER MAY BE INDENTED BUT NOT SPLIT; ONE FILLING THE
      *    WHOLE LINE IS TOO LONG.  FORMAT IS CHECKED FIRST, THEN THE
      *    MOD 97 REMAINDER, AND ONLY AN ACCOUNT THAT PASSES BOTH IS
      *    CHECKED FOR A DUPLICATE.
       CHECK-ACCOUNT-RECORD-PARAGRAPH.
           MOVE SPACES TO WS-CHKF-REASON.
           MOVE SPACES TO WS-CHKF-TEXT.
           MOVE FUNCTION TRIM(ACCOUNT-INPUT-RECORD) TO WS-CHKF-TEXT.
           MOVE 0 TO WS-CHKF-LEN.
           INSPECT WS-CHKF-TEXT TALLYING WS-CHKF-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CHKF-LEN = 0 THEN
               ADD 1 TO WS-CHKF-TOO-SHORT
               MOVE "TOO SHORT" TO WS-CHKF-REASON
           ELSE
               IF WS-CHKF-LEN = 40 THEN
                   ADD 1 TO WS-CHKF-TOO-LONG
                   MOVE "TOO LONG" TO WS-CHKF-REASON
               ELSE
                   IF WS-CHKF-TEXT(1:WS-CHKF-LEN) IS NOT NUMERIC
                       OR WS-CHKF-TEXT(WS-CHKF-LEN + 1:) NOT = SPACES
                       ADD 1 TO WS-CHKF-NON-NUMERIC
                       MOVE "NON-NUMERIC" TO WS-CHKF-REASON
                   ELSE
                       IF WS-CHKF-LEN > 18 THEN
                           ADD 1 TO WS-CHKF-TOO-LONG
                           MOVE "TOO LONG" TO WS-CHKF-REASON
                       ELSE
                           PERFORM VERIFY-ACCOUNT-ENTRY-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CHKF-REASON NOT = SPACES THEN
               ADD 1 TO WS-CHKF-EXCEPTIONS
               MOVE SPACES TO EXCEPTION-OUTPUT-RECORD
               STRING "  LINE " DELIMITED BY SIZE
                   WS-CHKF-READ DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CHKF-TEXT(1:24) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CHKF-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-OUTPUT-RECORD
               WRITE EXCEPTION-OUTPUT-RECORD
           END-IF.

       VERIFY-ACCOUNT-ENTRY-PARAGRAPH.
           MOVE ZEROS TO WS-CHKF-DIGITS.
           MOVE WS-CHKF-TEXT(1:WS-CHKF-LEN)
               TO WS-CHKF-DIGITS(19 - WS-CHKF-LEN:WS-CHKF-LEN).
           MOVE WS-CHKF-DIGITS-NUM TO WS-ACCT-NUM.
           IF WS-ACCT-NUM < 100 THEN
               ADD 1 TO WS-CHKF-TOO-SHORT
               MOVE "TOO SHORT" TO WS-CHKF-REASON
           ELSE
               DIVIDE WS-ACCT-NUM BY 97 GIVING WS-ACCT-QUOT
                   REMAINDER WS-ACCT-REM
               IF WS-ACCT-REM NOT = 1 THEN
                   ADD 1 TO WS-CHKF-BAD-CHECK
                   MOVE "BAD CHECK DIGITS" TO WS-CHKF-REASON
               ELSE
                   PERFORM FIND-SEEN-ACCOUNT-PARAGRAPH
                   IF CHKF-DUPLICATE-FOUND THEN
                       ADD 1 TO WS-CHKF-DUPLICATE
                       STRING "DUPLICATE OF LINE " DELIMITED BY SIZE
                           WS-CHKF-SEEN-LINE(WS-CHKF-SLOT)
                               DELIMITED BY SIZE
                           INTO WS-CHKF-REASON
                   ELSE
                       ADD 1 TO WS-CHKF-VALID
                       PERFORM REMEMBER-ACCOUNT-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       FIND-SEEN-ACCOUNT-PARAGRAPH.
           MOVE 'N' TO WS-CHKF-DUP-SWITCH.
           DIVIDE WS-ACCT-NUM BY WS-CHKF-SEEN-SLOTS
               GIVING WS-ACCT-QUOT REMAINDER WS-CHKF-SLOT.
           ADD 1 TO WS-CHKF-SLOT.
           PERFORM UNTIL WS-CHKF-SEEN-LINE(WS-CHKF-SLOT) = 0
                   OR CHKF-DUPLICATE-FOUND
               IF WS-CHKF-SEEN-ACCT(WS-CHKF-SLOT) = WS-ACCT-NUM THEN
                   SET CHKF-DUPLICATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CHKF-SLOT
                   IF WS-CHKF-SLOT > WS-CHKF-SEEN-SLOTS THEN
                       MOVE 1 TO WS-CHKF-SLOT
                   END-IF
               END-IF
           END-PERFORM.

      *    WS-CHKF-SLOT IS LEFT ON THE EMPTY SLOT THE SEARCH ENDED ON.
       REMEMBER-ACCOUNT-PARAGRAPH.
           IF WS-CHKF-SEEN-COUNT < WS-CHKF-SEEN-MAX THEN
               ADD 1 TO WS-CHKF-SEEN-COUNT
               MOVE WS-ACCT-NUM TO WS-CHKF-SEEN-ACCT(WS-CHKF-SLOT)
               MOVE WS-CHKF-READ TO WS-CHKF-SEEN-LINE(WS-CHKF-SLOT)
           ELSE
               IF NOT CHKF-SEEN-TABLE-FULL THEN
                   SET CHKF-SEEN-TABLE-FULL TO TRUE
                   DISPLAY "GCD: MORE THAN " WS-CHKF-SEEN-MAX
                       " VALID ACCOUNTS - LATER LINES ARE NOT CHECKED "
                       "FOR DUPLICATES"
               END-IF
           END-IF.

       WRITE-CHKF-HEADER-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOBID FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           STRING "GCD ACCOUNT CHECK-DIGIT EXCEPTIONS" DELIMITED BY SIZE
               INTO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  RUN TIME: " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               "  JOB: " DELIMITED BY SIZE
               WS-JOBID DELIMITED BY SIZE
               INTO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           STRING "ACCOUNT FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACCTFILE-FILENAME) DELIMITED BY SIZE
               INTO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.

       WRITE-CHKF-TOTALS-PARAGRAPH.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           STRING "CONTROL TOTALS:" DELIMITED BY SIZE
               INTO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.
           MOVE "RECORDS READ" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-READ TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "VALID ACCOUNTS" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-VALID TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "BAD CHECK DIGITS" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-BAD-CHECK TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "TOO SHORT" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-TOO-SHORT TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "TOO LONG" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-TOO-LONG TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "NON-NUMERIC" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-NON-NUMERIC TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "DUPLICATE" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-DUPLICATE TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE "TOTAL EXCEPTIONS" TO WS-CHKF-TOTAL-LABEL.
           MOVE WS-CHKF-EXCEPTIONS TO WS-CHKF-TOTAL-VALUE.
           PERFORM WRITE-CHKF-TOTAL-LINE-PARAGRAPH.

       WRITE-CHKF-TOTAL-LINE-PARAGRAPH.
           MOVE SPACES TO EXCEPTION-OUTPUT-RECORD.
           STRING "  " DELIMITED BY SIZE
               WS-CHKF-TOTAL-LABEL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-CHKF-TOTAL-VALUE DELIMITED BY SIZE
               INTO EXCEPTION-OUTPUT-RECORD.
           WRITE EXCEPTION-OUTPUT-RECORD.

      *    PRO-RATA SPLIT OF AN AMOUNT ACROSS THE SHARE WEIGHTS IN A
      *    LIST-STYLE FILE.  THE WEIGHTS ARE REDUCED BY THEIR GCD AND
      *    EACH SHARE GETS AMOUNT * WEIGHT / TOTAL WEIGHT IN WHOLE
      *    CENTS, ROUNDED DOWN.  THE CENTS LEFT OVER (FEWER THAN THE
      *    NUMBER OF SHARES) GO ONE EACH TO THE SHARES WITH THE LARGEST
      *    REMAINDERS, THE EARLIER LINE WINNING A TIE, SO THE SHARES
      *    ALWAYS ADD BACK TO THE AMOUNT EXACTLY.  THE ALLOCATION
      *    FILE DEFAULTS TO <WEIGHTS FILE>.ALC.
       ALLOCATE-MODE-PARAGRAPH.
           MOVE SPACES TO WS-ALLOC-AMOUNT-ARG.
           MOVE SPACES TO WS-LIST-FILENAME.
           MOVE SPACES TO WS-ALLOC-OUT-FILENAME.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ALLOC-AMOUNT-ARG FROM ARGUMENT-VALUE.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-LIST-FILENAME FROM ARGUMENT-VALUE.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ALLOC-OUT-FILENAME FROM ARGUMENT-VALUE.
           PERFORM PARSE-ALLOC-AMOUNT-PARAGRAPH.
           IF ALLOC-AMOUNT-INVALID THEN
               DISPLAY "GCD: INVALID INPUT - ALLOCATE AMOUNT MUST BE "
                   "GREATER THAN ZERO WITH AT MOST 13 WHOLE DIGITS AND "
                   "2 DECIMAL PLACES"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LIST-FILENAME = SPACES THEN
               DISPLAY "GCD: INVALID INPUT - ALLOCATE NEEDS A WEIGHTS "
                   "FILE NAME"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ALLOC-OUT-FILENAME = SPACES THEN
               STRING FUNCTION TRIM(WS-LIST-FILENAME) DELIMITED BY SIZE
                   ".ALC" DELIMITED BY SIZE
                   INTO WS-ALLOC-OUT-FILENAME
           END-IF.
           PERFORM LOAD-ALLOC-WEIGHTS-PARAGRAPH.
           PERFORM REDUCE-ALLOC-WEIGHTS-PARAGRAPH.
           PERFORM SPLIT-ALLOC-AMOUNT-PARAGRAPH.
           PERFORM WRITE-ALLOCATION-FILE-PARAGRAPH.
           MOVE WS-ALLOC-AMOUNT TO WS-ALLOC-AMOUNT-EDIT.
           DISPLAY "GCD: ALLOCATED " FUNCTION TRIM(WS-ALLOC-AMOUNT-EDIT)
               " OVER " WS-ALLOC-COUNT " SHARES, WEIGHTS REDUCED BY "
               WS-ALLOC-GCD ", " WS-ALLOC-LEFTOVER
               " CENT(S) BY LARGEST REMAINDER".
           MOVE "GCD" TO AUD-PROGRAM.
           MOVE WS-ALLOC-COUNT TO AUD-INPUT-1.
           MOVE WS-ALLOC-GCD TO AUD-INPUT-2.
           MOVE SPACES TO AUD-RESULT.
           STRING "ALLOCATE=" DELIMITED BY SIZE
               WS-ALLOC-CENTS DELIMITED BY SIZE
               " LEFT=" DELIMITED BY SIZE
               WS-ALLOC-LEFTOVER DELIMITED BY SIZE
               INTO AUD-RESULT.
           PERFORM WRITE-AUDIT-PARAGRAPH.
           MOVE WS-RC-SUCCESS TO RETURN-CODE.

      *    AMOUNT IS DIGITS WITH AN OPTIONAL DECIMAL POINT, E.G. 1500,
      *    1500.5 OR 1500.50, HELD FROM HERE ON AS WHOLE CENTS.
       PARSE-ALLOC-AMOUNT-PARAGRAPH.
           SET ALLOC-AMOUNT-VALID TO TRUE.
           MOVE SPACES TO WS-ALLOC-TEXT.
           MOVE FUNCTION TRIM(WS-ALLOC-AMOUNT-ARG) TO WS-ALLOC-TEXT.
           MOVE 0 TO WS-ALLOC-LEN.
           INSPECT WS-ALLOC-TEXT TALLYING WS-ALLOC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-ALLOC-POINTS.
           INSPECT WS-ALLOC-TEXT TALLYING WS-ALLOC-POINTS FOR ALL ".".
           MOVE 0 TO WS-ALLOC-INT-LEN.
           INSPECT WS-ALLOC-TEXT TALLYING WS-ALLOC-INT-LEN
               FOR CHARACTERS BEFORE INITIAL ".".
           IF WS-ALLOC-POINTS = 0 THEN
               MOVE WS-ALLOC-LEN TO WS-ALLOC-INT-LEN
               MOVE 0 TO WS-ALLOC-DEC-LEN
           ELSE
               IF WS-ALLOC-POINTS = 1
                       AND WS-ALLOC-INT-LEN < WS-ALLOC-LEN
                   COMPUTE WS-ALLOC-DEC-LEN =
                       WS-ALLOC-LEN - WS-ALLOC-INT-LEN - 1
               ELSE
                   SET ALLOC-AMOUNT-INVALID TO TRUE
               END-IF
           END-IF.
           IF ALLOC-AMOUNT-VALID THEN
               IF WS-ALLOC-LEN = 0
                       OR WS-ALLOC-TEXT(WS-ALLOC-LEN + 1:) NOT = SPACES
                       OR WS-ALLOC-INT-LEN > 13
                       OR WS-ALLOC-DEC-LEN > 2
                       OR WS-ALLOC-INT-LEN + WS-ALLOC-DEC-LEN = 0
                   SET ALLOC-AMOUNT-INVALID TO TRUE
               END-IF
           END-IF.
           IF ALLOC-AMOUNT-VALID AND WS-ALLOC-INT-LEN > 0 THEN
               IF WS-ALLOC-TEXT(1:WS-ALLOC-INT-LEN) IS NOT NUMERIC
                   SET ALLOC-AMOUNT-INVALID TO TRUE
               END-IF
           END-IF.
           IF ALLOC-AMOUNT-VALID AND WS-ALLOC-DEC-LEN > 0 THEN
               IF WS-ALLOC-TEXT(WS-ALLOC-INT-LEN + 2:WS-ALLOC-DEC-LEN)
                       IS NOT NUMERIC
                   SET ALLOC-AMOUNT-INVALID TO TRUE
               END-IF
           END-IF.
           IF ALLOC-AMOUNT-VALID THEN
               MOVE ZEROS TO WS-ALLOC-DIGITS
               IF WS-ALLOC-INT-LEN > 0
                   MOVE WS-ALLOC-TEXT(1:WS-ALLOC-INT-LEN)
                       TO WS-ALLOC-DIGITS(14 - WS-ALLOC-INT-LEN:
                           WS-ALLOC-INT-LEN)
               END-IF
               IF WS-ALLOC-DEC-LEN > 0
                   MOVE WS-ALLOC-TEXT(WS-ALLOC-INT-LEN + 2:
                           WS-ALLOC-DEC-LEN)
                       TO WS-ALLOC-DIGITS(14:WS-ALLOC-DEC-LEN)
               END-IF
               MOVE WS-ALLOC-DIGITS-NUM TO WS-ALLOC-CENTS
               COMPUTE WS-ALLOC-AMOUNT = WS-ALLOC-CENTS / 100
               IF WS-ALLOC-CENTS = 0
                   SET ALLOC-AMOUNT-INVALID TO TRUE
               END-IF
           END-IF.

       LOAD-ALLOC-WEIGHTS-PARAGRAPH.
           OPEN INPUT LIST-INPUT-FILE.
           IF WS-LIST-STATUS NOT = "00" THEN
               DISPLAY "GCD: UNABLE TO OPEN WEIGHTS FILE "
                   WS-LIST-FILENAME " - STATUS " WS-LIST-STATUS
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-ALLOC-COUNT.
           PERFORM UNTIL END-OF-LIST
               READ LIST-INPUT-FILE
                   AT END
                       SET END-OF-LIST TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(LIST-INPUT-RECORD)
                               IS NOT NUMERIC THEN
                           DISPLAY "GCD: INVALID INPUT - WEIGHTS FILE "
                               "ENTRIES MUST BE NUMERIC AND GREATER "
                               "THAN ZERO"
                           MOVE "WEIGHT NOT NUMERIC"
                               TO WS-LIST-REJECT-REASON
                           MOVE WS-ALLOC-COUNT TO WS-LIST-RECORD-NUM
                           PERFORM SUSPEND-LIST-RECORD-PARAGRAPH
                           CLOSE LIST-INPUT-FILE
                           MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE LIST-INPUT-RECORD TO WS-LIST-VALUE
                       IF WS-LIST-VALUE = 0 THEN
                           DISPLAY "GCD: INVALID INPUT - WEIGHTS FILE "
                               "ENTRIES MUST BE NUMERIC AND GREATER "
                               "THAN ZERO"
                           MOVE "WEIGHT ZERO" TO WS-LIST-REJECT-REASON
                           MOVE WS-ALLOC-COUNT TO WS-LIST-RECORD-NUM
                           PERFORM SUSPEND-LIST-RECORD-PARAGRAPH
                           CLOSE LIST-INPUT-FILE
                           MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-ALLOC-COUNT >= WS-ALLOC-MAX THEN
                           DISPLAY "GCD: INVALID INPUT - WEIGHTS FILE "
                               "HAS MORE THAN " WS-ALLOC-MAX " SHARES"
                           CLOSE LIST-INPUT-FILE
                           MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ALLOC-COUNT
                       MOVE WS-LIST-VALUE
                           TO WS-ALLOC-WEIGHT(WS-ALLOC-COUNT)
               END-READ
           END-PERFORM.
           CLOSE LIST-INPUT-FILE.
           IF WS-ALLOC-COUNT = 0 THEN
               DISPLAY "GCD: INVALID INPUT - WEIGHTS FILE MUST CONTAIN "
                   "AT LEAST ONE SHARE"
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.

       REDUCE-ALLOC-WEIGHTS-PARAGRAPH.
           MOVE WS-ALLOC-WEIGHT(1) TO WS-ALLOC-GCD.
           MOVE 2 TO WS-ALLOC-IDX.
           PERFORM UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               MOVE WS-ALLOC-GCD TO WS-GCD-X
               MOVE WS-ALLOC-WEIGHT(WS-ALLOC-IDX) TO WS-GCD-Y
               PERFORM GCD-OF-TWO-PARAGRAPH
               MOVE WS-GCD-X TO WS-ALLOC-GCD
               ADD 1 TO WS-ALLOC-IDX
           END-PERFORM.
           MOVE 0 TO WS-ALLOC-WEIGHT-SUM.
           MOVE 1 TO WS-ALLOC-IDX.
           PERFORM UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               COMPUTE WS-ALLOC-REDUCED(WS-ALLOC-IDX) =
                   WS-ALLOC-WEIGHT(WS-ALLOC-IDX) / WS-ALLOC-GCD
               ADD WS-ALLOC-REDUCED(WS-ALLOC-IDX) TO WS-ALLOC-WEIGHT-SUM
               ADD 1 TO WS-ALLOC-IDX
           END-PERFORM.

       SPLIT-ALLOC-AMOUNT-PARAGRAPH.
           MOVE 0 TO WS-ALLOC-ASSIGNED.
           MOVE 1 TO WS-ALLOC-IDX.
           PERFORM UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               COMPUTE WS-ALLOC-PRODUCT =
                   WS-ALLOC-CENTS * WS-ALLOC-REDUCED(WS-ALLOC-IDX)
               DIVIDE WS-ALLOC-PRODUCT BY WS-ALLOC-WEIGHT-SUM
                   GIVING WS-ALLOC-SHARE-CENTS(WS-ALLOC-IDX)
                   REMAINDER WS-ALLOC-REMAINDER(WS-ALLOC-IDX)
               MOVE 'N' TO WS-ALLOC-PENNY(WS-ALLOC-IDX)
               ADD WS-ALLOC-SHARE-CENTS(WS-ALLOC-IDX)
                   TO WS-ALLOC-ASSIGNED
               ADD 1 TO WS-ALLOC-IDX
           END-PERFORM.
           COMPUTE WS-ALLOC-LEFTOVER =
               WS-ALLOC-CENTS - WS-ALLOC-ASSIGNED.
           PERFORM AWARD-ALLOC-PENNY-PARAGRAPH WS-ALLOC-LEFTOVER TIMES.

       AWARD-ALLOC-PENNY-PARAGRAPH.
           MOVE 0 TO WS-ALLOC-BEST.
           MOVE 1 TO WS-ALLOC-IDX.
           PERFORM UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               IF WS-ALLOC-PENNY(WS-ALLOC-IDX) = 'N'
                   IF WS-ALLOC-BEST = 0
                       MOVE WS-ALLOC-IDX TO WS-ALLOC-BEST
                   ELSE
                       IF WS-ALLOC-REMAINDER(WS-ALLOC-IDX)
                               > WS-ALLOC-REMAINDER(WS-ALLOC-BEST)
                           MOVE WS-ALLOC-IDX TO WS-ALLOC-BEST
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-ALLOC-IDX
           END-PERFORM.
           ADD 1 TO WS-ALLOC-SHARE-CENTS(WS-ALLOC-BEST).
           MOVE 'Y' TO WS-ALLOC-PENNY(WS-ALLOC-BEST).
           ADD 1 TO WS-ALLOC-ASSIGNED.

       WRITE-ALLOCATION-FILE-PARAGRAPH.
           OPEN OUTPUT ALLOCATION-OUTPUT-FILE.
           IF WS-ALLOC-OUT-STATUS NOT = "00" THEN
               DISPLAY "GCD: UNABLE TO OPEN ALLOCATION FILE "
                   WS-ALLOC-OUT-FILENAME " - STATUS "
                   WS-ALLOC-OUT-STATUS
               MOVE WS-RC-VALIDATION-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOBID FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           STRING "GCD PRO-RATA ALLOCATION" DELIMITED BY SIZE
               INTO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  RUN TIME: " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               "  JOB: " DELIMITED BY SIZE
               WS-JOBID DELIMITED BY SIZE
               INTO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           STRING "WEIGHTS FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIST-FILENAME) DELIMITED BY SIZE
               INTO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE WS-ALLOC-AMOUNT TO WS-ALLOC-AMOUNT-EDIT.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           STRING "AMOUNT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ALLOC-AMOUNT-EDIT) DELIMITED BY SIZE
               "  SHARES: " DELIMITED BY SIZE
               WS-ALLOC-COUNT DELIMITED BY SIZE
               "  WEIGHT GCD: " DELIMITED BY SIZE
               WS-ALLOC-GCD DELIMITED BY SIZE
               INTO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           STRING "LEFTOVER CENTS BY LARGEST REMAINDER: "
                   DELIMITED BY SIZE
               WS-ALLOC-LEFTOVER DELIMITED BY SIZE
               INTO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE 1 TO WS-ALLOC-IDX.
           PERFORM UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               COMPUTE WS-ALLOC-AMOUNT =
                   WS-ALLOC-SHARE-CENTS(WS-ALLOC-IDX) / 100
               MOVE WS-ALLOC-AMOUNT TO WS-ALLOC-AMOUNT-EDIT
               MOVE SPACES TO WS-ALLOC-PENNY-MARK
               IF WS-ALLOC-PENNY(WS-ALLOC-IDX) = 'Y'
                   MOVE "+0.01" TO WS-ALLOC-PENNY-MARK
               END-IF
               MOVE SPACES TO ALLOCATION-OUTPUT-RECORD
               STRING "  SHARE " DELIMITED BY SIZE
                   WS-ALLOC-IDX DELIMITED BY SIZE
                   "  WEIGHT " DELIMITED BY SIZE
                   WS-ALLOC-WEIGHT(WS-ALLOC-IDX) DELIMITED BY SIZE
                   "  REDUCED " DELIMITED BY SIZE
                   WS-ALLOC-REDUCED(WS-ALLOC-IDX) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-ALLOC-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ALLOC-PENNY-MARK DELIMITED BY SIZE
                   INTO ALLOCATION-OUTPUT-RECORD
               WRITE ALLOCATION-OUTPUT-RECORD
               ADD 1 TO WS-ALLOC-IDX
           END-PERFORM.
           COMPUTE WS-ALLOC-AMOUNT = WS-ALLOC-ASSIGNED / 100.
           MOVE WS-ALLOC-AMOUNT TO WS-ALLOC-AMOUNT-EDIT.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           MOVE SPACES TO ALLOCATION-OUTPUT-RECORD.
           STRING "TOTAL ALLOCATED: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ALLOC-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO ALLOCATION-OUTPUT-RECORD.
           WRITE ALLOCATION-OUTPUT-RECORD.
           CLOSE ALLOCATION-OUTPUT-FILE.
           COMPUTE WS-ALLOC-AMOUNT = WS-ALLOC-CENTS / 100.

       CACHEREPORT-MODE-PARAGRAPH.
           PERFORM SCAN-CACHE-SLOTS-PARAGRAPH.
           PERFORM SCAN-AUDIT-LOG-PARAGRAPH.
           DISPLAY "ESTIMATED CACHE HIT RATE PERCENT: "
               WS-RPT-HIT-RATE-EDIT.

      *    A REJECTED LIST OR WEIGHTS LINE GOES TO THE SUSPENSE FILE.
      *    THE CALLER HAS COUNTED THE GOOD LINES BEFORE IT, SO THIS IS
      *    THE NEXT LINE.  RESUBMIT RERUNS THE WHOLE FILE WITH THE LINE
      *    CORRECTED, SO ALLOCATE ALSO KEEPS ITS AMOUNT.
       SUSPEND-LIST-RECORD-PARAGRAPH.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE "GCD" TO SUSP-PROGRAM.
           MOVE FUNCTION TRIM(WS-A-ARG) TO SUSP-MODE.
           MOVE WS-RC-VALIDATION-FAIL TO SUSP-RC.
           MOVE WS-LIST-REJECT-REASON TO SUSP-REASON.
           IF SUSP-MODE = "ALLOCATE" THEN
               MOVE WS-ALLOC-AMOUNT-ARG TO SUSP-RUN-PARM
           END-IF.
           MOVE WS-LIST-FILENAME TO SUSP-INPUT-FILE.
           ADD 1 TO WS-LIST-RECORD-NUM.
           MOVE WS-LIST-RECORD-NUM TO SUSP-RECORD-NUM.
           MOVE LIST-INPUT-RECORD TO SUSP-RAW-RECORD.
           PERFORM WRITE-SUSPENSE-PARAGRAPH.
           IF SUSP-ALREADY-OPEN
               DISPLAY "GCD: LINE " WS-LIST-RECORD-NUM " OF "
                   FUNCTION TRIM(WS-LIST-FILENAME)
                   " ALREADY IN SUSPENSE AS ID " WS-SUSP-LAST-ID
           ELSE
               DISPLAY "GCD: LINE " WS-LIST-RECORD-NUM " OF "
                   FUNCTION TRIM(WS-LIST-FILENAME)
                   " WRITTEN TO SUSPENSE AS ID " WS-SUSP-LAST-ID
           END-IF.

       ACCUMULATE-LIST-VALUE-PARAGRAPH.
           IF WS-LIST-COUNT = 1 THEN
               MOVE WS-LIST-VALUE TO WS-LIST-RUNNING-GCD
               END-COMPUTE
           END-IF.

       FACTORIZE-PARAGRAPH.
           MOVE WS-FACTOR-N TO WS-FACTOR-REMAINING.
           MOVE 0 TO WS-FACTOR-COUNT.

           COPY AUDITWRT.

           COPY SUSPWRT.

           COPY LOCKPD.

           COPY GCDPD.
