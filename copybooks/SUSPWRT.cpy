      *    SHARED REJECT/SUSPENSE WRITER FOR GCD, ZUNEBUG, DRIVER AND
      *    RESUBMIT
      *    CALLER MOVES SPACES TO SUSPENSE-RECORD, SETS SUSP-PROGRAM,
      *    SUSP-MODE, SUSP-RC, SUSP-REASON, SUSP-RUN-PARM,
      *    SUSP-INPUT-FILE, SUSP-RECORD-NUM AND SUSP-RAW-RECORD, THEN
      *    PERFORMS WRITE-SUSPENSE-PARAGRAPH.  THE ENTRY IS WRITTEN
      *    OPEN WITH THE NEXT SUSPENSE ID, WHICH IS LEFT IN
      *    WS-SUSP-LAST-ID FOR THE CALLER'S MESSAGES.  WHEN THE SAME
      *    REJECT IS ALREADY OPEN NOTHING IS WRITTEN, SUSP-ALREADY-OPEN
      *    IS SET AND WS-SUSP-LAST-ID IS THE EXISTING ENTRY'S ID.
       WRITE-SUSPENSE-PARAGRAPH.
           MOVE SUSPENSE-RECORD TO WS-SUSP-SAVED-RECORD.
           MOVE SUSP-PROGRAM TO WS-SUSP-MATCH-PROGRAM.
           MOVE SUSP-MODE TO WS-SUSP-MATCH-MODE.
           MOVE SUSP-RUN-PARM TO WS-SUSP-MATCH-RUN-PARM.
           MOVE SUSP-INPUT-FILE TO WS-SUSP-MATCH-FILE.
           MOVE SUSP-RECORD-NUM TO WS-SUSP-MATCH-RECORD-NUM.
           MOVE SUSP-RAW-RECORD TO WS-SUSP-MATCH-RAW-RECORD.
           PERFORM RESOLVE-SUSPENSE-NAMES-PARAGRAPH.
           MOVE WS-SUSP-LOCK-FILENAME TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-DENIED THEN
               DISPLAY "UNABLE TO LOCK SUSPENSE FILE "
                   WS-SUSP-FILENAME " - ANOTHER RUN IS HOLDING "
                   "THE LOCK"
               MOVE WS-RC-LOCK-FAIL TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-OPEN-SUSPENSE-PARAGRAPH.
           IF SUSP-ALREADY-OPEN
               MOVE WS-SUSP-SAVED-RECORD TO SUSPENSE-RECORD
               PERFORM RELEASE-LOCK-PARAGRAPH
           ELSE
               PERFORM APPEND-SUSPENSE-PARAGRAPH
           END-IF.

      *    CALLED UNDER THE SUSPENSE LOCK.
       FIND-OPEN-SUSPENSE-PARAGRAPH.
           MOVE 'N' TO WS-SUSP-DUP-SWITCH.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SUSPENSE OR SUSP-ALREADY-OPEN
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           IF SUSP-OPEN
                                   AND SUSP-PROGRAM
                                       = WS-SUSP-MATCH-PROGRAM
                                   AND SUSP-MODE = WS-SUSP-MATCH-MODE
                                   AND SUSP-RUN-PARM
                                       = WS-SUSP-MATCH-RUN-PARM
                                   AND SUSP-INPUT-FILE
                                       = WS-SUSP-MATCH-FILE
                                   AND SUSP-RECORD-NUM
                                       = WS-SUSP-MATCH-RECORD-NUM
                                   AND SUSP-RAW-RECORD
                                       = WS-SUSP-MATCH-RAW-RECORD
                               SET SUSP-ALREADY-OPEN TO TRUE
                               MOVE SUSP-ID TO WS-SUSP-LAST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       APPEND-SUSPENSE-PARAGRAPH.
           PERFORM READ-SUSPENSE-SEQ-PARAGRAPH.
           MOVE WS-SUSP-SAVED-RECORD TO SUSPENSE-RECORD.
           ADD 1 TO WS-SUSP-SEQ-CUR.
           MOVE WS-SUSP-SEQ-CUR TO SUSP-ID.
           MOVE WS-SUSP-SEQ-CUR TO WS-SUSP-LAST-ID.
           SET SUSP-OPEN TO TRUE.
           ACCEPT SUSP-DATE FROM DATE YYYYMMDD.
           ACCEPT SUSP-TIME FROM TIME.
           DISPLAY "JOBID" UPON ENVIRONMENT-NAME.
           ACCEPT SUSP-JOBID FROM ENVIRONMENT-VALUE.
           MOVE 0 TO SUSP-ATTEMPTS.
           MOVE SPACES TO SUSP-ACTION-DATE.
           MOVE SPACES TO SUSP-ACTION-JOBID.
           MOVE SPACES TO SUSP-ACTION-NOTE.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00" THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSP-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN SUSPENSE FILE "
                       WS-SUSP-FILENAME " - STATUS " WS-SUSP-STATUS
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE WS-RC-COMPUTE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.
           PERFORM SAVE-SUSPENSE-SEQ-PARAGRAPH.
           PERFORM RELEASE-LOCK-PARAGRAPH.

      *    SUSPENSE_FILE LETS RESUBMIT SEND A RERUN'S REJECTS TO A
      *    SCRATCH FILE INSTEAD OF OPENING FRESH ENTRIES.
       RESOLVE-SUSPENSE-NAMES-PARAGRAPH.
           DISPLAY "SUSPENSE_FILE" UPON ENVIRONMENT-NAME.
           MOVE SPACES TO WS-SUSP-ENV-NAME.
           ACCEPT WS-SUSP-ENV-NAME FROM ENVIRONMENT-VALUE.
           IF WS-SUSP-ENV-NAME = SPACES
               MOVE "SUSPENSE.DAT" TO WS-SUSP-FILENAME
           ELSE
               MOVE WS-SUSP-ENV-NAME TO WS-SUSP-FILENAME
           END-IF.
           MOVE SPACES TO WS-SUSP-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SUSP-FILENAME) DELIMITED BY SIZE
               ".LCK" DELIMITED BY SIZE
               INTO WS-SUSP-LOCK-FILENAME.
           MOVE SPACES TO WS-SUSPSEQ-FILENAME.
           STRING FUNCTION TRIM(WS-SUSP-FILENAME) DELIMITED BY SIZE
               ".SEQ" DELIMITED BY SIZE
               INTO WS-SUSPSEQ-FILENAME.

      *    THE LAST SUSPENSE ID HANDED OUT LIVES IN A ONE-RECORD SIDE
      *    FILE MAINTAINED UNDER THE SUSPENSE LOCK, AS FOR THE AUDIT
      *    LOG; WHEN IT IS MISSING THE SUSPENSE FILE IS SCANNED ONCE.
       READ-SUSPENSE-SEQ-PARAGRAPH.
           MOVE 0 TO WS-SUSP-SEQ-CUR.
           OPEN INPUT SUSPENSE-SEQ-FILE.
           IF WS-SUSPSEQ-STATUS = "00" THEN
               READ SUSPENSE-SEQ-FILE
                   AT END
                       PERFORM INIT-SUSPENSE-SEQ-PARAGRAPH
                   NOT AT END
                       IF SUSPENSE-SEQ-RECORD IS NUMERIC
                           MOVE SUSPENSE-SEQ-RECORD TO WS-SUSP-SEQ-CUR
                       ELSE
                           PERFORM INIT-SUSPENSE-SEQ-PARAGRAPH
                       END-IF
               END-READ
               CLOSE SUSPENSE-SEQ-FILE
           ELSE
               PERFORM INIT-SUSPENSE-SEQ-PARAGRAPH
           END-IF.

       SAVE-SUSPENSE-SEQ-PARAGRAPH.
           OPEN OUTPUT SUSPENSE-SEQ-FILE.
           IF WS-SUSPSEQ-STATUS = "00" THEN
               MOVE WS-SUSP-SEQ-CUR TO SUSPENSE-SEQ-RECORD
               WRITE SUSPENSE-SEQ-RECORD
               CLOSE SUSPENSE-SEQ-FILE
           ELSE
               DISPLAY "UNABLE TO REWRITE SEQUENCE FILE "
                   WS-SUSPSEQ-FILENAME " - STATUS " WS-SUSPSEQ-STATUS
           END-IF.

       INIT-SUSPENSE-SEQ-PARAGRAPH.
           MOVE 0 TO WS-SUSP-SEQ-CUR.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           IF SUSP-ID IS NUMERIC
                                   AND SUSP-ID > WS-SUSP-SEQ-CUR
                               MOVE SUSP-ID TO WS-SUSP-SEQ-CUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *    OPEN-ITEM COUNT FOR OPERATOR SUMMARIES, TAKEN UNDER THE
      *    SUSPENSE LOCK.  A MISSING FILE IS NO OPEN ITEMS; THE COUNT
      *    MEANS NOTHING IF THE CALLER THEN FINDS LOCK-DENIED.
       COUNT-OPEN-SUSPENSE-PARAGRAPH.
           MOVE 0 TO WS-SUSP-OPEN-COUNT.
           PERFORM RESOLVE-SUSPENSE-NAMES-PARAGRAPH.
           MOVE WS-SUSP-LOCK-FILENAME TO WS-LOCK-FILENAME.
           PERFORM ACQUIRE-LOCK-PARAGRAPH.
           IF LOCK-ACQUIRED THEN
               MOVE 'N' TO WS-SUSP-EOF-SWITCH
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSP-STATUS = "00" THEN
                   PERFORM UNTIL END-OF-SUSPENSE
                       READ SUSPENSE-FILE
                           AT END
                               SET END-OF-SUSPENSE TO TRUE
                           NOT AT END
                               IF SUSP-OPEN
                                   ADD 1 TO WS-SUSP-OPEN-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               END-IF
               PERFORM RELEASE-LOCK-PARAGRAPH
           END-IF.
