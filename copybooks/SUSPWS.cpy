      *    SHARED REJECT/SUSPENSE WORKING-STORAGE FOR GCD, ZUNEBUG,
      *    DRIVER AND RESUBMIT.  THE FILE IS SUSPENSE.DAT UNLESS
      *    SUSPENSE_FILE NAMES ANOTHER; ITS LOCK AND SEQUENCE SIDE
      *    FILES ARE NAMED FROM IT (.LCK, .SEQ).
       01  WS-SUSP-FILENAME PIC X(100) VALUE "SUSPENSE.DAT".
       01  WS-SUSP-STATUS PIC XX.
       01  WS-SUSPSEQ-FILENAME PIC X(100).
       01  WS-SUSPSEQ-STATUS PIC XX.
       01  WS-SUSP-LOCK-FILENAME PIC X(100).
       01  WS-SUSP-ENV-NAME PIC X(100).
       01  WS-SUSP-SEQ-CUR PIC 9(9) VALUE 0.
       01  WS-SUSP-LAST-ID PIC 9(9) VALUE 0.
       01  WS-SUSP-OPEN-COUNT PIC 9(9) VALUE 0.
       01  WS-SUSP-SAVED-RECORD PIC X(442).
      *    A REJECT ALREADY OPEN FOR THE SAME PROGRAM, MODE, RUN
      *    PARAMETER, INPUT FILE, RECORD NUMBER AND RAW RECORD IS NOT
      *    WRITTEN AGAIN (A RESTARTED RUN MEETS THE SAME BAD RECORD);
      *    ITS ID IS HANDED BACK INSTEAD.  A DIFFERENT RECORD AT THE
      *    SAME LINE OF A REUSED FILE NAME IS A NEW REJECT.
       01  WS-SUSP-MATCH-KEY.
           05  WS-SUSP-MATCH-PROGRAM PIC X(8).
           05  WS-SUSP-MATCH-MODE PIC X(8).
           05  WS-SUSP-MATCH-RUN-PARM PIC X(24).
           05  WS-SUSP-MATCH-FILE PIC X(100).
           05  WS-SUSP-MATCH-RECORD-NUM PIC 9(9).
           05  WS-SUSP-MATCH-RAW-RECORD PIC X(160).
       01  WS-SUSP-DUP-SWITCH PIC X VALUE 'N'.
           88  SUSP-ALREADY-OPEN VALUE 'Y'.
       01  WS-SUSP-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-SUSPENSE VALUE 'Y'.
