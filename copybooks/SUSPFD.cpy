      *    SHARED REJECT/SUSPENSE RECORD LAYOUT FOR GCD, ZUNEBUG,
      *    DRIVER AND RESUBMIT.  ONE RECORD PER REJECTED INPUT RECORD
      *    OR CONTROL LINE, CARRYING WHERE IT CAME FROM AND THE RAW
      *    RECORD AS READ.  SUSP-RC IS THE RETCODES.CPY VALUE THE
      *    RECORD CAUSED AND SUSP-REASON SAYS WHY.  SUSP-RUN-PARM
      *    HOLDS WHAT A RERUN NEEDS BEYOND THE RECORD ITSELF (THE
      *    ZUNEBUG CALENDAR CODE, THE GCD ALLOCATE AMOUNT).  AN ENTRY
      *    STAYS OPEN UNTIL RESUBMIT CLEARS OR VOIDS IT; EACH ATTEMPT
      *    IS COUNTED AND NOTED IN THE ACTION FIELDS.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUSP-ID PIC 9(9).
           05  SUSP-STATUS PIC X.
               88  SUSP-OPEN VALUE "O".
               88  SUSP-CLEARED VALUE "C".
               88  SUSP-VOIDED VALUE "V".
           05  SUSP-TIMESTAMP.
               10  SUSP-DATE PIC X(8).
               10  SUSP-TIME PIC X(8).
           05  SUSP-JOBID PIC X(8).
           05  SUSP-PROGRAM PIC X(8).
           05  SUSP-MODE PIC X(8).
           05  SUSP-RC PIC 9.
           05  SUSP-REASON PIC X(40).
           05  SUSP-RUN-PARM PIC X(24).
           05  SUSP-INPUT-FILE PIC X(100).
           05  SUSP-RECORD-NUM PIC 9(9).
           05  SUSP-RAW-RECORD PIC X(160).
           05  SUSP-ATTEMPTS PIC 9(2).
           05  SUSP-ACTION-DATE PIC X(8).
           05  SUSP-ACTION-JOBID PIC X(8).
           05  SUSP-ACTION-NOTE PIC X(40).

       FD  SUSPENSE-SEQ-FILE.
       01  SUSPENSE-SEQ-RECORD PIC 9(9).
