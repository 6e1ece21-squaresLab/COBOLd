      *    SHARED REJECT/SUSPENSE FILE-CONTROL ENTRIES FOR GCD,
      *    ZUNEBUG, DRIVER AND RESUBMIT
           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSPENSE-SEQ-FILE
               ASSIGN TO DYNAMIC WS-SUSPSEQ-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPSEQ-STATUS.
