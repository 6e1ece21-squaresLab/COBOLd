      *    SHARED CALENDAR-MASTER FILE-CONTROL ENTRY
           SELECT CALENDAR-MASTER-FILE
               ASSIGN TO DYNAMIC WS-CALMAST-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALMAST-STATUS.
