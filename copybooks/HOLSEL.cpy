      *    SHARED HOLIDAY-CALENDAR FILE-CONTROL ENTRY
           SELECT HOLIDAY-FILE
               ASSIGN TO DYNAMIC WS-HOLIDAY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
