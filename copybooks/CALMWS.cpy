      *    SHARED CALENDAR-MASTER WORKING-STORAGE
       01  WS-CALMAST-FILENAME PIC X(100) VALUE "CALMAST.DAT".
       01  WS-CALMAST-STATUS PIC XX.
       01  WS-CALMAST-OPEN-SWITCH PIC X VALUE 'N'.
           88  CALMAST-OPEN VALUE 'Y'.
