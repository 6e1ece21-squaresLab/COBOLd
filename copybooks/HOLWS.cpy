      *    SHARED HOLIDAY-CALENDAR WORKING-STORAGE.  WS-CALENDAR-CODE
      *    NAMES THE BUSINESS CALENDAR IN USE AND ONLY THAT CALENDAR'S
      *    HOLIDAYS ARE LOADED INTO WS-HOLIDAY-TABLE.
       01  WS-HOLIDAY-FILENAME PIC X(100) VALUE "HOLIDAY.DAT".
       01  WS-HOLIDAY-STATUS PIC XX.
       01  WS-HOLIDAY-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-HOLIDAYS VALUE 'Y'.
       01  WS-DEFAULT-CALENDAR PIC X(8) VALUE "SHOP".
       01  WS-CALENDAR-CODE PIC X(8) VALUE "SHOP".
       01  WS-CALENDAR-SWITCH PIC X VALUE 'N'.
           88  CALENDAR-ON-FILE VALUE 'Y'.
       01  WS-HOLIDAY-MAX PIC 9(4) VALUE 400.
       01  WS-HOLIDAY-COUNT PIC 9(4) VALUE 0.
       01  WS-HOLIDAY-IDX PIC 9(4).
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 400 TIMES.
               10  WS-HOLIDAY-DATE PIC X(8).
               10  WS-HOLIDAY-NAME PIC X(30).
       01  WS-HOLIDAY-MATCH-SWITCH PIC X VALUE 'N'.
           88  DATE-IS-HOLIDAY VALUE 'Y'.
           88  DATE-NOT-HOLIDAY VALUE 'N'.
       01  WS-CHECK-DATE PIC X(8).
       01  WS-MATCHED-HOLIDAY-NAME PIC X(30).
