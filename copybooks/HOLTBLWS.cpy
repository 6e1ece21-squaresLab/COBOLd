      *    SHARED HOLIDAY-FILE MAINTENANCE WORKING-STORAGE FOR HOLMAINT
      *    AND HOLGEN.  THE WHOLE FILE (EVERY CALENDAR) IS HELD SO A
      *    REWRITE CARRIES THE OTHER CALENDARS OVER UNTOUCHED.  EACH
      *    CALENDAR IS ALSO LIMITED TO THE 400 DATES ZUNEBUG LOADS FOR
      *    ONE CALENDAR.  THE CALLER NAMES ITSELF IN WS-HOLTBL-PROGRAM
      *    FOR MESSAGES AND PASSES THE HOLIDAY BEING WORKED ON IN
      *    WS-HOL-DATE, WS-HOL-CAL AND WS-HOL-NAME.  THE DATE FIELDS
      *    AND DAY-COUNT ARITHMETIC COME FROM DATEWS/DATEPD.
       01  WS-HOLTBL-PROGRAM PIC X(8).
       01  WS-HOL-DATE PIC X(8).
       01  WS-HOL-CAL PIC X(8).
       01  WS-HOL-NAME PIC X(30).
       01  WS-DEFAULT-CALENDAR PIC X(8) VALUE "SHOP".
       01  WS-HOLIDAY-FILENAME PIC X(100) VALUE "HOLIDAY.DAT".
       01  WS-HOLIDAY-STATUS PIC XX.
       01  WS-HOLIDAY-EOF-SWITCH PIC X VALUE 'N'.
           88  END-OF-HOLIDAYS VALUE 'Y'.
       01  WS-HOLIDAY-MAX PIC 9(4) VALUE 2000.
       01  WS-HOLIDAY-COUNT PIC 9(4) VALUE 0.
       01  WS-HOLIDAY-IDX PIC 9(4).
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 2000 TIMES.
               10  WS-HOLIDAY-KEY.
                   15  WS-HOLIDAY-CAL PIC X(8).
                   15  WS-HOLIDAY-DATE PIC X(8).
               10  WS-HOLIDAY-NAME PIC X(30).
       01  WS-CAL-HOLIDAY-MAX PIC 9(4) VALUE 400.
       01  WS-CAL-HOLIDAY-WARN-LEVEL PIC 9(4) VALUE 380.
       01  WS-CAL-HOLIDAY-COUNT PIC 9(4) VALUE 0.
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-CAL PIC X(8).
           05  WS-SEARCH-DATE PIC X(8).
       01  WS-FILE-LINE-NUMBER PIC 9(4) VALUE 0.
       01  WS-FILE-BAD-COUNT PIC 9(4) VALUE 0.
       01  WS-FILE-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88  HOLIDAY-FILE-OVERFLOWED VALUE 'Y'.
       01  WS-HOL-DATE-VALID-SWITCH PIC X VALUE 'Y'.
           88  HOL-DATE-VALID VALUE 'Y'.
           88  HOL-DATE-INVALID VALUE 'N'.
       01  WS-FOUND-SWITCH PIC X VALUE 'N'.
           88  HOL-DATE-FOUND VALUE 'Y'.
       01  WS-INSERT-IDX PIC 9(4).
       01  WS-SHIFT-IDX PIC 9(4).
       01  WS-SORT-I PIC 9(4).
       01  WS-SORT-J PIC 9(4).
       01  WS-SORT-TEMP.
           05  WS-SORT-TEMP-KEY PIC X(16).
           05  WS-SORT-TEMP-NAME PIC X(30).
       01  WS-SORT-DONE-SWITCH PIC X VALUE 'N'.
           88  SORT-SLOT-FOUND VALUE 'Y'.
       01  WS-WEEKDAY-NUM PIC 9.
      *    CALENDAR MASTER REFRESH AFTER HOLIDAY.DAT CHANGES.  EACH
      *    CALENDAR AND YEAR IS REFRESHED ONCE PER RUN.
       01  WS-ZUNEBUG-PATH PIC X(100) VALUE SPACES.
       01  WS-CALMAST-COMMAND PIC X(200).
       01  WS-REFRESH-YEAR PIC 9(4).
       01  WS-REFRESH-BASE-YEAR PIC 9(4).
       01  WS-REFRESH-RC PIC 9(9).
       01  WS-REFRESH-SAVED-RC PIC S9(9).
       01  WS-REFRESH-KEY.
           05  WS-REFRESH-KEY-CAL PIC X(8).
           05  WS-REFRESH-KEY-YEAR PIC 9(4).
       01  WS-REFRESH-MAX PIC 9(3) VALUE 100.
       01  WS-REFRESH-COUNT PIC 9(3) VALUE 0.
       01  WS-REFRESH-IDX PIC 9(3).
       01  WS-REFRESH-DONE-SWITCH PIC X VALUE 'N'.
           88  REFRESH-ALREADY-DONE VALUE 'Y'.
       01  WS-REFRESH-TABLE.
           05  WS-REFRESH-DONE PIC X(12) OCCURS 100 TIMES.
