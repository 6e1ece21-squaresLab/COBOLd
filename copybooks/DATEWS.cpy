      *    SHARED DAY-COUNT/DATE WORKING-STORAGE FOR ZUNEBUG, AUDITRPL,
      *    DRIVER, HOLMAINT AND HOLGEN.  DAY 1 IS 1980-01-01.
       01  WS-YEAR PIC 9(9) VALUE 1980.
       01  WS-DAYS PIC 9(9).
       01  WS-DAYS-ARG PIC X(9).
       01  WS-DAYS-MAX PIC 9(9) VALUE 73200.
       01  WS-VALID-SWITCH PIC X VALUE 'Y'.
           88  DAYS-VALID VALUE 'Y'.
           88  DAYS-INVALID VALUE 'N'.
       01  WS-Q PIC 9(9).
       01  WS-R1 PIC 9(9).
       01  WS-R2 PIC 9(9).
       01  WS-R3 PIC 9(9).
       01  WS-YEAR-DISPLAY PIC 9(4).
       01  WS-MONTH PIC 9(2).
       01  WS-DAY-OF-MONTH PIC 9(2).
       01  WS-MONTH-LEN PIC 9(2).
       01  WS-YEAR-LEN PIC 9(3).
       01  WS-FULL-DATE PIC X(10).
       01  WS-MONTH-DAYS-DEFAULT.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DEFAULT.
           05  WS-MONTH-DAY-LEN PIC 9(2) OCCURS 12 TIMES.
       01  WS-DATE-ARG PIC X(10).
       01  WS-DATE-VALID-SWITCH PIC X VALUE 'Y'.
           88  DATE-ARG-VALID VALUE 'Y'.
           88  DATE-ARG-INVALID VALUE 'N'.
       01  WS-TARGET-YEAR PIC 9(4).
       01  WS-TARGET-MONTH PIC 9(2).
       01  WS-TARGET-DAY PIC 9(2).
       01  WS-MONTH-IDX PIC 9(2).
       01  WS-DATE-SWITCH PIC X VALUE 'N'.
           88  DATE-FOUND VALUE 'Y'.
