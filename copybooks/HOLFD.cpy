      *    SHARED HOLIDAY-CALENDAR RECORD LAYOUT.  ONE RECORD PER
      *    HOLIDAY PER NAMED BUSINESS CALENDAR.  THE DATE LEADS THE
      *    RECORD SO A BARE YYYYMMDD LINE FROM BEFORE CALENDARS WERE
      *    INTRODUCED STILL READS AS A DATE WITH A BLANK CALENDAR
      *    CODE, AND A BLANK CODE BELONGS TO THE DEFAULT CALENDAR.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE PIC X(8).
           05  FILLER PIC X(1).
           05  HOL-CALENDAR PIC X(8).
           05  FILLER PIC X(1).
           05  HOL-NAME PIC X(30).
