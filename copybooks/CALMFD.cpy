      *    SHARED CALENDAR-MASTER RECORD LAYOUT.  ONE RECORD PER DAY
      *    PER BUSINESS CALENDAR, KEYED BY CALENDAR CODE AND YYYYMMDD,
      *    BUILT A YEAR AT A TIME BY ZUNEBUG CALBUILD.  THE BUSINESS
      *    DAY ORDINALS COUNT 1, 2, 3 ... FROM THE FIRST BUSINESS DAY
      *    OF THE MONTH AND FROM ITS LAST (1 = LAST BUSINESS DAY), AND
      *    ARE ZERO ON WEEKENDS AND HOLIDAYS.  THE PREVIOUS AND NEXT
      *    BUSINESS DATES ARE STRICTLY BEFORE AND AFTER THE DAY.
      *    EACH YEAR ALSO HAS A CONTROL RECORD KEYED YYYY0000 HOLDING
      *    THE HOLIDAY COUNT AND HASH TOTALS THE YEAR WAS BUILT FROM,
      *    TAKEN OVER 1 DECEMBER OF THE PRIOR YEAR TO 31 JANUARY OF
      *    THE NEXT, SO A READER CAN TELL WHEN HOLIDAY.DAT HAS CHANGED
      *    SINCE THE BUILD.
       FD  CALENDAR-MASTER-FILE.
       01  CALMAST-RECORD.
           05  CAL-KEY.
               10  CAL-CALENDAR PIC X(8).
               10  CAL-DATE PIC X(8).
           05  CAL-DAY-DATA.
               10  CAL-DAY-COUNT PIC 9(9).
               10  CAL-WEEKDAY PIC 9(1).
               10  CAL-WEEKDAY-NAME PIC X(3).
               10  CAL-DAY-TYPE PIC X(1).
                   88  CAL-BUSINESS-DAY VALUE 'B'.
                   88  CAL-WEEKEND VALUE 'W'.
                   88  CAL-HOLIDAY VALUE 'H'.
               10  CAL-BUS-DAY-OF-MONTH PIC 9(2).
               10  CAL-BUS-DAYS-TO-MONTH-END PIC 9(2).
               10  CAL-PREV-BUS-DATE PIC X(8).
               10  CAL-NEXT-BUS-DATE PIC X(8).
               10  CAL-HOLIDAY-NAME PIC X(30).
           05  CAL-CONTROL-DATA REDEFINES CAL-DAY-DATA.
               10  CAL-CTL-DAYS-BUILT PIC 9(3).
               10  CAL-CTL-BUS-DAYS PIC 9(3).
               10  CAL-CTL-HOL-COUNT PIC 9(4).
               10  CAL-CTL-HOL-HASH PIC 9(11).
               10  CAL-CTL-HOL-HASH2 PIC 9(11).
               10  CAL-CTL-BUILD-DATE PIC X(8).
               10  CAL-CTL-BUILD-TIME PIC X(6).
               10  FILLER PIC X(18).
