      *    SHARED HOLIDAY-CALENDAR LOADER.  THE CALLER PERFORMS
      *    RESOLVE-CALENDAR-PARAGRAPH (OR MOVES A CODE TO
      *    WS-CALENDAR-CODE ITSELF) AND THEN LOAD-HOLIDAYS-PARAGRAPH,
      *    WHICH KEEPS ONLY THAT CALENDAR'S DATES.  CALENDAR-ON-FILE
      *    TELLS THE CALLER WHETHER HOLIDAY.DAT KNOWS THE CALENDAR AT
      *    ALL, SO A MISTYPED CODE CAN BE REFUSED INSTEAD OF QUIETLY
      *    RUNNING WITH NO HOLIDAYS.  CHECK-HOLIDAY-PARAGRAPH TESTS
      *    WS-CHECK-DATE (YYYYMMDD) AGAINST THE LOADED TABLE.
       RESOLVE-CALENDAR-PARAGRAPH.
           MOVE SPACES TO WS-CALENDAR-CODE.
           DISPLAY "HOLIDAY_CALENDAR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CALENDAR-CODE FROM ENVIRONMENT-VALUE.
           IF WS-CALENDAR-CODE = SPACES
               MOVE WS-DEFAULT-CALENDAR TO WS-CALENDAR-CODE
           END-IF.

       LOAD-HOLIDAYS-PARAGRAPH.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           MOVE 'N' TO WS-CALENDAR-SWITCH.
           MOVE 'N' TO WS-HOLIDAY-EOF-SWITCH.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "00" THEN
               PERFORM UNTIL END-OF-HOLIDAYS
                   READ HOLIDAY-FILE
                       AT END
                           SET END-OF-HOLIDAYS TO TRUE
                       NOT AT END
                           PERFORM LOAD-CALENDAR-ENTRY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       LOAD-CALENDAR-ENTRY-PARAGRAPH.
           IF HOL-CALENDAR = SPACES
               MOVE WS-DEFAULT-CALENDAR TO HOL-CALENDAR
           END-IF.
           IF HOL-CALENDAR = WS-CALENDAR-CODE
               SET CALENDAR-ON-FILE TO TRUE
               IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                   MOVE HOL-NAME TO WS-HOLIDAY-NAME(WS-HOLIDAY-COUNT)
               END-IF
           END-IF.

       CHECK-HOLIDAY-PARAGRAPH.
           SET DATE-NOT-HOLIDAY TO TRUE.
           MOVE SPACES TO WS-MATCHED-HOLIDAY-NAME.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                       OR DATE-IS-HOLIDAY
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-CHECK-DATE
                   SET DATE-IS-HOLIDAY TO TRUE
                   MOVE WS-HOLIDAY-NAME(WS-HOLIDAY-IDX)
                       TO WS-MATCHED-HOLIDAY-NAME
               END-IF
               ADD 1 TO WS-HOLIDAY-IDX
           END-PERFORM.
