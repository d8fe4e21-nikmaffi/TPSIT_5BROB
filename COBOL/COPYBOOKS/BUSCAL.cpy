      *----------------------------------------------------------*
      * BUSCAL - BUSINESS CALENDAR RECORD LAYOUT.                 *
      * MONDAY TO FRIDAY ARE BUSINESS DAYS AND SATURDAY AND       *
      * SUNDAY ARE NOT, UNLESS THIS FILE SAYS OTHERWISE FOR THE   *
      * DATE - AN "H" RECORD CLOSES A WEEKDAY (BANK HOLIDAY,      *
      * SHUTDOWN), A "W" RECORD OPENS A WEEKEND DAY.  KEYED ON    *
      * THE DATE, MAINTAINED BY CALMAINT, READ BY DATEROLL WHEN   *
      * IT MOVES BUSDATE ON TO THE NEXT BUSINESS DAY.             *
      *----------------------------------------------------------*
       01  BUSINESS-CALENDAR-RECORD.
           05 CAL-DATE          PIC 9(8).
           05 CAL-DAY-TYPE      PIC X(1).
               88 CAL-IS-HOLIDAY     VALUE "H".
               88 CAL-IS-WORKING-DAY VALUE "W".
               88 CAL-VALID-TYPE     VALUE "H" "W".
           05 CAL-DESCRIPTION   PIC X(30).
           05 CAL-SET-DATE      PIC 9(8).
