      *----------------------------------------------------------*
      * PEREND - PERIOD-END INDICATOR RECORD LAYOUT.              *
      * ONE RECORD, REWRITTEN BY DATEROLL EVERY TIME THE NIGHTLY  *
      * CHAIN MOVES BUSDATE ON.  IT DESCRIBES THE BUSINESS DAY    *
      * JUST CLOSED - WHETHER IT WAS THE LAST BUSINESS DAY OF ITS *
      * MONTH (OR YEAR), AND THAT MONTH'S FIRST AND LAST CALENDAR *
      * DAYS - SO THE MONTH-END JOBS (STMTRUN, AGERPT, VATREG)    *
      * RUN ON A "MONTHEND" CARD TEST IT INSTEAD OF TAKING HAND-  *
      * EDITED DATES, AND DO NOTHING ON ANY OTHER NIGHT.          *
      *----------------------------------------------------------*
       01  PERIOD-END-RECORD.
           05 PED-CLOSED-DATE   PIC 9(8).
           05 PED-NEXT-DATE     PIC 9(8).
           05 PED-PERIOD-END-SW PIC X(1).
               88 PED-MONTH-END      VALUE "M" "Y".
               88 PED-YEAR-END       VALUE "Y".
               88 PED-NOT-PERIOD-END VALUE "N".
           05 PED-PERIOD        PIC 9(6).
           05 PED-PERIOD-FIRST  PIC 9(8).
           05 PED-PERIOD-LAST   PIC 9(8).
           05 PED-RUN-ID        PIC X(10).
