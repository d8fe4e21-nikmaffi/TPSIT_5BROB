       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MAINTENANCE OF THE        *
      *                 BUSCAL BUSINESS CALENDAR IN THE STYLE OF  *
      *                 CREDMAINT - ADD/CHANGE/INQUIRE/DELETE OF  *
      *                 A DATE'S ENTRY (HOLIDAY ON A WEEKDAY, OR  *
      *                 WORKING DAY ON A WEEKEND) AND A LIST OF A *
      *                 YEAR'S ENTRIES, WITH THE SAME OPERATOR    *
      *                 SIGN-ON AND MAINTAUD TRAIL.  DATEROLL     *
      *                 READS THE CALENDAR TO MOVE BUSDATE ON TO  *
      *                 THE NEXT BUSINESS DAY.                    *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSCAL.

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-CAL-STATUS   PIC X(2).
               88 CAL-OK             VALUE "00".
               88 CAL-NOT-FOUND      VALUE "23".
               88 CAL-FILE-NOT-FOUND VALUE "35".
           77 WS-CAL-EOF-SW   PIC X VALUE "N".
               88 END-OF-CALENDAR VALUE "Y".
           77 WS-FUNCTION    PIC X(1).
               88 FUNCTION-IS-ADD     VALUE "A".
               88 FUNCTION-IS-CHANGE  VALUE "C".
               88 FUNCTION-IS-INQUIRE VALUE "I".
               88 FUNCTION-IS-DELETE  VALUE "D".
               88 FUNCTION-IS-LIST    VALUE "L".
               88 FUNCTION-IS-QUIT    VALUE "Q".

      *----------------------------------------------------------*
      * A DATE IS ACCEPTED ONLY IF IT IS A REAL CALENDAR DAY -    *
      * IT MUST SURVIVE THE ROUND TRIP TO A DAY NUMBER AND BACK.  *
      *----------------------------------------------------------*
           77 WS-DATE-VALID-SW PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           01 WS-DATE-ENTRY.
               05 WS-ENTRY-YEAR  PIC 9(4).
               05 WS-ENTRY-MONTH PIC 9(2).
               05 WS-ENTRY-DAY   PIC 9(2).
           01 WS-DATE-ENTRY-X REDEFINES WS-DATE-ENTRY PIC X(8).
           01 WS-DATE-ENTRY-N REDEFINES WS-DATE-ENTRY PIC 9(8).
           77 WS-DAY-INT      PIC 9(8).
           77 WS-CHECK-DATE   PIC 9(8).
           77 WS-WEEKS        PIC 9(8).
           77 WS-WEEKDAY      PIC 9.
               88 WS-IS-WEEKEND VALUE 0 6.
           77 WS-DAY-NAME     PIC X(9).
           77 WS-TYPE-ENTRY   PIC X(1).
               88 WS-TYPE-ENTRY-VALID VALUE "H" "W".
           77 WS-DESC-ENTRY   PIC X(30).
           77 WS-LIST-YEAR    PIC X(4).
           77 WS-LIST-YEAR-N REDEFINES WS-LIST-YEAR PIC 9(4).
           77 WS-LIST-COUNT   PIC 9(4).

           77 WS-MAINTAUD-STATUS PIC X(2).
               88 MAINTAUD-OK             VALUE "00".
               88 MAINTAUD-FILE-NOT-FOUND VALUE "35".
           77 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
           77 WS-SIGN-ON-TRIES   PIC 9 VALUE ZEROS.
           77 WS-AUD-ACTION      PIC X(1).
           77 WS-AUD-DATE        PIC 9(8).
           77 WS-AUD-TIME        PIC 9(8).
           77 WS-AUD-KEY         PIC X(24).
           77 WS-AUD-BEFORE-IMAGE PIC X(180).
           77 WS-AUD-AFTER-IMAGE  PIC X(180).
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM SIGN-ON-OPERATOR
                   THRU SIGN-ON-OPERATOR-EXIT
               IF WS-OPERATOR-ID = SPACES THEN
                   GO TO END-PROGRAM
               END-IF.

           MAIN-PROCEDURE.
               DISPLAY "A)DD  C)HANGE  I)NQUIRE  D)ELETE  L)IST  "
                   "Q)UIT: " WITH NO ADVANCING
               ACCEPT WS-FUNCTION

               IF FUNCTION-IS-ADD THEN
                   PERFORM ADD-CALENDAR-ENTRY
                       THRU ADD-CALENDAR-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-CHANGE THEN
                   PERFORM CHANGE-CALENDAR-ENTRY
                       THRU CHANGE-CALENDAR-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-INQUIRE THEN
                   PERFORM INQUIRE-CALENDAR-DATE
                       THRU INQUIRE-CALENDAR-DATE-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-DELETE THEN
                   PERFORM DELETE-CALENDAR-ENTRY
                       THRU DELETE-CALENDAR-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-LIST THEN
                   PERFORM LIST-CALENDAR-YEAR
                       THRU LIST-CALENDAR-YEAR-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-QUIT THEN
                   GO TO END-PROGRAM
               ELSE
                   DISPLAY "ERROR: " WS-FUNCTION " NOT A VALID "
                       "FUNCTION."
                   GO TO MAIN-PROCEDURE
               END-IF.

      *----------------------------------------------------------*
      * ADD-CALENDAR-ENTRY PUTS A DATE ON THE CALENDAR.  A        *
      * HOLIDAY MUST FALL ON A WEEKDAY AND A WORKING DAY ON A     *
      * WEEKEND - ANYTHING ELSE WOULD SAY WHAT THE WEEK ALREADY   *
      * SAYS.  A DATE ALREADY ON FILE IS REJECTED.                *
      *----------------------------------------------------------*
           ADD-CALENDAR-ENTRY.
               PERFORM ACCEPT-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID THEN
                   GO TO ADD-CALENDAR-ENTRY-EXIT
               END-IF

               PERFORM ACCEPT-DAY-TYPE
                   THRU ACCEPT-DAY-TYPE-EXIT
               IF NOT WS-TYPE-ENTRY-VALID THEN
                   GO TO ADD-CALENDAR-ENTRY-EXIT
               END-IF

               OPEN I-O BUSINESS-CALENDAR-FILE
               IF CAL-FILE-NOT-FOUND THEN
                   OPEN OUTPUT BUSINESS-CALENDAR-FILE
                   CLOSE BUSINESS-CALENDAR-FILE
                   OPEN I-O BUSINESS-CALENDAR-FILE
               END-IF

               MOVE WS-DATE-ENTRY-N TO CAL-DATE
               MOVE WS-TYPE-ENTRY   TO CAL-DAY-TYPE
               MOVE WS-DESC-ENTRY   TO CAL-DESCRIPTION
               ACCEPT CAL-SET-DATE FROM DATE YYYYMMDD

               WRITE BUSINESS-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: DATE IS ALREADY ON THE "
                           "CALENDAR."
                   NOT INVALID KEY
                       DISPLAY "CALENDAR ENTRY ADDED."
                       MOVE "A"    TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-BEFORE-IMAGE
                       MOVE BUSINESS-CALENDAR-RECORD
                           TO WS-AUD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
               CLOSE BUSINESS-CALENDAR-FILE.

           ADD-CALENDAR-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * CHANGE-CALENDAR-ENTRY RE-DESCRIBES A DATE ALREADY ON THE  *
      * CALENDAR.  THE DAY TYPE IS ASKED FOR AGAIN AND CHECKED    *
      * AGAINST THE WEEKDAY THE SAME WAY AS AN ADD.               *
      *----------------------------------------------------------*
           CHANGE-CALENDAR-ENTRY.
               PERFORM ACCEPT-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID THEN
                   GO TO CHANGE-CALENDAR-ENTRY-EXIT
               END-IF

               OPEN I-O BUSINESS-CALENDAR-FILE
               MOVE WS-DATE-ENTRY-N TO CAL-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "ERROR: DATE IS NOT ON THE CALENDAR."
               END-READ

               IF CAL-OK THEN
                   MOVE BUSINESS-CALENDAR-RECORD
                       TO WS-AUD-BEFORE-IMAGE
                   PERFORM ACCEPT-DAY-TYPE
                       THRU ACCEPT-DAY-TYPE-EXIT
                   IF WS-TYPE-ENTRY-VALID THEN
                       MOVE WS-TYPE-ENTRY TO CAL-DAY-TYPE
                       MOVE WS-DESC-ENTRY TO CAL-DESCRIPTION
                       ACCEPT CAL-SET-DATE FROM DATE YYYYMMDD
                       REWRITE BUSINESS-CALENDAR-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT REWRITE "
                                   "RECORD."
                           NOT INVALID KEY
                               DISPLAY "CALENDAR ENTRY CHANGED."
                               MOVE "C" TO WS-AUD-ACTION
                               MOVE BUSINESS-CALENDAR-RECORD
                                   TO WS-AUD-AFTER-IMAGE
                               PERFORM WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE BUSINESS-CALENDAR-FILE.

           CHANGE-CALENDAR-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * INQUIRE-CALENDAR-DATE SAYS WHETHER ANY DATE IS A BUSINESS *
      * DAY, AND WHY - ITS WEEKDAY, OR THE CALENDAR ENTRY THAT    *
      * OVERRIDES IT.                                             *
      *----------------------------------------------------------*
           INQUIRE-CALENDAR-DATE.
               PERFORM ACCEPT-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID THEN
                   GO TO INQUIRE-CALENDAR-DATE-EXIT
               END-IF

               MOVE SPACES TO WS-CAL-STATUS
               OPEN INPUT BUSINESS-CALENDAR-FILE
               IF CAL-OK THEN
                   MOVE WS-DATE-ENTRY-N TO CAL-DATE
                   READ BUSINESS-CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   CLOSE BUSINESS-CALENDAR-FILE
               END-IF

               IF CAL-OK AND CAL-IS-HOLIDAY THEN
                   DISPLAY WS-DATE-ENTRY-X " " WS-DAY-NAME
                       " NOT A BUSINESS DAY - HOLIDAY: "
                       CAL-DESCRIPTION
                   GO TO INQUIRE-CALENDAR-DATE-EXIT
               END-IF
               IF CAL-OK AND CAL-IS-WORKING-DAY THEN
                   DISPLAY WS-DATE-ENTRY-X " " WS-DAY-NAME
                       " BUSINESS DAY - WORKING WEEKEND: "
                       CAL-DESCRIPTION
                   GO TO INQUIRE-CALENDAR-DATE-EXIT
               END-IF
               IF WS-IS-WEEKEND THEN
                   DISPLAY WS-DATE-ENTRY-X " " WS-DAY-NAME
                       " NOT A BUSINESS DAY - WEEKEND"
               ELSE
                   DISPLAY WS-DATE-ENTRY-X " " WS-DAY-NAME
                       " BUSINESS DAY"
               END-IF.

           INQUIRE-CALENDAR-DATE-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * DELETE-CALENDAR-ENTRY TAKES A DATE OFF THE CALENDAR, SO   *
      * IT GOES BACK TO WHAT ITS WEEKDAY MAKES IT.                *
      *----------------------------------------------------------*
           DELETE-CALENDAR-ENTRY.
               PERFORM ACCEPT-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID THEN
                   GO TO DELETE-CALENDAR-ENTRY-EXIT
               END-IF

               OPEN I-O BUSINESS-CALENDAR-FILE
               MOVE WS-DATE-ENTRY-N TO CAL-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "ERROR: DATE IS NOT ON THE CALENDAR."
               END-READ

               IF CAL-OK THEN
                   MOVE BUSINESS-CALENDAR-RECORD
                       TO WS-AUD-BEFORE-IMAGE
                   DELETE BUSINESS-CALENDAR-FILE RECORD
                   DISPLAY "CALENDAR ENTRY DELETED."
                   MOVE "D"    TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
               CLOSE BUSINESS-CALENDAR-FILE.

           DELETE-CALENDAR-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * LIST-CALENDAR-YEAR DISPLAYS EVERY ENTRY ON FILE FOR ONE   *
      * YEAR, SO THE NEXT YEAR'S HOLIDAYS CAN BE CHECKED BEFORE   *
      * IT STARTS.                                                *
      *----------------------------------------------------------*
           LIST-CALENDAR-YEAR.
               DISPLAY "ENTER YEAR (YYYY): " WITH NO ADVANCING
               ACCEPT WS-LIST-YEAR
               IF WS-LIST-YEAR-N IS NOT NUMERIC THEN
                   DISPLAY "ERROR: YEAR MUST BE NUMERIC YYYY."
                   GO TO LIST-CALENDAR-YEAR-EXIT
               END-IF

               OPEN INPUT BUSINESS-CALENDAR-FILE
               IF NOT CAL-OK THEN
                   DISPLAY "NO CALENDAR ON FILE - MONDAY TO FRIDAY "
                       "ARE ALL BUSINESS DAYS."
                   GO TO LIST-CALENDAR-YEAR-EXIT
               END-IF

               MOVE ZEROS TO WS-LIST-COUNT
               MOVE "N" TO WS-CAL-EOF-SW
               COMPUTE CAL-DATE = WS-LIST-YEAR-N * 10000 + 101
               START BUSINESS-CALENDAR-FILE
                   KEY IS NOT LESS THAN CAL-DATE
                   INVALID KEY
                       MOVE "Y" TO WS-CAL-EOF-SW
               END-START
               PERFORM LIST-ONE-CALENDAR-ENTRY
                   UNTIL END-OF-CALENDAR
               CLOSE BUSINESS-CALENDAR-FILE

               DISPLAY WS-LIST-COUNT " CALENDAR ENTRIES FOR "
                   WS-LIST-YEAR ".".

           LIST-CALENDAR-YEAR-EXIT.
               EXIT.

           LIST-ONE-CALENDAR-ENTRY.
               READ BUSINESS-CALENDAR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CAL-EOF-SW
               END-READ
               IF NOT END-OF-CALENDAR THEN
                   IF CAL-DATE(1:4) IS NOT EQUAL TO WS-LIST-YEAR THEN
                       MOVE "Y" TO WS-CAL-EOF-SW
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE CAL-DATE TO WS-DATE-ENTRY-N
                       PERFORM SET-DAY-OF-WEEK
                       DISPLAY CAL-DATE " " WS-DAY-NAME " "
                           CAL-DAY-TYPE " " CAL-DESCRIPTION
                   END-IF
               END-IF.

      *----------------------------------------------------------*
      * ACCEPT-CALENDAR-DATE PROMPTS FOR A DATE AND CHECKS IT IS  *
      * A REAL ONE, THEN WORKS OUT ITS DAY OF THE WEEK.           *
      *----------------------------------------------------------*
           ACCEPT-CALENDAR-DATE.
               DISPLAY "ENTER DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY-X
               MOVE "N" TO WS-DATE-VALID-SW

               IF WS-DATE-ENTRY-N IS NOT NUMERIC THEN
                   DISPLAY "ERROR: DATE MUST BE NUMERIC YYYYMMDD."
               ELSE
                   IF WS-ENTRY-YEAR IS LESS THAN 1601
                           OR WS-ENTRY-MONTH IS LESS THAN 1
                           OR WS-ENTRY-MONTH IS GREATER THAN 12
                           OR WS-ENTRY-DAY IS LESS THAN 1
                           OR WS-ENTRY-DAY IS GREATER THAN 31 THEN
                       DISPLAY "ERROR: NOT A CALENDAR DATE."
                   ELSE
                       COMPUTE WS-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-ENTRY-N)
                       COMPUTE WS-CHECK-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                       IF WS-CHECK-DATE IS NOT EQUAL TO
                               WS-DATE-ENTRY-N THEN
                           DISPLAY "ERROR: NOT A CALENDAR DATE."
                       ELSE
                           MOVE "Y" TO WS-DATE-VALID-SW
                           PERFORM SET-DAY-OF-WEEK
                       END-IF
                   END-IF
               END-IF.

      *----------------------------------------------------------*
      * SET-DAY-OF-WEEK NAMES THE WEEKDAY OF WS-DATE-ENTRY.  DAY  *
      * NUMBER 1 (1 JANUARY 1601) WAS A MONDAY, SO THE REMAINDER  *
      * BY SEVEN RUNS 1 MONDAY TO 6 SATURDAY, 0 SUNDAY.           *
      *----------------------------------------------------------*
           SET-DAY-OF-WEEK.
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-ENTRY-N)
               DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS
                   REMAINDER WS-WEEKDAY
               EVALUATE WS-WEEKDAY
                   WHEN 1 MOVE "MONDAY   " TO WS-DAY-NAME
                   WHEN 2 MOVE "TUESDAY  " TO WS-DAY-NAME
                   WHEN 3 MOVE "WEDNESDAY" TO WS-DAY-NAME
                   WHEN 4 MOVE "THURSDAY " TO WS-DAY-NAME
                   WHEN 5 MOVE "FRIDAY   " TO WS-DAY-NAME
                   WHEN 6 MOVE "SATURDAY " TO WS-DAY-NAME
                   WHEN OTHER MOVE "SUNDAY   " TO WS-DAY-NAME
               END-EVALUATE.

      *----------------------------------------------------------*
      * ACCEPT-DAY-TYPE PROMPTS FOR H)OLIDAY OR W)ORKING DAY AND  *
      * A DESCRIPTION.  A HOLIDAY ON A WEEKEND OR A WORKING DAY   *
      * ON A WEEKDAY CHANGES NOTHING AND IS REFUSED.              *
      *----------------------------------------------------------*
           ACCEPT-DAY-TYPE.
               DISPLAY WS-DATE-ENTRY-X " IS A " WS-DAY-NAME
               DISPLAY "ENTER TYPE - H)OLIDAY OR W)ORKING DAY: "
                   WITH NO ADVANCING
               ACCEPT WS-TYPE-ENTRY
               IF NOT WS-TYPE-ENTRY-VALID THEN
                   DISPLAY "ERROR: TYPE MUST BE H OR W."
                   GO TO ACCEPT-DAY-TYPE-EXIT
               END-IF

               IF WS-TYPE-ENTRY IS EQUAL TO "H"
                       AND WS-IS-WEEKEND THEN
                   DISPLAY "ERROR: A WEEKEND IS NOT A BUSINESS DAY "
                       "ANYWAY - NO HOLIDAY NEEDED."
                   MOVE SPACE TO WS-TYPE-ENTRY
                   GO TO ACCEPT-DAY-TYPE-EXIT
               END-IF
               IF WS-TYPE-ENTRY IS EQUAL TO "W"
                       AND NOT WS-IS-WEEKEND THEN
                   DISPLAY "ERROR: A WEEKDAY IS A BUSINESS DAY "
                       "ANYWAY - NO WORKING DAY NEEDED."
                   MOVE SPACE TO WS-TYPE-ENTRY
                   GO TO ACCEPT-DAY-TYPE-EXIT
               END-IF

               DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
               ACCEPT WS-DESC-ENTRY.

           ACCEPT-DAY-TYPE-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * SIGN-ON-OPERATOR ASKS WHO IS AT THE TERMINAL BEFORE ANY   *
      * MAINTENANCE IS ALLOWED.  A BLANK ID IS REFUSED; AFTER     *
      * THREE TRIES THE ID IS LEFT BLANK AND THE SESSION ENDS.    *
      *----------------------------------------------------------*
           SIGN-ON-OPERATOR.
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES THEN
                   ADD 1 TO WS-SIGN-ON-TRIES
                   IF WS-SIGN-ON-TRIES IS LESS THAN 3 THEN
                       DISPLAY "ERROR: AN OPERATOR ID IS REQUIRED."
                       GO TO SIGN-ON-OPERATOR
                   END-IF
                   DISPLAY "NO OPERATOR ID - SESSION ENDED."
               END-IF.

           SIGN-ON-OPERATOR-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * WRITE-MAINT-AUDIT APPENDS ONE ENTRY TO THE SHARED         *
      * MAINTENANCE AUDIT LOG - OPERATOR, PROGRAM, WALL-CLOCK     *
      * STAMP, KEY AND THE CALENDAR RECORD BEFORE AND AFTER THE   *
      * ACTION JUST TAKEN.  THE LOG IS CREATED ON FIRST USE.      *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE SPACES   TO WS-AUD-KEY
               MOVE CAL-DATE TO WS-AUD-KEY(1:8)

               OPEN EXTEND MAINT-AUDIT-FILE
               IF MAINTAUD-FILE-NOT-FOUND THEN
                   OPEN OUTPUT MAINT-AUDIT-FILE
                   CLOSE MAINT-AUDIT-FILE
                   OPEN EXTEND MAINT-AUDIT-FILE
               END-IF

               MOVE SPACES              TO MAINT-AUDIT-RECORD
               MOVE WS-AUD-DATE         TO MAU-DATE
               MOVE WS-AUD-TIME         TO MAU-TIME
               MOVE WS-OPERATOR-ID      TO MAU-OPERATOR
               MOVE "CALMAINT"          TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
