       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  LAST STEP OF THE NIGHTLY  *
      *                 CHAIN.  ONCE THE NIGHT HAS PROVED CLEAN - *
      *                 BALCHK PROVED THE FEEDS FOR THE BUSINESS  *
      *                 DATE, RECONCILE TIED OUT FOR THE RUN AND  *
      *                 EODSTAT FILED ITS SUMMARY FOR THE RUN -   *
      *                 MOVES BUSDATE ON TO THE NEXT BUSINESS DAY *
      *                 OFF THE BUSCAL CALENDAR (WEEKENDS AND     *
      *                 HOLIDAYS SKIPPED, WORKING WEEKEND DAYS    *
      *                 KEPT) AND RECORDS ON PEREND WHETHER THE   *
      *                 DAY JUST CLOSED ENDED A MONTH OR A YEAR,  *
      *                 SO THE MONTH-END JOBS KNOW WHEN TO RUN.   *
      *                 ANYTHING LESS THAN A CLEAN NIGHT LEAVES   *
      *                 BUSDATE WHERE IT IS AND ENDS RC=8.        *
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

           SELECT PERIOD-END-FILE ASSIGN TO "PEREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREND-STATUS.

           SELECT EOD-REPORT-FILE ASSIGN TO "EODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODRPT-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSCAL.

       FD  PERIOD-END-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PEREND.

       FD  EOD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EOD-REPORT-RECORD       PIC X(60).

       FD  RUN-ID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-ID-RECORD           PIC X(10).

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD PIC 9(8).
       WORKING-STORAGE SECTION.
           77 WS-CAL-STATUS    PIC X(2).
               88 CAL-OK VALUE "00".
           77 WS-PEREND-STATUS PIC X(2).
               88 PEREND-OK VALUE "00".
           77 WS-EODRPT-STATUS PIC X(2).
               88 EODRPT-OK VALUE "00".
           77 WS-RUNID-STATUS  PIC X(2).
               88 RUNID-OK VALUE "00".
           77 WS-ERRLOG-STATUS PIC X(2).
               88 ERRLOG-OK             VALUE "00".
               88 ERRLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-RUNCTL-STATUS PIC X(2).
               88 RUNCTL-OK             VALUE "00".
               88 RUNCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".
           77 WS-ERROR-MESSAGE PIC X(60).
           77 WS-RCTL-EVENT    PIC X(5).
           77 WS-RUN-ID        PIC X(10) VALUE SPACES.

           77 WS-FILE-EOF-SW   PIC X VALUE "N".
               88 END-OF-INPUT-FILE VALUE "Y".
           77 WS-CALENDAR-SW   PIC X VALUE "N".
               88 CALENDAR-ON-FILE VALUE "Y".
           77 WS-BUSDATE-SW    PIC X VALUE "N".
               88 BUSDATE-ON-FILE VALUE "Y".

      *----------------------------------------------------------*
      * THE THREE PROOFS OF A CLEAN NIGHT.  THE LAST BALCHK AND   *
      * RECONCILE "END  " RECORDS FOR THE RUN ARE THE ONES THAT   *
      * COUNT, SO A FAILED STEP RERUN CLEAN LATER IN THE NIGHT    *
      * STILL LETS THE DATE ROLL.                                 *
      *----------------------------------------------------------*
           77 WS-BALCHK-SW     PIC X VALUE "N".
               88 BALCHK-RAN-CLEAN VALUE "Y".
               88 BALCHK-NOT-RUN   VALUE "N".
               88 BALCHK-FAILED    VALUE "F".
           77 WS-RECONCILE-SW  PIC X VALUE "N".
               88 RECONCILE-RAN-CLEAN VALUE "Y".
               88 RECONCILE-NOT-RUN   VALUE "N".
               88 RECONCILE-FAILED    VALUE "F".
           77 WS-EODSTAT-SW    PIC X VALUE "N".
               88 EODSTAT-FILED VALUE "Y".
           77 WS-REFUSED-SW    PIC X VALUE "N".
               88 ROLL-REFUSED VALUE "Y".
           77 WS-EOD-TITLE     PIC X(37)
               VALUE "END OF NIGHT OPERATIONS SUMMARY  RUN ".

           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).
           01 WS-CLOSED-DATE.
               05 WS-CLOSED-YEAR  PIC 9(4).
               05 WS-CLOSED-MONTH PIC 9(2).
               05 WS-CLOSED-DAY   PIC 9(2).
           01 WS-CLOSED-DATE-N REDEFINES WS-CLOSED-DATE PIC 9(8).
           01 WS-NEXT-DATE.
               05 WS-NEXT-YEAR    PIC 9(4).
               05 WS-NEXT-MONTH   PIC 9(2).
               05 WS-NEXT-DAY     PIC 9(2).
           01 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
           01 WS-WORK-DATE.
               05 WS-WORK-YEAR    PIC 9(4).
               05 WS-WORK-MONTH   PIC 9(2).
               05 WS-WORK-DAY     PIC 9(2).
           01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
           77 WS-NEXT-INT      PIC 9(8).
           77 WS-WORK-INT      PIC 9(8).
           77 WS-WEEKS         PIC 9(8).
           77 WS-WEEKDAY       PIC 9.
               88 WS-IS-WEEKEND VALUE 0 6.
           77 WS-BUSINESS-DAY-SW PIC X VALUE "N".
               88 WS-IS-BUSINESS-DAY VALUE "Y".
           77 WS-DAYS-TRIED    PIC 9(2) VALUE ZEROS.
           77 WS-DAYS-SKIPPED  PIC 9(2) VALUE ZEROS.
           77 WS-ROLLED-COUNT  PIC 9(1) VALUE ZEROS.
           77 WS-REFUSED-COUNT PIC 9(1) VALUE ZEROS.
           77 WS-WARNING-COUNT PIC 9(2) VALUE ZEROS.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE
               IF NOT BUSDATE-ON-FILE THEN
                   DISPLAY "ERROR: NO BUSINESS DATE FILE - NOTHING "
                       "TO ROLL.  RUN ABANDONED."
                   MOVE "DATE ROLL REFUSED - NO BUSDATE FILE"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF
               MOVE WS-TODAY TO WS-CLOSED-DATE-N
               PERFORM GET-RUN-ID

               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               PERFORM PROVE-CLEAN-NIGHT
                   THRU PROVE-CLEAN-NIGHT-EXIT
               IF ROLL-REFUSED THEN
                   MOVE 1 TO WS-REFUSED-COUNT
                   DISPLAY "BUSINESS DATE LEFT AT " WS-CLOSED-DATE-N
                       " - RESOLVE THE NIGHT AND RERUN THIS STEP."
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               PERFORM FIND-NEXT-BUSINESS-DAY
                   THRU FIND-NEXT-BUSINESS-DAY-EXIT
               IF NOT WS-IS-BUSINESS-DAY THEN
                   MOVE 1 TO WS-REFUSED-COUNT
                   DISPLAY "ERROR: NO BUSINESS DAY IN THE 31 DAYS "
                       "AFTER " WS-CLOSED-DATE-N " - CHECK BUSCAL."
                   MOVE "DATE ROLL REFUSED - NO BUSINESS DAY IN 31 DAYS"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               PERFORM WRITE-PERIOD-END

               OPEN OUTPUT BUSINESS-DATE-FILE
               MOVE WS-NEXT-DATE-N TO BUSINESS-DATE-RECORD
               WRITE BUSINESS-DATE-RECORD
               CLOSE BUSINESS-DATE-FILE
               MOVE 1 TO WS-ROLLED-COUNT

               DISPLAY "BUSINESS DATE ROLLED FROM " WS-CLOSED-DATE-N
                   " TO " WS-NEXT-DATE-N " (" WS-DAYS-SKIPPED
                   " DAYS SKIPPED)."
               IF WS-NEXT-YEAR IS NOT EQUAL TO WS-CLOSED-YEAR THEN
                   DISPLAY "YEAR END - " WS-CLOSED-DATE-N
                       " WAS THE LAST BUSINESS DAY OF " WS-CLOSED-YEAR
                       "."
               ELSE
                   IF WS-NEXT-MONTH IS NOT EQUAL TO WS-CLOSED-MONTH
                           THEN
                       DISPLAY "MONTH END - " WS-CLOSED-DATE-N
                           " WAS THE LAST BUSINESS DAY OF "
                           WS-CLOSED-YEAR "/" WS-CLOSED-MONTH "."
                   END-IF
               END-IF

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               IF WS-WARNING-COUNT IS GREATER THAN ZEROS THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

      *----------------------------------------------------------*
      * PROVE-CLEAN-NIGHT CHECKS THE NIGHT BEFORE THE DATE MOVES. *
      * THE RUN IDENTIFIER MUST BELONG TO THE BUSINESS DATE (SO   *
      * BALCHK HAS RUN FOR IT), BALCHK AND RECONCILE MUST HAVE    *
      * FINISHED CLEAN FOR THE RUN, AND EODSTAT'S SUMMARY FOR THE *
      * RUN MUST BE ON EODRPT.  EVERY FAILED PROOF IS LOGGED, SO  *
      * THE OPERATOR SEES THE WHOLE STORY AT ONCE.                *
      *----------------------------------------------------------*
       PROVE-CLEAN-NIGHT.
           IF WS-RUN-ID = SPACES
                   OR WS-RUN-ID(1:8) IS NOT EQUAL TO WS-CLOSED-DATE
                   THEN
               DISPLAY "ERROR: BALCHK HAS NOT RUN FOR BUSINESS DATE "
                   WS-CLOSED-DATE-N " - RUN ID IS " WS-RUN-ID "."
               MOVE "DATE ROLL REFUSED - BALCHK NOT RUN FOR BUSDATE"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-REFUSED-SW
               GO TO PROVE-CLEAN-NIGHT-EXIT
           END-IF

           MOVE "N" TO WS-FILE-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-OK THEN
               PERFORM SCAN-RUN-CONTROL
                   UNTIL END-OF-INPUT-FILE
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF BALCHK-NOT-RUN THEN
               DISPLAY "ERROR: NO BALCHK END RECORD FOR RUN "
                   WS-RUN-ID "."
               MOVE "DATE ROLL REFUSED - BALCHK NOT RUN FOR BUSDATE"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-REFUSED-SW
           END-IF
           IF BALCHK-FAILED THEN
               DISPLAY "ERROR: BALCHK FAILED FEEDS FOR RUN "
                   WS-RUN-ID "."
               MOVE "DATE ROLL REFUSED - BALCHK FAILED A FEED"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-REFUSED-SW
           END-IF
           IF RECONCILE-NOT-RUN THEN
               DISPLAY "ERROR: NO RECONCILE END RECORD FOR RUN "
                   WS-RUN-ID "."
               MOVE "DATE ROLL REFUSED - RECONCILE DID NOT RUN"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-REFUSED-SW
           END-IF
           IF RECONCILE-FAILED THEN
               DISPLAY "ERROR: RECONCILE FOUND A DISCREPANCY FOR RUN "
                   WS-RUN-ID "."
               MOVE "DATE ROLL REFUSED - RECONCILE DID NOT TIE OUT"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-REFUSED-SW
           END-IF

           MOVE "N" TO WS-FILE-EOF-SW
           OPEN INPUT EOD-REPORT-FILE
           IF EODRPT-OK THEN
               PERFORM SCAN-EOD-REPORT
                   UNTIL END-OF-INPUT-FILE
               CLOSE EOD-REPORT-FILE
           END-IF
           IF NOT EODSTAT-FILED THEN
               DISPLAY "ERROR: NO END OF NIGHT SUMMARY ON EODRPT FOR "
                   "RUN " WS-RUN-ID "."
               MOVE "DATE ROLL REFUSED - EODSTAT SUMMARY NOT WRITTEN"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-REFUSED-SW
           END-IF.

       PROVE-CLEAN-NIGHT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * SCAN-RUN-CONTROL READS ONE RUNCTL RECORD AND NOTES THE    *
      * OUTCOME OF ANY BALCHK OR RECONCILE END RECORD FOR THIS    *
      * RUN.  BALCHK MUST ALSO HAVE STAMPED THE BUSINESS DATE.    *
      *----------------------------------------------------------*
       SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
           END-READ
           IF NOT END-OF-INPUT-FILE
                   AND RCR-EVENT = "END  "
                   AND RCR-RUN-ID = WS-RUN-ID THEN
               IF RCR-STEP = "BALCHK"
                       AND RCR-DATE = WS-CLOSED-DATE-N THEN
                   IF RCR-REJECTED = ZEROS THEN
                       MOVE "Y" TO WS-BALCHK-SW
                   ELSE
                       MOVE "F" TO WS-BALCHK-SW
                   END-IF
               END-IF
               IF RCR-STEP = "RECONCILE" THEN
                   IF RCR-REJECTED = ZEROS THEN
                       MOVE "Y" TO WS-RECONCILE-SW
                   ELSE
                       MOVE "F" TO WS-RECONCILE-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * SCAN-EOD-REPORT LOOKS FOR EODSTAT'S TITLE LINE CARRYING   *
      * THIS RUN'S IDENTIFIER ANYWHERE ON THE SUMMARY FILE.       *
      *----------------------------------------------------------*
       SCAN-EOD-REPORT.
           READ EOD-REPORT-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
           END-READ
           IF NOT END-OF-INPUT-FILE
                   AND EOD-REPORT-RECORD(1:37) = WS-EOD-TITLE
                   AND EOD-REPORT-RECORD(38:10) = WS-RUN-ID THEN
               MOVE "Y" TO WS-EODSTAT-SW
           END-IF.

      *----------------------------------------------------------*
      * FIND-NEXT-BUSINESS-DAY STEPS FORWARD A DAY AT A TIME FROM *
      * THE DATE JUST CLOSED.  MONDAY TO FRIDAY ARE BUSINESS DAYS *
      * UNLESS BUSCAL MARKS THEM A HOLIDAY; A WEEKEND DAY IS ONE  *
      * ONLY WHEN BUSCAL MARKS IT A WORKING DAY.  WITH NO         *
      * CALENDAR ON FILE ONLY WEEKENDS ARE SKIPPED, WITH A        *
      * WARNING.  IT GIVES UP AFTER 31 DAYS.                      *
      *----------------------------------------------------------*
       FIND-NEXT-BUSINESS-DAY.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF CAL-OK THEN
               MOVE "Y" TO WS-CALENDAR-SW
           ELSE
               DISPLAY "WARNING: NO BUSINESS CALENDAR (BUSCAL) - "
                   "ONLY WEEKENDS ARE SKIPPED."
               MOVE "NO BUSCAL CALENDAR - ONLY WEEKENDS SKIPPED"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               ADD 1 TO WS-WARNING-COUNT
           END-IF

           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE-N)
           MOVE "N" TO WS-BUSINESS-DAY-SW
           MOVE ZEROS TO WS-DAYS-TRIED
           MOVE ZEROS TO WS-DAYS-SKIPPED
           PERFORM TRY-NEXT-DAY
               UNTIL WS-IS-BUSINESS-DAY
                  OR WS-DAYS-TRIED IS NOT LESS THAN 31

           IF NOT WS-IS-BUSINESS-DAY THEN
               IF CALENDAR-ON-FILE THEN
                   CLOSE BUSINESS-CALENDAR-FILE
               END-IF
               GO TO FIND-NEXT-BUSINESS-DAY-EXIT
           END-IF

           IF CALENDAR-ON-FILE THEN
               PERFORM CHECK-CALENDAR-YEAR
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.

       FIND-NEXT-BUSINESS-DAY-EXIT.
           EXIT.

       TRY-NEXT-DAY.
           ADD 1 TO WS-DAYS-TRIED
           ADD 1 TO WS-NEXT-INT
           COMPUTE WS-NEXT-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
           DIVIDE WS-NEXT-INT BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY

           IF WS-IS-WEEKEND THEN
               MOVE "N" TO WS-BUSINESS-DAY-SW
           ELSE
               MOVE "Y" TO WS-BUSINESS-DAY-SW
           END-IF

           IF CALENDAR-ON-FILE THEN
               MOVE WS-NEXT-DATE-N TO CAL-DATE
               READ BUSINESS-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CAL-OK AND CAL-IS-HOLIDAY THEN
                   MOVE "N" TO WS-BUSINESS-DAY-SW
                   DISPLAY "SKIPPING HOLIDAY " WS-NEXT-DATE-N " "
                       CAL-DESCRIPTION
               END-IF
               IF CAL-OK AND CAL-IS-WORKING-DAY THEN
                   MOVE "Y" TO WS-BUSINESS-DAY-SW
               END-IF
           END-IF

           IF NOT WS-IS-BUSINESS-DAY THEN
               ADD 1 TO WS-DAYS-SKIPPED
           END-IF.

      *----------------------------------------------------------*
      * CHECK-CALENDAR-YEAR WARNS WHEN THE NEW BUSINESS DATE      *
      * FALLS IN A YEAR WITH NOTHING ON THE CALENDAR - THE YEAR'S *
      * HOLIDAYS HAVE MOST LIKELY NOT BEEN SET UP YET.            *
      *----------------------------------------------------------*
       CHECK-CALENDAR-YEAR.
           COMPUTE CAL-DATE = WS-NEXT-YEAR * 10000 + 101
           START BUSINESS-CALENDAR-FILE
               KEY IS NOT LESS THAN CAL-DATE
               INVALID KEY
                   MOVE ZEROS TO CAL-DATE
           END-START
           IF CAL-OK THEN
               READ BUSINESS-CALENDAR-FILE NEXT
                   AT END
                       MOVE ZEROS TO CAL-DATE
               END-READ
           END-IF
           IF NOT CAL-OK
                   OR CAL-DATE(1:4) IS NOT EQUAL TO WS-NEXT-YEAR THEN
               DISPLAY "WARNING: BUSCAL HAS NO ENTRIES FOR "
                   WS-NEXT-YEAR " - SET UP ITS HOLIDAYS WITH "
                   "CALMAINT."
               MOVE "BUSCAL HAS NO ENTRIES FOR THE NEW YEAR"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

      *----------------------------------------------------------*
      * WRITE-PERIOD-END REPLACES THE PEREND RECORD FOR THE       *
      * MONTH-END JOBS.  THE DAY JUST CLOSED ENDED A MONTH WHEN   *
      * THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH, AND A YEAR  *
      * WHEN IT FALLS IN ANOTHER YEAR.  THE PERIOD IS ALWAYS THE  *
      * CLOSED DAY'S MONTH, WITH ITS FIRST AND LAST CALENDAR DAYS *
      * FOR THE STATEMENT AND AGING RUNS.                         *
      *----------------------------------------------------------*
       WRITE-PERIOD-END.
           MOVE SPACES           TO PERIOD-END-RECORD
           MOVE WS-CLOSED-DATE-N TO PED-CLOSED-DATE
           MOVE WS-NEXT-DATE-N   TO PED-NEXT-DATE
           MOVE WS-RUN-ID        TO PED-RUN-ID
           IF WS-NEXT-YEAR IS NOT EQUAL TO WS-CLOSED-YEAR THEN
               MOVE "Y" TO PED-PERIOD-END-SW
           ELSE
               IF WS-NEXT-MONTH IS NOT EQUAL TO WS-CLOSED-MONTH
                       THEN
                   MOVE "M" TO PED-PERIOD-END-SW
               ELSE
                   MOVE "N" TO PED-PERIOD-END-SW
               END-IF
           END-IF
           MOVE WS-CLOSED-DATE-N(1:6) TO PED-PERIOD

           MOVE WS-CLOSED-DATE-N TO WS-WORK-DATE-N
           MOVE 1 TO WS-WORK-DAY
           MOVE WS-WORK-DATE-N TO PED-PERIOD-FIRST
           IF WS-WORK-MONTH = 12 THEN
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1
           COMPUTE PED-PERIOD-LAST =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)

           OPEN OUTPUT PERIOD-END-FILE
           WRITE PERIOD-END-RECORD
           CLOSE PERIOD-END-FILE.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE BUSINESS DATE TO BE CLOSED    *
      * OFF THE SHARED BUSDATE FILE.  UNLIKE THE OTHER STEPS      *
      * THERE IS NO FALLING BACK TO THE SYSTEM CLOCK - WITHOUT    *
      * THE FILE THERE IS NO DATE TO ROLL.                        *
      *----------------------------------------------------------*
       GET-BUSINESS-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK THEN
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUSINESS-DATE-RECORD IS NUMERIC THEN
                           MOVE BUSINESS-DATE-RECORD TO WS-TODAY
                           MOVE "Y" TO WS-BUSDATE-SW
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *----------------------------------------------------------*
      * GET-RUN-ID READS THE RUN IDENTIFIER BALCHK ASSIGNED AT    *
      * THE TOP OF THE CHAIN.  A MISSING FILE LEAVES IT SPACES.   *
      *----------------------------------------------------------*
       GET-RUN-ID.
           MOVE SPACES TO WS-RUN-ID
           OPEN INPUT RUN-ID-FILE
           IF RUNID-OK THEN
               READ RUN-ID-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RUN-ID-RECORD TO WS-RUN-ID
               END-READ
               CLOSE RUN-ID-FILE
           END-IF.

      *----------------------------------------------------------*
      * LOG-ERROR WRITES WS-ERROR-MESSAGE TO THE SHARED ERRLOG    *
      * FILE, STAMPED WITH TODAY'S DATE/TIME AND THIS PROGRAM'S   *
      * NAME, SO EVERY ERROR ACROSS THE SHOP CAN BE FOUND IN ONE  *
      * PLACE.                                                    *
      *----------------------------------------------------------*
       LOG-ERROR.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND ERROR-LOG-FILE
           IF ERRLOG-FILE-NOT-FOUND THEN
               OPEN OUTPUT ERROR-LOG-FILE
               CLOSE ERROR-LOG-FILE
               OPEN EXTEND ERROR-LOG-FILE
           END-IF

           MOVE SPACES           TO ERROR-LOG-RECORD
           MOVE WS-TODAY         TO ERL-DATE
           MOVE WS-NOW           TO ERL-TIME
           MOVE "DATEROLL"       TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP - PROCESSED IS 1 WHEN *
      * THE DATE ROLLED, REJECTED IS 1 WHEN THE ROLL WAS REFUSED. *
      *----------------------------------------------------------*
       WRITE-RUN-CONTROL.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           MOVE SPACES           TO RUN-CONTROL-RECORD
           MOVE WS-TODAY         TO RCR-DATE
           MOVE WS-NOW           TO RCR-TIME
           MOVE "DATEROLL"       TO RCR-STEP
           MOVE WS-RCTL-EVENT    TO RCR-EVENT
           MOVE WS-ROLLED-COUNT  TO RCR-PROCESSED
           MOVE WS-REFUSED-COUNT TO RCR-REJECTED
           MOVE WS-RUN-ID        TO RCR-RUN-ID
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
