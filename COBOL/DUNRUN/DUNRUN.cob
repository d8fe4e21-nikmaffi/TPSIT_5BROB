       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNRUN.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  DUNNING RUN OVER THE      *
      *                 INVOICE REGISTER, BROWSED BY CUSTOMER     *
      *                 OVER THE FISCAL-CODE ALTERNATE KEY THE    *
      *                 WAY AGERPT DOES.  A CUSTOMER WHOSE OLDEST *
      *                 RELEASED OPEN INVOICE IS PAST THE DAY     *
      *                 THRESHOLDS ON THE CONTROL CARD GETS A     *
      *                 LETTER ON DUNLTR ADDRESSED OFF PERSMAST,  *
      *                 LISTING EVERY OVERDUE INVOICE.  THE LEVEL *
      *                 SENT (FIRST REMINDER, SECOND REMINDER,    *
      *                 FINAL NOTICE) IS KEPT ON THE DUNHIST      *
      *                 HISTORY FILE SO THE NEXT RUN ESCALATES    *
      *                 ONE LEVEL AT A TIME INSTEAD OF REPEATING  *
      *                 ITSELF, AND DUNRPT GIVES THE COLLECTIONS  *
      *                 DESK A CONTROL LISTING OF LETTERS BY      *
      *                 LEVEL.                                    *
      * 15/10/2026  NM  DAYS OVERDUE ARE NOW COUNTED FROM THE DUE *
      *                 DATE THE PRICING RUN STAMPS OFF THE       *
      *                 CUSTOMER'S PAYMENT TERMS, NOT FROM THE    *
      *                 INVOICE DATE, AND THE LETTER LISTS EACH   *
      *                 INVOICE'S DUE DATE.  OLDER RECORDS WITH   *
      *                 NO DUE DATE FELL DUE ON THEIR INVOICE     *
      *                 DATE.                                     *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVR-INVOICE-NO
               ALTERNATE RECORD KEY IS IVR-FISCAL-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-IVREG-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               FILE STATUS IS WS-PM-STATUS.

           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DNH-FISCAL-CODE
               FILE STATUS IS WS-DUNHIST-STATUS.

           SELECT DUNNING-LETTER-FILE ASSIGN TO "DUNLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-REPORT-FILE ASSIGN TO "DUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNHIST.

       FD  DUNNING-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-LETTER-RECORD PIC X(80).

       FD  DUNNING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNNING-REPORT-RECORD PIC X(80).

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
           77 WS-IVREG-STATUS  PIC X(2).
               88 IVREG-OK VALUE "00".
           77 WS-PM-STATUS     PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-DUNHIST-STATUS PIC X(2).
               88 DUNHIST-OK             VALUE "00".
               88 DUNHIST-FILE-NOT-FOUND VALUE "35".
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

           77 WS-IVREG-EOF-SW  PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           77 WS-FIRST-INVOICE-SW PIC X VALUE "Y".
               88 FIRST-INVOICE-READ VALUE "Y".
           77 WS-HAS-OPEN-SW   PIC X VALUE "N".
               88 CUSTOMER-HAS-OPEN-ITEMS VALUE "Y".
           77 WS-HISTORY-SW    PIC X VALUE "N".
               88 HISTORY-ON-FILE VALUE "Y".

      *----------------------------------------------------------*
      * THE CONTROL CARD CARRIES FOUR THREE-DIGIT DAY COUNTS -    *
      * DAYS OVERDUE FOR A FIRST REMINDER, A SECOND REMINDER AND  *
      * A FINAL NOTICE, AND THE MINIMUM DAYS BETWEEN TWO LETTERS  *
      * TO THE SAME CUSTOMER - E.G. 030060090014.                 *
      *----------------------------------------------------------*
           77 WS-CARD-VALID-SW PIC X.
               88 WS-CARD-IS-VALID VALUE "Y".
           77 WS-CARD-TRIES    PIC 9 VALUE ZEROS.
           01 WS-CONTROL-CARD.
               05 WS-LEVEL-1-DAYS  PIC 9(3).
               05 WS-LEVEL-2-DAYS  PIC 9(3).
               05 WS-LEVEL-3-DAYS  PIC 9(3).
               05 WS-LETTER-GAP    PIC 9(3).
           01 WS-CONTROL-CARD-X REDEFINES WS-CONTROL-CARD PIC X(12).

           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).
           77 WS-TODAY-INT     PIC 9(8).
           77 WS-INVOICE-INT   PIC 9(8).
           77 WS-DUE-DATE      PIC 9(8).
           77 WS-LETTER-INT    PIC 9(8).
           77 WS-AGE-DAYS      PIC S9(5).
           77 WS-OLDEST-AGE    PIC S9(5).
           77 WS-CURRENT-FISCAL PIC X(16).
           77 WS-ELIGIBLE-LEVEL PIC 9(1).
           77 WS-NEW-LEVEL     PIC 9(1).
           77 WS-HISTORY-LEVEL PIC 9(1).

           77 WS-OVERDUE-COUNT PIC 9(3) VALUE ZEROS.
           77 WS-OVERDUE-IDX   PIC 9(3).
           77 WS-OVERDUE-TOTAL PIC S9(8)V99 VALUE ZEROS.
           01 OVERDUE-INVOICE-TABLE.
               05 OVERDUE-INVOICE-ENTRY OCCURS 100 TIMES.
                   10 OVD-INVOICE-NO  PIC 9(8).
                   10 OVD-RUN-DATE    PIC 9(8).
                   10 OVD-DUE-DATE    PIC 9(8).
                   10 OVD-OPEN-BAL    PIC S9(6)V99.
                   10 OVD-AGE-DAYS    PIC S9(5).

           77 WS-LEVEL-1-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-LEVEL-2-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-LEVEL-3-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-LEVEL-1-TOTAL PIC S9(9)V99 VALUE ZEROS.
           77 WS-LEVEL-2-TOTAL PIC S9(9)V99 VALUE ZEROS.
           77 WS-LEVEL-3-TOTAL PIC S9(9)V99 VALUE ZEROS.
           77 WS-LETTER-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-RESET-COUNT   PIC 9(6) VALUE ZEROS.
           77 WS-WAITING-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-EXCEPTION-COUNT PIC 9(8) VALUE ZEROS.

           01 DUN-TITLE-LINE.
               05 FILLER          PIC X(32)
                   VALUE "DUNNING CONTROL LISTING FOR     ".
               05 DTL-DATE        PIC 9(8).
               05 FILLER          PIC X(13) VALUE "  THRESHOLDS ".
               05 DTL-LEVEL-1     PIC ZZ9.
               05 FILLER          PIC X(1) VALUE "/".
               05 DTL-LEVEL-2     PIC ZZ9.
               05 FILLER          PIC X(1) VALUE "/".
               05 DTL-LEVEL-3     PIC ZZ9.
               05 FILLER          PIC X(6) VALUE "  GAP ".
               05 DTL-GAP         PIC ZZ9.
               05 FILLER          PIC X(7) VALUE SPACES.

           01 DUN-HEADING-LINE.
               05 FILLER          PIC X(18) VALUE "FISCAL CODE       ".
               05 FILLER          PIC X(22)
                   VALUE "CUSTOMER              ".
               05 FILLER          PIC X(18) VALUE "LETTER            ".
               05 FILLER          PIC X(6)  VALUE "  INVS".
               05 FILLER          PIC X(16) VALUE "     OVERDUE    ".

           01 DUN-CONTROL-LINE.
               05 DCL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 DCL-NAME        PIC X(20).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 DCL-LEVEL-TEXT  PIC X(16).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 DCL-INV-COUNT   PIC ZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 DCL-AMOUNT      PIC -(7)9.99.
               05 FILLER          PIC X(5) VALUE SPACES.

           01 DUN-SUMMARY-LINE.
               05 DSL-LABEL       PIC X(24).
               05 DSL-COUNT       PIC ZZZZZ9.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 DSL-AMOUNT      PIC -(9)9.99.
               05 FILLER          PIC X(33) VALUE SPACES.

           01 LTR-HEADING-LINE.
               05 LHL-LEVEL-TEXT  PIC X(16).
               05 FILLER          PIC X(44) VALUE SPACES.
               05 FILLER          PIC X(6) VALUE "DATE: ".
               05 LHL-DATE        PIC 9(8).
               05 FILLER          PIC X(6) VALUE SPACES.

           01 LTR-NAME-LINE.
               05 LNL-FIRST-NAME  PIC X(20).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 LNL-LAST-NAME   PIC X(20).
               05 FILLER          PIC X(39) VALUE SPACES.

           01 LTR-FISCAL-LINE.
               05 FILLER          PIC X(13) VALUE "FISCAL CODE: ".
               05 LFL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(51) VALUE SPACES.

           01 LTR-COLUMN-LINE.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 FILLER          PIC X(10) VALUE "INVOICE   ".
               05 FILLER          PIC X(10) VALUE "DATE      ".
               05 FILLER          PIC X(10) VALUE "DUE DATE  ".
               05 FILLER          PIC X(14) VALUE "   OPEN AMOUNT".
               05 FILLER          PIC X(14) VALUE "  DAYS OVERDUE".
               05 FILLER          PIC X(18) VALUE SPACES.

           01 LTR-INVOICE-LINE.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 LIL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LIL-RUN-DATE    PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LIL-DUE-DATE    PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LIL-OPEN-BAL    PIC -(10)9.99.
               05 FILLER          PIC X(5) VALUE SPACES.
               05 LIL-AGE-DAYS    PIC ZZZZ9.
               05 FILLER          PIC X(22) VALUE SPACES.

           01 LTR-TOTAL-LINE.
               05 FILLER          PIC X(22)
                   VALUE "    TOTAL NOW OVERDUE ".
               05 LTL-AMOUNT      PIC -(11)9.99.
               05 FILLER          PIC X(43) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)

               MOVE "N" TO WS-CARD-VALID-SW
               MOVE ZEROS TO WS-CARD-TRIES
               PERFORM ACCEPT-DUNNING-CARD
                   UNTIL WS-CARD-IS-VALID
                      OR WS-CARD-TRIES IS NOT LESS THAN 3
               IF NOT WS-CARD-IS-VALID THEN
                   DISPLAY "ERROR: NO VALID DUNNING CONTROL CARD "
                       "AFTER 3 TRIES - RUN ABANDONED."
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               OPEN INPUT INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   DISPLAY "ERROR: PERSON MASTER NOT AVAILABLE - "
                       "STATUS " WS-PM-STATUS ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O DUNNING-HISTORY-FILE
               IF DUNHIST-FILE-NOT-FOUND THEN
                   OPEN OUTPUT DUNNING-HISTORY-FILE
                   CLOSE DUNNING-HISTORY-FILE
                   OPEN I-O DUNNING-HISTORY-FILE
               END-IF
               IF NOT DUNHIST-OK THEN
                   DISPLAY "ERROR: DUNNING HISTORY NOT AVAILABLE - "
                       "STATUS " WS-DUNHIST-STATUS ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   CLOSE PERSON-MASTER-FILE
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN OUTPUT DUNNING-LETTER-FILE
               OPEN OUTPUT DUNNING-REPORT-FILE
               MOVE WS-TODAY        TO DTL-DATE
               MOVE WS-LEVEL-1-DAYS TO DTL-LEVEL-1
               MOVE WS-LEVEL-2-DAYS TO DTL-LEVEL-2
               MOVE WS-LEVEL-3-DAYS TO DTL-LEVEL-3
               MOVE WS-LETTER-GAP   TO DTL-GAP
               MOVE DUN-TITLE-LINE TO DUNNING-REPORT-RECORD
               WRITE DUNNING-REPORT-RECORD
               MOVE SPACES TO DUNNING-REPORT-RECORD
               WRITE DUNNING-REPORT-RECORD
               MOVE DUN-HEADING-LINE TO DUNNING-REPORT-RECORD
               WRITE DUNNING-REPORT-RECORD

               MOVE LOW-VALUES TO IVR-FISCAL-CODE
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IVR-FISCAL-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-IVREG-EOF-SW
               END-START

               IF NOT END-OF-REGISTER THEN
                   READ INVOICE-REGISTER-FILE NEXT
                       AT END MOVE "Y" TO WS-IVREG-EOF-SW
                   END-READ
               END-IF

               PERFORM EXAMINE-ONE-INVOICE
                   UNTIL END-OF-REGISTER

               IF NOT FIRST-INVOICE-READ THEN
                   PERFORM DUN-ONE-CUSTOMER
                       THRU DUN-ONE-CUSTOMER-EXIT
               END-IF

               PERFORM WRITE-DUNNING-SUMMARY

               CLOSE INVOICE-REGISTER-FILE
               CLOSE PERSON-MASTER-FILE
               CLOSE DUNNING-HISTORY-FILE
               CLOSE DUNNING-LETTER-FILE
               CLOSE DUNNING-REPORT-FILE

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               IF WS-EXCEPTION-COUNT IS GREATER THAN ZEROS THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

      *----------------------------------------------------------*
      * ACCEPT-DUNNING-CARD READS THE THRESHOLD CARD OFF SYSIN.   *
      * ALL FOUR COUNTS MUST BE NUMERIC AND THE THREE LEVELS MUST *
      * RISE, OR THE CARD IS ASKED FOR AGAIN.                     *
      *----------------------------------------------------------*
       ACCEPT-DUNNING-CARD.
           DISPLAY "ENTER DUNNING THRESHOLDS (1ST 2ND FINAL GAP, "
               "3 DIGITS EACH): " WITH NO ADVANCING
           ACCEPT WS-CONTROL-CARD-X
           MOVE "Y" TO WS-CARD-VALID-SW

           IF WS-CONTROL-CARD IS NOT NUMERIC THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: CARD MUST BE TWELVE DIGITS.  "
                   "TRY AGAIN."
           ELSE
               IF WS-LEVEL-2-DAYS IS NOT GREATER THAN WS-LEVEL-1-DAYS
                       OR WS-LEVEL-3-DAYS IS NOT GREATER THAN
                           WS-LEVEL-2-DAYS THEN
                   MOVE "N" TO WS-CARD-VALID-SW
                   ADD 1 TO WS-CARD-TRIES
                   DISPLAY "ERROR: THRESHOLDS MUST RISE FROM FIRST "
                       "REMINDER TO FINAL NOTICE.  TRY AGAIN."
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * EXAMINE-ONE-INVOICE BREAKS ON EACH CHANGE OF CUSTOMER TO  *
      * DUN THE PRIOR ONE, THEN KEEPS EVERY RELEASED, NON-CREDIT  *
      * INVOICE WITH AN OPEN BALANCE MORE DAYS PAST ITS DUE DATE  *
      * THAN THE FIRST THRESHOLD FOR THE LETTER.  HELD INVOICES   *
      * NEVER WENT OUT AND ARE NOT DUNNED.                        *
      *----------------------------------------------------------*
       EXAMINE-ONE-INVOICE.
           IF FIRST-INVOICE-READ THEN
               MOVE "N" TO WS-FIRST-INVOICE-SW
               MOVE IVR-FISCAL-CODE TO WS-CURRENT-FISCAL
               PERFORM CLEAR-CUSTOMER-OVERDUE
           ELSE
               IF IVR-FISCAL-CODE IS NOT EQUAL TO WS-CURRENT-FISCAL
                       THEN
                   PERFORM DUN-ONE-CUSTOMER
                       THRU DUN-ONE-CUSTOMER-EXIT
                   MOVE IVR-FISCAL-CODE TO WS-CURRENT-FISCAL
                   PERFORM CLEAR-CUSTOMER-OVERDUE
               END-IF
           END-IF

           IF IVR-OPEN-BALANCE IS GREATER THAN ZEROS
                   AND NOT IVR-IS-CREDIT
                   AND NOT IVR-IS-HELD THEN
               MOVE "Y" TO WS-HAS-OPEN-SW
               IF IVR-DUE-DATE IS NUMERIC
                       AND IVR-DUE-DATE IS GREATER THAN ZEROS THEN
                   MOVE IVR-DUE-DATE TO WS-DUE-DATE
               ELSE
                   MOVE IVR-RUN-DATE TO WS-DUE-DATE
               END-IF
               COMPUTE WS-INVOICE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INVOICE-INT
               IF WS-AGE-DAYS IS GREATER THAN WS-LEVEL-1-DAYS
                       AND WS-OVERDUE-COUNT IS LESS THAN 100 THEN
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE IVR-INVOICE-NO
                       TO OVD-INVOICE-NO(WS-OVERDUE-COUNT)
                   MOVE IVR-RUN-DATE
                       TO OVD-RUN-DATE(WS-OVERDUE-COUNT)
                   MOVE WS-DUE-DATE
                       TO OVD-DUE-DATE(WS-OVERDUE-COUNT)
                   MOVE IVR-OPEN-BALANCE
                       TO OVD-OPEN-BAL(WS-OVERDUE-COUNT)
                   MOVE WS-AGE-DAYS
                       TO OVD-AGE-DAYS(WS-OVERDUE-COUNT)
                   ADD IVR-OPEN-BALANCE TO WS-OVERDUE-TOTAL
                   IF WS-AGE-DAYS IS GREATER THAN WS-OLDEST-AGE THEN
                       MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
                   END-IF
               END-IF
           END-IF

           READ INVOICE-REGISTER-FILE NEXT
               AT END MOVE "Y" TO WS-IVREG-EOF-SW
           END-READ.

       CLEAR-CUSTOMER-OVERDUE.
           MOVE ZEROS TO WS-OVERDUE-COUNT
                         WS-OVERDUE-TOTAL
                         WS-OLDEST-AGE
           MOVE "N" TO WS-HAS-OPEN-SW.

      *----------------------------------------------------------*
      * DUN-ONE-CUSTOMER DECIDES WHETHER THE CUSTOMER JUST        *
      * FINISHED GETS A LETTER.  THE OLDEST OVERDUE INVOICE SETS  *
      * THE LEVEL THE CUSTOMER HAS EARNED; A LETTER GOES OUT ONLY *
      * WHEN THAT IS ABOVE THE LEVEL ALREADY SENT AND THE GAP     *
      * SINCE THE LAST LETTER HAS PASSED, AND IT IS ALWAYS THE    *
      * NEXT LEVEL UP - NOBODY GETS A FINAL NOTICE WITHOUT THE    *
      * TWO REMINDERS BEFORE IT.  A CUSTOMER WITH NOTHING OPEN    *
      * ANY MORE HAS THEIR LEVEL PUT BACK TO ZERO.                *
      *----------------------------------------------------------*
       DUN-ONE-CUSTOMER.
           MOVE WS-CURRENT-FISCAL TO DNH-FISCAL-CODE
           MOVE "Y" TO WS-HISTORY-SW
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-HISTORY-SW
                   MOVE WS-CURRENT-FISCAL TO DNH-FISCAL-CODE
                   MOVE ZEROS TO DNH-LEVEL
                                 DNH-LAST-LETTER
                                 DNH-LETTER-COUNT
                                 DNH-RESET-DATE
           END-READ
           MOVE DNH-LEVEL TO WS-HISTORY-LEVEL

           IF WS-OVERDUE-COUNT IS EQUAL TO ZEROS THEN
               IF HISTORY-ON-FILE AND NOT DNH-NOT-DUNNED
                       AND NOT CUSTOMER-HAS-OPEN-ITEMS THEN
                   MOVE ZEROS    TO DNH-LEVEL
                   MOVE WS-TODAY TO DNH-RESET-DATE
                   REWRITE DUNNING-HISTORY-RECORD
                   ADD 1 TO WS-RESET-COUNT
               END-IF
               GO TO DUN-ONE-CUSTOMER-EXIT
           END-IF

           IF WS-OLDEST-AGE IS GREATER THAN WS-LEVEL-3-DAYS THEN
               MOVE 3 TO WS-ELIGIBLE-LEVEL
           ELSE
               IF WS-OLDEST-AGE IS GREATER THAN WS-LEVEL-2-DAYS THEN
                   MOVE 2 TO WS-ELIGIBLE-LEVEL
               ELSE
                   MOVE 1 TO WS-ELIGIBLE-LEVEL
               END-IF
           END-IF

           IF WS-ELIGIBLE-LEVEL IS NOT GREATER THAN WS-HISTORY-LEVEL
                   THEN
               ADD 1 TO WS-WAITING-COUNT
               GO TO DUN-ONE-CUSTOMER-EXIT
           END-IF

           IF WS-HISTORY-LEVEL IS GREATER THAN ZEROS THEN
               COMPUTE WS-LETTER-INT =
                   FUNCTION INTEGER-OF-DATE(DNH-LAST-LETTER)
               IF WS-TODAY-INT - WS-LETTER-INT IS LESS THAN
                       WS-LETTER-GAP THEN
                   ADD 1 TO WS-WAITING-COUNT
                   GO TO DUN-ONE-CUSTOMER-EXIT
               END-IF
           END-IF

           MOVE WS-CURRENT-FISCAL TO PM-FISCAL-CODE
           READ PERSON-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "NO LETTER - " WS-CURRENT-FISCAL
                           " NOT ON PERSMAST" DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   GO TO DUN-ONE-CUSTOMER-EXIT
           END-READ

           COMPUTE WS-NEW-LEVEL = WS-HISTORY-LEVEL + 1
           PERFORM PRINT-DUNNING-LETTER

           MOVE WS-NEW-LEVEL TO DNH-LEVEL
           MOVE WS-TODAY     TO DNH-LAST-LETTER
           ADD 1 TO DNH-LETTER-COUNT
           IF HISTORY-ON-FILE THEN
               REWRITE DUNNING-HISTORY-RECORD
           ELSE
               WRITE DUNNING-HISTORY-RECORD
           END-IF

           PERFORM WRITE-CONTROL-LINE.

       DUN-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PRINT-DUNNING-LETTER WRITES ONE LETTER TO DUNLTR FOR THE  *
      * PERSON-MASTER-RECORD IN HAND - ADDRESS BLOCK, A WORDING   *
      * THAT HARDENS WITH THE LEVEL, AND THE OVERDUE INVOICES.    *
      * A RECORD LOADED BEFORE THE EXTENDED FIELDS EXISTED FALLS  *
      * BACK TO THE FISCAL-CODE NAME FRAGMENTS.                   *
      *----------------------------------------------------------*
       PRINT-DUNNING-LETTER.
           PERFORM SET-LEVEL-TEXT
           MOVE WS-TODAY TO LHL-DATE
           MOVE LTR-HEADING-LINE TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD

           IF PM-FULL-LAST-NAME IS EQUAL TO SPACES THEN
               MOVE PM-FIRST-NAME TO LNL-FIRST-NAME
               MOVE PM-LAST-NAME  TO LNL-LAST-NAME
           ELSE
               MOVE PM-FULL-FIRST-NAME TO LNL-FIRST-NAME
               MOVE PM-FULL-LAST-NAME  TO LNL-LAST-NAME
           END-IF
           MOVE LTR-NAME-LINE TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           IF PM-ADDRESS-LINE-1 IS NOT EQUAL TO SPACES THEN
               MOVE PM-ADDRESS-LINE-1 TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
           END-IF
           IF PM-ADDRESS-LINE-2 IS NOT EQUAL TO SPACES THEN
               MOVE PM-ADDRESS-LINE-2 TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
           END-IF
           MOVE PM-FISCAL-CODE TO LFL-FISCAL-CODE
           MOVE LTR-FISCAL-LINE TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD

           IF WS-NEW-LEVEL IS EQUAL TO 1 THEN
               MOVE "OUR RECORDS SHOW THE INVOICES BELOW AS STILL "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "UNPAID.  IF YOU HAVE ALREADY PAID, PLEASE "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "DISREGARD THIS REMINDER."
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
           END-IF
           IF WS-NEW-LEVEL IS EQUAL TO 2 THEN
               MOVE "WE WROTE TO YOU EARLIER ABOUT THE INVOICES "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "BELOW AND HAVE NOT YET RECEIVED PAYMENT.  "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "PLEASE SETTLE THEM WITHOUT FURTHER DELAY."
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
           END-IF
           IF WS-NEW-LEVEL IS EQUAL TO 3 THEN
               MOVE "DESPITE TWO REMINDERS THE INVOICES BELOW "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "REMAIN UNPAID.  UNLESS PAYMENT IS RECEIVED "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "PROMPTLY THE ACCOUNT WILL BE PASSED FOR "
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
               MOVE "COLLECTION WITHOUT FURTHER NOTICE."
                   TO DUNNING-LETTER-RECORD
               WRITE DUNNING-LETTER-RECORD
           END-IF
           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD

           MOVE LTR-COLUMN-LINE TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           PERFORM PRINT-ONE-OVERDUE-INVOICE
               VARYING WS-OVERDUE-IDX FROM 1 BY 1
               UNTIL WS-OVERDUE-IDX > WS-OVERDUE-COUNT
           MOVE WS-OVERDUE-TOTAL TO LTL-AMOUNT
           MOVE LTR-TOTAL-LINE TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD

           MOVE SPACES TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           MOVE ALL "-" TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT.

       PRINT-ONE-OVERDUE-INVOICE.
           MOVE OVD-INVOICE-NO(WS-OVERDUE-IDX) TO LIL-INVOICE-NO
           MOVE OVD-RUN-DATE(WS-OVERDUE-IDX)   TO LIL-RUN-DATE
           MOVE OVD-DUE-DATE(WS-OVERDUE-IDX)   TO LIL-DUE-DATE
           MOVE OVD-OPEN-BAL(WS-OVERDUE-IDX)   TO LIL-OPEN-BAL
           MOVE OVD-AGE-DAYS(WS-OVERDUE-IDX)   TO LIL-AGE-DAYS
           MOVE LTR-INVOICE-LINE TO DUNNING-LETTER-RECORD
           WRITE DUNNING-LETTER-RECORD.

       SET-LEVEL-TEXT.
           IF WS-NEW-LEVEL IS EQUAL TO 1 THEN
               MOVE "FIRST REMINDER  " TO LHL-LEVEL-TEXT
           END-IF
           IF WS-NEW-LEVEL IS EQUAL TO 2 THEN
               MOVE "SECOND REMINDER " TO LHL-LEVEL-TEXT
           END-IF
           IF WS-NEW-LEVEL IS EQUAL TO 3 THEN
               MOVE "FINAL NOTICE    " TO LHL-LEVEL-TEXT
           END-IF.

      *----------------------------------------------------------*
      * WRITE-CONTROL-LINE LISTS THE LETTER JUST PRODUCED ON THE  *
      * CONTROL REPORT AND ADDS IT TO ITS LEVEL'S COUNT.          *
      *----------------------------------------------------------*
       WRITE-CONTROL-LINE.
           MOVE WS-CURRENT-FISCAL TO DCL-FISCAL-CODE
           MOVE LNL-LAST-NAME     TO DCL-NAME
           MOVE LHL-LEVEL-TEXT    TO DCL-LEVEL-TEXT
           MOVE WS-OVERDUE-COUNT  TO DCL-INV-COUNT
           MOVE WS-OVERDUE-TOTAL  TO DCL-AMOUNT
           MOVE DUN-CONTROL-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           IF WS-NEW-LEVEL IS EQUAL TO 1 THEN
               ADD 1 TO WS-LEVEL-1-COUNT
               ADD WS-OVERDUE-TOTAL TO WS-LEVEL-1-TOTAL
           END-IF
           IF WS-NEW-LEVEL IS EQUAL TO 2 THEN
               ADD 1 TO WS-LEVEL-2-COUNT
               ADD WS-OVERDUE-TOTAL TO WS-LEVEL-2-TOTAL
           END-IF
           IF WS-NEW-LEVEL IS EQUAL TO 3 THEN
               ADD 1 TO WS-LEVEL-3-COUNT
               ADD WS-OVERDUE-TOTAL TO WS-LEVEL-3-TOTAL
           END-IF.

       WRITE-DUNNING-SUMMARY.
           MOVE SPACES TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           MOVE SPACES TO DUN-SUMMARY-LINE
           MOVE "FIRST REMINDERS:        " TO DSL-LABEL
           MOVE WS-LEVEL-1-COUNT           TO DSL-COUNT
           MOVE WS-LEVEL-1-TOTAL           TO DSL-AMOUNT
           MOVE DUN-SUMMARY-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           MOVE "SECOND REMINDERS:       " TO DSL-LABEL
           MOVE WS-LEVEL-2-COUNT           TO DSL-COUNT
           MOVE WS-LEVEL-2-TOTAL           TO DSL-AMOUNT
           MOVE DUN-SUMMARY-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           MOVE "FINAL NOTICES:          " TO DSL-LABEL
           MOVE WS-LEVEL-3-COUNT           TO DSL-COUNT
           MOVE WS-LEVEL-3-TOTAL           TO DSL-AMOUNT
           MOVE DUN-SUMMARY-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           MOVE SPACES TO DUN-SUMMARY-LINE
           MOVE "NOT YET DUE NEXT LETTER:" TO DSL-LABEL
           MOVE WS-WAITING-COUNT           TO DSL-COUNT
           MOVE DUN-SUMMARY-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           MOVE "LEVELS RESET (PAID UP): " TO DSL-LABEL
           MOVE WS-RESET-COUNT             TO DSL-COUNT
           MOVE DUN-SUMMARY-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD

           MOVE "NOT ON PERSON MASTER:   " TO DSL-LABEL
           MOVE WS-EXCEPTION-COUNT         TO DSL-COUNT
           MOVE DUN-SUMMARY-LINE TO DUNNING-REPORT-RECORD
           WRITE DUNNING-REPORT-RECORD.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE, SO INVOICES ARE AGED AS AT THE       *
      * BUSINESS DAY RATHER THAN THE WALL CLOCK.  A MISSING FILE  *
      * FALLS BACK TO THE SYSTEM CLOCK WITH A WARNING.            *
      *----------------------------------------------------------*
       GET-BUSINESS-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK THEN
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BUSINESS-DATE-RECORD TO WS-TODAY
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY "WARNING: NO BUSINESS DATE FILE - USING THE "
                   "SYSTEM DATE."
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
           MOVE "DUNRUN"         TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP, CARRYING THE LETTERS *
      * PRODUCED AND CUSTOMERS THAT COULD NOT BE WRITTEN TO.      *
      *----------------------------------------------------------*
       WRITE-RUN-CONTROL.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           MOVE SPACES             TO RUN-CONTROL-RECORD
           MOVE WS-TODAY           TO RCR-DATE
           MOVE WS-NOW             TO RCR-TIME
           MOVE "DUNRUN"           TO RCR-STEP
           MOVE WS-RCTL-EVENT      TO RCR-EVENT
           MOVE WS-LETTER-COUNT    TO RCR-PROCESSED
           MOVE WS-EXCEPTION-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
