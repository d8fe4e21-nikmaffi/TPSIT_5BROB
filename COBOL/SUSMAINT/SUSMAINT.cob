      *                 WOULD STOP THE CHAIN RC=8), AND A SOURCE  *
      *                 TRANSFER THAT REPLACES INPIN WOULD LOSE   *
      *                 THE RELEASES SILENTLY.                    *
      * 15/10/2026  NM  OPERATOR ID ASKED AT SIGN-ON.  EVERY FIX  *
      *                 AND EVERY ENTRY RELEASED NOW WRITES       *
      *                 BEFORE AND AFTER IMAGES OF THE SUSPENSE   *
      *                 ENTRY TO THE MAINTAUD AUDIT LOG FOR       *
      *                 MAINTRPT.                                 *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           SELECT RELEASE-TRANS-FILE ASSIGN TO "SUSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSREL-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
       FD  RELEASE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-TRANS-RECORD PIC X(135).

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-SUSPF-STATUS PIC X(2).
               88 SUSPF-OK             VALUE "00".
           77 WS-PICK-NUMERIC REDEFINES WS-PICK-ENTRY PIC 9(3).
           77 WS-RELEASED-COUNT PIC 9(3) VALUE ZEROS.

           77 WS-MAINTAUD-STATUS PIC X(2).
               88 MAINTAUD-OK             VALUE "00".
               88 MAINTAUD-FILE-NOT-FOUND VALUE "35".
           77 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
           77 WS-SIGN-ON-TRIES   PIC 9 VALUE ZEROS.
           77 WS-AUD-ACTION      PIC X(1).
           77 WS-AUD-DATE        PIC 9(8).
           77 WS-AUD-TIME        PIC 9(8).
           77 WS-AUD-BEFORE-IMAGE PIC X(180).
           77 WS-AUD-AFTER-IMAGE  PIC X(180).
           01 WS-AUD-KEY.
               05 WS-AUD-KEY-ENTRY        PIC 9(3).
               05 FILLER                  PIC X(1) VALUE SPACES.
               05 WS-AUD-KEY-SUSPEND-DATE PIC 9(8).
               05 FILLER                  PIC X(12) VALUE SPACES.

           01 SUSPENSE-TABLE.
               05 SUSPENSE-ENTRY OCCURS 200 TIMES.
                   10 SUE-STATUS     PIC X(1).
               05 WTF-ADDRESS-LINE-2  PIC X(30).
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM SIGN-ON-OPERATOR
                   THRU SIGN-ON-OPERATOR-EXIT
               IF WS-OPERATOR-ID = SPACES THEN
                   GO TO END-PROGRAM
               END-IF

               PERFORM LOAD-SUSPENSE-FILE
                   THRU LOAD-SUSPENSE-FILE-DONE
               GO TO MAIN-PROCEDURE.
                   GO TO FIX-SUSPENSE-ENTRY-EXIT
               END-IF

               MOVE SUSPENSE-ENTRY(WS-PICK-NUMERIC)
                   TO WS-AUD-BEFORE-IMAGE
               DISPLAY "REASON: " SUE-REASON(WS-PICK-NUMERIC)
               DISPLAY "AS KEYED: " SUE-TRANS-DATA(WS-PICK-NUMERIC)
               MOVE SUE-TRANS-DATA(WS-PICK-NUMERIC)
               MOVE "C" TO SUE-STATUS(WS-PICK-NUMERIC)

               PERFORM SAVE-SUSPENSE-FILE
               DISPLAY "ENTRY CORRECTED - RELEASE WHEN READY."

               MOVE "C"             TO WS-AUD-ACTION
               MOVE WS-PICK-NUMERIC TO WS-AUD-KEY-ENTRY
               MOVE SUSPENSE-ENTRY(WS-PICK-NUMERIC)
                   TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           FIX-SUSPENSE-ENTRY-EXIT.
               EXIT.

           RELEASE-ONE-ENTRY.
               IF SUE-STATUS(SUS-SCAN-IDX) IS EQUAL TO "C" THEN
                   MOVE SUSPENSE-ENTRY(SUS-SCAN-IDX)
                       TO WS-AUD-BEFORE-IMAGE
                   MOVE SUE-TRANS-DATA(SUS-SCAN-IDX)
                       TO RELEASE-TRANS-RECORD
                   WRITE RELEASE-TRANS-RECORD
                   MOVE "R" TO SUE-STATUS(SUS-SCAN-IDX)
                   ADD 1 TO WS-RELEASED-COUNT

                   MOVE "R"          TO WS-AUD-ACTION
                   MOVE SUS-SCAN-IDX TO WS-AUD-KEY-ENTRY
                   MOVE SUSPENSE-ENTRY(SUS-SCAN-IDX)
                       TO WS-AUD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
               END-IF.

      *----------------------------------------------------------*
               MOVE SUE-TRANS-DATA(SUS-SCAN-IDX) TO SUS-TRANS-DATA
               WRITE SUSPENSE-RECORD.

      *----------------------------------------------------------*
      * SIGN-ON-OPERATOR ASKS WHO IS AT THE TERMINAL BEFORE ANY   *
      * CORRECTION IS ALLOWED.  A BLANK ID IS REFUSED; AFTER      *
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
      * STAMP, ENTRY NUMBER AND SUSPEND DATE, AND THE SUSPENSE    *
      * ENTRY BEFORE AND AFTER THE FIX OR RELEASE.  THE CALLER    *
      * SETS THE ENTRY NUMBER; THE LOG IS CREATED ON FIRST USE.   *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE SUE-DATE(WS-AUD-KEY-ENTRY)
                   TO WS-AUD-KEY-SUSPEND-DATE

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
               MOVE "SUSMAINT"          TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
