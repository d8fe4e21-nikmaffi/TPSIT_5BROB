      *                 THE CRYPTIC FOUR-CHARACTER CODE.  THE     *
      *                 WHOLE TABLE IS REWRITTEN AFTER EVERY      *
      *                 CHANGE SO A KILLED SESSION LOSES NOTHING. *
      * 15/10/2026  NM  OPERATOR ID ASKED AT SIGN-ON.  EVERY ADD, *
      *                 CHANGE AND DELETE NOW WRITES BEFORE AND   *
      *                 AFTER IMAGES OF THE PROVINCE ENTRY TO THE *
      *                 MAINTAUD AUDIT LOG FOR MAINTRPT.          *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           SELECT PROVINCE-TABLE-FILE ASSIGN TO "PROVTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVINCE-TABLE-FILE
           05 PTR-PROVINCE-CODE PIC X(4).
           05 PTR-PROVINCE-NAME PIC X(20).
           05 PTR-REGION-NAME   PIC X(20).

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-PROV-STATUS PIC X(2).
               88 PROV-OK             VALUE "00".
           77 WS-REGION-ENTRY   PIC X(20).
           77 WS-ENTRY-VALID-SW PIC X.
               88 WS-ENTRY-IS-VALID VALUE "Y".

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
               END-IF

               PERFORM LOAD-PROVINCE-TABLE
                   THRU LOAD-PROVINCE-TABLE-DONE
               GO TO MAIN-PROCEDURE.
               PERFORM MOVE-ENTRY-TO-SLOT

               PERFORM SAVE-PROVINCE-TABLE
               DISPLAY "PROVINCE ADDED."

               MOVE "A"    TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE PROVINCE-TABLE-ENTRY(PROV-FOUND-IDX)
                   TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           ADD-PROVINCE-ENTRY-EXIT.
               EXIT.
                   GO TO CHANGE-PROVINCE-ENTRY-EXIT
               END-IF

               MOVE PROVINCE-TABLE-ENTRY(PROV-FOUND-IDX)
                   TO WS-AUD-BEFORE-IMAGE
               PERFORM MOVE-ENTRY-TO-SLOT

               PERFORM SAVE-PROVINCE-TABLE
               DISPLAY "PROVINCE CHANGED."

               MOVE "C" TO WS-AUD-ACTION
               MOVE PROVINCE-TABLE-ENTRY(PROV-FOUND-IDX)
                   TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           CHANGE-PROVINCE-ENTRY-EXIT.
               EXIT.
                   GO TO DELETE-PROVINCE-ENTRY-EXIT
               END-IF

               MOVE PROVINCE-TABLE-ENTRY(PROV-FOUND-IDX)
                   TO WS-AUD-BEFORE-IMAGE
               PERFORM CLOSE-UP-PROVINCE-TABLE
                   VARYING PROV-SEARCH-IDX FROM PROV-FOUND-IDX BY 1
                   UNTIL PROV-SEARCH-IDX IS NOT LESS THAN
               SUBTRACT 1 FROM PROV-ENTRY-COUNT

               PERFORM SAVE-PROVINCE-TABLE
               DISPLAY "PROVINCE DELETED."

               MOVE "D"    TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           DELETE-PROVINCE-ENTRY-EXIT.
               EXIT.
                   TO PTR-REGION-NAME
               WRITE PROVINCE-TABLE-RECORD.

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
      * STAMP, CODE AND THE TABLE ENTRY BEFORE AND AFTER THE      *
      * ACTION JUST TAKEN.  THE LOG IS CREATED ON FIRST USE.      *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE WS-CODE-ENTRY TO WS-AUD-KEY

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
               MOVE "PROVMAINT"         TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
