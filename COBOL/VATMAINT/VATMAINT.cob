      *                 REACHES THE TABLE BY HAND-EDITING.  THE   *
      *                 WHOLE TABLE IS REWRITTEN AFTER EVERY      *
      *                 CHANGE SO A KILLED SESSION LOSES NOTHING. *
      * 15/10/2026  NM  OPERATOR ID ASKED AT SIGN-ON.  EVERY ADD, *
      *                 CHANGE AND DELETE NOW WRITES BEFORE AND   *
      *                 AFTER IMAGES OF THE RATE ENTRY TO THE     *
      *                 MAINTAUD AUDIT LOG FOR MAINTRPT.          *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           SELECT VAT-TABLE-FILE ASSIGN TO "VATTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VAT-TABLE-FILE
           05 VTR-CATEGORY-CODE PIC X(2).
           05 VTR-RATE          PIC V999.
           05 VTR-EFFECTIVE-DATE PIC 9(8).

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-VAT-STATUS  PIC X(2).
               88 VAT-OK             VALUE "00".
           77 WS-ENTRY-VALID-SW PIC X.
               88 WS-ENTRY-IS-VALID VALUE "Y".
           77 WS-RATE-DISPLAY   PIC 9.999.

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
               05 WS-AUD-KEY-CATEGORY PIC X(2).
               05 WS-AUD-KEY-DATE     PIC X(8).
               05 FILLER              PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM SIGN-ON-OPERATOR
                   THRU SIGN-ON-OPERATOR-EXIT
               IF WS-OPERATOR-ID = SPACES THEN
                   GO TO END-PROGRAM
               END-IF

               PERFORM LOAD-VAT-TABLE THRU LOAD-VAT-TABLE-DONE
               GO TO MAIN-PROCEDURE.

                   TO VAT-EFFECTIVE-DATE(VAT-ENTRY-COUNT)

               PERFORM SAVE-VAT-TABLE
               DISPLAY "RATE ADDED."

               MOVE "A"    TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE-IMAGE
               MOVE VAT-TABLE-ENTRY(VAT-ENTRY-COUNT)
                   TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           ADD-VAT-ENTRY-EXIT.
               EXIT.
                   GO TO CHANGE-VAT-ENTRY-EXIT
               END-IF

               MOVE VAT-TABLE-ENTRY(VAT-FOUND-IDX)
                   TO WS-AUD-BEFORE-IMAGE
               COMPUTE VAT-RATE(VAT-FOUND-IDX) =
                   WS-RATE-NUMERIC / 1000

               PERFORM SAVE-VAT-TABLE
               DISPLAY "RATE CHANGED."

               MOVE "C" TO WS-AUD-ACTION
               MOVE VAT-TABLE-ENTRY(VAT-FOUND-IDX)
                   TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           CHANGE-VAT-ENTRY-EXIT.
               EXIT.
                   GO TO DELETE-VAT-ENTRY-EXIT
               END-IF

               MOVE VAT-TABLE-ENTRY(VAT-FOUND-IDX)
                   TO WS-AUD-BEFORE-IMAGE
               PERFORM CLOSE-UP-VAT-TABLE
                   VARYING VAT-SEARCH-IDX FROM VAT-FOUND-IDX BY 1
                   UNTIL VAT-SEARCH-IDX IS NOT LESS THAN
               SUBTRACT 1 FROM VAT-ENTRY-COUNT

               PERFORM SAVE-VAT-TABLE
               DISPLAY "RATE DELETED."

               MOVE "D"    TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT.

           DELETE-VAT-ENTRY-EXIT.
               EXIT.
                   TO VTR-EFFECTIVE-DATE
               WRITE VAT-TABLE-RECORD.

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
      * STAMP, CATEGORY AND EFFECTIVE DATE, AND THE RATE ENTRY    *
      * BEFORE AND AFTER THE ACTION JUST TAKEN.  THE LOG IS       *
      * CREATED ON FIRST USE.                                     *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE WS-CATEGORY-ENTRY TO WS-AUD-KEY-CATEGORY
               MOVE WS-DATE-ENTRY     TO WS-AUD-KEY-DATE

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
               MOVE "VATMAINT"          TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
