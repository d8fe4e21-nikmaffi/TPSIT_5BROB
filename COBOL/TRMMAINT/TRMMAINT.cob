       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMMAINT.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MAINTENANCE OF THE        *
      *                 PAYTERMS CUSTOMER PAYMENT TERMS FILE IN   *
      *                 THE STYLE OF CREDMAINT - ADD/CHANGE/      *
      *                 INQUIRE/DELETE OF A CUSTOMER'S TERMS      *
      *                 CODE, KEYED BY FISCAL CODE, WITH THE SAME *
      *                 OPERATOR SIGN-ON AND MAINTAUD TRAIL.  THE *
      *                 PRICING RUN DATES EACH NEW INVOICE'S      *
      *                 PAYMENT DUE OFF THESE TERMS.              *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-TERMS-FILE ASSIGN TO "PAYTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-FISCAL-CODE
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYTERM.

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-TERMS-STATUS PIC X(2).
               88 TERMS-OK             VALUE "00".
               88 TERMS-NOT-FOUND      VALUE "23".
               88 TERMS-FILE-NOT-FOUND VALUE "35".
           77 WS-FUNCTION    PIC X(1).
               88 FUNCTION-IS-ADD     VALUE "A".
               88 FUNCTION-IS-CHANGE  VALUE "C".
               88 FUNCTION-IS-INQUIRE VALUE "I".
               88 FUNCTION-IS-DELETE  VALUE "D".
               88 FUNCTION-IS-QUIT    VALUE "Q".
           77 WS-TERMS-ENTRY PIC X(1).
               88 WS-TERMS-ENTRY-VALID VALUE "I" "3" "6" "9".
           77 WS-TERMS-TEXT  PIC X(24).
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
               DISPLAY "A)DD  C)HANGE  I)NQUIRE  D)ELETE  Q)UIT: "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCTION

               IF FUNCTION-IS-ADD THEN
                   PERFORM ADD-TERMS-RECORD
                       THRU ADD-TERMS-RECORD-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-CHANGE THEN
                   PERFORM CHANGE-TERMS-RECORD
                       THRU CHANGE-TERMS-RECORD-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-INQUIRE THEN
                   PERFORM INQUIRE-TERMS-RECORD
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-DELETE THEN
                   PERFORM DELETE-TERMS-RECORD
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
      * ADD-TERMS-RECORD PUTS A CUSTOMER ON KEYED PAYMENT TERMS.  *
      * A DUPLICATE FISCAL CODE IS REJECTED.                      *
      *----------------------------------------------------------*
           ADD-TERMS-RECORD.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT TRM-FISCAL-CODE

               PERFORM ACCEPT-TERMS-CODE
                   THRU ACCEPT-TERMS-CODE-EXIT
               IF NOT WS-TERMS-ENTRY-VALID THEN
                   GO TO ADD-TERMS-RECORD-EXIT
               END-IF

               OPEN I-O PAYMENT-TERMS-FILE
               IF TERMS-FILE-NOT-FOUND THEN
                   OPEN OUTPUT PAYMENT-TERMS-FILE
                   CLOSE PAYMENT-TERMS-FILE
                   OPEN I-O PAYMENT-TERMS-FILE
               END-IF

               MOVE WS-TERMS-ENTRY TO TRM-TERMS-CODE
               ACCEPT TRM-SET-DATE FROM DATE YYYYMMDD

               WRITE PAYMENT-TERMS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: CUSTOMER ALREADY HAS PAYMENT "
                           "TERMS."
                   NOT INVALID KEY
                       DISPLAY "PAYMENT TERMS ADDED."
                       MOVE "A"                  TO WS-AUD-ACTION
                       MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
                       MOVE PAYMENT-TERMS-RECORD TO WS-AUD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
               CLOSE PAYMENT-TERMS-FILE.

           ADD-TERMS-RECORD-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * CHANGE-TERMS-RECORD RE-KEYS AN EXISTING CUSTOMER'S TERMS. *
      * INVOICES ALREADY ON THE REGISTER KEEP THE DUE DATE THEY   *
      * WERE ISSUED WITH; ONLY NEW BILLING USES THE NEW TERMS.    *
      *----------------------------------------------------------*
           CHANGE-TERMS-RECORD.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT TRM-FISCAL-CODE

               OPEN I-O PAYMENT-TERMS-FILE
               READ PAYMENT-TERMS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: CUSTOMER HAS NO PAYMENT "
                           "TERMS RECORD."
               END-READ

               IF TERMS-OK THEN
                   MOVE PAYMENT-TERMS-RECORD TO WS-AUD-BEFORE-IMAGE
                   PERFORM ACCEPT-TERMS-CODE
                       THRU ACCEPT-TERMS-CODE-EXIT
                   IF WS-TERMS-ENTRY-VALID THEN
                       MOVE WS-TERMS-ENTRY TO TRM-TERMS-CODE
                       ACCEPT TRM-SET-DATE FROM DATE YYYYMMDD
                       REWRITE PAYMENT-TERMS-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT REWRITE "
                                   "RECORD."
                           NOT INVALID KEY
                               DISPLAY "PAYMENT TERMS CHANGED."
                               MOVE "C" TO WS-AUD-ACTION
                               MOVE PAYMENT-TERMS-RECORD
                                   TO WS-AUD-AFTER-IMAGE
                               PERFORM WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE PAYMENT-TERMS-FILE.

           CHANGE-TERMS-RECORD-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * INQUIRE-TERMS-RECORD DISPLAYS A CUSTOMER'S TERMS AND THE  *
      * DATE THEY WERE LAST SET.                                  *
      *----------------------------------------------------------*
           INQUIRE-TERMS-RECORD.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT TRM-FISCAL-CODE

               OPEN INPUT PAYMENT-TERMS-FILE
               READ PAYMENT-TERMS-FILE
                   INVALID KEY
                       DISPLAY "NO TERMS RECORD - CUSTOMER PAYS "
                           "IMMEDIATELY."
               END-READ

               IF TERMS-OK THEN
                   PERFORM SET-TERMS-TEXT
                   DISPLAY TRM-FISCAL-CODE " " WS-TERMS-TEXT
                       " SET " TRM-SET-DATE
               END-IF
               CLOSE PAYMENT-TERMS-FILE.

      *----------------------------------------------------------*
      * DELETE-TERMS-RECORD PUTS A CUSTOMER BACK ON IMMEDIATE     *
      * PAYMENT, THE TERMS FOR ANYONE WITHOUT A RECORD.           *
      *----------------------------------------------------------*
           DELETE-TERMS-RECORD.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT TRM-FISCAL-CODE

               OPEN I-O PAYMENT-TERMS-FILE
               READ PAYMENT-TERMS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: CUSTOMER HAS NO PAYMENT "
                           "TERMS RECORD."
               END-READ

               IF TERMS-OK THEN
                   MOVE PAYMENT-TERMS-RECORD TO WS-AUD-BEFORE-IMAGE
                   DELETE PAYMENT-TERMS-FILE RECORD
                   DISPLAY "PAYMENT TERMS DELETED."
                   MOVE "D"    TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
               CLOSE PAYMENT-TERMS-FILE.

      *----------------------------------------------------------*
      * ACCEPT-TERMS-CODE PROMPTS FOR ONE OF THE FOUR TERMS CODES *
      * AND REJECTS ANYTHING ELSE.                                *
      *----------------------------------------------------------*
           ACCEPT-TERMS-CODE.
               DISPLAY "ENTER TERMS - I)MMEDIATE, 3)0, 6)0 OR 9)0 "
                   "DAYS END OF MONTH: " WITH NO ADVANCING
               ACCEPT WS-TERMS-ENTRY
               IF NOT WS-TERMS-ENTRY-VALID THEN
                   DISPLAY "ERROR: TERMS MUST BE I, 3, 6 OR 9."
               END-IF.

           ACCEPT-TERMS-CODE-EXIT.
               EXIT.

           SET-TERMS-TEXT.
               MOVE "UNKNOWN TERMS CODE      " TO WS-TERMS-TEXT
               IF TRM-IMMEDIATE THEN
                   MOVE "IMMEDIATE PAYMENT       " TO WS-TERMS-TEXT
               END-IF
               IF TRM-30-EOM THEN
                   MOVE "30 DAYS END OF MONTH    " TO WS-TERMS-TEXT
               END-IF
               IF TRM-60-EOM THEN
                   MOVE "60 DAYS END OF MONTH    " TO WS-TERMS-TEXT
               END-IF
               IF TRM-90-EOM THEN
                   MOVE "90 DAYS END OF MONTH    " TO WS-TERMS-TEXT
               END-IF.

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
      * STAMP, KEY AND THE TERMS RECORD BEFORE AND AFTER THE      *
      * ACTION JUST TAKEN.  THE LOG IS CREATED ON FIRST USE.      *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE TRM-FISCAL-CODE TO WS-AUD-KEY

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
               MOVE "TRMMAINT"          TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
