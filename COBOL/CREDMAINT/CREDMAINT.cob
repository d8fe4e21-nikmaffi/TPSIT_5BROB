      *                 AT ZERO; A CHANGE RE-KEYS THE LIMIT ONLY, *
      *                 SINCE THE EXPOSURE BELONGS TO THE PRICING *
      *                 RUN AND PAYPOST.                          *
      * 15/10/2026  NM  OPERATOR ID ASKED AT SIGN-ON.  EVERY ADD, *
      *                 CHANGE AND DELETE NOW WRITES BEFORE AND   *
      *                 AFTER IMAGES OF THE CREDIT RECORD TO THE  *
      *                 MAINTAUD AUDIT LOG FOR MAINTRPT.          *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-FISCAL-CODE
               FILE STATUS IS WS-CRED-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CREDMST.

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-CRED-STATUS PIC X(2).
               88 CRED-OK             VALUE "00".
           77 WS-LIMIT-NUMERIC REDEFINES WS-LIMIT-ENTRY PIC 9(9).
           77 WS-LIMIT-DISPLAY    PIC Z,ZZZ,ZZ9.99.
           77 WS-EXPOSURE-DISPLAY PIC -(7)9.99.
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
                           "CREDIT CONTROL."
                   NOT INVALID KEY
                       DISPLAY "CREDIT RECORD ADDED."
                       MOVE "A"                   TO WS-AUD-ACTION
                       MOVE SPACES                TO WS-AUD-BEFORE-IMAGE
                       MOVE CREDIT-CONTROL-RECORD TO WS-AUD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
               CLOSE CREDIT-CONTROL-FILE.

               END-READ

               IF CRED-OK THEN
                   MOVE CREDIT-CONTROL-RECORD TO WS-AUD-BEFORE-IMAGE
                   PERFORM ACCEPT-CREDIT-LIMIT
                       THRU ACCEPT-CREDIT-LIMIT-EXIT
                   IF WS-LIMIT-NUMERIC IS NUMERIC THEN
                                   "RECORD."
                           NOT INVALID KEY
                               DISPLAY "CREDIT LIMIT CHANGED."
                               MOVE "C" TO WS-AUD-ACTION
                               MOVE CREDIT-CONTROL-RECORD
                                   TO WS-AUD-AFTER-IMAGE
                               PERFORM WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
               END-IF
               END-READ

               IF CRED-OK THEN
                   MOVE CREDIT-CONTROL-RECORD TO WS-AUD-BEFORE-IMAGE
                   DELETE CREDIT-CONTROL-FILE RECORD
                   DISPLAY "CREDIT RECORD DELETED."
                   MOVE "D"    TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
               CLOSE CREDIT-CONTROL-FILE.

           ACCEPT-CREDIT-LIMIT-EXIT.
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
      * STAMP, KEY AND THE CREDIT RECORD BEFORE AND AFTER THE     *
      * ACTION JUST TAKEN.  THE LOG IS CREATED ON FIRST USE.      *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE CRD-FISCAL-CODE TO WS-AUD-KEY

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
               MOVE "CREDMAINT"         TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
