      *                 BY HAND-KEYING OFF THE REGISTER - THE     *
      *                 EXACT RE-KEYING THE EXTRACT WAS BUILT TO  *
      *                 END.                                      *
      * 15/10/2026  NM  RELEASE STAMPS THE RELEASE DATE ON THE    *
      *                 REGISTER RECORD - THE SAME DATE THE GLSUP *
      *                 BLOCK CARRIES - SO VATREG CAN TIE THE     *
      *                 RELEASED INVOICE'S VAT TO THE RIGHT       *
      *                 MONTH'S LEDGER LINES.                     *
      * 15/10/2026  NM  OPERATOR ID ASKED AT SIGN-ON.  EVERY HOLD *
      *                 RELEASE NOW WRITES BEFORE AND AFTER       *
      *                 IMAGES OF THE REGISTER RECORD TO THE      *
      *                 MAINTAUD AUDIT LOG, WHERE MAINTRPT SHOWS  *
      *                 IT TO THE CREDIT MANAGER.                 *
      * 15/10/2026  NM  A NUMBER NOT ON THE REGISTER IS LOOKED UP *
      *                 ON THE INVARX INDEX OF INVOICES THE       *
      *                 YEAR-END CLOSE HAS ARCHIVED, AND SHOWN    *
      *                 WITH THE DATE OF THE CLOSE THAT MOVED IT. *
      * 15/10/2026  NM  INTEREST DEBIT NOTES RAISED BY INTRUN ARE *
      *                 FLAGGED "IN" ON THE INQUIRY LINE.         *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           SELECT GL-SUPPLEMENT-FILE ASSIGN TO "GLSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUP-STATUS.

           SELECT ARCHIVED-INDEX-FILE ASSIGN TO "INVARX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARX-INVOICE-NO
               FILE STATUS IS WS-INVARX-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
           05 GLT-RECORD-COUNT  PIC 9(6).
           05 GLT-HASH-TOTAL    PIC S9(11)V99
                   SIGN LEADING SEPARATE.

       FD  ARCHIVED-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVARX.

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-IVREG-STATUS PIC X(2).
               88 IVREG-OK             VALUE "00".
               88 IVREG-NOT-FOUND      VALUE "23".
               88 IVREG-FILE-NOT-FOUND VALUE "35".
           77 WS-INVARX-STATUS PIC X(2).
               88 INVARX-OK VALUE "00".
           77 WS-CRED-STATUS PIC X(2).
               88 CRED-OK VALUE "00".
           77 WS-FUNCTION    PIC X(1).
           77 WS-BROWSE-END-SW PIC X VALUE "N".
               88 END-OF-FISCAL-BROWSE VALUE "Y".

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

           01 INQ-DETAIL-LINE.
               05 IDL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 IDL-OPEN-BALANCE PIC -(6)9.99.
               05 IDL-HELD-FLAG   PIC X(5).
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM SIGN-ON-OPERATOR
                   THRU SIGN-ON-OPERATOR-EXIT
               IF WS-OPERATOR-ID = SPACES THEN
                   GO TO END-PROGRAM
               END-IF.

           MAIN-PROCEDURE.
               DISPLAY "N)UMBER  F)ISCAL BROWSE  R)ELEASE HOLD  "
                   "Q)UIT: " WITH NO ADVANCING

      *----------------------------------------------------------*
      * INQUIRE-BY-NUMBER READS ONE INVOICE STRAIGHT OFF THE      *
      * REGISTER BY ITS INVOICE NUMBER AND DISPLAYS IT, FALLING   *
      * BACK TO THE ARCHIVE INDEX WHEN IT IS NOT ON THE REGISTER. *
      *----------------------------------------------------------*
           INQUIRE-BY-NUMBER.
               DISPLAY "ENTER INVOICE NUMBER: " WITH NO ADVANCING
               MOVE WS-NUMBER-NUMERIC TO IVR-INVOICE-NO
               READ INVOICE-REGISTER-FILE
                   INVALID KEY
                       PERFORM INQUIRE-ARCHIVED-INVOICE
                           THRU INQUIRE-ARCHIVED-INVOICE-EXIT
                   NOT INVALID KEY
                       PERFORM DISPLAY-ONE-INVOICE
               END-READ
           INQUIRE-BY-NUMBER-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * INQUIRE-ARCHIVED-INVOICE READS THE INVARX INDEX FOR AN    *
      * INVOICE NO LONGER ON THE REGISTER.  THE INDEX CARRIES THE *
      * REGISTER RECORD AS IT STOOD WHEN ARCHIVED, SO IT IS SHOWN *
      * ON THE USUAL LINE, FOLLOWED BY WHEN IT WAS ARCHIVED.      *
      *----------------------------------------------------------*
           INQUIRE-ARCHIVED-INVOICE.
               OPEN INPUT ARCHIVED-INDEX-FILE
               IF NOT INVARX-OK THEN
                   DISPLAY "ERROR: INVOICE " WS-NUMBER-ENTRY
                       " NOT ON THE REGISTER."
                   GO TO INQUIRE-ARCHIVED-INVOICE-EXIT
               END-IF

               MOVE WS-NUMBER-NUMERIC TO ARX-INVOICE-NO
               READ ARCHIVED-INDEX-FILE
                   INVALID KEY
                       DISPLAY "ERROR: INVOICE " WS-NUMBER-ENTRY
                           " NOT ON THE REGISTER OR THE ARCHIVE."
                   NOT INVALID KEY
                       MOVE ARX-INVOICE-IMAGE
                           TO INVOICE-REGISTER-RECORD
                       PERFORM DISPLAY-ONE-INVOICE
                       DISPLAY "ARCHIVED " ARX-ARCHIVE-DATE
                           " (CUTOFF " ARX-CUTOFF-DATE ") WITH "
                           ARX-PAYMENT-COUNT " PAYMENT(S)."
               END-READ
               CLOSE ARCHIVED-INDEX-FILE.

           INQUIRE-ARCHIVED-INVOICE-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * BROWSE-BY-FISCAL-CODE LISTS EVERY INVOICE ON THE REGISTER *
      * FOR ONE CUSTOMER, BROWSING OVER THE IVR-FISCAL-CODE       *
               IF IVR-IS-CREDIT THEN
                   MOVE "CR" TO IDL-CREDIT-FLAG
               ELSE
                   IF IVR-IS-INTEREST-NOTE THEN
                       MOVE "IN" TO IDL-CREDIT-FLAG
                   ELSE
                       MOVE SPACES TO IDL-CREDIT-FLAG
                   END-IF
               END-IF
               MOVE IVR-OPEN-BALANCE TO IDL-OPEN-BALANCE
               IF IVR-IS-HELD THEN

               MOVE IVR-FISCAL-CODE TO WS-REL-FISCAL
               MOVE IVR-GRAND-TOTAL TO WS-REL-AMOUNT
               MOVE INVOICE-REGISTER-RECORD TO WS-AUD-BEFORE-IMAGE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO IVR-HELD-FLAG
               MOVE WS-TODAY TO IVR-RELEASE-DATE
               REWRITE INVOICE-REGISTER-RECORD
               MOVE INVOICE-REGISTER-RECORD TO WS-AUD-AFTER-IMAGE
               CLOSE INVOICE-REGISTER-FILE

               MOVE "R"             TO WS-AUD-ACTION
               MOVE WS-NUMBER-ENTRY TO WS-AUD-KEY
               PERFORM WRITE-MAINT-AUDIT

               OPEN I-O CREDIT-CONTROL-FILE
               IF CRED-OK THEN
                   MOVE WS-REL-FISCAL TO CRD-FISCAL-CODE
                       GO TO EMIT-RELEASE-GL-LINES-EXIT
               END-READ

               OPEN EXTEND GL-SUPPLEMENT-FILE
               IF GLSUP-FILE-NOT-FOUND THEN
                   OPEN OUTPUT GL-SUPPLEMENT-FILE
               ADD 1 TO WS-GL-RECORD-COUNT
               ADD HGL-CAT-GROSS(WS-GL-CAT-IDX) TO WS-GL-HASH-TOTAL.

      *----------------------------------------------------------*
      * SIGN-ON-OPERATOR ASKS WHO IS AT THE TERMINAL BEFORE THE   *
      * MENU IS SHOWN, SO A RELEASE CAN BE TRACED TO THE PERSON   *
      * WHO LET THE INVOICE GO.  A BLANK ID IS REFUSED; AFTER     *
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
      * STAMP, INVOICE NUMBER AND THE REGISTER RECORD BEFORE AND  *
      * AFTER THE RELEASE.  THE LOG IS CREATED ON FIRST USE.      *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME

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
               MOVE "INVINQ"            TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
