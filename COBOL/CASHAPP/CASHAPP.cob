       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  CASH APPLICATION FOR THE  *
      *                 DESK, IN THE STYLE OF INVINQ.  MONEY      *
      *                 PAYPOST COULD NOT MATCH TO AN INVOICE     *
      *                 SITS ON THE UNAPCASH UNAPPLIED CASH       *
      *                 LEDGER UNDER THE PAYER'S FISCAL CODE;     *
      *                 THIS PROGRAM SHOWS A CUSTOMER'S HELD CASH *
      *                 AND OPEN INVOICES AND ALLOCATES THE CASH  *
      *                 TO A CHOSEN INVOICE.  EVERY APPLICATION   *
      *                 RELIEVES THE INVOICE'S OPEN BALANCE, IS   *
      *                 LOGGED TO PAYLOG AND TAKES THE AMOUNT OFF *
      *                 THE CUSTOMER'S CREDMAST EXPOSURE EXACTLY  *
      *                 AS A PAYPOST POSTING DOES.                *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCR-FISCAL-CODE
               FILE STATUS IS WS-UNAP-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVR-INVOICE-NO
               ALTERNATE RECORD KEY IS IVR-FISCAL-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-IVREG-STATUS.

           SELECT CREDIT-CONTROL-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-FISCAL-CODE
               FILE STATUS IS WS-CRED-STATUS.

           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNAPCSH.

       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

       FD  CREDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CREDMST.

       FD  PAYMENT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYLOG.
       WORKING-STORAGE SECTION.
           77 WS-UNAP-STATUS  PIC X(2).
               88 UNAP-OK             VALUE "00".
               88 UNAP-FILE-NOT-FOUND VALUE "35".
           77 WS-IVREG-STATUS PIC X(2).
               88 IVREG-OK             VALUE "00".
               88 IVREG-FILE-NOT-FOUND VALUE "35".
           77 WS-CRED-STATUS  PIC X(2).
               88 CRED-OK VALUE "00".
           77 WS-PAYLOG-STATUS PIC X(2).
               88 PAYLOG-OK             VALUE "00".
               88 PAYLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-FUNCTION     PIC X(1).
               88 FUNCTION-IS-INQUIRE VALUE "I".
               88 FUNCTION-IS-APPLY   VALUE "A".
               88 FUNCTION-IS-QUIT    VALUE "Q".
           77 WS-SEARCH-FISCAL PIC X(16).
           77 WS-NUMBER-ENTRY PIC X(8).
           77 WS-NUMBER-NUMERIC REDEFINES WS-NUMBER-ENTRY PIC 9(8).
           77 WS-AMOUNT-ENTRY PIC X(8).
           77 WS-AMOUNT-NUMERIC REDEFINES WS-AMOUNT-ENTRY PIC 9(8).
           77 WS-APPLY-AMOUNT PIC S9(6)V99.
           77 WS-HELD-BALANCE PIC S9(7)V99.
           77 WS-AMOUNT-DISPLAY PIC -(7)9.99.
           77 WS-TODAY        PIC 9(8).
           77 WS-NOW          PIC 9(8).
           77 WS-MATCH-COUNT  PIC 9(3) VALUE ZEROS.
           77 WS-BROWSE-END-SW PIC X VALUE "N".
               88 END-OF-FISCAL-BROWSE VALUE "Y".

           01 CASH-OPEN-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 COL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 COL-RUN-DATE    PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 COL-GRAND-TOTAL PIC -(6)9.99.
               05 FILLER          PIC X(6) VALUE " OPEN ".
               05 COL-OPEN-BALANCE PIC -(6)9.99.
               05 COL-HELD-FLAG   PIC X(5).
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               DISPLAY "I)NQUIRE  A)PPLY HELD CASH  Q)UIT: "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCTION

               IF FUNCTION-IS-INQUIRE THEN
                   PERFORM INQUIRE-HELD-CASH
                       THRU INQUIRE-HELD-CASH-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-APPLY THEN
                   PERFORM APPLY-HELD-CASH
                       THRU APPLY-HELD-CASH-EXIT
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
      * INQUIRE-HELD-CASH SHOWS A CUSTOMER'S UNAPPLIED BALANCE    *
      * AND LISTS THEIR INVOICES STILL CARRYING AN OPEN BALANCE,  *
      * SO THE DESK CAN SEE WHAT THE MONEY MIGHT PAY.             *
      *----------------------------------------------------------*
           INQUIRE-HELD-CASH.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-SEARCH-FISCAL

               OPEN INPUT UNAPPLIED-CASH-FILE
               IF NOT UNAP-OK THEN
                   DISPLAY "ERROR: UNAPPLIED CASH LEDGER NOT "
                       "AVAILABLE - STATUS " WS-UNAP-STATUS "."
                   GO TO INQUIRE-HELD-CASH-EXIT
               END-IF

               MOVE WS-SEARCH-FISCAL TO UCR-FISCAL-CODE
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       MOVE ZEROS TO UCR-BALANCE
                                     UCR-RECEIVED-TOTAL
                                     UCR-APPLIED-TOTAL
                                     UCR-LAST-RECEIPT
               END-READ
               CLOSE UNAPPLIED-CASH-FILE

               MOVE UCR-BALANCE TO WS-AMOUNT-DISPLAY
               DISPLAY WS-SEARCH-FISCAL " HELD CASH "
                   WS-AMOUNT-DISPLAY " LAST RECEIVED "
                   UCR-LAST-RECEIPT

               PERFORM LIST-OPEN-INVOICES
                   THRU LIST-OPEN-INVOICES-EXIT.

           INQUIRE-HELD-CASH-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * LIST-OPEN-INVOICES BROWSES THE REGISTER OVER THE FISCAL-  *
      * CODE ALTERNATE KEY AND DISPLAYS EVERY INVOICE FOR THE     *
      * CUSTOMER THAT STILL HAS A POSITIVE OPEN BALANCE.          *
      *----------------------------------------------------------*
           LIST-OPEN-INVOICES.
               MOVE ZEROS TO WS-MATCH-COUNT
               MOVE "N" TO WS-BROWSE-END-SW

               OPEN INPUT INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS "."
                   GO TO LIST-OPEN-INVOICES-EXIT
               END-IF

               MOVE WS-SEARCH-FISCAL TO IVR-FISCAL-CODE
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IVR-FISCAL-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-BROWSE-END-SW
               END-START

               IF NOT END-OF-FISCAL-BROWSE THEN
                   READ INVOICE-REGISTER-FILE NEXT
                       AT END MOVE "Y" TO WS-BROWSE-END-SW
                   END-READ
               END-IF

               PERFORM LIST-ONE-OPEN-INVOICE
                   UNTIL END-OF-FISCAL-BROWSE

               IF WS-MATCH-COUNT IS EQUAL TO ZEROS THEN
                   DISPLAY "NO OPEN INVOICES FOR " WS-SEARCH-FISCAL "."
               ELSE
                   DISPLAY "OPEN INVOICES: " WS-MATCH-COUNT
               END-IF

               CLOSE INVOICE-REGISTER-FILE.

           LIST-OPEN-INVOICES-EXIT.
               EXIT.

           LIST-ONE-OPEN-INVOICE.
               IF IVR-FISCAL-CODE IS NOT EQUAL TO WS-SEARCH-FISCAL
                       THEN
                   MOVE "Y" TO WS-BROWSE-END-SW
               ELSE
                   IF IVR-OPEN-BALANCE IS GREATER THAN ZEROS THEN
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE IVR-INVOICE-NO   TO COL-INVOICE-NO
                       MOVE IVR-RUN-DATE     TO COL-RUN-DATE
                       MOVE IVR-GRAND-TOTAL  TO COL-GRAND-TOTAL
                       MOVE IVR-OPEN-BALANCE TO COL-OPEN-BALANCE
                       IF IVR-IS-HELD THEN
                           MOVE " HELD" TO COL-HELD-FLAG
                       ELSE
                           MOVE SPACES TO COL-HELD-FLAG
                       END-IF
                       DISPLAY CASH-OPEN-LINE
                   END-IF

                   READ INVOICE-REGISTER-FILE NEXT
                       AT END MOVE "Y" TO WS-BROWSE-END-SW
                   END-READ
               END-IF.

      *----------------------------------------------------------*
      * APPLY-HELD-CASH ALLOCATES PART OR ALL OF A CUSTOMER'S     *
      * HELD CASH TO ONE OF THEIR INVOICES.  THE AMOUNT MAY NOT   *
      * EXCEED EITHER THE HELD BALANCE OR THE INVOICE'S OPEN      *
      * BALANCE; AN AMOUNT OF ZERO APPLIES AS MUCH AS BOTH ALLOW. *
      * THE INVOICE MUST BELONG TO THE SAME FISCAL CODE AND MAY   *
      * NOT BE HELD - A HELD INVOICE IS NOT YET ON THE CUSTOMER'S *
      * EXPOSURE, SO PAYING IT WOULD RELIEVE EXPOSURE NEVER       *
      * CHARGED (PAYPOST PASSES HELD INVOICES BY THE SAME WAY).   *
      *----------------------------------------------------------*
           APPLY-HELD-CASH.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-SEARCH-FISCAL

               OPEN I-O UNAPPLIED-CASH-FILE
               IF NOT UNAP-OK THEN
                   DISPLAY "ERROR: UNAPPLIED CASH LEDGER NOT "
                       "AVAILABLE - STATUS " WS-UNAP-STATUS "."
                   GO TO APPLY-HELD-CASH-EXIT
               END-IF

               MOVE WS-SEARCH-FISCAL TO UCR-FISCAL-CODE
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CASH HELD FOR "
                           WS-SEARCH-FISCAL "."
                       CLOSE UNAPPLIED-CASH-FILE
                       GO TO APPLY-HELD-CASH-EXIT
               END-READ

               IF UCR-BALANCE IS NOT GREATER THAN ZEROS THEN
                   DISPLAY "ERROR: NO CASH HELD FOR "
                       WS-SEARCH-FISCAL "."
                   CLOSE UNAPPLIED-CASH-FILE
                   GO TO APPLY-HELD-CASH-EXIT
               END-IF
               MOVE UCR-BALANCE TO WS-HELD-BALANCE

               DISPLAY "ENTER INVOICE NUMBER: " WITH NO ADVANCING
               ACCEPT WS-NUMBER-ENTRY
               IF WS-NUMBER-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: INVOICE NUMBER MUST BE NUMERIC."
                   CLOSE UNAPPLIED-CASH-FILE
                   GO TO APPLY-HELD-CASH-EXIT
               END-IF

               OPEN I-O INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS "."
                   CLOSE UNAPPLIED-CASH-FILE
                   GO TO APPLY-HELD-CASH-EXIT
               END-IF

               MOVE WS-NUMBER-NUMERIC TO IVR-INVOICE-NO
               READ INVOICE-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: INVOICE " WS-NUMBER-ENTRY
                           " NOT ON THE REGISTER."
                       GO TO APPLY-HELD-CASH-CLOSE
               END-READ

               IF IVR-FISCAL-CODE IS NOT EQUAL TO WS-SEARCH-FISCAL
                       THEN
                   DISPLAY "ERROR: INVOICE " WS-NUMBER-ENTRY
                       " BELONGS TO " IVR-FISCAL-CODE "."
                   GO TO APPLY-HELD-CASH-CLOSE
               END-IF

               IF IVR-IS-CREDIT
                       OR IVR-OPEN-BALANCE IS NOT GREATER THAN ZEROS
                       THEN
                   DISPLAY "ERROR: INVOICE " WS-NUMBER-ENTRY
                       " HAS NOTHING OPEN TO PAY."
                   GO TO APPLY-HELD-CASH-CLOSE
               END-IF

               IF IVR-IS-HELD THEN
                   DISPLAY "ERROR: INVOICE " WS-NUMBER-ENTRY
                       " IS HELD - RELEASE IT BEFORE APPLYING CASH."
                   GO TO APPLY-HELD-CASH-CLOSE
               END-IF

               MOVE WS-HELD-BALANCE TO WS-AMOUNT-DISPLAY
               DISPLAY "HELD CASH    " WS-AMOUNT-DISPLAY
               MOVE IVR-OPEN-BALANCE TO WS-AMOUNT-DISPLAY
               DISPLAY "INVOICE OPEN " WS-AMOUNT-DISPLAY

               DISPLAY "ENTER AMOUNT IN CENTS (E.G. 00012550 = "
                   "125.50, 00000000 = ALL IT WILL TAKE): "
                   WITH NO ADVANCING
               ACCEPT WS-AMOUNT-ENTRY
               IF WS-AMOUNT-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: AMOUNT MUST BE EIGHT DIGITS OF "
                       "CENTS."
                   GO TO APPLY-HELD-CASH-CLOSE
               END-IF

               COMPUTE WS-APPLY-AMOUNT = WS-AMOUNT-NUMERIC / 100
               IF WS-APPLY-AMOUNT IS EQUAL TO ZEROS THEN
                   IF WS-HELD-BALANCE IS LESS THAN IVR-OPEN-BALANCE
                           THEN
                       MOVE WS-HELD-BALANCE TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE IVR-OPEN-BALANCE TO WS-APPLY-AMOUNT
                   END-IF
               END-IF

               IF WS-APPLY-AMOUNT IS GREATER THAN WS-HELD-BALANCE THEN
                   DISPLAY "ERROR: AMOUNT IS MORE THAN THE CASH HELD."
                   GO TO APPLY-HELD-CASH-CLOSE
               END-IF

               IF WS-APPLY-AMOUNT IS GREATER THAN IVR-OPEN-BALANCE
                       THEN
                   DISPLAY "ERROR: AMOUNT IS MORE THAN THE INVOICE'S "
                       "OPEN BALANCE."
                   GO TO APPLY-HELD-CASH-CLOSE
               END-IF

               SUBTRACT WS-APPLY-AMOUNT FROM IVR-OPEN-BALANCE
               ADD WS-APPLY-AMOUNT TO IVR-PAID-TOTAL
               REWRITE INVOICE-REGISTER-RECORD

               SUBTRACT WS-APPLY-AMOUNT FROM UCR-BALANCE
               ADD WS-APPLY-AMOUNT TO UCR-APPLIED-TOTAL
               REWRITE UNAPPLIED-CASH-RECORD

               PERFORM WRITE-PAYMENT-LOG
               PERFORM RELIEVE-CREDIT-EXPOSURE

               MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY WS-AMOUNT-DISPLAY " APPLIED TO INVOICE "
                   WS-NUMBER-ENTRY ".".

           APPLY-HELD-CASH-CLOSE.
               CLOSE INVOICE-REGISTER-FILE
               CLOSE UNAPPLIED-CASH-FILE.

           APPLY-HELD-CASH-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * WRITE-PAYMENT-LOG APPENDS THE APPLICATION TO PAYLOG,      *
      * DATED TODAY, SO THE STATEMENT RUN SHOWS IT AS A PAYMENT   *
      * AGAINST THE INVOICE IT WAS ALLOCATED TO.                  *
      *----------------------------------------------------------*
           WRITE-PAYMENT-LOG.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW FROM TIME

               OPEN EXTEND PAYMENT-LOG-FILE
               IF PAYLOG-FILE-NOT-FOUND THEN
                   OPEN OUTPUT PAYMENT-LOG-FILE
                   CLOSE PAYMENT-LOG-FILE
                   OPEN EXTEND PAYMENT-LOG-FILE
               END-IF

               MOVE SPACES           TO PAYMENT-LOG-RECORD
               MOVE WS-TODAY         TO PLR-DATE
               MOVE WS-NOW           TO PLR-TIME
               MOVE WS-SEARCH-FISCAL TO PLR-FISCAL-CODE
               MOVE IVR-INVOICE-NO   TO PLR-INVOICE-NO
               MOVE WS-APPLY-AMOUNT  TO PLR-AMOUNT
               WRITE PAYMENT-LOG-RECORD
               CLOSE PAYMENT-LOG-FILE.

      *----------------------------------------------------------*
      * RELIEVE-CREDIT-EXPOSURE TAKES THE APPLIED AMOUNT OFF THE  *
      * CUSTOMER'S CREDMAST EXPOSURE THE WAY PAYPOST DOES.  A     *
      * CUSTOMER WITH NO RECORD IS NOT UNDER CREDIT CONTROL.      *
      *----------------------------------------------------------*
           RELIEVE-CREDIT-EXPOSURE.
               OPEN I-O CREDIT-CONTROL-FILE
               IF CRED-OK THEN
                   MOVE WS-SEARCH-FISCAL TO CRD-FISCAL-CODE
                   READ CREDIT-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT WS-APPLY-AMOUNT FROM CRD-EXPOSURE
                           REWRITE CREDIT-CONTROL-RECORD
                   END-READ
                   CLOSE CREDIT-CONTROL-FILE
               END-IF.

           END-PROGRAM.
       STOP RUN.
