      *                 COMPILE-TIME VALUE IN THE FILE SECTION    *
      *                 AND WERE WRITTEN AS WHATEVER THE BUFFER   *
      *                 HELD.                                     *
      * 15/10/2026  NM  PAYMENTS THAT CANNOT BE MATCHED ARE NO    *
      *                 LONGER BOUNCED TO ERRLOG.  AN UNKNOWN     *
      *                 INVOICE OR A FISCAL CODE THAT DOES NOT    *
      *                 MATCH IS HELD IN FULL, AND AN OVERPAYMENT *
      *                 CLEARS THE INVOICE AND HOLDS THE EXCESS,  *
      *                 ON THE NEW UNAPCASH UNAPPLIED CASH LEDGER *
      *                 KEYED BY FISCAL CODE FOR CASHAPP TO       *
      *                 ALLOCATE LATER.  A PAYMENT WITH NO        *
      *                 INVOICE NUMBER IS APPLIED ON ACCOUNT TO   *
      *                 THE CUSTOMER'S OLDEST OPEN INVOICES FIRST *
      *                 AND ANY REMAINDER IS HELD.  ONLY A        *
      *                 PAYMENT WITH NO FISCAL CODE, OR ONE THAT  *
      *                 CANNOT BE HELD BECAUSE THE LEDGER IS NOT  *
      *                 AVAILABLE, IS STILL REJECTED.  PAYLOG NOW *
      *                 USES THE SHARED PAYLOG COPYBOOK.          *
      * 15/10/2026  NM  A PAYMENT THAT LEAVES THE CUSTOMER WITH   *
      *                 NOTHING OPEN PUTS THEIR DUNNING LEVEL ON  *
      *                 DUNHIST BACK TO ZERO, SO THE NEXT LAPSE   *
      *                 STARTS AGAIN FROM A FIRST REMINDER.       *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-FISCAL-CODE
               FILE STATUS IS WS-CRED-STATUS.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCR-FISCAL-CODE
               FILE STATUS IS WS-UNAP-STATUS.

           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DNH-FISCAL-CODE
               FILE STATUS IS WS-DUNHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-TRANS-FILE
       01  PAYMENT-REPORT-RECORD PIC X(80).

      *----------------------------------------------------------*
      * ONE PAYLOG ENTRY PER AMOUNT APPLIED TO AN INVOICE.        *
      * PAYPOST AND CASHAPP APPEND TO IT; THE STATEMENT RUN ONLY  *
      * READS IT.                                                 *
      *----------------------------------------------------------*
       FD  PAYMENT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYLOG.

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       FD  CREDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CREDMST.

       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNAPCSH.

       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNHIST.
       WORKING-STORAGE SECTION.
           77 WS-PAYIN-STATUS  PIC X(2).
               88 PAYIN-OK VALUE "00".
           77 WS-POSTED-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-REJECT-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-POSTED-TOTAL  PIC S9(8)V99 VALUE ZEROS.
           77 WS-HELD-COUNT    PIC 9(8) VALUE ZEROS.
           77 WS-HELD-TOTAL    PIC S9(8)V99 VALUE ZEROS.
           77 WS-REJECT-TOTAL  PIC S9(8)V99 VALUE ZEROS.

           77 WS-ERRLOG-STATUS PIC X(2).
               88 ERRLOG-OK             VALUE "00".
           77 WS-CRED-AVAIL-SW PIC X VALUE "N".
               88 CREDIT-CONTROL-IS-AVAILABLE VALUE "Y".

           77 WS-UNAP-STATUS   PIC X(2).
               88 UNAP-OK             VALUE "00".
               88 UNAP-FILE-NOT-FOUND VALUE "35".
           77 WS-UNAP-AVAIL-SW PIC X VALUE "N".
               88 UNAPPLIED-CASH-IS-AVAILABLE VALUE "Y".
           77 WS-APPLY-AMOUNT  PIC S9(6)V99.
           77 WS-HOLD-AMOUNT   PIC S9(6)V99.
           77 WS-REMAINING     PIC S9(6)V99.
           77 WS-ACCOUNT-END-SW PIC X VALUE "N".
               88 END-OF-ACCOUNT-BROWSE VALUE "Y".
           77 WS-DUNHIST-STATUS PIC X(2).
               88 DUNHIST-OK VALUE "00".
           77 WS-DUNHIST-AVAIL-SW PIC X VALUE "N".
               88 DUNNING-HISTORY-IS-AVAILABLE VALUE "Y".
           77 WS-APPLIED-SW    PIC X VALUE "N".
               88 PAYMENT-WAS-APPLIED VALUE "Y".
           77 WS-STILL-OPEN-SW PIC X VALUE "N".
               88 CUSTOMER-STILL-OWES VALUE "Y".

           01 PAY-OUTCOME-LINE.
               05 POL-OUTCOME     PIC X(10).
               05 POL-INVOICE-NO  PIC 9(8).
           01 PAY-SUMMARY-LINE.
               05 PSL-LABEL       PIC X(20).
               05 PSL-COUNT       PIC ZZZZZZZ9.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 PSL-AMOUNT      PIC -(8)9.99.
               05 FILLER          PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       "EXPOSURE NOT RELIEVED."
               END-IF

               OPEN I-O UNAPPLIED-CASH-FILE
               IF UNAP-FILE-NOT-FOUND THEN
                   OPEN OUTPUT UNAPPLIED-CASH-FILE
                   CLOSE UNAPPLIED-CASH-FILE
                   OPEN I-O UNAPPLIED-CASH-FILE
               END-IF
               IF UNAP-OK THEN
                   MOVE "Y" TO WS-UNAP-AVAIL-SW
               ELSE
                   DISPLAY "WARNING: UNAPPLIED CASH LEDGER NOT "
                       "AVAILABLE - STATUS " WS-UNAP-STATUS
                       " - UNMATCHED PAYMENTS WILL BE REJECTED."
               END-IF

               OPEN I-O DUNNING-HISTORY-FILE
               IF DUNHIST-OK THEN
                   MOVE "Y" TO WS-DUNHIST-AVAIL-SW
               END-IF

               OPEN OUTPUT PAYMENT-REPORT-FILE
               MOVE "PAYMENT POSTING REPORT"
                   TO PAYMENT-REPORT-RECORD
               IF CREDIT-CONTROL-IS-AVAILABLE THEN
                   CLOSE CREDIT-CONTROL-FILE
               END-IF
               IF UNAPPLIED-CASH-IS-AVAILABLE THEN
                   CLOSE UNAPPLIED-CASH-FILE
               END-IF
               IF DUNNING-HISTORY-IS-AVAILABLE THEN
                   CLOSE DUNNING-HISTORY-FILE
               END-IF

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

      *----------------------------------------------------------*
      * POST-ONE-PAYMENT LOOKS THE PAYMENT'S INVOICE UP ON THE    *
      * REGISTER AND RELIEVES ITS OPEN BALANCE.  A PAYMENT WITH   *
      * NO INVOICE NUMBER GOES ON ACCOUNT, OLDEST INVOICE FIRST.  *
      * AN UNKNOWN INVOICE OR A FISCAL CODE THAT DOES NOT MATCH   *
      * THE INVOICE IS HELD IN FULL ON THE UNAPPLIED CASH LEDGER; *
      * AN OVERPAYMENT CLEARS THE INVOICE AND HOLDS THE EXCESS.   *
      * ONLY A PAYMENT WITH NO FISCAL CODE TO HOLD IT UNDER IS    *
      * REJECTED TO ERRLOG.                                       *
      *----------------------------------------------------------*
       POST-ONE-PAYMENT.
           MOVE SPACES          TO PAY-OUTCOME-LINE
           MOVE PTR-FISCAL-CODE TO POL-FISCAL-CODE
           MOVE PTR-AMOUNT      TO POL-AMOUNT

           IF PTR-FISCAL-CODE IS EQUAL TO SPACES THEN
               MOVE PTR-AMOUNT   TO WS-HOLD-AMOUNT
               MOVE "REJECTED: " TO POL-OUTCOME
               MOVE "NO FISCAL CODE TO HOLD UNDER" TO POL-REASON
               PERFORM REJECT-THIS-PAYMENT
               GO TO POST-ONE-PAYMENT-NEXT
           END-IF

           IF PTR-INVOICE-NO IS EQUAL TO ZEROS THEN
               PERFORM APPLY-ON-ACCOUNT
                   THRU APPLY-ON-ACCOUNT-EXIT
               GO TO POST-ONE-PAYMENT-NEXT
           END-IF

           MOVE PTR-INVOICE-NO TO IVR-INVOICE-NO
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   MOVE PTR-AMOUNT TO WS-HOLD-AMOUNT
                   MOVE "INVOICE NOT ON REGISTER" TO POL-REASON
                   PERFORM HOLD-UNAPPLIED-CASH
                   GO TO POST-ONE-PAYMENT-NEXT
           END-READ

           IF IVR-FISCAL-CODE IS NOT EQUAL TO PTR-FISCAL-CODE THEN
               MOVE PTR-AMOUNT TO WS-HOLD-AMOUNT
               MOVE "FISCAL CODE DOES NOT MATCH" TO POL-REASON
               PERFORM HOLD-UNAPPLIED-CASH
               GO TO POST-ONE-PAYMENT-NEXT
           END-IF

           MOVE PTR-AMOUNT TO WS-APPLY-AMOUNT
           MOVE ZEROS      TO WS-HOLD-AMOUNT
           IF PTR-AMOUNT IS GREATER THAN IVR-OPEN-BALANCE THEN
               IF IVR-OPEN-BALANCE IS GREATER THAN ZEROS THEN
                   MOVE IVR-OPEN-BALANCE TO WS-APPLY-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-APPLY-AMOUNT
               END-IF
               COMPUTE WS-HOLD-AMOUNT = PTR-AMOUNT - WS-APPLY-AMOUNT
           END-IF

           IF WS-APPLY-AMOUNT IS GREATER THAN ZEROS THEN
               PERFORM APPLY-TO-INVOICE
           END-IF

           IF WS-HOLD-AMOUNT IS GREATER THAN ZEROS THEN
               MOVE PTR-INVOICE-NO TO POL-INVOICE-NO
               MOVE "OVERPAYMENT - EXCESS HELD" TO POL-REASON
               PERFORM HOLD-UNAPPLIED-CASH
           END-IF.

       POST-ONE-PAYMENT-NEXT.
           IF PAYMENT-WAS-APPLIED AND DUNNING-HISTORY-IS-AVAILABLE
                   THEN
               PERFORM RESET-DUNNING-LEVEL
           END-IF
           MOVE "N" TO WS-APPLIED-SW

           READ PAYMENT-TRANS-FILE
               AT END MOVE "Y" TO WS-PAYIN-EOF-SW
           END-READ.
       POST-ONE-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * APPLY-ON-ACCOUNT SPREADS A PAYMENT THAT NAMES NO INVOICE  *
      * OVER THE CUSTOMER'S OPEN INVOICES, BROWSING THE REGISTER  *
      * OVER THE IVR-FISCAL-CODE ALTERNATE KEY.  DUPLICATES COME  *
      * BACK IN THE ORDER THEY WERE WRITTEN - INVOICE-NUMBER AND  *
      * SO ISSUE ORDER - SO THE OLDEST INVOICE IS CLEARED FIRST.  *
      * CREDITS AND INVOICES HELD FOR CREDIT ARE PASSED OVER.     *
      * WHATEVER IS LEFT WHEN THE CUSTOMER OWES NOTHING MORE IS   *
      * HELD ON THE UNAPPLIED CASH LEDGER.                        *
      *----------------------------------------------------------*
       APPLY-ON-ACCOUNT.
           MOVE PTR-AMOUNT TO WS-REMAINING
           MOVE "N" TO WS-ACCOUNT-END-SW

           MOVE PTR-FISCAL-CODE TO IVR-FISCAL-CODE
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IVR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-END-SW
           END-START

           IF NOT END-OF-ACCOUNT-BROWSE THEN
               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-ACCOUNT-END-SW
               END-READ
           END-IF

           PERFORM APPLY-TO-ONE-OPEN-INVOICE
               UNTIL END-OF-ACCOUNT-BROWSE

           IF WS-REMAINING IS GREATER THAN ZEROS THEN
               MOVE SPACES          TO PAY-OUTCOME-LINE
               MOVE ZEROS           TO POL-INVOICE-NO
               MOVE PTR-FISCAL-CODE TO POL-FISCAL-CODE
               MOVE WS-REMAINING    TO WS-HOLD-AMOUNT
               IF WS-REMAINING IS EQUAL TO PTR-AMOUNT THEN
                   MOVE "ON ACCOUNT - NOTHING OPEN" TO POL-REASON
               ELSE
                   MOVE "ON ACCOUNT - EXCESS HELD" TO POL-REASON
               END-IF
               PERFORM HOLD-UNAPPLIED-CASH
           END-IF.

       APPLY-ON-ACCOUNT-EXIT.
           EXIT.

       APPLY-TO-ONE-OPEN-INVOICE.
           IF IVR-FISCAL-CODE IS NOT EQUAL TO PTR-FISCAL-CODE
                   OR WS-REMAINING IS NOT GREATER THAN ZEROS THEN
               MOVE "Y" TO WS-ACCOUNT-END-SW
           ELSE
               IF NOT IVR-IS-CREDIT AND NOT IVR-IS-HELD
                       AND IVR-OPEN-BALANCE IS GREATER THAN ZEROS
                       THEN
                   IF WS-REMAINING IS GREATER THAN IVR-OPEN-BALANCE
                           THEN
                       MOVE IVR-OPEN-BALANCE TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE WS-REMAINING TO WS-APPLY-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING
                   PERFORM APPLY-TO-INVOICE
               END-IF

               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-ACCOUNT-END-SW
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * APPLY-TO-INVOICE POSTS WS-APPLY-AMOUNT AGAINST THE        *
      * REGISTER RECORD IN HAND - RELIEVES ITS OPEN BALANCE,      *
      * LOGS IT TO PAYLOG, TAKES IT OFF THE CUSTOMER'S CREDIT     *
      * EXPOSURE AND PRINTS THE POSTED LINE.                      *
      *----------------------------------------------------------*
       APPLY-TO-INVOICE.
           MOVE "Y" TO WS-APPLIED-SW
           SUBTRACT WS-APPLY-AMOUNT FROM IVR-OPEN-BALANCE
           ADD WS-APPLY-AMOUNT TO IVR-PAID-TOTAL
           REWRITE INVOICE-REGISTER-RECORD

           ADD 1 TO WS-POSTED-COUNT
           ADD WS-APPLY-AMOUNT TO WS-POSTED-TOTAL
           MOVE SPACES          TO PAY-OUTCOME-LINE
           MOVE "POSTED:   "    TO POL-OUTCOME
           MOVE IVR-INVOICE-NO  TO POL-INVOICE-NO
           MOVE PTR-FISCAL-CODE TO POL-FISCAL-CODE
           MOVE WS-APPLY-AMOUNT TO POL-AMOUNT
           IF PTR-INVOICE-NO IS EQUAL TO ZEROS THEN
               MOVE "APPLIED ON ACCOUNT" TO POL-REASON
           ELSE
               MOVE SPACES TO POL-REASON
           END-IF
           PERFORM WRITE-PAYMENT-LOG
           PERFORM RELIEVE-CREDIT-EXPOSURE
           MOVE PAY-OUTCOME-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD.

      *----------------------------------------------------------*
      * RESET-DUNNING-LEVEL RUNS AFTER A PAYMENT HAS BEEN APPLIED *
      * AND BROWSES THE PAYER'S INVOICES.  WHEN NO RELEASED       *
      * INVOICE IS LEFT OPEN THE CUSTOMER IS PAID UP AND ANY      *
      * DUNNING LEVEL ON DUNHIST GOES BACK TO ZERO.  A CUSTOMER   *
      * NEVER DUNNED HAS NO RECORD AND IS LEFT ALONE.             *
      *----------------------------------------------------------*
       RESET-DUNNING-LEVEL.
           MOVE "N" TO WS-STILL-OPEN-SW
           MOVE "N" TO WS-ACCOUNT-END-SW

           MOVE PTR-FISCAL-CODE TO IVR-FISCAL-CODE
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IVR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-END-SW
           END-START

           IF NOT END-OF-ACCOUNT-BROWSE THEN
               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-ACCOUNT-END-SW
               END-READ
           END-IF

           PERFORM CHECK-ONE-OPEN-INVOICE
               UNTIL END-OF-ACCOUNT-BROWSE

           IF NOT CUSTOMER-STILL-OWES THEN
               MOVE PTR-FISCAL-CODE TO DNH-FISCAL-CODE
               READ DUNNING-HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT DNH-NOT-DUNNED THEN
                           MOVE ZEROS    TO DNH-LEVEL
                           MOVE WS-TODAY TO DNH-RESET-DATE
                           REWRITE DUNNING-HISTORY-RECORD
                       END-IF
               END-READ
           END-IF.

       CHECK-ONE-OPEN-INVOICE.
           IF IVR-FISCAL-CODE IS NOT EQUAL TO PTR-FISCAL-CODE
                   OR CUSTOMER-STILL-OWES THEN
               MOVE "Y" TO WS-ACCOUNT-END-SW
           ELSE
               IF NOT IVR-IS-CREDIT AND NOT IVR-IS-HELD
                       AND IVR-OPEN-BALANCE IS GREATER THAN ZEROS
                       THEN
                   MOVE "Y" TO WS-STILL-OPEN-SW
               END-IF

               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-ACCOUNT-END-SW
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * HOLD-UNAPPLIED-CASH ADDS WS-HOLD-AMOUNT TO THE PAYER'S    *
      * BALANCE ON THE UNAPPLIED CASH LEDGER, OPENING A RECORD    *
      * FOR A CUSTOMER WHO HAS NONE, AND PRINTS THE HELD LINE     *
      * WITH THE REASON ALREADY IN POL-REASON.  WITH NO LEDGER    *
      * TO HOLD IT ON THE MONEY IS REJECTED THE OLD WAY.          *
      *----------------------------------------------------------*
       HOLD-UNAPPLIED-CASH.
           MOVE WS-HOLD-AMOUNT TO POL-AMOUNT
           IF NOT UNAPPLIED-CASH-IS-AVAILABLE THEN
               MOVE "REJECTED: " TO POL-OUTCOME
               PERFORM REJECT-THIS-PAYMENT
           ELSE
               MOVE PTR-FISCAL-CODE TO UCR-FISCAL-CODE
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       MOVE PTR-FISCAL-CODE TO UCR-FISCAL-CODE
                       MOVE WS-HOLD-AMOUNT  TO UCR-BALANCE
                                               UCR-RECEIVED-TOTAL
                       MOVE ZEROS           TO UCR-APPLIED-TOTAL
                       MOVE PTR-DATE        TO UCR-LAST-RECEIPT
                       WRITE UNAPPLIED-CASH-RECORD
                   NOT INVALID KEY
                       ADD WS-HOLD-AMOUNT TO UCR-BALANCE
                                             UCR-RECEIVED-TOTAL
                       MOVE PTR-DATE TO UCR-LAST-RECEIPT
                       REWRITE UNAPPLIED-CASH-RECORD
               END-READ

               ADD 1 TO WS-HELD-COUNT
               ADD WS-HOLD-AMOUNT TO WS-HELD-TOTAL
               MOVE "HELD:     " TO POL-OUTCOME
               MOVE PAY-OUTCOME-LINE TO PAYMENT-REPORT-RECORD
               WRITE PAYMENT-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------*
      * REJECT-THIS-PAYMENT COUNTS THE REJECTION, PRINTS THE      *
      * OUTCOME LINE AND LOGS IT TO THE SHARED ERRLOG.            *
      *----------------------------------------------------------*
       REJECT-THIS-PAYMENT.
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-HOLD-AMOUNT TO WS-REJECT-TOTAL
           MOVE PAY-OUTCOME-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD

           PERFORM LOG-ERROR.

      *----------------------------------------------------------*
      * RELIEVE-CREDIT-EXPOSURE TAKES THE APPLIED AMOUNT OFF THE  *
      * CUSTOMER'S EXPOSURE ON THE CREDIT CONTROL FILE, SO THE    *
      * PRICING RUN'S LIMIT CHECK SEES THE PAID-DOWN POSITION.    *
      * A CUSTOMER WITH NO RECORD IS NOT UNDER CREDIT CONTROL.    *
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-APPLY-AMOUNT FROM CRD-EXPOSURE
                       REWRITE CREDIT-CONTROL-RECORD
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * WRITE-PAYMENT-LOG APPENDS THE AMOUNT JUST APPLIED TO THE  *
      * INVOICE IN HAND TO PAYLOG, STAMPED WITH THE PAYMENT DATE  *
      * AND THE POSTING TIME.                                     *
      *----------------------------------------------------------*
       WRITE-PAYMENT-LOG.
           ACCEPT WS-NOW FROM TIME
           MOVE PTR-DATE        TO PLR-DATE
           MOVE WS-NOW          TO PLR-TIME
           MOVE PTR-FISCAL-CODE TO PLR-FISCAL-CODE
           MOVE IVR-INVOICE-NO  TO PLR-INVOICE-NO
           MOVE WS-APPLY-AMOUNT TO PLR-AMOUNT
           WRITE PAYMENT-LOG-RECORD
           CLOSE PAYMENT-LOG-FILE.


           MOVE "PAYMENTS POSTED:    " TO PSL-LABEL
           MOVE WS-POSTED-COUNT        TO PSL-COUNT
           MOVE WS-POSTED-TOTAL        TO PSL-AMOUNT
           MOVE PAY-SUMMARY-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD

           MOVE "CASH HELD UNAPPLIED:" TO PSL-LABEL
           MOVE WS-HELD-COUNT          TO PSL-COUNT
           MOVE WS-HELD-TOTAL          TO PSL-AMOUNT
           MOVE PAY-SUMMARY-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD

           MOVE "PAYMENTS REJECTED:  " TO PSL-LABEL
           MOVE WS-REJECT-COUNT        TO PSL-COUNT
           MOVE WS-REJECT-TOTAL        TO PSL-AMOUNT
           MOVE PAY-SUMMARY-LINE TO PAYMENT-REPORT-RECORD
           WRITE PAYMENT-REPORT-RECORD.

