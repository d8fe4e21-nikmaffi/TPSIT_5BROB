       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  WEEKLY CROSS-FILE         *
      *                 INTEGRITY SWEEP OVER THE BILLING FILES.   *
      *                 PERSAUDIT CHECKS EACH PERSON RECORD ON    *
      *                 ITS OWN; THIS CHECKS THE FILES AGAINST    *
      *                 EACH OTHER - REGISTER INVOICES AND CREDIT *
      *                 RECORDS WHOSE PERSON IS GONE, PAID TOTALS *
      *                 THAT DISAGREE WITH PAYLOG, OPEN BALANCES  *
      *                 THAT ARE NOT GRAND TOTAL LESS PAID,       *
      *                 CREDIT EXPOSURE THAT DISAGREES WITH THE   *
      *                 OPEN RELEASED INVOICES, AND HELD INVOICES *
      *                 AND HELDGL BREAKDOWNS THAT NO LONGER      *
      *                 MATCH.  EVERY EXCEPTION PRINTS BOTH       *
      *                 SIDES' VALUES ON XREFRPT; ANY EXCEPTION   *
      *                 ENDS THE STEP RC=4.                       *
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

           SELECT CREDIT-CONTROL-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-FISCAL-CODE
               FILE STATUS IS WS-CRED-STATUS.

           SELECT HELD-GL-FILE ASSIGN TO "HELDGL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HGL-INVOICE-NO
               FILE STATUS IS WS-HELDGL-STATUS.

           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT"
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

       FD  CREDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CREDMST.

       FD  HELD-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELDGL.

       FD  PAYMENT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYLOG.

      *----------------------------------------------------------*
      * PAYLOG IS WRITTEN IN POSTING ORDER, SO ITS ENTRIES ARE    *
      * SORTED INTO INVOICE NUMBER ORDER THROUGH THIS WORK FILE   *
      * AND MATCHED AGAINST THE REGISTER READ IN KEY ORDER.       *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-INVOICE-NO     PIC 9(8).
           05 SW-AMOUNT         PIC 9(6)V99.

       FD  XREF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-REPORT-RECORD PIC X(80).

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
           77 WS-IVREG-STATUS   PIC X(2).
               88 IVREG-OK VALUE "00".
           77 WS-PM-STATUS      PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-CRED-STATUS    PIC X(2).
               88 CRED-OK VALUE "00".
           77 WS-HELDGL-STATUS  PIC X(2).
               88 HELDGL-OK VALUE "00".
           77 WS-PAYLOG-STATUS  PIC X(2).
               88 PAYLOG-OK VALUE "00".
           77 WS-ERRLOG-STATUS  PIC X(2).
               88 ERRLOG-OK             VALUE "00".
               88 ERRLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-RUNCTL-STATUS  PIC X(2).
               88 RUNCTL-OK             VALUE "00".
               88 RUNCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".
           77 WS-ERROR-MESSAGE  PIC X(60).
           77 WS-RCTL-EVENT     PIC X(5).
           77 WS-TODAY          PIC 9(8).
           77 WS-NOW            PIC 9(8).

           77 WS-CRED-AVAIL-SW  PIC X VALUE "N".
               88 CREDIT-CONTROL-IS-AVAILABLE VALUE "Y".
           77 WS-HELDGL-AVAIL-SW PIC X VALUE "N".
               88 HELDGL-IS-AVAILABLE VALUE "Y".
           77 WS-PAYLOG-AVAIL-SW PIC X VALUE "N".
               88 PAYLOG-IS-AVAILABLE VALUE "Y".
           77 WS-PAYLOG-EOF-SW  PIC X VALUE "N".
               88 END-OF-PAYLOG VALUE "Y".
           77 WS-SORT-EOF-SW    PIC X VALUE "N".
               88 END-OF-SORTED-PAYMENTS VALUE "Y".
           77 WS-IVREG-EOF-SW   PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           77 WS-CRED-EOF-SW    PIC X VALUE "N".
               88 END-OF-CREDIT-CONTROL VALUE "Y".
           77 WS-HELDGL-EOF-SW  PIC X VALUE "N".
               88 END-OF-HELDGL VALUE "Y".
           77 WS-CUST-END-SW    PIC X VALUE "N".
               88 END-OF-CUSTOMER-INVOICES VALUE "Y".

      *----------------------------------------------------------*
      * THE MATCH RUNS ON TWO KEYS ONE DIGIT WIDER THAN AN        *
      * INVOICE NUMBER, SO THE ALL-NINES SENTINEL SET AT END OF   *
      * FILE CAN NEVER BE A REAL INVOICE.                         *
      *----------------------------------------------------------*
           77 WS-PAY-KEY        PIC 9(9).
           77 WS-INV-KEY        PIC 9(9).
           77 WS-GROUP-KEY      PIC 9(9).
           77 WS-HIGH-KEY       PIC 9(9) VALUE 999999999.
           77 WS-KEY-INVOICE-NO PIC 9(8).
           77 WS-PAYLOG-SUM     PIC S9(9)V99.
           77 WS-EXPECTED-OPEN  PIC S9(9)V99.
           77 WS-OPEN-RELEASED  PIC S9(9)V99.
           77 WS-AMOUNT-EDIT    PIC -(9)9.99.

           77 WS-INVOICE-COUNT  PIC 9(7) VALUE ZEROS.
           77 WS-PAYMENT-COUNT  PIC 9(7) VALUE ZEROS.
           77 WS-CREDIT-COUNT   PIC 9(7) VALUE ZEROS.
           77 WS-HELDGL-COUNT   PIC 9(7) VALUE ZEROS.
           77 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZEROS.

      *----------------------------------------------------------*
      * ONE COUNTER PER CROSS-CHECK, IN THE ORDER THEY ARE        *
      * LISTED AT THE FOOT OF THE REPORT.  CHK-IDX IS SET TO THE  *
      * CHECK IN HAND BEFORE WRITE-EXCEPTION-LINE IS PERFORMED.   *
      *----------------------------------------------------------*
           77 CHK-IDX           PIC 9(1).
           01 CHECK-TABLE.
               05 CHECK-ENTRY OCCURS 8 TIMES.
                   10 CHK-REASON      PIC X(25).
                   10 CHK-COUNT       PIC 9(7).

           01 XRF-TITLE-LINE.
               05 FILLER          PIC X(36)
                   VALUE "CROSS-FILE INTEGRITY CHECK FOR     ".
               05 XTL-DATE        PIC 9(8).
               05 FILLER          PIC X(36) VALUE SPACES.

           01 XRF-HEADING-LINE.
               05 FILLER          PIC X(26)
                   VALUE "EXCEPTION (FIRST VS SECOND".
               05 FILLER          PIC X(17) VALUE "KEY".
               05 FILLER          PIC X(19) VALUE "FIRST FILE".
               05 FILLER          PIC X(18) VALUE "SECOND FILE".

           01 XRF-EXCEPTION-LINE.
               05 XEL-REASON      PIC X(25).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 XEL-KEY         PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 XEL-FIRST       PIC X(18).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 XEL-SECOND      PIC X(18).

           01 XRF-COUNT-LINE.
               05 XCL-LABEL       PIC X(32).
               05 XCL-VALUE       PIC ZZZZZZ9.
               05 FILLER          PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE
               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL
               PERFORM SET-UP-CHECK-TABLE

               OPEN INPUT INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   DISPLAY "ERROR: PERSON MASTER NOT AVAILABLE - "
                       "STATUS " WS-PM-STATUS ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT CREDIT-CONTROL-FILE
               IF CRED-OK THEN
                   MOVE "Y" TO WS-CRED-AVAIL-SW
               END-IF

               OPEN INPUT HELD-GL-FILE
               IF HELDGL-OK THEN
                   MOVE "Y" TO WS-HELDGL-AVAIL-SW
               END-IF

               OPEN OUTPUT XREF-REPORT-FILE
               MOVE WS-TODAY TO XTL-DATE
               MOVE XRF-TITLE-LINE TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE XRF-HEADING-LINE TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD

               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-INVOICE-NO
                   INPUT PROCEDURE IS RELEASE-PAYMENTS
                       THRU RELEASE-PAYMENTS-EXIT
                   OUTPUT PROCEDURE IS CHECK-REGISTER
                       THRU CHECK-REGISTER-EXIT

               IF CREDIT-CONTROL-IS-AVAILABLE THEN
                   PERFORM CHECK-CREDIT-CONTROL
                   CLOSE CREDIT-CONTROL-FILE
               END-IF

               IF HELDGL-IS-AVAILABLE THEN
                   PERFORM CHECK-HELD-GL
                   CLOSE HELD-GL-FILE
               END-IF

               PERFORM WRITE-CHECK-SUMMARY

               CLOSE INVOICE-REGISTER-FILE
               CLOSE PERSON-MASTER-FILE
               CLOSE XREF-REPORT-FILE

               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "CROSS-FILE CHECK - " WS-EXCEPTION-COUNT
                       " EXCEPTION(S) OVER " WS-INVOICE-COUNT
                       " INVOICES - SEE XREFRPT" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               IF WS-EXCEPTION-COUNT IS GREATER THAN ZEROS THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

       ABANDON-RUN.
           MOVE "END  " TO WS-RCTL-EVENT
           PERFORM WRITE-RUN-CONTROL
           MOVE 8 TO RETURN-CODE.

       SET-UP-CHECK-TABLE.
           MOVE "INVREG CODE VS PERSMAST  " TO CHK-REASON(1)
           MOVE "CREDMAST VS PERSMAST     " TO CHK-REASON(2)
           MOVE "INVREG PAID VS PAYLOG SUM" TO CHK-REASON(3)
           MOVE "OPEN BAL VS GRAND - PAID " TO CHK-REASON(4)
           MOVE "CREDMAST EXP VS OPEN INVS" TO CHK-REASON(5)
           MOVE "HELD INVOICE VS HELDGL   " TO CHK-REASON(6)
           MOVE "HELDGL VS INVREG HELD    " TO CHK-REASON(7)
           MOVE "PAYLOG VS INVREG         " TO CHK-REASON(8)
           PERFORM CLEAR-CHECK-COUNT
               VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > 7
           MOVE ZEROS TO CHK-COUNT(8).

       CLEAR-CHECK-COUNT.
           MOVE ZEROS TO CHK-COUNT(CHK-IDX).

      *----------------------------------------------------------*
      * RELEASE-PAYMENTS FEEDS EVERY PAYLOG ENTRY TO THE SORT.    *
      * NO PAYLOG AT ALL MEANS NOTHING HAS BEEN PAID YET, SO      *
      * EVERY PAID TOTAL IS CHECKED AGAINST ZERO.                 *
      *----------------------------------------------------------*
       RELEASE-PAYMENTS.
           OPEN INPUT PAYMENT-LOG-FILE
           IF NOT PAYLOG-OK THEN
               GO TO RELEASE-PAYMENTS-EXIT
           END-IF
           MOVE "Y" TO WS-PAYLOG-AVAIL-SW

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ
           PERFORM RELEASE-ONE-PAYMENT
               UNTIL END-OF-PAYLOG
           CLOSE PAYMENT-LOG-FILE.

       RELEASE-PAYMENTS-EXIT.
           EXIT.

       RELEASE-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PLR-INVOICE-NO TO SW-INVOICE-NO
           MOVE PLR-AMOUNT     TO SW-AMOUNT
           RELEASE SORT-WORK-RECORD

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * CHECK-REGISTER WALKS THE REGISTER IN INVOICE ORDER        *
      * ALONGSIDE THE SORTED PAYMENTS.  EVERY INVOICE IS CHECKED  *
      * AGAINST THE SUM OF ITS OWN PAYLOG ENTRIES (ZERO WHEN IT   *
      * HAS NONE); PAYMENTS WHOSE INVOICE IS NOT ON THE REGISTER  *
      * ARE REPORTED ON THEIR OWN.                                *
      *----------------------------------------------------------*
       CHECK-REGISTER.
           PERFORM READ-SORTED-PAYMENT

           MOVE ZEROS TO IVR-INVOICE-NO
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IVR-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-IVREG-EOF-SW
           END-START
           PERFORM READ-NEXT-INVOICE

           PERFORM MATCH-NEXT-KEY
               UNTIL WS-PAY-KEY IS EQUAL TO WS-HIGH-KEY
                 AND WS-INV-KEY IS EQUAL TO WS-HIGH-KEY.

       CHECK-REGISTER-EXIT.
           EXIT.

       MATCH-NEXT-KEY.
           IF WS-PAY-KEY IS LESS THAN WS-INV-KEY THEN
               PERFORM SUM-PAYMENT-GROUP
               MOVE 8 TO CHK-IDX
               MOVE WS-GROUP-KEY  TO WS-KEY-INVOICE-NO
               MOVE WS-KEY-INVOICE-NO TO XEL-KEY
               MOVE WS-PAYLOG-SUM TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO XEL-FIRST
               MOVE "NOT ON FILE"  TO XEL-SECOND
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF WS-PAY-KEY IS EQUAL TO WS-INV-KEY THEN
                   PERFORM SUM-PAYMENT-GROUP
               ELSE
                   MOVE ZEROS TO WS-PAYLOG-SUM
               END-IF
               PERFORM CHECK-ONE-INVOICE
               PERFORM READ-NEXT-INVOICE
           END-IF.

       READ-SORTED-PAYMENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
                   MOVE WS-HIGH-KEY TO WS-PAY-KEY
               NOT AT END
                   MOVE SW-INVOICE-NO TO WS-PAY-KEY
           END-RETURN.

       READ-NEXT-INVOICE.
           IF NOT END-OF-REGISTER THEN
               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-IVREG-EOF-SW
               END-READ
           END-IF
           IF END-OF-REGISTER THEN
               MOVE WS-HIGH-KEY TO WS-INV-KEY
           ELSE
               MOVE IVR-INVOICE-NO TO WS-INV-KEY
           END-IF.

       SUM-PAYMENT-GROUP.
           MOVE WS-PAY-KEY TO WS-GROUP-KEY
           MOVE ZEROS TO WS-PAYLOG-SUM
           PERFORM ADD-ONE-PAYMENT
               UNTIL WS-PAY-KEY IS NOT EQUAL TO WS-GROUP-KEY.

       ADD-ONE-PAYMENT.
           ADD SW-AMOUNT TO WS-PAYLOG-SUM
           PERFORM READ-SORTED-PAYMENT.

      *----------------------------------------------------------*
      * CHECK-ONE-INVOICE RUNS THE PER-INVOICE CROSS-CHECKS: THE  *
      * CUSTOMER IS STILL ON PERSMAST, THE PAID TOTAL IS THE SUM  *
      * OF THE INVOICE'S PAYLOG ENTRIES, THE OPEN BALANCE IS      *
      * GRAND TOTAL LESS PAID, AND A HELD INVOICE HAS THE HELDGL  *
      * BREAKDOWN ITS RELEASE WILL NEED.                          *
      *----------------------------------------------------------*
       CHECK-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           MOVE IVR-INVOICE-NO TO XEL-KEY

           MOVE IVR-FISCAL-CODE TO PM-FISCAL-CODE
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE 1 TO CHK-IDX
                   MOVE IVR-FISCAL-CODE TO XEL-FIRST
                   MOVE "NOT ON FILE"   TO XEL-SECOND
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ

           IF IVR-PAID-TOTAL IS NOT EQUAL TO WS-PAYLOG-SUM THEN
               MOVE 3 TO CHK-IDX
               MOVE IVR-PAID-TOTAL TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO XEL-FIRST
               MOVE WS-PAYLOG-SUM  TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO XEL-SECOND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           COMPUTE WS-EXPECTED-OPEN = IVR-GRAND-TOTAL - IVR-PAID-TOTAL
           IF IVR-OPEN-BALANCE IS NOT EQUAL TO WS-EXPECTED-OPEN THEN
               MOVE 4 TO CHK-IDX
               MOVE IVR-OPEN-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO XEL-FIRST
               MOVE WS-EXPECTED-OPEN TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO XEL-SECOND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF IVR-IS-HELD THEN
               IF HELDGL-IS-AVAILABLE THEN
                   MOVE IVR-INVOICE-NO TO HGL-INVOICE-NO
                   READ HELD-GL-FILE
                       INVALID KEY
                           PERFORM REPORT-MISSING-HELDGL
                   END-READ
               ELSE
                   PERFORM REPORT-MISSING-HELDGL
               END-IF
           END-IF.

       REPORT-MISSING-HELDGL.
           MOVE 6 TO CHK-IDX
           MOVE "HELD"        TO XEL-FIRST
           MOVE "NOT ON FILE" TO XEL-SECOND
           PERFORM WRITE-EXCEPTION-LINE.

      *----------------------------------------------------------*
      * CHECK-CREDIT-CONTROL READS EVERY CREDIT RECORD.  ITS      *
      * PERSON MUST STILL BE ON PERSMAST, AND ITS EXPOSURE MUST   *
      * EQUAL THE OPEN BALANCE OF THE CUSTOMER'S RELEASED         *
      * INVOICES - THE PRICING RUN ADDS AN INVOICE ONLY WHEN IT   *
      * GOES OUT UNHELD, INVINQ WHEN IT IS RELEASED, AND PAYPOST  *
      * AND CASHAPP TAKE OFF WHAT IS PAID.                        *
      *----------------------------------------------------------*
       CHECK-CREDIT-CONTROL.
           MOVE LOW-VALUES TO CRD-FISCAL-CODE
           START CREDIT-CONTROL-FILE
               KEY IS NOT LESS THAN CRD-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-CRED-EOF-SW
           END-START
           IF NOT END-OF-CREDIT-CONTROL THEN
               READ CREDIT-CONTROL-FILE NEXT
                   AT END MOVE "Y" TO WS-CRED-EOF-SW
               END-READ
           END-IF
           PERFORM CHECK-ONE-CREDIT-RECORD
               UNTIL END-OF-CREDIT-CONTROL.

       CHECK-ONE-CREDIT-RECORD.
           ADD 1 TO WS-CREDIT-COUNT
           MOVE CRD-FISCAL-CODE TO XEL-KEY

           MOVE CRD-FISCAL-CODE TO PM-FISCAL-CODE
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE 2 TO CHK-IDX
                   MOVE CRD-EXPOSURE   TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO XEL-FIRST
                   MOVE "NOT ON FILE"  TO XEL-SECOND
                   PERFORM WRITE-EXCEPTION-LINE
           END-READ

           MOVE ZEROS TO WS-OPEN-RELEASED
           MOVE "N" TO WS-CUST-END-SW
           MOVE CRD-FISCAL-CODE TO IVR-FISCAL-CODE
           START INVOICE-REGISTER-FILE
               KEY IS EQUAL TO IVR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-CUST-END-SW
           END-START
           PERFORM ADD-CUSTOMER-INVOICE
               UNTIL END-OF-CUSTOMER-INVOICES

           IF CRD-EXPOSURE IS NOT EQUAL TO WS-OPEN-RELEASED THEN
               MOVE 5 TO CHK-IDX
               MOVE CRD-EXPOSURE     TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO XEL-FIRST
               MOVE WS-OPEN-RELEASED TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO XEL-SECOND
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           READ CREDIT-CONTROL-FILE NEXT
               AT END MOVE "Y" TO WS-CRED-EOF-SW
           END-READ.

       ADD-CUSTOMER-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END MOVE "Y" TO WS-CUST-END-SW
           END-READ
           IF NOT END-OF-CUSTOMER-INVOICES THEN
               IF IVR-FISCAL-CODE IS NOT EQUAL TO CRD-FISCAL-CODE
                       THEN
                   MOVE "Y" TO WS-CUST-END-SW
               ELSE
                   IF NOT IVR-IS-HELD THEN
                       ADD IVR-OPEN-BALANCE TO WS-OPEN-RELEASED
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * CHECK-HELD-GL READS EVERY HELDGL BREAKDOWN.  INVINQ'S     *
      * RELEASE DELETES THE RECORD AS IT CLEARS THE HOLD, SO ONE  *
      * LEFT FOR AN INVOICE THAT IS NO LONGER HELD (OR NOT ON THE *
      * REGISTER AT ALL) IS AN EXCEPTION.                         *
      *----------------------------------------------------------*
       CHECK-HELD-GL.
           MOVE ZEROS TO HGL-INVOICE-NO
           START HELD-GL-FILE
               KEY IS NOT LESS THAN HGL-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-HELDGL-EOF-SW
           END-START
           IF NOT END-OF-HELDGL THEN
               READ HELD-GL-FILE NEXT
                   AT END MOVE "Y" TO WS-HELDGL-EOF-SW
               END-READ
           END-IF
           PERFORM CHECK-ONE-HELDGL-RECORD
               UNTIL END-OF-HELDGL.

       CHECK-ONE-HELDGL-RECORD.
           ADD 1 TO WS-HELDGL-COUNT
           MOVE 7 TO CHK-IDX
           MOVE HGL-INVOICE-NO TO XEL-KEY
           MOVE HGL-INVOICE-NO TO IVR-INVOICE-NO
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   MOVE "ON FILE"     TO XEL-FIRST
                   MOVE "NOT ON FILE" TO XEL-SECOND
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF NOT IVR-IS-HELD THEN
                       MOVE "ON FILE"  TO XEL-FIRST
                       MOVE "NOT HELD" TO XEL-SECOND
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-READ

           READ HELD-GL-FILE NEXT
               AT END MOVE "Y" TO WS-HELDGL-EOF-SW
           END-READ.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO CHK-COUNT(CHK-IDX)
           MOVE CHK-REASON(CHK-IDX) TO XEL-REASON
           MOVE XRF-EXCEPTION-LINE TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD.

      *----------------------------------------------------------*
      * WRITE-CHECK-SUMMARY CLOSES THE REPORT WITH THE RECORDS    *
      * READ FROM EACH FILE AND THE EXCEPTIONS FOUND BY EACH      *
      * CHECK.  A FILE THAT WAS NOT THERE IS SAID SO, SINCE ITS   *
      * CHECKS DID NOT RUN.                                       *
      *----------------------------------------------------------*
       WRITE-CHECK-SUMMARY.
           IF WS-EXCEPTION-COUNT IS EQUAL TO ZEROS THEN
               MOVE "NO EXCEPTIONS - THE FILES AGREE."
                   TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
           END-IF
           MOVE SPACES TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD

           MOVE "INVOICES CHECKED:" TO XCL-LABEL
           MOVE WS-INVOICE-COUNT TO XCL-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "PAYLOG ENTRIES READ:" TO XCL-LABEL
           MOVE WS-PAYMENT-COUNT TO XCL-VALUE
           PERFORM WRITE-COUNT-LINE
           IF NOT PAYLOG-IS-AVAILABLE THEN
               MOVE "PAYLOG NOT AVAILABLE - PAID TOTALS CHECKED "
                   TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE "AGAINST ZERO." TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
           END-IF
           IF CREDIT-CONTROL-IS-AVAILABLE THEN
               MOVE "CREDIT RECORDS CHECKED:" TO XCL-LABEL
               MOVE WS-CREDIT-COUNT TO XCL-VALUE
               PERFORM WRITE-COUNT-LINE
           ELSE
               MOVE "CREDMAST NOT AVAILABLE - CREDIT CHECKS NOT RUN."
                   TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
           END-IF
           IF HELDGL-IS-AVAILABLE THEN
               MOVE "HELDGL RECORDS CHECKED:" TO XCL-LABEL
               MOVE WS-HELDGL-COUNT TO XCL-VALUE
               PERFORM WRITE-COUNT-LINE
           ELSE
               MOVE "HELDGL NOT AVAILABLE - NO BREAKDOWNS ON FILE."
                   TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
           END-IF

           MOVE SPACES TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD
           PERFORM WRITE-CHECK-COUNT-LINE
               VARYING CHK-IDX FROM 1 BY 1
               UNTIL CHK-IDX > 7
           MOVE 8 TO CHK-IDX
           PERFORM WRITE-CHECK-COUNT-LINE
           MOVE "TOTAL EXCEPTIONS:" TO XCL-LABEL
           MOVE WS-EXCEPTION-COUNT TO XCL-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-CHECK-COUNT-LINE.
           MOVE CHK-REASON(CHK-IDX) TO XCL-LABEL
           MOVE CHK-COUNT(CHK-IDX)  TO XCL-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE XRF-COUNT-LINE TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE.  A MISSING FILE FALLS BACK TO THE    *
      * SYSTEM CLOCK WITH A WARNING.                              *
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
      * NAME.                                                     *
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
           MOVE "XREFCHK"        TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD, CARRYING THE INVOICES CHECKED AND  *
      * THE EXCEPTIONS FOUND.                                     *
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
           MOVE "XREFCHK"          TO RCR-STEP
           MOVE WS-RCTL-EVENT      TO RCR-EVENT
           MOVE WS-INVOICE-COUNT   TO RCR-PROCESSED
           MOVE WS-EXCEPTION-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
