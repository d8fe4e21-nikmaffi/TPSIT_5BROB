      *                 DATE, WITH PER-CUSTOMER AND GRAND BUCKET  *
      *                 TOTALS, SO CHASING UNPAID INVOICES STOPS  *
      *                 BEING A HAND-KEPT SPREADSHEET OFF INVRPT. *
      * 15/10/2026  NM  SHOW EACH CUSTOMER'S UNAPPLIED CREDIT    *
      *                 FROM THE UNAPCASH LEDGER AS A SEPARATE    *
      *                 LINE UNDER THEIR BUCKET TOTALS WITH THE   *
      *                 NET BALANCE, AND LIST CUSTOMERS HOLDING   *
      *                 CREDIT WITH NOTHING OPEN AT THE END.      *
      * 15/10/2026  NM  AGE FROM THE DUE DATE THE PRICING RUN NOW *
      *                 STAMPS OFF THE CUSTOMER'S PAYMENT TERMS   *
      *                 INSTEAD OF THE INVOICE DATE, SO 60-DAY    *
      *                 CUSTOMERS ARE NOT OVERDUE AFTER 30.  A    *
      *                 NEW NOT DUE BUCKET TAKES WHAT HAS NOT     *
      *                 FALLEN DUE YET, THE DETAIL SHOWS THE DUE  *
      *                 DATE, AND THE OPEN TOTAL MOVES TO ITS OWN *
      *                 LINE UNDER THE BUCKETS.  OLDER RECORDS    *
      *                 WITH NO DUE DATE AGE FROM THEIR INVOICE   *
      *                 DATE AS BEFORE.                           *
      * 15/10/2026  NM  PARM='MONTHEND' AGES AS AT THE LAST DAY   *
      *                 OF THE MONTH DATEROLL RECORDS ON PEREND   *
      *                 AS JUST CLOSED, UNDER A MONTH-END TITLE,  *
      *                 AND ENDS RC=0 WITHOUT A REPORT ON ANY     *
      *                 NIGHT THAT DID NOT CLOSE A MONTH, SO THE  *
      *                 MONTHEND JOB CAN RUN IT EVERY NIGHT.      *
      *                 WITHOUT THE PARM NOTHING CHANGES.         *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCR-FISCAL-CODE
               FILE STATUS IS WS-UNAP-STATUS.

           SELECT PERIOD-END-FILE ASSIGN TO "PEREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-RECORD PIC X(80).

       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNAPCSH.

       FD  PERIOD-END-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PEREND.
       WORKING-STORAGE SECTION.
           77 WS-IVREG-STATUS  PIC X(2).
               88 IVREG-OK             VALUE "00".
           77 WS-TODAY         PIC 9(8).
           77 WS-TODAY-INT     PIC 9(8).
           77 WS-INVOICE-INT   PIC 9(8).
           77 WS-DUE-DATE      PIC 9(8).
           77 WS-AGE-DAYS      PIC S9(5).
           77 WS-PARM          PIC X(20).
           77 WS-PEREND-STATUS PIC X(2).
               88 PEREND-OK VALUE "00".
           77 WS-PERIOD-END-SW PIC X VALUE "N".
               88 MONTH-JUST-CLOSED VALUE "Y".

           77 WS-FIRST-OPEN-SW PIC X VALUE "Y".
               88 FIRST-OPEN-INVOICE VALUE "Y".
           77 WS-CURRENT-FISCAL PIC X(16).

           77 WS-CUST-BUCKET-NOT-DUE PIC S9(8)V99 VALUE ZEROS.
           77 WS-CUST-BUCKET-30   PIC S9(8)V99 VALUE ZEROS.
           77 WS-CUST-BUCKET-60   PIC S9(8)V99 VALUE ZEROS.
           77 WS-CUST-BUCKET-90   PIC S9(8)V99 VALUE ZEROS.
           77 WS-CUST-BUCKET-OVER PIC S9(8)V99 VALUE ZEROS.
           77 WS-CUST-OPEN-TOTAL  PIC S9(8)V99 VALUE ZEROS.

           77 WS-RUN-BUCKET-NOT-DUE PIC S9(8)V99 VALUE ZEROS.
           77 WS-RUN-BUCKET-30    PIC S9(8)V99 VALUE ZEROS.
           77 WS-RUN-BUCKET-60    PIC S9(8)V99 VALUE ZEROS.
           77 WS-RUN-BUCKET-90    PIC S9(8)V99 VALUE ZEROS.
           77 WS-RUN-OPEN-TOTAL   PIC S9(8)V99 VALUE ZEROS.
           77 WS-OPEN-COUNT       PIC 9(7) VALUE ZEROS.

           77 WS-UNAP-STATUS      PIC X(2).
               88 UNAP-OK VALUE "00".
           77 WS-UNAP-AVAIL-SW    PIC X VALUE "N".
               88 UNAPPLIED-CASH-IS-AVAILABLE VALUE "Y".
           77 WS-UNAP-EOF-SW      PIC X VALUE "N".
               88 END-OF-UNAPPLIED-CASH VALUE "Y".
           77 WS-RUN-UNAPPLIED    PIC S9(8)V99 VALUE ZEROS.
           77 WS-HAS-OPEN-SW      PIC X VALUE "N".
               88 CUSTOMER-HAS-OPEN-ITEMS VALUE "Y".
           77 WS-OPEN-SCAN-END-SW PIC X VALUE "N".
               88 END-OF-OPEN-SCAN VALUE "Y".
           77 WS-CREDIT-ONLY-COUNT PIC 9(7) VALUE ZEROS.

           01 AGE-TITLE-LINE.
               05 ATL-TITLE       PIC X(34)
                   VALUE "RECEIVABLES AGING REPORT AS AT    ".
               05 ATL-DATE        PIC 9(8).
               05 FILLER          PIC X(38) VALUE SPACES.
               05 ADL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ADL-RUN-DATE    PIC 9(8).
               05 FILLER          PIC X(6) VALUE " DUE  ".
               05 ADL-DUE-DATE    PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ADL-OPEN-BAL    PIC -(7)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ADL-AGE-DAYS    PIC -ZZZ9.
               05 FILLER          PIC X(6) VALUE " DAYS ".
               05 ADL-BUCKET      PIC X(8).
               05 FILLER          PIC X(6) VALUE SPACES.

           01 AGE-BUCKET-LINE.
               05 ABL-LABEL       PIC X(16).
               05 ABL-BUCKET-NOT-DUE PIC -(7)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ABL-BUCKET-30   PIC -(7)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ABL-BUCKET-60   PIC -(7)9.99.
               05 ABL-BUCKET-90   PIC -(7)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ABL-BUCKET-OVER PIC -(7)9.99.
               05 FILLER          PIC X(4) VALUE SPACES.

           01 AGE-HEADING-LINE.
               05 FILLER          PIC X(16) VALUE "DAYS PAST DUE   ".
               05 FILLER          PIC X(12) VALUE "     NOT DUE".
               05 FILLER          PIC X(12) VALUE "        1-30".
               05 FILLER          PIC X(12) VALUE "       31-60".
               05 FILLER          PIC X(12) VALUE "       61-90".
               05 FILLER          PIC X(12) VALUE "     OVER 90".
               05 FILLER          PIC X(4) VALUE SPACES.

           01 AGE-UNAPPLIED-LINE.
               05 AUL-LABEL       PIC X(16).
               05 AUL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(32) VALUE SPACES.
               05 AUL-AMOUNT      PIC -(7)9.99.
               05 FILLER          PIC X(5) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-PARM FROM COMMAND-LINE
               IF WS-PARM(1:8) IS EQUAL TO "MONTHEND" THEN
                   PERFORM GET-PERIOD-END
                   IF NOT MONTH-JUST-CLOSED THEN
                       DISPLAY "MONTHEND: THE LAST BUSINESS DAY "
                           "CLOSED DID NOT END A MONTH - NO AGING "
                           "REPORT TONIGHT."
                       GO TO PROGRAM-EXIT
                   END-IF
                   MOVE "MONTH-END RECEIVABLES AGING AS AT "
                       TO ATL-TITLE
                   DISPLAY "MONTHEND: AGING AS AT " WS-TODAY "."
               END-IF
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)

                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT UNAPPLIED-CASH-FILE
               IF UNAP-OK THEN
                   MOVE "Y" TO WS-UNAP-AVAIL-SW
               END-IF

               MOVE LOW-VALUES TO IVR-FISCAL-CODE
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IVR-FISCAL-CODE

               PERFORM WRITE-RUN-BUCKET-TOTALS

               IF UNAPPLIED-CASH-IS-AVAILABLE THEN
                   PERFORM LIST-CREDIT-ONLY-CUSTOMERS
                   CLOSE UNAPPLIED-CASH-FILE
               END-IF

               CLOSE INVOICE-REGISTER-FILE
               CLOSE AGING-REPORT-FILE
               GO TO PROGRAM-EXIT.
           PROGRAM-EXIT.
       STOP RUN.

      *----------------------------------------------------------*
      * GET-PERIOD-END READS THE PEREND RECORD DATEROLL LEFT FOR  *
      * THE LAST BUSINESS DAY CLOSED.  WHEN THAT DAY ENDED A      *
      * MONTH THE REPORT AGES AS AT THE MONTH'S LAST CALENDAR     *
      * DAY; A MISSING FILE COUNTS AS NO MONTH END.               *
      *----------------------------------------------------------*
       GET-PERIOD-END.
           MOVE "N" TO WS-PERIOD-END-SW
           OPEN INPUT PERIOD-END-FILE
           IF PEREND-OK THEN
               READ PERIOD-END-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PED-MONTH-END THEN
                           MOVE "Y" TO WS-PERIOD-END-SW
                           MOVE PED-PERIOD-LAST TO WS-TODAY
                       END-IF
               END-READ
               CLOSE PERIOD-END-FILE
           END-IF.

      *----------------------------------------------------------*
      * AGE-ONE-INVOICE SKIPS FULLY PAID INVOICES, BREAKS ON EACH *
      * CHANGE OF CUSTOMER TO PRINT THE PRIOR CUSTOMER'S BUCKET   *
      * TOTALS, AND ROLLS THE OPEN BALANCE INTO THE BUCKET ITS    *
      * DAYS PAST THE DUE DATE FALL IN - NOT DUE WHILE THE DUE    *
      * DATE IS TODAY OR LATER.  A RECORD WRITTEN BEFORE DUE      *
      * DATES EXISTED FELL DUE ON ITS INVOICE DATE.               *
      *----------------------------------------------------------*
       AGE-ONE-INVOICE.
           IF IVR-OPEN-BALANCE IS NOT EQUAL TO ZEROS THEN

       BUCKET-THIS-BALANCE.
           ADD 1 TO WS-OPEN-COUNT
           IF IVR-DUE-DATE IS NUMERIC
                   AND IVR-DUE-DATE IS GREATER THAN ZEROS THEN
               MOVE IVR-DUE-DATE TO WS-DUE-DATE
           ELSE
               MOVE IVR-RUN-DATE TO WS-DUE-DATE
           END-IF
           COMPUTE WS-INVOICE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INVOICE-INT

           MOVE IVR-INVOICE-NO   TO ADL-INVOICE-NO
           MOVE IVR-RUN-DATE     TO ADL-RUN-DATE
           MOVE WS-DUE-DATE      TO ADL-DUE-DATE
           MOVE IVR-OPEN-BALANCE TO ADL-OPEN-BAL
           MOVE WS-AGE-DAYS      TO ADL-AGE-DAYS

           IF WS-AGE-DAYS IS NOT GREATER THAN ZEROS THEN
               MOVE "NOT DUE " TO ADL-BUCKET
               ADD IVR-OPEN-BALANCE TO WS-CUST-BUCKET-NOT-DUE
                                       WS-RUN-BUCKET-NOT-DUE
           ELSE
           IF WS-AGE-DAYS IS NOT GREATER THAN 30 THEN
               MOVE "1-30    " TO ADL-BUCKET
               ADD IVR-OPEN-BALANCE TO WS-CUST-BUCKET-30
                                       WS-RUN-BUCKET-30
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF

           ADD IVR-OPEN-BALANCE TO WS-CUST-OPEN-TOTAL
                                   WS-RUN-OPEN-TOTAL
           WRITE AGING-REPORT-RECORD
           MOVE AGE-HEADING-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE ZEROS TO WS-CUST-BUCKET-NOT-DUE
                         WS-CUST-BUCKET-30
                         WS-CUST-BUCKET-60
                         WS-CUST-BUCKET-90
                         WS-CUST-BUCKET-OVER

       WRITE-CUSTOMER-BUCKET-TOTALS.
           MOVE "CUSTOMER TOTALS:" TO ABL-LABEL
           MOVE WS-CUST-BUCKET-NOT-DUE TO ABL-BUCKET-NOT-DUE
           MOVE WS-CUST-BUCKET-30   TO ABL-BUCKET-30
           MOVE WS-CUST-BUCKET-60   TO ABL-BUCKET-60
           MOVE WS-CUST-BUCKET-90   TO ABL-BUCKET-90
           MOVE WS-CUST-BUCKET-OVER TO ABL-BUCKET-OVER
           MOVE AGE-BUCKET-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGE-UNAPPLIED-LINE
           MOVE "OPEN BALANCE:   " TO AUL-LABEL
           MOVE WS-CUST-OPEN-TOTAL TO AUL-AMOUNT
           MOVE AGE-UNAPPLIED-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           PERFORM WRITE-CUSTOMER-UNAPPLIED.

      *----------------------------------------------------------*
      * WRITE-CUSTOMER-UNAPPLIED PRINTS THE CUSTOMER'S UNAPPLIED  *
      * CREDIT OFF THE UNAPCASH LEDGER, WHEN THEY HAVE ANY, AND   *
      * WHAT THEY OWE NET OF IT.  THE CREDIT IS NOT SPREAD OVER   *
      * THE BUCKETS - UNTIL THE DESK APPLIES IT THROUGH CASHAPP   *
      * NOBODY KNOWS WHICH INVOICES IT PAYS.                      *
      *----------------------------------------------------------*
       WRITE-CUSTOMER-UNAPPLIED.
           IF UNAPPLIED-CASH-IS-AVAILABLE THEN
               MOVE WS-CURRENT-FISCAL TO UCR-FISCAL-CODE
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       MOVE ZEROS TO UCR-BALANCE
               END-READ
               IF UCR-BALANCE IS NOT EQUAL TO ZEROS THEN
                   MOVE SPACES TO AGE-UNAPPLIED-LINE
                   MOVE "UNAPPLIED CREDIT" TO AUL-LABEL
                   COMPUTE AUL-AMOUNT = ZERO - UCR-BALANCE
                   MOVE AGE-UNAPPLIED-LINE TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
                   MOVE "NET BALANCE:    " TO AUL-LABEL
                   COMPUTE AUL-AMOUNT =
                       WS-CUST-OPEN-TOTAL - UCR-BALANCE
                   MOVE AGE-UNAPPLIED-LINE TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
                   ADD UCR-BALANCE TO WS-RUN-UNAPPLIED
               END-IF
           END-IF.

       WRITE-RUN-BUCKET-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD
           MOVE AGE-HEADING-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE "GRAND TOTALS:   " TO ABL-LABEL
           MOVE WS-RUN-BUCKET-NOT-DUE TO ABL-BUCKET-NOT-DUE
           MOVE WS-RUN-BUCKET-30   TO ABL-BUCKET-30
           MOVE WS-RUN-BUCKET-60   TO ABL-BUCKET-60
           MOVE WS-RUN-BUCKET-90   TO ABL-BUCKET-90
           MOVE WS-RUN-BUCKET-OVER TO ABL-BUCKET-OVER
           MOVE AGE-BUCKET-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGE-UNAPPLIED-LINE
           MOVE "OPEN BALANCE:   " TO AUL-LABEL
           MOVE WS-RUN-OPEN-TOTAL TO AUL-AMOUNT
           MOVE AGE-UNAPPLIED-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

      *----------------------------------------------------------*
      * LIST-CREDIT-ONLY-CUSTOMERS READS THE UNAPPLIED CASH       *
      * LEDGER END TO END AND LISTS EVERY CUSTOMER HOLDING CREDIT *
      * WITH NOTHING OPEN ON THE REGISTER - THOSE NEVER REACHED A *
      * CUSTOMER BLOCK ABOVE - THEN THE RUN'S UNAPPLIED TOTAL.    *
      *----------------------------------------------------------*
       LIST-CREDIT-ONLY-CUSTOMERS.
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE "UNAPPLIED CREDIT WITH NO OPEN INVOICES:"
               TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE LOW-VALUES TO UCR-FISCAL-CODE
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN UCR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-UNAP-EOF-SW
           END-START

           IF NOT END-OF-UNAPPLIED-CASH THEN
               READ UNAPPLIED-CASH-FILE NEXT
                   AT END MOVE "Y" TO WS-UNAP-EOF-SW
               END-READ
           END-IF

           PERFORM CHECK-ONE-UNAPPLIED-BALANCE
               UNTIL END-OF-UNAPPLIED-CASH

           IF WS-CREDIT-ONLY-COUNT IS EQUAL TO ZEROS THEN
               MOVE "  NONE." TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF

           MOVE SPACES TO AGE-UNAPPLIED-LINE
           MOVE "UNAPPLIED TOTAL:" TO AUL-LABEL
           COMPUTE AUL-AMOUNT = ZERO - WS-RUN-UNAPPLIED
           MOVE AGE-UNAPPLIED-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       CHECK-ONE-UNAPPLIED-BALANCE.
           IF UCR-BALANCE IS NOT EQUAL TO ZEROS THEN
               PERFORM FIND-OPEN-ITEM-FOR-CUSTOMER
               IF NOT CUSTOMER-HAS-OPEN-ITEMS THEN
                   ADD 1 TO WS-CREDIT-ONLY-COUNT
                   ADD UCR-BALANCE TO WS-RUN-UNAPPLIED
                   MOVE SPACES TO AGE-UNAPPLIED-LINE
                   MOVE "  CUSTOMER:     " TO AUL-LABEL
                   MOVE UCR-FISCAL-CODE TO AUL-FISCAL-CODE
                   COMPUTE AUL-AMOUNT = ZERO - UCR-BALANCE
                   MOVE AGE-UNAPPLIED-LINE TO AGING-REPORT-RECORD
                   WRITE AGING-REPORT-RECORD
               END-IF
           END-IF

           READ UNAPPLIED-CASH-FILE NEXT
               AT END MOVE "Y" TO WS-UNAP-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * FIND-OPEN-ITEM-FOR-CUSTOMER BROWSES THE REGISTER OVER THE *
      * FISCAL-CODE ALTERNATE KEY FOR THE LEDGER RECORD IN HAND   *
      * AND RAISES THE SWITCH ON THE FIRST NON-ZERO OPEN BALANCE. *
      *----------------------------------------------------------*
       FIND-OPEN-ITEM-FOR-CUSTOMER.
           MOVE "N" TO WS-HAS-OPEN-SW
           MOVE "N" TO WS-OPEN-SCAN-END-SW
           MOVE UCR-FISCAL-CODE TO IVR-FISCAL-CODE
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IVR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-OPEN-SCAN-END-SW
           END-START

           IF NOT END-OF-OPEN-SCAN THEN
               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-OPEN-SCAN-END-SW
               END-READ
           END-IF

           PERFORM SCAN-ONE-CUSTOMER-INVOICE
               UNTIL END-OF-OPEN-SCAN.

       SCAN-ONE-CUSTOMER-INVOICE.
           IF IVR-FISCAL-CODE IS NOT EQUAL TO UCR-FISCAL-CODE THEN
               MOVE "Y" TO WS-OPEN-SCAN-END-SW
           ELSE
               IF IVR-OPEN-BALANCE IS NOT EQUAL TO ZEROS THEN
                   MOVE "Y" TO WS-HAS-OPEN-SW
                   MOVE "Y" TO WS-OPEN-SCAN-END-SW
               ELSE
                   READ INVOICE-REGISTER-FILE NEXT
                       AT END MOVE "Y" TO WS-OPEN-SCAN-END-SW
                   END-READ
               END-IF
           END-IF.
