      *                 "ROS MAR".  RECORDS LOADED BEFORE THE     *
      *                 EXPANSION FALL BACK TO THE FRAGMENTS THE  *
      *                 WAY PERSLIST DOES.                        *
      * 15/10/2026  NM  SHOW THE CUSTOMER'S UNAPPLIED CREDIT OFF  *
      *                 THE UNAPCASH LEDGER AS A SEPARATE LINE    *
      *                 UNDER THE CLOSING BALANCE, WITH THE NET   *
      *                 AMOUNT DUE, AND PRINT A STATEMENT FOR A   *
      *                 CUSTOMER HOLDING CREDIT EVEN WITH NO      *
      *                 ACTIVITY IN THE RANGE.  PAYLOG IS NOW     *
      *                 DESCRIBED BY THE SHARED PAYLOG COPYBOOK.  *
      * 15/10/2026  NM  READ THE INVARCH ARCHIVE GENERATIONS      *
      *                 (INVARC) AS WELL AS THE LIVE FILES.  AN   *
      *                 ARCHIVED INVOICE AND ITS PAYMENTS ARE ALL *
      *                 DATED BEFORE THEIR CUTOFF AND NET TO      *
      *                 ZERO, SO A GENERATION IS ONLY LOADED WHEN *
      *                 THE RANGE STARTS BEFORE ITS CUTOFF, AND   *
      *                 THEN ONLY THE INVOICES THAT REACH INTO    *
      *                 THE RANGE.  THE ACTIVITY TABLES ARE NOW   *
      *                 BUILT IN DATE ORDER AS ENTRIES ARRIVE,    *
      *                 SINCE ARCHIVED ITEMS INTERLEAVE WITH LIVE *
      *                 ONES.                                     *
      * 15/10/2026  NM  A FIRST CARD OF "MONTHEND" TAKES THE      *
      *                 RANGE OFF THE PEREND RECORD DATEROLL      *
      *                 WRITES - THE WHOLE CALENDAR MONTH JUST    *
      *                 CLOSED - AND PRINTS NOTHING, RC=0, ON ANY *
      *                 NIGHT THAT DID NOT CLOSE A MONTH, SO THE  *
      *                 MONTHEND JOB CAN RUN IT EVERY NIGHT.      *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "INVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVARC-STATUS.

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
       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

       FD  PAYMENT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYLOG.

       FD  INVOICE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVARC.

       FD  STATEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-REPORT-RECORD PIC X(80).

       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNAPCSH.

       FD  PERIOD-END-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PEREND.
       WORKING-STORAGE SECTION.
           77 WS-PM-STATUS     PIC X(2).
               88 PM-OK             VALUE "00".
               88 PAYLOG-OK             VALUE "00".
               88 PAYLOG-FILE-NOT-FOUND VALUE "35".

           77 WS-INVARC-STATUS PIC X(2).
               88 INVARC-OK VALUE "00".

           77 WS-MASTER-EOF-SW PIC X VALUE "N".
               88 END-OF-PERSON-MASTER VALUE "Y".
           77 WS-PAYLOG-EOF-SW PIC X VALUE "N".
               88 END-OF-PAYLOG VALUE "Y".
           77 WS-INVARC-EOF-SW PIC X VALUE "N".
               88 END-OF-INVOICE-ARCHIVE VALUE "Y".
           77 WS-BROWSE-END-SW PIC X.
               88 END-OF-FISCAL-BROWSE VALUE "Y".
           77 WS-REGISTER-AVAIL-SW PIC X VALUE "N".
               88 REGISTER-IS-AVAILABLE VALUE "Y".
           77 WS-UNAP-STATUS   PIC X(2).
               88 UNAP-OK VALUE "00".
           77 WS-UNAP-AVAIL-SW PIC X VALUE "N".
               88 UNAPPLIED-CASH-IS-AVAILABLE VALUE "Y".
           77 WS-UNAPPLIED-CREDIT PIC S9(7)V99 VALUE ZEROS.

           77 WS-DATE-VALID-SW  PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           77 WS-DATE-NUMERIC REDEFINES WS-DATE-ENTRY PIC 9(8).
           77 WS-FROM-DATE      PIC 9(8).
           77 WS-TO-DATE        PIC 9(8).
           77 WS-MONTHEND-SW    PIC X VALUE "N".
               88 MONTHEND-REQUESTED VALUE "Y".
           77 WS-PEREND-STATUS  PIC X(2).
               88 PEREND-OK VALUE "00".
           77 WS-PERIOD-END-SW  PIC X VALUE "N".
               88 MONTH-JUST-CLOSED VALUE "Y".

           77 PAY-ENTRY-COUNT   PIC 9(4) VALUE ZEROS.
           77 PAY-SCAN-IDX      PIC 9(4).
                   10 PAY-INVOICE-NO  PIC 9(8).
                   10 PAY-AMOUNT      PIC 9(6)V99.

      *----------------------------------------------------------*
      * ARCHIVED INVOICES THAT REACH INTO THE RANGE - ISSUED IN   *
      * OR AFTER IT, OR PAID IN OR AFTER IT - OFF EVERY ARCHIVE   *
      * GENERATION WHOSE CUTOFF FALLS AFTER THE FROM DATE.  THEIR *
      * PAYMENTS GO TO THE PAYMENT TABLE WITH THE LIVE ONES.  AN  *
      * INVOICE IS ONLY COUNTED IN ONCE ITS LAST PAYMENT HAS BEEN *
      * SEEN; ONE THAT DOES NOT REACH THE RANGE IS DROPPED AND    *
      * ITS PAYMENTS TAKEN BACK OFF THE TABLE.                    *
      *----------------------------------------------------------*
           77 ARC-ENTRY-COUNT   PIC 9(4) VALUE ZEROS.
           77 ARC-SCAN-IDX      PIC 9(4).
           01 ARCHIVED-INVOICE-TABLE.
               05 ARCHIVED-INVOICE-ENTRY OCCURS 1000 TIMES.
                   10 ARI-FISCAL-CODE PIC X(16).
                   10 ARI-DATE        PIC 9(8).
                   10 ARI-INVOICE-NO  PIC 9(8).
                   10 ARI-AMOUNT      PIC S9(6)V99.
                   10 ARI-CREDIT-FLAG PIC X(1).
           77 WS-ARC-CUTOFF     PIC 9(8) VALUE ZEROS.
           77 WS-GEN-NEEDED-SW  PIC X VALUE "N".
               88 GENERATION-IS-NEEDED VALUE "Y".
           77 WS-ARC-PENDING-SW PIC X VALUE "N".
               88 ARCHIVED-INVOICE-PENDING VALUE "Y".
           77 WS-ARC-REACHES-SW PIC X VALUE "N".
               88 ARCHIVED-INVOICE-REACHES VALUE "Y".
           77 WS-ARC-PAY-START  PIC 9(4).
           77 WS-ARC-FULL-SW    PIC X VALUE "N".
               88 ARCHIVE-TABLES-FULL VALUE "Y".
           77 WS-GENERATIONS-USED PIC 9(3) VALUE ZEROS.

           77 INV-ENTRY-COUNT   PIC 9(3) VALUE ZEROS.
           01 CUST-INVOICE-TABLE.
               05 CUST-INVOICE-ENTRY OCCURS 100 TIMES.
                   10 CPY-INVOICE-NO  PIC 9(8).
                   10 CPY-AMOUNT      PIC 9(6)V99.

      *----------------------------------------------------------*
      * THE ENTRY BEING ADDED TO ONE OF THE CUSTOMER'S ACTIVITY   *
      * TABLES, AND THE SLIDE THAT OPENS ITS PLACE IN DATE ORDER. *
      *----------------------------------------------------------*
           77 WS-NEW-DATE       PIC 9(8).
           77 WS-NEW-INVOICE-NO PIC 9(8).
           77 WS-NEW-AMOUNT     PIC S9(6)V99.
           77 WS-NEW-CREDIT-FLAG PIC X(1).
           77 WS-SHIFT-IDX      PIC 9(3).
           77 WS-SHIFT-DONE-SW  PIC X.
               88 SHIFT-IS-DONE VALUE "Y".

           77 WS-INV-IDX        PIC 9(3).
           77 WS-PAY-IDX        PIC 9(3).
           77 WS-OPENING-BALANCE PIC S9(8)V99 VALUE ZEROS.
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               IF MONTHEND-REQUESTED THEN
                   PERFORM GET-PERIOD-END
                   IF NOT MONTH-JUST-CLOSED THEN
                       DISPLAY "MONTHEND: THE LAST BUSINESS DAY "
                           "CLOSED DID NOT END A MONTH - NO "
                           "STATEMENTS TONIGHT."
                       GO TO PROGRAM-EXIT
                   END-IF
                   DISPLAY "MONTHEND: STATEMENTS FOR " WS-FROM-DATE
                       " TO " WS-TO-DATE "."
               ELSE
                   MOVE WS-DATE-NUMERIC TO WS-FROM-DATE
                   MOVE "N" TO WS-DATE-VALID-SW
                   MOVE ZEROS TO WS-DATE-TRIES
                   PERFORM ACCEPT-TO-DATE
                       UNTIL WS-DATE-IS-VALID
                          OR WS-DATE-TRIES IS NOT LESS THAN 3
                   IF NOT WS-DATE-IS-VALID THEN
                       DISPLAY "ERROR: NO VALID TO DATE AFTER 3 "
                           "TRIES - RUN ABANDONED."
                       MOVE 8 TO RETURN-CODE
                       GO TO PROGRAM-EXIT
                   END-IF
                   MOVE WS-DATE-NUMERIC TO WS-TO-DATE
               END-IF

               PERFORM LOAD-PAYMENT-LOG THRU LOAD-PAYMENT-LOG-EXIT
               PERFORM LOAD-INVOICE-ARCHIVE
                   THRU LOAD-INVOICE-ARCHIVE-EXIT

               OPEN INPUT PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                       "- STATEMENTS SHOW PAYMENTS ONLY."
               END-IF

               OPEN INPUT UNAPPLIED-CASH-FILE
               IF UNAP-OK THEN
                   MOVE "Y" TO WS-UNAP-AVAIL-SW
               END-IF

               OPEN OUTPUT STATEMENT-REPORT-FILE
               MOVE WS-FROM-DATE TO STL-FROM-DATE
               MOVE WS-TO-DATE   TO STL-TO-DATE
               IF REGISTER-IS-AVAILABLE THEN
                   CLOSE INVOICE-REGISTER-FILE
               END-IF
               IF UNAPPLIED-CASH-IS-AVAILABLE THEN
                   CLOSE UNAPPLIED-CASH-FILE
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

       ACCEPT-FROM-DATE.
           DISPLAY "ENTER FROM DATE (YYYYMMDD OR MONTHEND): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           MOVE "Y" TO WS-DATE-VALID-SW

           IF WS-DATE-ENTRY = "MONTHEND" THEN
               MOVE "Y" TO WS-MONTHEND-SW
           ELSE
               IF WS-DATE-NUMERIC IS NOT NUMERIC THEN
                   MOVE "N" TO WS-DATE-VALID-SW
                   ADD 1 TO WS-DATE-TRIES
                   DISPLAY "ERROR: DATE MUST BE NUMERIC YYYYMMDD.  "
                       "TRY AGAIN."
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * GET-PERIOD-END READS THE PEREND RECORD DATEROLL LEFT FOR  *
      * THE LAST BUSINESS DAY CLOSED.  WHEN THAT DAY ENDED A      *
      * MONTH THE RANGE BECOMES THE MONTH'S FIRST TO LAST         *
      * CALENDAR DAY; A MISSING FILE COUNTS AS NO MONTH END.      *
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
                           MOVE PED-PERIOD-FIRST TO WS-FROM-DATE
                           MOVE PED-PERIOD-LAST  TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PERIOD-END-FILE
           END-IF.

       ACCEPT-TO-DATE.
       LOAD-PAYMENT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOAD-INVOICE-ARCHIVE READS EVERY INVARCH GENERATION ON    *
      * THE INVARC DD.  A GENERATION WHOSE CUTOFF IS NOT AFTER    *
      * THE FROM DATE IS PASSED OVER - ALL OF IT FALLS BEFORE THE *
      * RANGE AND NETS TO NOTHING IN THE OPENING BALANCE.  NO     *
      * ARCHIVE AT ALL MEANS NO YEAR HAS BEEN CLOSED YET.         *
      *----------------------------------------------------------*
       LOAD-INVOICE-ARCHIVE.
           OPEN INPUT INVOICE-ARCHIVE-FILE
           IF NOT INVARC-OK THEN
               GO TO LOAD-INVOICE-ARCHIVE-EXIT
           END-IF

           READ INVOICE-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-INVARC-EOF-SW
           END-READ

           PERFORM STORE-ARCHIVE-RECORD
               UNTIL END-OF-INVOICE-ARCHIVE

           PERFORM SETTLE-ARCHIVED-INVOICE
           CLOSE INVOICE-ARCHIVE-FILE

           IF ARCHIVE-TABLES-FULL THEN
               DISPLAY "WARNING: ARCHIVED ACTIVITY IN THE RANGE "
                   "OVERFLOWS THE TABLES - NARROW THE RANGE."
           END-IF.

       LOAD-INVOICE-ARCHIVE-EXIT.
           EXIT.

       STORE-ARCHIVE-RECORD.
           IF IAR-IS-HEADER OR IAR-IS-TRAILER THEN
               PERFORM SETTLE-ARCHIVED-INVOICE
           END-IF

           IF IAR-IS-HEADER THEN
               MOVE IAR-CUTOFF-DATE TO WS-ARC-CUTOFF
               IF WS-FROM-DATE IS LESS THAN WS-ARC-CUTOFF THEN
                   MOVE "Y" TO WS-GEN-NEEDED-SW
                   ADD 1 TO WS-GENERATIONS-USED
               ELSE
                   MOVE "N" TO WS-GEN-NEEDED-SW
               END-IF
           END-IF

           IF GENERATION-IS-NEEDED
                   AND NOT ARCHIVE-TABLES-FULL THEN
               IF IAR-IS-INVOICE THEN
                   PERFORM STORE-ARCHIVED-INVOICE
               END-IF
               IF IAR-IS-PAYMENT AND ARCHIVED-INVOICE-PENDING THEN
                   PERFORM STORE-ARCHIVED-PAYMENT
               END-IF
           END-IF

           READ INVOICE-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-INVARC-EOF-SW
           END-READ.

       STORE-ARCHIVED-INVOICE.
           PERFORM SETTLE-ARCHIVED-INVOICE
           IF ARC-ENTRY-COUNT IS NOT LESS THAN 1000 THEN
               MOVE "Y" TO WS-ARC-FULL-SW
           ELSE
               MOVE "Y" TO WS-ARC-PENDING-SW
               MOVE "N" TO WS-ARC-REACHES-SW
               COMPUTE WS-ARC-PAY-START = PAY-ENTRY-COUNT + 1
               MOVE IAI-FISCAL-CODE
                   TO ARI-FISCAL-CODE(ARC-ENTRY-COUNT + 1)
               MOVE IAI-RUN-DATE
                   TO ARI-DATE(ARC-ENTRY-COUNT + 1)
               MOVE IAI-INVOICE-NO
                   TO ARI-INVOICE-NO(ARC-ENTRY-COUNT + 1)
               MOVE IAI-GRAND-TOTAL
                   TO ARI-AMOUNT(ARC-ENTRY-COUNT + 1)
               MOVE IAI-CREDIT-FLAG
                   TO ARI-CREDIT-FLAG(ARC-ENTRY-COUNT + 1)
               IF IAI-RUN-DATE IS NOT LESS THAN WS-FROM-DATE THEN
                   MOVE "Y" TO WS-ARC-REACHES-SW
               END-IF
           END-IF.

       STORE-ARCHIVED-PAYMENT.
           IF PAY-ENTRY-COUNT IS NOT LESS THAN 1000 THEN
               MOVE "Y" TO WS-ARC-FULL-SW
               MOVE "N" TO WS-ARC-REACHES-SW
           ELSE
               ADD 1 TO PAY-ENTRY-COUNT
               MOVE IAP-DATE        TO PAY-DATE(PAY-ENTRY-COUNT)
               MOVE IAP-FISCAL-CODE TO PAY-FISCAL-CODE(PAY-ENTRY-COUNT)
               MOVE IAP-INVOICE-NO  TO PAY-INVOICE-NO(PAY-ENTRY-COUNT)
               MOVE IAP-AMOUNT      TO PAY-AMOUNT(PAY-ENTRY-COUNT)
               IF IAP-DATE IS NOT LESS THAN WS-FROM-DATE THEN
                   MOVE "Y" TO WS-ARC-REACHES-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * SETTLE-ARCHIVED-INVOICE CLOSES OFF THE ARCHIVED INVOICE   *
      * IN HAND ONCE ALL ITS PAYMENTS HAVE BEEN READ - KEPT WHEN  *
      * IT OR ANY OF ITS PAYMENTS FALLS IN OR AFTER THE RANGE,    *
      * OTHERWISE DROPPED WITH ITS PAYMENTS.                      *
      *----------------------------------------------------------*
       SETTLE-ARCHIVED-INVOICE.
           IF ARCHIVED-INVOICE-PENDING THEN
               IF ARCHIVED-INVOICE-REACHES THEN
                   ADD 1 TO ARC-ENTRY-COUNT
               ELSE
                   COMPUTE PAY-ENTRY-COUNT = WS-ARC-PAY-START - 1
               END-IF
               MOVE "N" TO WS-ARC-PENDING-SW
           END-IF.

       STORE-PAYMENT-LOG-ENTRY.
           ADD 1 TO PAY-ENTRY-COUNT
           MOVE PLR-DATE        TO PAY-DATE(PAY-ENTRY-COUNT)
      * AND PAYMENT ACTIVITY - EVERYTHING BEFORE THE RANGE ROLLS  *
      * INTO THE OPENING BALANCE, EVERYTHING INSIDE IT IS LISTED  *
      * IN DATE ORDER - AND PRINTS THE STATEMENT.  A CUSTOMER     *
      * WITH NO ACTIVITY IN THE RANGE AND NO UNAPPLIED CREDIT     *
      * GETS NO STATEMENT.                                        *
      *----------------------------------------------------------*
       BUILD-CUSTOMER-STATEMENT.
           MOVE ZEROS TO WS-OPENING-BALANCE
               PERFORM GATHER-CUSTOMER-INVOICES
           END-IF

           PERFORM GATHER-ONE-ARCHIVED-INVOICE
               VARYING ARC-SCAN-IDX FROM 1 BY 1
               UNTIL ARC-SCAN-IDX > ARC-ENTRY-COUNT

           PERFORM GATHER-ONE-CUSTOMER-PAYMENT
               VARYING PAY-SCAN-IDX FROM 1 BY 1
               UNTIL PAY-SCAN-IDX > PAY-ENTRY-COUNT

           MOVE ZEROS TO WS-UNAPPLIED-CREDIT
           IF UNAPPLIED-CASH-IS-AVAILABLE THEN
               MOVE PM-FISCAL-CODE TO UCR-FISCAL-CODE
               READ UNAPPLIED-CASH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UCR-BALANCE TO WS-UNAPPLIED-CREDIT
               END-READ
           END-IF

           IF INV-ENTRY-COUNT IS EQUAL TO ZEROS
                   AND CPY-ENTRY-COUNT IS EQUAL TO ZEROS
                   AND WS-UNAPPLIED-CREDIT IS EQUAL TO ZEROS THEN
               GO TO BUILD-CUSTOMER-STATEMENT-NEXT
           END-IF

      * GATHER-CUSTOMER-INVOICES BROWSES THE REGISTER OVER THE    *
      * FISCAL-CODE ALTERNATE KEY.  INVOICES DATED BEFORE THE     *
      * RANGE ROLL THEIR GRAND TOTAL INTO THE OPENING BALANCE;    *
      * INVOICES INSIDE IT GO TO THE ACTIVITY TABLE; LATER ONES   *
      * ARE IGNORED.                                              *
      *----------------------------------------------------------*
       GATHER-CUSTOMER-INVOICES.
           MOVE "N" TO WS-BROWSE-END-SW
               ELSE
                   IF IVR-RUN-DATE IS NOT GREATER THAN WS-TO-DATE
                           AND INV-ENTRY-COUNT IS LESS THAN 100 THEN
                       MOVE IVR-RUN-DATE    TO WS-NEW-DATE
                       MOVE IVR-INVOICE-NO  TO WS-NEW-INVOICE-NO
                       MOVE IVR-GRAND-TOTAL TO WS-NEW-AMOUNT
                       MOVE IVR-CREDIT-FLAG TO WS-NEW-CREDIT-FLAG
                       PERFORM ADD-CUSTOMER-INVOICE
                   END-IF
               END-IF

                   IF PAY-DATE(PAY-SCAN-IDX) IS NOT GREATER THAN
                           WS-TO-DATE
                           AND CPY-ENTRY-COUNT IS LESS THAN 100 THEN
                       PERFORM ADD-CUSTOMER-PAYMENT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * GATHER-ONE-ARCHIVED-INVOICE DOES FOR AN ARCHIVED INVOICE  *
      * WHAT GATHER-ONE-CUSTOMER-INVOICE DOES FOR A LIVE ONE.     *
      *----------------------------------------------------------*
       GATHER-ONE-ARCHIVED-INVOICE.
           IF ARI-FISCAL-CODE(ARC-SCAN-IDX) IS EQUAL TO
                   PM-FISCAL-CODE THEN
               IF ARI-DATE(ARC-SCAN-IDX) IS LESS THAN
                       WS-FROM-DATE THEN
                   ADD ARI-AMOUNT(ARC-SCAN-IDX) TO WS-OPENING-BALANCE
               ELSE
                   IF ARI-DATE(ARC-SCAN-IDX) IS NOT GREATER THAN
                           WS-TO-DATE
                           AND INV-ENTRY-COUNT IS LESS THAN 100 THEN
                       MOVE ARI-DATE(ARC-SCAN-IDX) TO WS-NEW-DATE
                       MOVE ARI-INVOICE-NO(ARC-SCAN-IDX)
                           TO WS-NEW-INVOICE-NO
                       MOVE ARI-AMOUNT(ARC-SCAN-IDX) TO WS-NEW-AMOUNT
                       MOVE ARI-CREDIT-FLAG(ARC-SCAN-IDX)
                           TO WS-NEW-CREDIT-FLAG
                       PERFORM ADD-CUSTOMER-INVOICE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ADD-CUSTOMER-INVOICE PUTS THE WS-NEW- ENTRY INTO THE      *
      * INVOICE ACTIVITY TABLE IN DATE ORDER, SLIDING ANY LATER   *
      * ENTRIES DOWN ONE; AN ENTRY DATED THE SAME AS ONE ALREADY  *
      * THERE GOES AFTER IT.  ADD-CUSTOMER-PAYMENT DOES THE SAME  *
      * FOR THE PAYMENT TABLE ENTRY AT PAY-SCAN-IDX.  THE CALLER  *
      * HAS ALREADY CHECKED THERE IS ROOM.                        *
      *----------------------------------------------------------*
       ADD-CUSTOMER-INVOICE.
           MOVE INV-ENTRY-COUNT TO WS-SHIFT-IDX
           MOVE "N" TO WS-SHIFT-DONE-SW
           IF WS-SHIFT-IDX IS EQUAL TO ZEROS THEN
               MOVE "Y" TO WS-SHIFT-DONE-SW
           END-IF
           PERFORM SHIFT-ONE-INVOICE
               UNTIL SHIFT-IS-DONE

           ADD 1 TO WS-SHIFT-IDX
           MOVE WS-NEW-DATE        TO CIN-DATE(WS-SHIFT-IDX)
           MOVE WS-NEW-INVOICE-NO  TO CIN-INVOICE-NO(WS-SHIFT-IDX)
           MOVE WS-NEW-AMOUNT      TO CIN-AMOUNT(WS-SHIFT-IDX)
           MOVE WS-NEW-CREDIT-FLAG TO CIN-CREDIT-FLAG(WS-SHIFT-IDX)
           ADD 1 TO INV-ENTRY-COUNT.

       SHIFT-ONE-INVOICE.
           IF CIN-DATE(WS-SHIFT-IDX) IS GREATER THAN WS-NEW-DATE THEN
               MOVE CUST-INVOICE-ENTRY(WS-SHIFT-IDX)
                   TO CUST-INVOICE-ENTRY(WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
               IF WS-SHIFT-IDX IS EQUAL TO ZEROS THEN
                   MOVE "Y" TO WS-SHIFT-DONE-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-SHIFT-DONE-SW
           END-IF.

       ADD-CUSTOMER-PAYMENT.
           MOVE PAY-DATE(PAY-SCAN-IDX) TO WS-NEW-DATE
           MOVE CPY-ENTRY-COUNT TO WS-SHIFT-IDX
           MOVE "N" TO WS-SHIFT-DONE-SW
           IF WS-SHIFT-IDX IS EQUAL TO ZEROS THEN
               MOVE "Y" TO WS-SHIFT-DONE-SW
           END-IF
           PERFORM SHIFT-ONE-PAYMENT
               UNTIL SHIFT-IS-DONE

           ADD 1 TO WS-SHIFT-IDX
           MOVE PAY-DATE(PAY-SCAN-IDX)
               TO CPY-DATE(WS-SHIFT-IDX)
           MOVE PAY-INVOICE-NO(PAY-SCAN-IDX)
               TO CPY-INVOICE-NO(WS-SHIFT-IDX)
           MOVE PAY-AMOUNT(PAY-SCAN-IDX)
               TO CPY-AMOUNT(WS-SHIFT-IDX)
           ADD 1 TO CPY-ENTRY-COUNT.

       SHIFT-ONE-PAYMENT.
           IF CPY-DATE(WS-SHIFT-IDX) IS GREATER THAN WS-NEW-DATE THEN
               MOVE CUST-PAYMENT-ENTRY(WS-SHIFT-IDX)
                   TO CUST-PAYMENT-ENTRY(WS-SHIFT-IDX + 1)
               SUBTRACT 1 FROM WS-SHIFT-IDX
               IF WS-SHIFT-IDX IS EQUAL TO ZEROS THEN
                   MOVE "Y" TO WS-SHIFT-DONE-SW
               END-IF
           ELSE
               MOVE "Y" TO WS-SHIFT-DONE-SW
           END-IF.

      *----------------------------------------------------------*
      * PRINT-CUSTOMER-STATEMENT MERGES THE INVOICE AND PAYMENT   *
      * ACTIVITY BY DATE (BOTH TABLES ARE BUILT IN DATE ORDER BY  *
      * ADD-CUSTOMER-INVOICE AND ADD-CUSTOMER-PAYMENT)            *
      * WITH A RUNNING BALANCE FROM THE OPENING                   *
      * BALANCE DOWN TO THE CLOSING ONE.  MONEY HELD ON THE       *
      * UNAPPLIED CASH LEDGER HAS PAID NO INVOICE YET, SO IT IS   *
      * SHOWN AFTER THE CLOSING BALANCE AS A SEPARATE CREDIT      *
      * WITH THE NET AMOUNT DUE, NOT MIXED INTO THE RUNNING ONE.  *
      *----------------------------------------------------------*
       PRINT-CUSTOMER-STATEMENT.
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           MOVE "CLOSING BALANCE:  " TO SBL-LABEL
           MOVE WS-RUNNING-BALANCE   TO SBL-AMOUNT
           MOVE STM-BALANCE-LINE TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD

           IF WS-UNAPPLIED-CREDIT IS NOT EQUAL TO ZEROS THEN
               MOVE "UNAPPLIED CREDIT: " TO SBL-LABEL
               COMPUTE SBL-AMOUNT = 0 - WS-UNAPPLIED-CREDIT
               MOVE STM-BALANCE-LINE TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
               MOVE "NET AMOUNT DUE:   " TO SBL-LABEL
               COMPUTE SBL-AMOUNT =
                   WS-RUNNING-BALANCE - WS-UNAPPLIED-CREDIT
               MOVE STM-BALANCE-LINE TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
           END-IF.

       PRINT-NEXT-ACTIVITY-LINE.
           IF WS-PAY-IDX > CPY-ENTRY-COUNT
