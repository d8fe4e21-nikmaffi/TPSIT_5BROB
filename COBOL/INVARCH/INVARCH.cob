       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVARCH.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  YEAR-END CLOSE OF THE     *
      *                 INVOICE REGISTER AND PAYMENT LOG, WHICH   *
      *                 UNTIL NOW ONLY EVER GREW.  EVERY INVOICE  *
      *                 FULLY PAID (ZERO OPEN BALANCE), NOT HELD, *
      *                 ISSUED BEFORE THE CUTOFF DATE ON THE      *
      *                 CONTROL CARD AND WITH EVERY PAYMENT       *
      *                 AGAINST IT ALSO DATED BEFORE THE CUTOFF   *
      *                 IS MOVED, WITH ITS PAYLOG ENTRIES, TO A   *
      *                 DATED ARCHIVE GENERATION (INVARC) AND     *
      *                 INDEXED BY NUMBER ON THE ARCHIVED INVOICE *
      *                 INDEX (INVARX) FOR INVINQ AND VATREG.     *
      *                 OPEN AND RECENT ITEMS STAY LIVE.  ARCRPT  *
      *                 PROVES LIVE PLUS ARCHIVE EQUALS THE FILES *
      *                 BEFORE THE CLOSE - INVOICE COUNT, GRAND   *
      *                 TOTAL, PAID TOTAL, PAYLOG ENTRIES AND     *
      *                 AMOUNT - AND AN UNBALANCED CLOSE ENDS THE *
      *                 STEP RC=8.                                *
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

           SELECT ARCHIVED-INDEX-FILE ASSIGN TO "INVARX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARX-INVOICE-NO
               FILE STATUS IS WS-INVARX-STATUS.

           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-STATUS.

           SELECT PAYMENT-WORK-FILE ASSIGN TO "PAYWRK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-ARCHIVE-FILE ASSIGN TO "INVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVARC-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCRPT"
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

       FD  ARCHIVED-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVARX.

       FD  PAYMENT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYLOG.

      *----------------------------------------------------------*
      * THE WORK RECORD CARRIES A PAYLOG ENTRY AS WRITTEN - 52    *
      * BYTES - WITHOUT RE-DESCRIBING ITS FIELDS.                 *
      *----------------------------------------------------------*
       FD  PAYMENT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-WORK-RECORD PIC X(52).

       FD  INVOICE-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVARC.

      *----------------------------------------------------------*
      * PAYLOG IS WRITTEN IN POSTING ORDER, SO ITS ENTRIES ARE    *
      * SORTED INTO INVOICE NUMBER ORDER (DATE ORDER WITHIN AN    *
      * INVOICE) AND MATCHED AGAINST THE REGISTER READ IN KEY     *
      * ORDER, THE WAY XREFCHK MATCHES THEM.                      *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-INVOICE-NO     PIC 9(8).
           05 SW-DATE           PIC 9(8).
           05 SW-TIME           PIC 9(8).
           05 SW-AMOUNT         PIC 9(6)V99.
           05 SW-PAYMENT-IMAGE  PIC X(52).

       FD  ARCHIVE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-REPORT-RECORD PIC X(80).

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
           77 WS-INVARX-STATUS  PIC X(2).
               88 INVARX-OK             VALUE "00".
               88 INVARX-FILE-NOT-FOUND VALUE "35".
           77 WS-PAYLOG-STATUS  PIC X(2).
               88 PAYLOG-OK VALUE "00".
           77 WS-INVARC-STATUS  PIC X(2).
               88 INVARC-OK VALUE "00".
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

           77 WS-PAYLOG-AVAIL-SW PIC X VALUE "N".
               88 PAYLOG-IS-AVAILABLE VALUE "Y".
           77 WS-PAYLOG-EOF-SW  PIC X VALUE "N".
               88 END-OF-PAYLOG VALUE "Y".
           77 WS-PAYWRK-EOF-SW  PIC X VALUE "N".
               88 END-OF-PAYWRK VALUE "Y".
           77 WS-SORT-EOF-SW    PIC X VALUE "N".
               88 END-OF-SORTED-PAYMENTS VALUE "Y".
           77 WS-IVREG-EOF-SW   PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           77 WS-COUNT-EOF-SW   PIC X VALUE "N".
               88 END-OF-COUNT VALUE "Y".
           77 WS-INDEX-DUP-SW   PIC X VALUE "N".
               88 ALREADY-ON-INDEX VALUE "Y".
           77 WS-ARCHIVED-SW    PIC X VALUE "N".
               88 PAYMENT-WAS-ARCHIVED VALUE "Y".

      *----------------------------------------------------------*
      * THE CUTOFF CARD IS A YYYYMMDD DATE NO LATER THAN THE      *
      * BUSINESS DATE.  ONLY ITEMS DATED BEFORE IT ARE ARCHIVED - *
      * A CUTOFF OF 1 JANUARY CLOSES THE YEAR BEFORE.             *
      *----------------------------------------------------------*
           77 WS-CARD-VALID-SW  PIC X.
               88 WS-CARD-IS-VALID VALUE "Y".
           77 WS-CARD-TRIES     PIC 9 VALUE ZEROS.
           01 WS-CUTOFF-CARD.
               05 WS-CUTOFF-YEAR    PIC 9(4).
               05 WS-CUTOFF-MONTH   PIC 99.
               05 WS-CUTOFF-DAY     PIC 99.
           01 WS-CUTOFF-CARD-X REDEFINES WS-CUTOFF-CARD PIC X(8).
           01 WS-CUTOFF-CARD-N REDEFINES WS-CUTOFF-CARD PIC 9(8).
           77 WS-CUTOFF-DATE    PIC 9(8).

      *----------------------------------------------------------*
      * THE MATCH RUNS ON TWO KEYS ONE DIGIT WIDER THAN AN        *
      * INVOICE NUMBER, SO THE ALL-NINES SENTINEL SET AT END OF   *
      * FILE CAN NEVER BE A REAL INVOICE.                         *
      *----------------------------------------------------------*
           77 WS-PAY-KEY        PIC 9(9).
           77 WS-INV-KEY        PIC 9(9).
           77 WS-GROUP-KEY      PIC 9(9).
           77 WS-HIGH-KEY       PIC 9(9) VALUE 999999999.

      *----------------------------------------------------------*
      * THE PAYLOG ENTRIES OF THE INVOICE IN HAND, HELD UNTIL IT  *
      * IS KNOWN WHETHER THE INVOICE GOES TO THE ARCHIVE.  AN     *
      * INVOICE WITH MORE ENTRIES THAN THE TABLE HOLDS STAYS      *
      * LIVE.                                                     *
      *----------------------------------------------------------*
           77 GRP-COUNT         PIC 9(4) VALUE ZEROS.
           77 GRP-IDX           PIC 9(4).
           77 WS-GROUP-TOTAL    PIC 9(5) VALUE ZEROS.
           77 WS-LATEST-PAYMENT PIC 9(8) VALUE ZEROS.
           01 PAYMENT-GROUP-TABLE.
               05 PAYMENT-GROUP-ENTRY OCCURS 200 TIMES.
                   10 GRP-AMOUNT      PIC 9(6)V99.
                   10 GRP-PAYMENT-IMAGE PIC X(52).

      *----------------------------------------------------------*
      * WHY AN INVOICE STAYED ON THE LIVE REGISTER, IN THE ORDER  *
      * THE TESTS ARE MADE AND LISTED ON ARCRPT.  KEEP-IDX IS SET *
      * TO THE FIRST TEST THE INVOICE FAILS.                      *
      *----------------------------------------------------------*
           77 KEEP-IDX          PIC 9(1).
           01 KEEP-TABLE.
               05 KEEP-ENTRY OCCURS 6 TIMES.
                   10 KPT-REASON      PIC X(30).
                   10 KPT-COUNT       PIC 9(7).
           77 WS-KEPT-COUNT     PIC 9(7) VALUE ZEROS.

      *----------------------------------------------------------*
      * CONTROL TOTALS.  BEFORE IS WHAT THE LIVE FILES HELD AS    *
      * THE CLOSE BEGAN, LIVE IS WHAT THEY HOLD AFTER IT (COUNTED *
      * AGAIN FROM THE FILES, NOT DERIVED), ARCH IS WHAT WENT TO  *
      * THE ARCHIVE GENERATION.                                   *
      *----------------------------------------------------------*
           77 WS-INV-BEFORE     PIC 9(7) VALUE ZEROS.
           77 WS-INV-LIVE       PIC 9(7) VALUE ZEROS.
           77 WS-INV-ARCH       PIC 9(7) VALUE ZEROS.
           77 WS-GRAND-BEFORE   PIC S9(9)V99 VALUE ZEROS.
           77 WS-GRAND-LIVE     PIC S9(9)V99 VALUE ZEROS.
           77 WS-GRAND-ARCH     PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAID-BEFORE    PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAID-LIVE      PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAID-ARCH      PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAY-BEFORE     PIC 9(7) VALUE ZEROS.
           77 WS-PAY-LIVE       PIC 9(7) VALUE ZEROS.
           77 WS-PAY-ARCH       PIC 9(7) VALUE ZEROS.
           77 WS-PAYAMT-BEFORE  PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAYAMT-LIVE    PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAYAMT-ARCH    PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAY-DROPPED    PIC 9(7) VALUE ZEROS.
           77 WS-ORPHAN-COUNT   PIC 9(7) VALUE ZEROS.
           77 WS-UNBALANCED-COUNT PIC 9(2) VALUE ZEROS.
           77 WS-CHECK-BEFORE   PIC S9(9)V99.
           77 WS-CHECK-AFTER    PIC S9(9)V99.

           01 ARC-TITLE-LINE.
               05 FILLER          PIC X(32)
                   VALUE "INVOICE YEAR-END ARCHIVE FOR   ".
               05 ATL-DATE        PIC 9(8).
               05 FILLER          PIC X(10) VALUE "  CUTOFF  ".
               05 ATL-CUTOFF      PIC 9(8).
               05 FILLER          PIC X(22) VALUE SPACES.

           01 ARC-TOTALS-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "CONTROL TOTAL     BEFORE CLOSE    LIVE A".
               05 FILLER          PIC X(40)
                   VALUE "FTER      ARCHIVED  CHECK               ".

           01 ARC-COUNT-LINE.
               05 ACL-LABEL       PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ACL-BEFORE      PIC Z(12)9.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ACL-LIVE        PIC Z(12)9.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ACL-ARCHIVED    PIC Z(12)9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ACL-CHECK       PIC X(14).
               05 FILLER          PIC X(6) VALUE SPACES.

           01 ARC-AMOUNT-LINE.
               05 AAL-LABEL       PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 AAL-BEFORE      PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 AAL-LIVE        PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 AAL-ARCHIVED    PIC -(9)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 AAL-CHECK       PIC X(14).
               05 FILLER          PIC X(6) VALUE SPACES.

           01 ARC-SUMMARY-LINE.
               05 ASL-LABEL       PIC X(32).
               05 ASL-COUNT       PIC ZZZZZZ9.
               05 FILLER          PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE

               MOVE "N" TO WS-CARD-VALID-SW
               MOVE ZEROS TO WS-CARD-TRIES
               PERFORM ACCEPT-CUTOFF-CARD
                   UNTIL WS-CARD-IS-VALID
                      OR WS-CARD-TRIES IS NOT LESS THAN 3
               IF NOT WS-CARD-IS-VALID THEN
                   DISPLAY "ERROR: NO VALID CUTOFF DATE AFTER 3 "
                       "TRIES - RUN ABANDONED."
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF
               MOVE WS-CUTOFF-CARD-N TO WS-CUTOFF-DATE

               PERFORM SET-UP-KEEP-TABLE
               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               OPEN I-O INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O ARCHIVED-INDEX-FILE
               IF INVARX-FILE-NOT-FOUND THEN
                   OPEN OUTPUT ARCHIVED-INDEX-FILE
                   CLOSE ARCHIVED-INDEX-FILE
                   OPEN I-O ARCHIVED-INDEX-FILE
               END-IF
               IF NOT INVARX-OK THEN
                   DISPLAY "ERROR: ARCHIVED INVOICE INDEX NOT "
                       "AVAILABLE - STATUS " WS-INVARX-STATUS
                       ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN OUTPUT INVOICE-ARCHIVE-FILE
               IF NOT INVARC-OK THEN
                   DISPLAY "ERROR: ARCHIVE GENERATION NOT AVAILABLE "
                       "- STATUS " WS-INVARC-STATUS
                       ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   CLOSE ARCHIVED-INDEX-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF
               MOVE SPACES TO INVOICE-ARCHIVE-RECORD
               MOVE "H" TO IAR-RECORD-TYPE
               MOVE WS-TODAY       TO IAR-ARCHIVE-DATE
               MOVE WS-CUTOFF-DATE TO IAR-CUTOFF-DATE
               WRITE INVOICE-ARCHIVE-RECORD

               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-INVOICE-NO
                                    SW-DATE
                                    SW-TIME
                   INPUT PROCEDURE IS RELEASE-PAYMENTS
                       THRU RELEASE-PAYMENTS-EXIT
                   OUTPUT PROCEDURE IS ARCHIVE-REGISTER
                       THRU ARCHIVE-REGISTER-EXIT

               MOVE SPACES TO INVOICE-ARCHIVE-RECORD
               MOVE "T" TO IAR-RECORD-TYPE
               MOVE WS-INV-ARCH    TO IAR-INVOICE-COUNT
               MOVE WS-PAY-ARCH    TO IAR-PAYMENT-COUNT
               MOVE WS-GRAND-ARCH  TO IAR-GRAND-TOTAL
               MOVE WS-PAID-ARCH   TO IAR-PAID-TOTAL
               MOVE WS-PAYAMT-ARCH TO IAR-PAYMENT-AMOUNT
               WRITE INVOICE-ARCHIVE-RECORD
               CLOSE INVOICE-ARCHIVE-FILE

               PERFORM REWRITE-PAYMENT-LOG
                   THRU REWRITE-PAYMENT-LOG-EXIT

               PERFORM COUNT-LIVE-REGISTER

               CLOSE INVOICE-REGISTER-FILE
               CLOSE ARCHIVED-INDEX-FILE

               PERFORM WRITE-CONTROL-REPORT

               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "YEAR-END ARCHIVE CUTOFF " WS-CUTOFF-DATE
                       " - " WS-INV-ARCH " INVOICES ARCHIVED"
                       " - SEE ARCRPT" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               IF WS-UNBALANCED-COUNT IS GREATER THAN ZEROS THEN
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "CONTROL TOTALS OUT OF BALANCE ON "
                           WS-UNBALANCED-COUNT " LINE(S) - SEE ARCRPT"
                           DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               IF KPT-COUNT(6) IS GREATER THAN ZEROS THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

       ABANDON-RUN.
           MOVE "END  " TO WS-RCTL-EVENT
           PERFORM WRITE-RUN-CONTROL
           MOVE 8 TO RETURN-CODE.

      *----------------------------------------------------------*
      * ACCEPT-CUTOFF-CARD READS THE CUTOFF DATE (YYYYMMDD) OFF   *
      * SYSIN.  IT MUST BE NUMERIC, A PLAUSIBLE CALENDAR DATE AND *
      * NOT AFTER THE BUSINESS DATE, OR THE CARD IS ASKED FOR     *
      * AGAIN.                                                    *
      *----------------------------------------------------------*
       ACCEPT-CUTOFF-CARD.
           DISPLAY "ENTER ARCHIVE CUTOFF DATE (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-CUTOFF-CARD-X
           MOVE "Y" TO WS-CARD-VALID-SW

           IF WS-CUTOFF-CARD-N IS NOT NUMERIC THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: DATE MUST BE NUMERIC YYYYMMDD.  "
                   "TRY AGAIN."
           ELSE
               IF WS-CUTOFF-MONTH IS LESS THAN 1
                       OR WS-CUTOFF-MONTH IS GREATER THAN 12
                       OR WS-CUTOFF-DAY IS LESS THAN 1
                       OR WS-CUTOFF-DAY IS GREATER THAN 31 THEN
                   MOVE "N" TO WS-CARD-VALID-SW
                   ADD 1 TO WS-CARD-TRIES
                   DISPLAY "ERROR: NOT A CALENDAR DATE.  TRY AGAIN."
               ELSE
                   IF WS-CUTOFF-CARD-N IS GREATER THAN WS-TODAY THEN
                       MOVE "N" TO WS-CARD-VALID-SW
                       ADD 1 TO WS-CARD-TRIES
                       DISPLAY "ERROR: CUTOFF IS AFTER THE BUSINESS "
                           "DATE " WS-TODAY ".  TRY AGAIN."
                   END-IF
               END-IF
           END-IF.

       SET-UP-KEEP-TABLE.
           MOVE "OPEN BALANCE NOT ZERO         " TO KPT-REASON(1)
           MOVE "HELD                          " TO KPT-REASON(2)
           MOVE "ISSUED ON OR AFTER CUTOFF     " TO KPT-REASON(3)
           MOVE "PAID ON OR AFTER CUTOFF       " TO KPT-REASON(4)
           MOVE "OVER 200 PAYLOG ENTRIES       " TO KPT-REASON(5)
           MOVE "NUMBER ALREADY ON INVARX      " TO KPT-REASON(6)
           PERFORM CLEAR-KEEP-COUNT
               VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > 5
           MOVE ZEROS TO KPT-COUNT(6).

       CLEAR-KEEP-COUNT.
           MOVE ZEROS TO KPT-COUNT(KEEP-IDX).

      *----------------------------------------------------------*
      * RELEASE-PAYMENTS FEEDS EVERY PAYLOG ENTRY TO THE SORT AND *
      * TAKES THE LOG'S BEFORE TOTALS.  NO PAYLOG AT ALL MEANS    *
      * NOTHING HAS BEEN PAID, SO NOTHING CAN BE ARCHIVED.        *
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
           ADD 1 TO WS-PAY-BEFORE
           ADD PLR-AMOUNT TO WS-PAYAMT-BEFORE
           MOVE PLR-INVOICE-NO     TO SW-INVOICE-NO
           MOVE PLR-DATE           TO SW-DATE
           MOVE PLR-TIME           TO SW-TIME
           MOVE PLR-AMOUNT         TO SW-AMOUNT
           MOVE PAYMENT-LOG-RECORD TO SW-PAYMENT-IMAGE
           RELEASE SORT-WORK-RECORD

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * ARCHIVE-REGISTER WALKS THE REGISTER IN INVOICE ORDER      *
      * ALONGSIDE THE SORTED PAYMENTS, GATHERING EACH INVOICE'S   *
      * OWN PAYLOG ENTRIES BEFORE DECIDING ITS FATE.  PAYMENTS    *
      * WHOSE INVOICE IS NOT ON THE REGISTER ARE COUNTED AND LEFT *
      * ON PAYLOG FOR XREFCHK TO REPORT.                          *
      *----------------------------------------------------------*
       ARCHIVE-REGISTER.
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

       ARCHIVE-REGISTER-EXIT.
           EXIT.

       MATCH-NEXT-KEY.
           IF WS-PAY-KEY IS LESS THAN WS-INV-KEY THEN
               PERFORM GATHER-PAYMENT-GROUP
               ADD WS-GROUP-TOTAL TO WS-ORPHAN-COUNT
           ELSE
               IF WS-PAY-KEY IS EQUAL TO WS-INV-KEY THEN
                   PERFORM GATHER-PAYMENT-GROUP
               ELSE
                   MOVE ZEROS TO GRP-COUNT
                                 WS-GROUP-TOTAL
                                 WS-LATEST-PAYMENT
               END-IF
               PERFORM ARCHIVE-ONE-INVOICE
                   THRU ARCHIVE-ONE-INVOICE-EXIT
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

       GATHER-PAYMENT-GROUP.
           MOVE WS-PAY-KEY TO WS-GROUP-KEY
           MOVE ZEROS TO GRP-COUNT
                         WS-GROUP-TOTAL
                         WS-LATEST-PAYMENT
           PERFORM GATHER-ONE-PAYMENT
               UNTIL WS-PAY-KEY IS NOT EQUAL TO WS-GROUP-KEY.

       GATHER-ONE-PAYMENT.
           ADD 1 TO WS-GROUP-TOTAL
           IF GRP-COUNT IS LESS THAN 200 THEN
               ADD 1 TO GRP-COUNT
               MOVE SW-AMOUNT        TO GRP-AMOUNT(GRP-COUNT)
               MOVE SW-PAYMENT-IMAGE TO GRP-PAYMENT-IMAGE(GRP-COUNT)
           END-IF
           IF SW-DATE IS GREATER THAN WS-LATEST-PAYMENT THEN
               MOVE SW-DATE TO WS-LATEST-PAYMENT
           END-IF
           PERFORM READ-SORTED-PAYMENT.

      *----------------------------------------------------------*
      * ARCHIVE-ONE-INVOICE TAKES THE INVOICE IN HAND INTO THE    *
      * BEFORE TOTALS AND TESTS IT.  AN INVOICE IS ARCHIVED ONLY  *
      * WHEN NOTHING ABOUT IT CAN STILL MOVE AND IT IS WHOLLY     *
      * BEFORE THE CUTOFF - ISSUED AND EVERY PAYMENT DATED BEFORE *
      * IT - SO A STATEMENT FROM THE CUTOFF ON OPENS ON THE SAME  *
      * BALANCE WITH OR WITHOUT IT.  IT IS INDEXED ON INVARX      *
      * FIRST, SO A NUMBER ALREADY THERE (ISSUED TWICE) STAYS     *
      * LIVE RATHER THAN OVERWRITE THE ARCHIVED ONE; THEN ITS     *
      * REGISTER RECORD AND PAYLOG ENTRIES GO TO THE GENERATION   *
      * AND IT IS DELETED FROM THE REGISTER.                      *
      *----------------------------------------------------------*
       ARCHIVE-ONE-INVOICE.
           ADD 1 TO WS-INV-BEFORE
           ADD IVR-GRAND-TOTAL TO WS-GRAND-BEFORE
           ADD IVR-PAID-TOTAL  TO WS-PAID-BEFORE

           IF IVR-OPEN-BALANCE IS NOT EQUAL TO ZEROS THEN
               MOVE 1 TO KEEP-IDX
               GO TO ARCHIVE-ONE-INVOICE-KEEP
           END-IF
           IF IVR-IS-HELD THEN
               MOVE 2 TO KEEP-IDX
               GO TO ARCHIVE-ONE-INVOICE-KEEP
           END-IF
           IF IVR-RUN-DATE IS NOT LESS THAN WS-CUTOFF-DATE THEN
               MOVE 3 TO KEEP-IDX
               GO TO ARCHIVE-ONE-INVOICE-KEEP
           END-IF
           IF WS-LATEST-PAYMENT IS NOT LESS THAN WS-CUTOFF-DATE THEN
               MOVE 4 TO KEEP-IDX
               GO TO ARCHIVE-ONE-INVOICE-KEEP
           END-IF
           IF WS-GROUP-TOTAL IS GREATER THAN 200 THEN
               MOVE 5 TO KEEP-IDX
               GO TO ARCHIVE-ONE-INVOICE-KEEP
           END-IF

           MOVE "N" TO WS-INDEX-DUP-SW
           MOVE IVR-INVOICE-NO          TO ARX-INVOICE-NO
           MOVE WS-TODAY                TO ARX-ARCHIVE-DATE
           MOVE WS-CUTOFF-DATE          TO ARX-CUTOFF-DATE
           MOVE GRP-COUNT               TO ARX-PAYMENT-COUNT
           MOVE INVOICE-REGISTER-RECORD TO ARX-INVOICE-IMAGE
           WRITE ARCHIVED-INVOICE-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-INDEX-DUP-SW
           END-WRITE
           IF ALREADY-ON-INDEX THEN
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "INVOICE " IVR-INVOICE-NO
                       " ALREADY ON INVARX - LEFT ON THE REGISTER"
                       DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE 6 TO KEEP-IDX
               GO TO ARCHIVE-ONE-INVOICE-KEEP
           END-IF

           MOVE SPACES TO INVOICE-ARCHIVE-RECORD
           MOVE "I" TO IAR-RECORD-TYPE
           MOVE INVOICE-REGISTER-RECORD TO IAR-INVOICE-IMAGE
           WRITE INVOICE-ARCHIVE-RECORD
           PERFORM WRITE-ARCHIVED-PAYMENT
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GRP-COUNT

           ADD 1 TO WS-INV-ARCH
           ADD IVR-GRAND-TOTAL TO WS-GRAND-ARCH
           ADD IVR-PAID-TOTAL  TO WS-PAID-ARCH

           DELETE INVOICE-REGISTER-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "INVOICE " IVR-INVOICE-NO
                           " ARCHIVED BUT NOT DELETED - STATUS "
                           WS-IVREG-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
           END-DELETE
           GO TO ARCHIVE-ONE-INVOICE-EXIT.

       ARCHIVE-ONE-INVOICE-KEEP.
           ADD 1 TO KPT-COUNT(KEEP-IDX)
           ADD 1 TO WS-KEPT-COUNT.

       ARCHIVE-ONE-INVOICE-EXIT.
           EXIT.

       WRITE-ARCHIVED-PAYMENT.
           MOVE SPACES TO INVOICE-ARCHIVE-RECORD
           MOVE "P" TO IAR-RECORD-TYPE
           MOVE GRP-PAYMENT-IMAGE(GRP-IDX) TO IAR-PAYMENT-IMAGE
           WRITE INVOICE-ARCHIVE-RECORD
           ADD 1 TO WS-PAY-ARCH
           ADD GRP-AMOUNT(GRP-IDX) TO WS-PAYAMT-ARCH.

      *----------------------------------------------------------*
      * REWRITE-PAYMENT-LOG COPIES PAYLOG, IN ITS OWN POSTING     *
      * ORDER, TO THE WORK FILE LESS THE ENTRIES THAT WENT TO THE *
      * ARCHIVE - THOSE WHOSE INVOICE IS OFF THE REGISTER AND WAS *
      * INDEXED BY THIS CLOSE - AND COPIES THE WORK FILE BACK     *
      * OVER PAYLOG, COUNTING THE LIVE AFTER TOTALS AS IT GOES.   *
      *----------------------------------------------------------*
       REWRITE-PAYMENT-LOG.
           IF NOT PAYLOG-IS-AVAILABLE THEN
               GO TO REWRITE-PAYMENT-LOG-EXIT
           END-IF
           IF WS-PAY-ARCH IS EQUAL TO ZEROS THEN
               MOVE WS-PAY-BEFORE    TO WS-PAY-LIVE
               MOVE WS-PAYAMT-BEFORE TO WS-PAYAMT-LIVE
               GO TO REWRITE-PAYMENT-LOG-EXIT
           END-IF

           OPEN INPUT PAYMENT-LOG-FILE
           OPEN OUTPUT PAYMENT-WORK-FILE
           MOVE "N" TO WS-PAYLOG-EOF-SW
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ
           PERFORM FILTER-ONE-PAYMENT
               UNTIL END-OF-PAYLOG
           CLOSE PAYMENT-LOG-FILE
           CLOSE PAYMENT-WORK-FILE

           OPEN INPUT PAYMENT-WORK-FILE
           OPEN OUTPUT PAYMENT-LOG-FILE
           READ PAYMENT-WORK-FILE
               AT END MOVE "Y" TO WS-PAYWRK-EOF-SW
           END-READ
           PERFORM COPY-ONE-PAYMENT-BACK
               UNTIL END-OF-PAYWRK
           CLOSE PAYMENT-WORK-FILE
           CLOSE PAYMENT-LOG-FILE.

       REWRITE-PAYMENT-LOG-EXIT.
           EXIT.

       FILTER-ONE-PAYMENT.
           MOVE "N" TO WS-ARCHIVED-SW
           MOVE PLR-INVOICE-NO TO IVR-INVOICE-NO
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   MOVE PLR-INVOICE-NO TO ARX-INVOICE-NO
                   READ ARCHIVED-INDEX-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ARX-ARCHIVE-DATE IS EQUAL TO WS-TODAY
                                   AND ARX-CUTOFF-DATE IS EQUAL TO
                                       WS-CUTOFF-DATE THEN
                               MOVE "Y" TO WS-ARCHIVED-SW
                           END-IF
                   END-READ
           END-READ

           IF PAYMENT-WAS-ARCHIVED THEN
               ADD 1 TO WS-PAY-DROPPED
           ELSE
               MOVE PAYMENT-LOG-RECORD TO PAYMENT-WORK-RECORD
               WRITE PAYMENT-WORK-RECORD
           END-IF

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ.

       COPY-ONE-PAYMENT-BACK.
           MOVE PAYMENT-WORK-RECORD TO PAYMENT-LOG-RECORD
           WRITE PAYMENT-LOG-RECORD
           ADD 1 TO WS-PAY-LIVE
           ADD PLR-AMOUNT TO WS-PAYAMT-LIVE

           READ PAYMENT-WORK-FILE
               AT END MOVE "Y" TO WS-PAYWRK-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * COUNT-LIVE-REGISTER READS THE REGISTER END TO END AFTER   *
      * THE CLOSE FOR THE LIVE AFTER TOTALS.                      *
      *----------------------------------------------------------*
       COUNT-LIVE-REGISTER.
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE ZEROS TO IVR-INVOICE-NO
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IVR-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-INVOICE
               UNTIL END-OF-COUNT.

       COUNT-ONE-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-INV-LIVE
                   ADD IVR-GRAND-TOTAL TO WS-GRAND-LIVE
                   ADD IVR-PAID-TOTAL  TO WS-PAID-LIVE
           END-READ.

      *----------------------------------------------------------*
      * WRITE-CONTROL-REPORT PRINTS THE CONTROL TOTALS - EACH ONE *
      * BALANCES WHEN BEFORE THE CLOSE EQUALS LIVE AFTER PLUS     *
      * ARCHIVED - THEN WHY THE INVOICES LEFT LIVE STAYED THERE.  *
      *----------------------------------------------------------*
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           MOVE WS-TODAY       TO ATL-DATE
           MOVE WS-CUTOFF-DATE TO ATL-CUTOFF
           MOVE ARC-TITLE-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD
           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD
           MOVE ARC-TOTALS-HEADING-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD

           MOVE "INVREG INVOICES " TO ACL-LABEL
           MOVE WS-INV-BEFORE TO ACL-BEFORE
           MOVE WS-INV-LIVE   TO ACL-LIVE
           MOVE WS-INV-ARCH   TO ACL-ARCHIVED
           MOVE WS-INV-BEFORE TO WS-CHECK-BEFORE
           COMPUTE WS-CHECK-AFTER = WS-INV-LIVE + WS-INV-ARCH
           PERFORM SET-COUNT-CHECK
           MOVE ARC-COUNT-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD

           MOVE "INVREG GRAND    " TO AAL-LABEL
           MOVE WS-GRAND-BEFORE TO AAL-BEFORE
                                   WS-CHECK-BEFORE
           MOVE WS-GRAND-LIVE   TO AAL-LIVE
           MOVE WS-GRAND-ARCH   TO AAL-ARCHIVED
           COMPUTE WS-CHECK-AFTER = WS-GRAND-LIVE + WS-GRAND-ARCH
           PERFORM WRITE-AMOUNT-LINE

           MOVE "INVREG PAID     " TO AAL-LABEL
           MOVE WS-PAID-BEFORE TO AAL-BEFORE
                                  WS-CHECK-BEFORE
           MOVE WS-PAID-LIVE   TO AAL-LIVE
           MOVE WS-PAID-ARCH   TO AAL-ARCHIVED
           COMPUTE WS-CHECK-AFTER = WS-PAID-LIVE + WS-PAID-ARCH
           PERFORM WRITE-AMOUNT-LINE

           MOVE "PAYLOG ENTRIES  " TO ACL-LABEL
           MOVE WS-PAY-BEFORE TO ACL-BEFORE
           MOVE WS-PAY-LIVE   TO ACL-LIVE
           MOVE WS-PAY-ARCH   TO ACL-ARCHIVED
           MOVE WS-PAY-BEFORE TO WS-CHECK-BEFORE
           COMPUTE WS-CHECK-AFTER = WS-PAY-LIVE + WS-PAY-ARCH
           PERFORM SET-COUNT-CHECK
           MOVE ARC-COUNT-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD

           MOVE "PAYLOG AMOUNT   " TO AAL-LABEL
           MOVE WS-PAYAMT-BEFORE TO AAL-BEFORE
                                    WS-CHECK-BEFORE
           MOVE WS-PAYAMT-LIVE   TO AAL-LIVE
           MOVE WS-PAYAMT-ARCH   TO AAL-ARCHIVED
           COMPUTE WS-CHECK-AFTER = WS-PAYAMT-LIVE + WS-PAYAMT-ARCH
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD
           MOVE "INVOICES LEFT ON THE LIVE REGISTER"
               TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD
           PERFORM WRITE-KEEP-LINE
               VARYING KEEP-IDX FROM 1 BY 1
               UNTIL KEEP-IDX > 6

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD
           MOVE "INVOICES ARCHIVED:" TO ASL-LABEL
           MOVE WS-INV-ARCH TO ASL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "INVOICES LEFT LIVE:" TO ASL-LABEL
           MOVE WS-KEPT-COUNT TO ASL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "PAYLOG ENTRIES ARCHIVED:" TO ASL-LABEL
           MOVE WS-PAY-DROPPED TO ASL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "PAYLOG ENTRIES WITH NO INVOICE:" TO ASL-LABEL
           MOVE WS-ORPHAN-COUNT TO ASL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF WS-UNBALANCED-COUNT IS GREATER THAN ZEROS THEN
               MOVE "*** CLOSE OUT OF BALANCE - RESTORE INVREG AND "
                   TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
               MOVE "    PAYLOG FROM THE BACKUPS BEFORE ANY RERUN ***"
                   TO ARCHIVE-REPORT-RECORD
               WRITE ARCHIVE-REPORT-RECORD
           END-IF
           CLOSE ARCHIVE-REPORT-FILE.

       SET-COUNT-CHECK.
           IF WS-CHECK-BEFORE IS EQUAL TO WS-CHECK-AFTER THEN
               MOVE "BALANCES      " TO ACL-CHECK
           ELSE
               MOVE "OUT OF BALANCE" TO ACL-CHECK
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.

       WRITE-AMOUNT-LINE.
           IF WS-CHECK-BEFORE IS EQUAL TO WS-CHECK-AFTER THEN
               MOVE "BALANCES      " TO AAL-CHECK
           ELSE
               MOVE "OUT OF BALANCE" TO AAL-CHECK
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF
           MOVE ARC-AMOUNT-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD.

       WRITE-KEEP-LINE.
           MOVE KPT-REASON(KEEP-IDX) TO ASL-LABEL
           MOVE KPT-COUNT(KEEP-IDX)  TO ASL-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE ARC-SUMMARY-LINE TO ARCHIVE-REPORT-RECORD
           WRITE ARCHIVE-REPORT-RECORD.

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
           MOVE "INVARCH"        TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD, CARRYING THE INVOICES ARCHIVED AND *
      * THE NUMBERS LEFT LIVE BECAUSE THEY WERE ALREADY INDEXED.  *
      *----------------------------------------------------------*
       WRITE-RUN-CONTROL.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           MOVE SPACES        TO RUN-CONTROL-RECORD
           MOVE WS-TODAY      TO RCR-DATE
           MOVE WS-NOW        TO RCR-TIME
           MOVE "INVARCH"     TO RCR-STEP
           MOVE WS-RCTL-EVENT TO RCR-EVENT
           MOVE WS-INV-ARCH   TO RCR-PROCESSED
           MOVE KPT-COUNT(6)  TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
