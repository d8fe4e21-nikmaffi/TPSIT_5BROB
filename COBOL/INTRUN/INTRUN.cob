       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTRUN.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MONTHLY LATE-PAYMENT      *
      *                 INTEREST RUN.  FOR THE MONTH ON THE       *
      *                 CONTROL CARD IT CHARGES INTEREST AT THE   *
      *                 CARD'S ANNUAL RATE, DAY BY DAY, ON EVERY  *
      *                 AMOUNT PAID AFTER ITS DUE DATE DURING THE *
      *                 MONTH AND ON EVERY BALANCE STILL OPEN     *
      *                 PAST DUE AT THE MONTH END, AND RAISES ONE *
      *                 INTEREST DEBIT NOTE PER CUSTOMER.  EACH   *
      *                 NOTE TAKES THE NEXT NUMBER OFF INVSEQ AND *
      *                 GOES ON INVREG (FLAGGED "I") WITH ITS     *
      *                 LINES ON INVLINE, INTO THE CUSTOMER'S     *
      *                 CREDIT EXPOSURE, AND TO THE LEDGER AS A   *
      *                 BLOCK ON THE GLSUP SUPPLEMENT.  INTCTL    *
      *                 RECORDS EVERY CUSTOMER CHARGED FOR THE    *
      *                 MONTH SO NO ONE IS BILLED TWICE.          *
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

           SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNH-KEY
               ALTERNATE RECORD KEY IS LNH-ITEM-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVLINE-STATUS.

           SELECT INVOICE-SEQUENCE-FILE ASSIGN TO "INVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVSEQ-STATUS.

           SELECT CREDIT-CONTROL-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-FISCAL-CODE
               FILE STATUS IS WS-CRED-STATUS.

           SELECT INTEREST-CONTROL-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-KEY
               FILE STATUS IS WS-INTCTL-STATUS.

           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT NOTE-SORT-FILE ASSIGN TO "SORTWK".

           SELECT INTEREST-WORK-FILE ASSIGN TO "INTWRK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-SUPPLEMENT-FILE ASSIGN TO "GLSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUP-STATUS.

           SELECT INTEREST-REPORT-FILE ASSIGN TO "INTRPT"
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

       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  INVOICE-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-SEQUENCE-RECORD PIC 9(8).

       FD  CREDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CREDMST.

       FD  INTEREST-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTCTL.

       FD  PAYMENT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYLOG.

      *----------------------------------------------------------*
      * PAYLOG IS WRITTEN IN POSTING ORDER, SO THE ENTRIES THAT   *
      * CAN MATTER TO THE MONTH ARE SORTED INTO INVOICE NUMBER    *
      * AND DATE ORDER AND MATCHED AGAINST THE REGISTER READ IN   *
      * KEY ORDER.                                                *
      *----------------------------------------------------------*
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-INVOICE-NO     PIC 9(8).
           05 SW-DATE           PIC 9(8).
           05 SW-AMOUNT         PIC 9(6)V99.

      *----------------------------------------------------------*
      * ONE INTWRK RECORD PER AMOUNT THAT EARNS INTEREST - "P" AN *
      * AMOUNT PAID LATE DURING THE MONTH, CHARGED UP TO THE DAY  *
      * IT WAS PAID, "O" A BALANCE STILL OPEN PAST DUE AT THE     *
      * MONTH END, CHARGED UP TO THE LAST DAY.  THE DAYS COUNT    *
      * FROM THE DUE DATE OR THE LAST DAY OF THE MONTH BEFORE,    *
      * WHICHEVER IS LATER.  THE ITEMS ARE SORTED BY CUSTOMER TO  *
      * RAISE THE NOTES.                                          *
      *----------------------------------------------------------*
       FD  INTEREST-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEREST-WORK-RECORD.
           05 IWK-FISCAL-CODE   PIC X(16).
           05 IWK-INVOICE-NO    PIC 9(8).
           05 IWK-TO-DATE       PIC 9(8).
           05 IWK-KIND          PIC X(1).
           05 IWK-DUE-DATE      PIC 9(8).
           05 IWK-AMOUNT        PIC 9(7)V99.
           05 IWK-DAYS          PIC 9(3).
           05 IWK-INTEREST      PIC 9(6)V99.

       SD  NOTE-SORT-FILE.
       01  NOTE-SORT-RECORD.
           05 NS-FISCAL-CODE    PIC X(16).
           05 NS-INVOICE-NO     PIC 9(8).
           05 NS-TO-DATE        PIC 9(8).
           05 NS-KIND           PIC X(1).
               88 NS-IS-PAID-LATE  VALUE "P".
           05 NS-DUE-DATE       PIC 9(8).
           05 NS-AMOUNT         PIC 9(7)V99.
           05 NS-DAYS           PIC 9(3).
           05 NS-INTEREST       PIC 9(6)V99.

      *----------------------------------------------------------*
      * EACH NOTE GOES TO THE LEDGER AS ITS OWN BLOCK IN THE      *
      * GLEXT RECORD FORMAT - "H" HEADER WITH THE RUN DATE, THE   *
      * THREE "D" JOURNAL LINES FOR THE INTEREST CATEGORY AND A   *
      * "T" TRAILER WITH COUNT AND HASH - THE SAME AS AN INVINQ   *
      * RELEASE BLOCK.                                            *
      *----------------------------------------------------------*
       FD  GL-SUPPLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-SUPPLEMENT-RECORD.
           05 GLX-RECORD-TYPE   PIC X(1).
           05 GLX-RECORD-BODY   PIC X(20).
       01  GL-HEADER-RECORD REDEFINES GL-SUPPLEMENT-RECORD.
           05 FILLER            PIC X(1).
           05 GLH-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X(12).
       01  GL-DETAIL-RECORD REDEFINES GL-SUPPLEMENT-RECORD.
           05 FILLER            PIC X(1).
           05 GLD-ACCOUNT       PIC X(6).
           05 GLD-CATEGORY      PIC X(2).
           05 GLD-AMOUNT        PIC S9(9)V99
                   SIGN LEADING SEPARATE.
       01  GL-TRAILER-RECORD REDEFINES GL-SUPPLEMENT-RECORD.
           05 FILLER            PIC X(1).
           05 GLT-RECORD-COUNT  PIC 9(6).
           05 GLT-HASH-TOTAL    PIC S9(11)V99
                   SIGN LEADING SEPARATE.

       FD  INTEREST-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEREST-REPORT-RECORD PIC X(80).

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
           77 WS-IVREG-STATUS  PIC X(2).
               88 IVREG-OK VALUE "00".
           77 WS-INVLINE-STATUS PIC X(2).
               88 INVLINE-OK             VALUE "00".
               88 INVLINE-FILE-NOT-FOUND VALUE "35".
           77 WS-INVSEQ-STATUS PIC X(2).
               88 INVSEQ-OK VALUE "00".
           77 WS-CRED-STATUS   PIC X(2).
               88 CRED-OK VALUE "00".
           77 WS-INTCTL-STATUS PIC X(2).
               88 INTCTL-OK             VALUE "00".
               88 INTCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-PAYLOG-STATUS PIC X(2).
               88 PAYLOG-OK VALUE "00".
           77 WS-GLSUP-STATUS  PIC X(2).
               88 GLSUP-OK             VALUE "00".
               88 GLSUP-FILE-NOT-FOUND VALUE "35".
           77 WS-ERRLOG-STATUS PIC X(2).
               88 ERRLOG-OK             VALUE "00".
               88 ERRLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-RUNCTL-STATUS PIC X(2).
               88 RUNCTL-OK             VALUE "00".
               88 RUNCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".
           77 WS-ERROR-MESSAGE PIC X(60).
           77 WS-RCTL-EVENT    PIC X(5).

           77 WS-CRED-AVAIL-SW PIC X VALUE "N".
               88 CREDIT-CONTROL-IS-AVAILABLE VALUE "Y".
           77 WS-PAYLOG-EOF-SW PIC X VALUE "N".
               88 END-OF-PAYLOG VALUE "Y".
           77 WS-IVREG-EOF-SW  PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           77 WS-ITEMS-EOF-SW  PIC X VALUE "N".
               88 END-OF-ITEMS VALUE "Y".
           77 WS-CHARGEABLE-SW PIC X VALUE "N".
               88 INVOICE-IS-CHARGEABLE VALUE "Y".
           77 WS-HIGH-KEY      PIC 9(8) VALUE 99999999.
           77 WS-PAY-KEY       PIC 9(8).
           77 WS-INV-KEY       PIC 9(8).

      *----------------------------------------------------------*
      * THE CONTROL CARD CARRIES THE MONTH TO CHARGE (YYYYMM) AND *
      * THE ANNUAL INTEREST RATE AS A PERCENTAGE WITH THREE       *
      * DECIMALS - E.G. 20260912150 IS SEPTEMBER 2026 AT 12.150%. *
      *----------------------------------------------------------*
           77 WS-CARD-VALID-SW PIC X.
               88 WS-CARD-IS-VALID VALUE "Y".
           77 WS-CARD-TRIES    PIC 9 VALUE ZEROS.
           01 WS-CONTROL-CARD.
               05 WS-CARD-PERIOD.
                   10 WS-CARD-YEAR  PIC 9(4).
                   10 WS-CARD-MONTH PIC 9(2).
               05 WS-ANNUAL-RATE   PIC 99V999.
           01 WS-CONTROL-CARD-X REDEFINES WS-CONTROL-CARD PIC X(11).
           77 WS-PERIOD        PIC 9(6).

           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).
           77 WS-FIRST-DATE    PIC 9(8).
           77 WS-NEXT-FIRST    PIC 9(8).
           77 WS-LAST-DATE     PIC 9(8).
           77 WS-FIRST-INT     PIC 9(8).
           77 WS-LAST-INT      PIC 9(8).
           77 WS-DUE-DATE      PIC 9(8).
           77 WS-DUE-INT       PIC 9(8).
           77 WS-START-INT     PIC 9(8).
           77 WS-PAY-INT       PIC 9(8).
           77 WS-PAID-AFTER    PIC 9(7)V99.
           77 WS-END-BALANCE   PIC S9(7)V99.
           77 WS-ITEM-DAYS     PIC S9(5).
           77 WS-ITEM-INTEREST PIC 9(6)V99.

      *----------------------------------------------------------*
      * THE ITEMS OF THE CUSTOMER IN HAND, HELD WHILE THE NOTE IS *
      * RAISED.  A CUSTOMER WITH MORE ITEMS THAN THE TABLE HOLDS  *
      * GETS NO NOTE AND IS CALLED OUT ON ERRLOG.                 *
      *----------------------------------------------------------*
           77 WS-CURRENT-FISCAL PIC X(16).
           77 WS-NOTE-NO       PIC 9(8).
           77 WS-NOTE-TOTAL    PIC 9(6)V99.
           77 WS-NOTE-OVERFLOW-SW PIC X VALUE "N".
               88 NOTE-TABLE-OVERFLOWED VALUE "Y".
           77 WS-NOTE-ITEM-COUNT PIC 9(4) VALUE ZEROS.
           77 WS-NOTE-ITEM-IDX PIC 9(4).
           01 NOTE-ITEM-TABLE.
               05 NOTE-ITEM-ENTRY OCCURS 200 TIMES.
                   10 NIT-INVOICE-NO  PIC 9(8).
                   10 NIT-KIND        PIC X(1).
                       88 NIT-IS-PAID-LATE VALUE "P".
                   10 NIT-DUE-DATE    PIC 9(8).
                   10 NIT-TO-DATE     PIC 9(8).
                   10 NIT-AMOUNT      PIC 9(7)V99.
                   10 NIT-DAYS        PIC 9(3).
                   10 NIT-INTEREST    PIC 9(6)V99.

           77 WS-GL-RECORD-COUNT PIC 9(6).
           77 WS-GL-HASH-TOTAL PIC S9(11)V99 COMP-3.

           77 WS-PAYMENT-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-INVOICE-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-ITEM-COUNT    PIC 9(8) VALUE ZEROS.
           77 WS-NOTE-COUNT    PIC 9(8) VALUE ZEROS.
           77 WS-ALREADY-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-EXCEPTION-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-INTEREST-TOTAL PIC S9(9)V99 VALUE ZEROS.

           01 INT-TITLE-LINE.
               05 FILLER          PIC X(37)
                   VALUE "LATE-PAYMENT INTEREST RUN FOR PERIOD ".
               05 ITL-PERIOD      PIC 9(6).
               05 FILLER          PIC X(7) VALUE "  RATE ".
               05 ITL-RATE        PIC Z9.999.
               05 FILLER          PIC X(12) VALUE "%  RUN DATE ".
               05 ITL-DATE        PIC 9(8).
               05 FILLER          PIC X(4) VALUE SPACES.

           01 INT-NOTE-LINE.
               05 FILLER          PIC X(14) VALUE "INTEREST NOTE ".
               05 INL-NOTE-NO     PIC 9(8).
               05 FILLER          PIC X(11) VALUE "  CUSTOMER ".
               05 INL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(8) VALUE "  DATED ".
               05 INL-DATE        PIC 9(8).
               05 FILLER          PIC X(15) VALUE SPACES.

           01 INT-COLUMN-LINE.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 FILLER          PIC X(10) VALUE "INVOICE   ".
               05 FILLER          PIC X(10) VALUE "DUE DATE  ".
               05 FILLER          PIC X(14) VALUE "BASIS         ".
               05 FILLER          PIC X(10) VALUE "TO DATE   ".
               05 FILLER          PIC X(12) VALUE "    AMOUNT  ".
               05 FILLER          PIC X(6) VALUE "DAYS  ".
               05 FILLER          PIC X(9) VALUE " INTEREST".
               05 FILLER          PIC X(5) VALUE SPACES.

           01 INT-ITEM-LINE.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 IIL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 IIL-DUE-DATE    PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 IIL-BASIS       PIC X(14).
               05 IIL-TO-DATE     PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 IIL-AMOUNT      PIC Z(6)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 IIL-DAYS        PIC ZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 IIL-INTEREST    PIC Z(5)9.99.
               05 FILLER          PIC X(5) VALUE SPACES.

           01 INT-NOTE-TOTAL-LINE.
               05 FILLER          PIC X(66)
                   VALUE "    TOTAL INTEREST CHARGED".
               05 INT-NOTE-TOTAL  PIC Z(5)9.99.
               05 FILLER          PIC X(5) VALUE SPACES.

           01 INT-EXCEPTION-LINE.
               05 FILLER          PIC X(9) VALUE "CUSTOMER ".
               05 IEL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(3) VALUE " - ".
               05 IEL-REASON      PIC X(52).

           01 INT-SUMMARY-LINE.
               05 ISL-LABEL       PIC X(30).
               05 ISL-COUNT       PIC ZZZZZZZ9.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 ISL-AMOUNT      PIC -(9)9.99.
               05 FILLER          PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE

               MOVE "N" TO WS-CARD-VALID-SW
               MOVE ZEROS TO WS-CARD-TRIES
               PERFORM ACCEPT-INTEREST-CARD
                   THRU ACCEPT-INTEREST-CARD-EXIT
                   UNTIL WS-CARD-IS-VALID
                      OR WS-CARD-TRIES IS NOT LESS THAN 3
               IF NOT WS-CARD-IS-VALID THEN
                   DISPLAY "ERROR: NO VALID INTEREST CONTROL CARD "
                       "AFTER 3 TRIES - RUN ABANDONED."
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               OPEN I-O INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O INVOICE-HISTORY-FILE
               IF INVLINE-FILE-NOT-FOUND THEN
                   OPEN OUTPUT INVOICE-HISTORY-FILE
                   CLOSE INVOICE-HISTORY-FILE
                   OPEN I-O INVOICE-HISTORY-FILE
               END-IF
               IF NOT INVLINE-OK THEN
                   DISPLAY "ERROR: INVOICE LINE HISTORY NOT AVAILABLE "
                       "- STATUS " WS-INVLINE-STATUS
                       ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O INTEREST-CONTROL-FILE
               IF INTCTL-FILE-NOT-FOUND THEN
                   OPEN OUTPUT INTEREST-CONTROL-FILE
                   CLOSE INTEREST-CONTROL-FILE
                   OPEN I-O INTEREST-CONTROL-FILE
               END-IF
               IF NOT INTCTL-OK THEN
                   DISPLAY "ERROR: INTEREST CONTROL FILE NOT AVAILABLE "
                       "- STATUS " WS-INTCTL-STATUS
                       ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   CLOSE INVOICE-HISTORY-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O CREDIT-CONTROL-FILE
               IF CRED-OK THEN
                   MOVE "Y" TO WS-CRED-AVAIL-SW
               ELSE
                   DISPLAY "WARNING: NO CREDMAST FILE - CREDIT "
                       "EXPOSURE NOT UPDATED FOR THE NOTES."
               END-IF

               OPEN EXTEND GL-SUPPLEMENT-FILE
               IF GLSUP-FILE-NOT-FOUND THEN
                   OPEN OUTPUT GL-SUPPLEMENT-FILE
                   CLOSE GL-SUPPLEMENT-FILE
                   OPEN EXTEND GL-SUPPLEMENT-FILE
               END-IF

               OPEN OUTPUT INTEREST-REPORT-FILE
               MOVE WS-PERIOD      TO ITL-PERIOD
               MOVE WS-ANNUAL-RATE TO ITL-RATE
               MOVE WS-TODAY       TO ITL-DATE
               MOVE INT-TITLE-LINE TO INTEREST-REPORT-RECORD
               WRITE INTEREST-REPORT-RECORD

               OPEN OUTPUT INTEREST-WORK-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-INVOICE-NO SW-DATE
                   INPUT PROCEDURE IS RELEASE-PAYMENTS
                       THRU RELEASE-PAYMENTS-EXIT
                   OUTPUT PROCEDURE IS ASSESS-REGISTER
                       THRU ASSESS-REGISTER-EXIT
               CLOSE INTEREST-WORK-FILE

               SORT NOTE-SORT-FILE
                   ON ASCENDING KEY NS-FISCAL-CODE NS-INVOICE-NO
                                    NS-TO-DATE
                   USING INTEREST-WORK-FILE
                   OUTPUT PROCEDURE IS RAISE-NOTES
                       THRU RAISE-NOTES-EXIT

               PERFORM WRITE-INTEREST-SUMMARY

               CLOSE INVOICE-REGISTER-FILE
               CLOSE INVOICE-HISTORY-FILE
               CLOSE INTEREST-CONTROL-FILE
               IF CREDIT-CONTROL-IS-AVAILABLE THEN
                   CLOSE CREDIT-CONTROL-FILE
               END-IF
               CLOSE GL-SUPPLEMENT-FILE
               CLOSE INTEREST-REPORT-FILE

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

      *----------------------------------------------------------*
      * ACCEPT-INTEREST-CARD READS THE PERIOD AND RATE OFF SYSIN. *
      * THE CARD MUST BE NUMERIC, THE MONTH REAL, THE RATE ABOVE  *
      * ZERO, AND THE MONTH OVER BY THE BUSINESS DATE, OR THE     *
      * CARD IS ASKED FOR AGAIN.  THE MONTH'S FIRST AND LAST DAYS *
      * ARE WORKED OUT HERE FOR THE REST OF THE RUN.              *
      *----------------------------------------------------------*
       ACCEPT-INTEREST-CARD.
           DISPLAY "ENTER INTEREST PERIOD AND RATE (YYYYMM 99V999): "
               WITH NO ADVANCING
           ACCEPT WS-CONTROL-CARD-X
           MOVE "Y" TO WS-CARD-VALID-SW

           IF WS-CONTROL-CARD IS NOT NUMERIC THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: CARD MUST BE ELEVEN DIGITS.  "
                   "TRY AGAIN."
               GO TO ACCEPT-INTEREST-CARD-EXIT
           END-IF

           IF WS-CARD-MONTH IS LESS THAN 1
                   OR WS-CARD-MONTH IS GREATER THAN 12
                   OR WS-CARD-YEAR IS LESS THAN 1601 THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: " WS-CARD-PERIOD " IS NOT A VALID "
                   "MONTH.  TRY AGAIN."
               GO TO ACCEPT-INTEREST-CARD-EXIT
           END-IF

           IF WS-ANNUAL-RATE IS EQUAL TO ZEROS THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: THE ANNUAL RATE MUST BE ABOVE ZERO.  "
                   "TRY AGAIN."
               GO TO ACCEPT-INTEREST-CARD-EXIT
           END-IF

           MOVE WS-CARD-PERIOD TO WS-PERIOD
           COMPUTE WS-FIRST-DATE = WS-PERIOD * 100 + 1
           IF WS-CARD-MONTH IS EQUAL TO 12 THEN
               COMPUTE WS-NEXT-FIRST = (WS-CARD-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-NEXT-FIRST = WS-FIRST-DATE + 100
           END-IF
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
           COMPUTE WS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-INT)

           IF WS-LAST-DATE IS NOT LESS THAN WS-TODAY THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: " WS-CARD-PERIOD " IS NOT OVER YET "
                   "(BUSINESS DATE " WS-TODAY ").  TRY AGAIN."
           END-IF.

       ACCEPT-INTEREST-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RELEASE-PAYMENTS FEEDS THE SORT EVERY PAYLOG ENTRY DATED  *
      * ON OR AFTER THE FIRST OF THE MONTH - AN EARLIER PAYMENT   *
      * WAS NEITHER MADE IN THE MONTH NOR OUTSTANDING DURING IT.  *
      * NO PAYLOG AT ALL MEANS NOTHING HAS BEEN PAID.             *
      *----------------------------------------------------------*
       RELEASE-PAYMENTS.
           OPEN INPUT PAYMENT-LOG-FILE
           IF NOT PAYLOG-OK THEN
               DISPLAY "WARNING: NO PAYLOG FILE - EVERY BALANCE IS "
                   "TAKEN AS UNPAID."
               GO TO RELEASE-PAYMENTS-EXIT
           END-IF

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ
           PERFORM RELEASE-ONE-PAYMENT
               UNTIL END-OF-PAYLOG
           CLOSE PAYMENT-LOG-FILE.

       RELEASE-PAYMENTS-EXIT.
           EXIT.

       RELEASE-ONE-PAYMENT.
           IF PLR-DATE IS NOT LESS THAN WS-FIRST-DATE THEN
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE PLR-INVOICE-NO TO SW-INVOICE-NO
               MOVE PLR-DATE       TO SW-DATE
               MOVE PLR-AMOUNT     TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-PAYLOG-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * ASSESS-REGISTER WALKS THE REGISTER IN INVOICE ORDER       *
      * ALONGSIDE THE SORTED PAYMENTS AND WRITES AN INTWRK ITEM   *
      * FOR EVERY AMOUNT THAT EARNED INTEREST IN THE MONTH.       *
      * PAYMENTS WHOSE INVOICE IS NOT ON THE LIVE REGISTER ARE    *
      * PASSED OVER.                                              *
      *----------------------------------------------------------*
       ASSESS-REGISTER.
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

       ASSESS-REGISTER-EXIT.
           EXIT.

       MATCH-NEXT-KEY.
           IF WS-PAY-KEY IS LESS THAN WS-INV-KEY THEN
               PERFORM READ-SORTED-PAYMENT
           ELSE
               PERFORM ASSESS-ONE-INVOICE
                   THRU ASSESS-ONE-INVOICE-EXIT
               PERFORM READ-NEXT-INVOICE
           END-IF.

       READ-SORTED-PAYMENT.
           RETURN SORT-WORK-FILE
               AT END
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

      *----------------------------------------------------------*
      * ASSESS-ONE-INVOICE DECIDES WHETHER THE INVOICE IN HAND    *
      * CAN EARN INTEREST - A RELEASED CHARGE, NOT A CREDIT NOTE  *
      * OR AN INTEREST NOTE (NO INTEREST ON INTEREST), FALLING    *
      * DUE BEFORE THE MONTH END - THEN TAKES ITS PAYMENTS.  ONE  *
      * PAID LATE IN THE MONTH EARNS INTEREST UP TO ITS DATE; ONE *
      * PAID AFTER THE MONTH END WAS STILL OWED AT THE MONTH END, *
      * SO IT IS ADDED BACK TO THE OPEN BALANCE, WHICH EARNS      *
      * INTEREST TO THE LAST DAY.  A REGISTER RECORD WITH NO DUE  *
      * DATE FELL DUE ON ITS RUN DATE.                            *
      *----------------------------------------------------------*
       ASSESS-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           MOVE "N" TO WS-CHARGEABLE-SW
           MOVE ZEROS TO WS-PAID-AFTER

           IF NOT IVR-IS-CREDIT
                   AND NOT IVR-IS-INTEREST-NOTE
                   AND NOT IVR-IS-HELD
                   AND IVR-GRAND-TOTAL IS GREATER THAN ZEROS THEN
               IF IVR-DUE-DATE IS NUMERIC
                       AND IVR-DUE-DATE IS GREATER THAN ZEROS THEN
                   MOVE IVR-DUE-DATE TO WS-DUE-DATE
               ELSE
                   MOVE IVR-RUN-DATE TO WS-DUE-DATE
               END-IF
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
               IF WS-DUE-INT IS LESS THAN WS-LAST-INT THEN
                   MOVE "Y" TO WS-CHARGEABLE-SW
                   IF WS-DUE-INT IS LESS THAN WS-FIRST-INT THEN
                       COMPUTE WS-START-INT = WS-FIRST-INT - 1
                   ELSE
                       MOVE WS-DUE-INT TO WS-START-INT
                   END-IF
               END-IF
           END-IF

           PERFORM TAKE-ONE-PAYMENT
               UNTIL WS-PAY-KEY IS NOT EQUAL TO WS-INV-KEY

           IF NOT INVOICE-IS-CHARGEABLE THEN
               GO TO ASSESS-ONE-INVOICE-EXIT
           END-IF

           COMPUTE WS-END-BALANCE = IVR-OPEN-BALANCE + WS-PAID-AFTER
           IF WS-END-BALANCE IS GREATER THAN ZEROS THEN
               MOVE "O"            TO IWK-KIND
               MOVE WS-LAST-DATE   TO IWK-TO-DATE
               MOVE WS-END-BALANCE TO IWK-AMOUNT
               COMPUTE WS-ITEM-DAYS = WS-LAST-INT - WS-START-INT
               PERFORM WRITE-INTEREST-ITEM
           END-IF.

       ASSESS-ONE-INVOICE-EXIT.
           EXIT.

       TAKE-ONE-PAYMENT.
           IF INVOICE-IS-CHARGEABLE THEN
               IF SW-DATE IS GREATER THAN WS-LAST-DATE THEN
                   ADD SW-AMOUNT TO WS-PAID-AFTER
               ELSE
                   COMPUTE WS-PAY-INT =
                       FUNCTION INTEGER-OF-DATE(SW-DATE)
                   COMPUTE WS-ITEM-DAYS = WS-PAY-INT - WS-START-INT
                   IF WS-ITEM-DAYS IS GREATER THAN ZEROS THEN
                       MOVE "P"       TO IWK-KIND
                       MOVE SW-DATE   TO IWK-TO-DATE
                       MOVE SW-AMOUNT TO IWK-AMOUNT
                       PERFORM WRITE-INTEREST-ITEM
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SORTED-PAYMENT.

      *----------------------------------------------------------*
      * WRITE-INTEREST-ITEM CHARGES IWK-AMOUNT FOR WS-ITEM-DAYS   *
      * AT THE ANNUAL RATE OVER A 365-DAY YEAR, ROUNDED TO THE    *
      * CENT, AND KEEPS THE ITEM UNLESS IT COMES TO NOTHING.      *
      *----------------------------------------------------------*
       WRITE-INTEREST-ITEM.
           COMPUTE WS-ITEM-INTEREST ROUNDED =
               IWK-AMOUNT * WS-ANNUAL-RATE * WS-ITEM-DAYS
                   / 36500
           IF WS-ITEM-INTEREST IS GREATER THAN ZEROS THEN
               MOVE IVR-FISCAL-CODE  TO IWK-FISCAL-CODE
               MOVE IVR-INVOICE-NO   TO IWK-INVOICE-NO
               MOVE WS-DUE-DATE      TO IWK-DUE-DATE
               MOVE WS-ITEM-DAYS     TO IWK-DAYS
               MOVE WS-ITEM-INTEREST TO IWK-INTEREST
               WRITE INTEREST-WORK-RECORD
               ADD 1 TO WS-ITEM-COUNT
           END-IF.

      *----------------------------------------------------------*
      * RAISE-NOTES TAKES THE SORTED ITEMS ONE CUSTOMER AT A TIME *
      * AND RAISES EACH CUSTOMER'S INTEREST DEBIT NOTE.           *
      *----------------------------------------------------------*
       RAISE-NOTES.
           PERFORM RETURN-NOTE-ITEM
           PERFORM RAISE-ONE-NOTE THRU RAISE-ONE-NOTE-EXIT
               UNTIL END-OF-ITEMS.

       RAISE-NOTES-EXIT.
           EXIT.

       RETURN-NOTE-ITEM.
           RETURN NOTE-SORT-FILE
               AT END MOVE "Y" TO WS-ITEMS-EOF-SW
           END-RETURN.

      *----------------------------------------------------------*
      * RAISE-ONE-NOTE GATHERS THE CUSTOMER'S ITEMS AND, UNLESS   *
      * INTCTL SHOWS THE CUSTOMER ALREADY CHARGED FOR THE MONTH,  *
      * NUMBERS THE NOTE OFF INVSEQ AND WRITES IT TO THE REGISTER *
      * (DATED, RELEASED AND DUE ON THE RUN DATE), ITS LINES TO   *
      * INVLINE (ONE PER ITEM, ITEM CODE "INTEREST", VAT CATEGORY *
      * "ES" - LATE-PAYMENT INTEREST IS OUTSIDE THE VAT BASE),    *
      * ITS LEDGER BLOCK TO GLSUP AND ITS AMOUNT TO THE CREDIT    *
      * EXPOSURE, THEN RECORDS IT ON INTCTL AND PRINTS IT.        *
      *----------------------------------------------------------*
       RAISE-ONE-NOTE.
           MOVE NS-FISCAL-CODE TO WS-CURRENT-FISCAL
           MOVE ZEROS TO WS-NOTE-ITEM-COUNT
                         WS-NOTE-TOTAL
           MOVE "N" TO WS-NOTE-OVERFLOW-SW
           PERFORM LOAD-NOTE-ITEM
               UNTIL END-OF-ITEMS
                  OR NS-FISCAL-CODE IS NOT EQUAL TO WS-CURRENT-FISCAL

           MOVE WS-CURRENT-FISCAL TO IEL-FISCAL-CODE
           IF NOTE-TABLE-OVERFLOWED THEN
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "MORE THAN 200 ITEMS - NO NOTE, CHARGE BY HAND"
                   TO IEL-REASON
               MOVE INT-EXCEPTION-LINE TO INTEREST-REPORT-RECORD
               WRITE INTEREST-REPORT-RECORD
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "NO INTEREST NOTE FOR " WS-CURRENT-FISCAL
                       " - OVER 200 ITEMS" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               GO TO RAISE-ONE-NOTE-EXIT
           END-IF

           MOVE WS-PERIOD         TO ICT-PERIOD
           MOVE WS-CURRENT-FISCAL TO ICT-FISCAL-CODE
           READ INTEREST-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE SPACES TO IEL-REASON
                   STRING "ALREADY CHARGED FOR THE MONTH ON NOTE "
                           ICT-NOTE-NO DELIMITED BY SIZE
                       INTO IEL-REASON
                   MOVE INT-EXCEPTION-LINE TO INTEREST-REPORT-RECORD
                   WRITE INTEREST-REPORT-RECORD
                   GO TO RAISE-ONE-NOTE-EXIT
           END-READ

           PERFORM ASSIGN-INVOICE-NUMBER

           MOVE WS-NOTE-NO        TO IVR-INVOICE-NO
           MOVE WS-TODAY          TO IVR-RUN-DATE
           MOVE WS-CURRENT-FISCAL TO IVR-FISCAL-CODE
           MOVE WS-NOTE-TOTAL     TO IVR-SUBTOTAL
           MOVE ZEROS             TO IVR-TAX-TOTAL
           MOVE WS-NOTE-TOTAL     TO IVR-GRAND-TOTAL
           MOVE WS-NOTE-ITEM-COUNT TO IVR-LINE-COUNT
           MOVE "I"               TO IVR-CREDIT-FLAG
           MOVE ZEROS             TO IVR-PAID-TOTAL
           MOVE WS-NOTE-TOTAL     TO IVR-OPEN-BALANCE
           MOVE SPACES            TO IVR-HELD-FLAG
           MOVE WS-TODAY          TO IVR-RELEASE-DATE
           MOVE WS-TODAY          TO IVR-DUE-DATE
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO IEL-REASON
                   STRING "NOTE NUMBER " WS-NOTE-NO
                           " ALREADY ON INVREG - NO NOTE"
                           DELIMITED BY SIZE
                       INTO IEL-REASON
                   MOVE INT-EXCEPTION-LINE TO INTEREST-REPORT-RECORD
                   WRITE INTEREST-REPORT-RECORD
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "NO INTEREST NOTE FOR " WS-CURRENT-FISCAL
                           " - " WS-NOTE-NO " ON INVREG"
                           DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   GO TO RAISE-ONE-NOTE-EXIT
           END-WRITE

           PERFORM WRITE-NOTE-LINE
               VARYING WS-NOTE-ITEM-IDX FROM 1 BY 1
               UNTIL WS-NOTE-ITEM-IDX > WS-NOTE-ITEM-COUNT

           PERFORM WRITE-NOTE-GL-BLOCK

           IF CREDIT-CONTROL-IS-AVAILABLE THEN
               MOVE WS-CURRENT-FISCAL TO CRD-FISCAL-CODE
               READ CREDIT-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-NOTE-TOTAL TO CRD-EXPOSURE
                       REWRITE CREDIT-CONTROL-RECORD
               END-READ
           END-IF

           MOVE WS-PERIOD         TO ICT-PERIOD
           MOVE WS-CURRENT-FISCAL TO ICT-FISCAL-CODE
           MOVE WS-NOTE-NO        TO ICT-NOTE-NO
           MOVE WS-NOTE-TOTAL     TO ICT-INTEREST
           MOVE WS-ANNUAL-RATE    TO ICT-ANNUAL-RATE
           MOVE WS-TODAY          TO ICT-RUN-DATE
           WRITE INTEREST-CONTROL-RECORD

           PERFORM PRINT-INTEREST-NOTE
           ADD 1 TO WS-NOTE-COUNT
           ADD WS-NOTE-TOTAL TO WS-INTEREST-TOTAL.

       RAISE-ONE-NOTE-EXIT.
           EXIT.

       LOAD-NOTE-ITEM.
           IF WS-NOTE-ITEM-COUNT IS LESS THAN 200 THEN
               ADD 1 TO WS-NOTE-ITEM-COUNT
               MOVE WS-NOTE-ITEM-COUNT TO WS-NOTE-ITEM-IDX
               MOVE NS-INVOICE-NO TO NIT-INVOICE-NO(WS-NOTE-ITEM-IDX)
               MOVE NS-KIND       TO NIT-KIND(WS-NOTE-ITEM-IDX)
               MOVE NS-DUE-DATE   TO NIT-DUE-DATE(WS-NOTE-ITEM-IDX)
               MOVE NS-TO-DATE    TO NIT-TO-DATE(WS-NOTE-ITEM-IDX)
               MOVE NS-AMOUNT     TO NIT-AMOUNT(WS-NOTE-ITEM-IDX)
               MOVE NS-DAYS       TO NIT-DAYS(WS-NOTE-ITEM-IDX)
               MOVE NS-INTEREST   TO NIT-INTEREST(WS-NOTE-ITEM-IDX)
               ADD NS-INTEREST TO WS-NOTE-TOTAL
           ELSE
               MOVE "Y" TO WS-NOTE-OVERFLOW-SW
           END-IF
           PERFORM RETURN-NOTE-ITEM.

       WRITE-NOTE-LINE.
           MOVE SPACES            TO INVOICE-HISTORY-RECORD
           MOVE WS-NOTE-NO        TO LNH-INVOICE-NO
           MOVE WS-NOTE-ITEM-IDX  TO LNH-LINE-SEQ
           MOVE "INTEREST"        TO LNH-ITEM-CODE
           MOVE WS-CURRENT-FISCAL TO LNH-FISCAL-CODE
           MOVE WS-TODAY          TO LNH-INVOICE-DATE
           MOVE "D"               TO LNH-LINE-TYPE
           MOVE "ES"              TO LNH-CATEGORY
           MOVE 1                 TO LNH-QUANTITY
           MOVE NIT-INTEREST(WS-NOTE-ITEM-IDX) TO LNH-UNIT-PRICE
                                                  LNH-NET
                                                  LNH-GROSS
           MOVE ZEROS             TO LNH-TAX-RATE
                                     LNH-TAX
                                     LNH-DISCOUNT
           MOVE "L"               TO LNH-PRICE-BASIS
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   REWRITE INVOICE-HISTORY-RECORD
           END-WRITE.

      *----------------------------------------------------------*
      * WRITE-NOTE-GL-BLOCK PUTS THE NOTE ON THE GLSUP SUPPLEMENT *
      * AS ITS OWN H/D/T BLOCK DATED THE RUN DATE - THE SAME DATE *
      * AS ITS IVR-RELEASE-DATE, SO VATREG TIES IT TO THIS BLOCK. *
      *----------------------------------------------------------*
       WRITE-NOTE-GL-BLOCK.
           MOVE SPACES   TO GL-SUPPLEMENT-RECORD
           MOVE "H"      TO GLX-RECORD-TYPE
           MOVE WS-TODAY TO GLH-RUN-DATE
           WRITE GL-SUPPLEMENT-RECORD

           MOVE ZEROS TO WS-GL-RECORD-COUNT
                         WS-GL-HASH-TOTAL

           MOVE SPACES TO GL-SUPPLEMENT-RECORD
           MOVE "D"           TO GLX-RECORD-TYPE
           MOVE "REVENU"      TO GLD-ACCOUNT
           MOVE "ES"          TO GLD-CATEGORY
           MOVE WS-NOTE-TOTAL TO GLD-AMOUNT
           WRITE GL-SUPPLEMENT-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-NOTE-TOTAL TO WS-GL-HASH-TOTAL

           MOVE SPACES TO GL-SUPPLEMENT-RECORD
           MOVE "D"           TO GLX-RECORD-TYPE
           MOVE "VATPAY"      TO GLD-ACCOUNT
           MOVE "ES"          TO GLD-CATEGORY
           MOVE ZEROS         TO GLD-AMOUNT
           WRITE GL-SUPPLEMENT-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT

           MOVE SPACES TO GL-SUPPLEMENT-RECORD
           MOVE "D"           TO GLX-RECORD-TYPE
           MOVE "RECEIV"      TO GLD-ACCOUNT
           MOVE "ES"          TO GLD-CATEGORY
           MOVE WS-NOTE-TOTAL TO GLD-AMOUNT
           WRITE GL-SUPPLEMENT-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-NOTE-TOTAL TO WS-GL-HASH-TOTAL

           MOVE SPACES             TO GL-SUPPLEMENT-RECORD
           MOVE "T"                TO GLX-RECORD-TYPE
           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL   TO GLT-HASH-TOTAL
           WRITE GL-SUPPLEMENT-RECORD.

      *----------------------------------------------------------*
      * PRINT-INTEREST-NOTE LISTS THE NOTE JUST RAISED ON INTRPT  *
      * WITH EVERY ITEM IT CHARGES.                               *
      *----------------------------------------------------------*
       PRINT-INTEREST-NOTE.
           MOVE SPACES TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD
           MOVE WS-NOTE-NO        TO INL-NOTE-NO
           MOVE WS-CURRENT-FISCAL TO INL-FISCAL-CODE
           MOVE WS-TODAY          TO INL-DATE
           MOVE INT-NOTE-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD
           MOVE INT-COLUMN-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD
           PERFORM PRINT-ONE-NOTE-ITEM
               VARYING WS-NOTE-ITEM-IDX FROM 1 BY 1
               UNTIL WS-NOTE-ITEM-IDX > WS-NOTE-ITEM-COUNT
           MOVE WS-NOTE-TOTAL TO INT-NOTE-TOTAL
           MOVE INT-NOTE-TOTAL-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD.

       PRINT-ONE-NOTE-ITEM.
           MOVE NIT-INVOICE-NO(WS-NOTE-ITEM-IDX) TO IIL-INVOICE-NO
           MOVE NIT-DUE-DATE(WS-NOTE-ITEM-IDX)   TO IIL-DUE-DATE
           IF NIT-IS-PAID-LATE(WS-NOTE-ITEM-IDX) THEN
               MOVE "PAID LATE     " TO IIL-BASIS
           ELSE
               MOVE "OPEN AT END   " TO IIL-BASIS
           END-IF
           MOVE NIT-TO-DATE(WS-NOTE-ITEM-IDX)    TO IIL-TO-DATE
           MOVE NIT-AMOUNT(WS-NOTE-ITEM-IDX)     TO IIL-AMOUNT
           MOVE NIT-DAYS(WS-NOTE-ITEM-IDX)       TO IIL-DAYS
           MOVE NIT-INTEREST(WS-NOTE-ITEM-IDX)   TO IIL-INTEREST
           MOVE INT-ITEM-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD.

       WRITE-INTEREST-SUMMARY.
           MOVE SPACES TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD

           MOVE SPACES TO INT-SUMMARY-LINE
           MOVE "INVOICES EXAMINED:" TO ISL-LABEL
           MOVE WS-INVOICE-COUNT     TO ISL-COUNT
           MOVE INT-SUMMARY-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD

           MOVE "PAYMENTS DATED IN OR AFTER:" TO ISL-LABEL
           MOVE WS-PAYMENT-COUNT     TO ISL-COUNT
           MOVE INT-SUMMARY-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD

           MOVE "ITEMS EARNING INTEREST:" TO ISL-LABEL
           MOVE WS-ITEM-COUNT        TO ISL-COUNT
           MOVE INT-SUMMARY-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD

           MOVE "NOTES RAISED:"      TO ISL-LABEL
           MOVE WS-NOTE-COUNT        TO ISL-COUNT
           MOVE WS-INTEREST-TOTAL    TO ISL-AMOUNT
           MOVE INT-SUMMARY-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD

           MOVE SPACES TO INT-SUMMARY-LINE
           MOVE "ALREADY CHARGED (SKIPPED):" TO ISL-LABEL
           MOVE WS-ALREADY-COUNT     TO ISL-COUNT
           MOVE INT-SUMMARY-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD

           MOVE "NOTES NOT RAISED (ERRLOG):" TO ISL-LABEL
           MOVE WS-EXCEPTION-COUNT   TO ISL-COUNT
           MOVE INT-SUMMARY-LINE TO INTEREST-REPORT-RECORD
           WRITE INTEREST-REPORT-RECORD.

      *----------------------------------------------------------*
      * ASSIGN-INVOICE-NUMBER TAKES THE NEXT SEQUENTIAL INVOICE   *
      * NUMBER OFF THE INVSEQ FILE AND WRITES THE FILE BACK       *
      * HOLDING THE ONE AFTER IT, THE SAME WAY THE PRICING RUN    *
      * NUMBERS ITS INVOICES, SO NOTES AND INVOICES SHARE ONE     *
      * UNBROKEN SERIES.                                          *
      *----------------------------------------------------------*
       ASSIGN-INVOICE-NUMBER.
           MOVE 1 TO WS-NOTE-NO
           OPEN INPUT INVOICE-SEQUENCE-FILE
           IF INVSEQ-OK THEN
               READ INVOICE-SEQUENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE INVOICE-SEQUENCE-RECORD TO WS-NOTE-NO
               END-READ
               CLOSE INVOICE-SEQUENCE-FILE
           END-IF

           COMPUTE INVOICE-SEQUENCE-RECORD = WS-NOTE-NO + 1
           OPEN OUTPUT INVOICE-SEQUENCE-FILE
           WRITE INVOICE-SEQUENCE-RECORD
           CLOSE INVOICE-SEQUENCE-FILE.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE, SO THE NOTES ARE DATED THE BUSINESS  *
      * DAY RATHER THAN THE WALL CLOCK.  A MISSING FILE FALLS     *
      * BACK TO THE SYSTEM CLOCK WITH A WARNING.                  *
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
      * NAME, SO EVERY ERROR ACROSS THE SHOP CAN BE FOUND IN ONE  *
      * PLACE.                                                    *
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
           MOVE "INTRUN"         TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP, CARRYING THE NOTES   *
      * RAISED AND THE CUSTOMERS THAT COULD NOT BE CHARGED.       *
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
           MOVE "INTRUN"           TO RCR-STEP
           MOVE WS-RCTL-EVENT      TO RCR-EVENT
           MOVE WS-NOTE-COUNT      TO RCR-PROCESSED
           MOVE WS-EXCEPTION-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
