       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVEXP.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  ELECTRONIC INVOICE EXPORT *
      *                 FOR THE TAX INTERCHANGE.  EVERY RELEASED  *
      *                 INVOICE ON THE REGISTER THAT HAS NOT GONE *
      *                 OUT YET IS WRITTEN TO EINVOUT AS ONE      *
      *                 STRUCTURED DOCUMENT (SEE EINVDOC) - THE   *
      *                 SELLER, THE CUSTOMER OFF PERSMAST, EACH   *
      *                 LINE OFF THE INVOICE LINE HISTORY, A VAT  *
      *                 SUMMARY BY RATE AND THE TOTALS - AS AN    *
      *                 INVOICE, OR A CREDIT NOTE FOR A CREDIT.   *
      *                 HELD INVOICES WAIT UNTIL INVINQ RELEASES  *
      *                 THEM.  THE EINVCTL CONTROL FILE RECORDS   *
      *                 EACH NUMBER SENT AND, ONCE THE EINVACK    *
      *                 ACKNOWLEDGEMENTS ARE APPLIED, WHETHER IT  *
      *                 WAS ACCEPTED OR REJECTED; A REJECTED      *
      *                 INVOICE GOES AGAIN ON THE NEXT RUN.       *
      *                 EINVRPT LISTS WHAT WENT OUT AND EVERY     *
      *                 INVOICE NOT YET SENT, WITH THE REASON.    *
      * 15/10/2026  NM  AN ACKNOWLEDGEMENT IS ONLY APPLIED TO A   *
      *                 DOCUMENT STILL SENT AND NOT ANSWERED, AND *
      *                 NOT WHEN IT IS DATED BEFORE THE LATEST    *
      *                 EXPORT; EINVACK IS EMPTIED ONCE APPLIED,  *
      *                 SO NO ANSWER IS APPLIED TWICE.  A SYSIN   *
      *                 CUT-OVER DATE KEEPS INVOICES ISSUED       *
      *                 BEFORE ELECTRONIC INVOICING (WITH NO LINE *
      *                 HISTORY) OFF THE EXPORT AND THE NOT-SENT  *
      *                 LIST.                                     *
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

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               FILE STATUS IS WS-PM-STATUS.

           SELECT EINV-CONTROL-FILE ASSIGN TO "EINVCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EIC-INVOICE-NO
               FILE STATUS IS WS-EINVCTL-STATUS.

           SELECT EINV-ACK-FILE ASSIGN TO "EINVACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EINVACK-STATUS.

           SELECT EINV-EXPORT-FILE ASSIGN TO "EINVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELLER-FILE ASSIGN TO "SELLER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELLER-STATUS.

           SELECT ITEM-TABLE-FILE ASSIGN TO "ITEMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT EINV-REPORT-FILE ASSIGN TO "EINVRPT"
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

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  EINV-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EINVCTL.

      *----------------------------------------------------------*
      * ONE EINVACK RECORD PER DOCUMENT THE INTERCHANGE HAS       *
      * ANSWERED FOR - "A" ACCEPTED OR "R" REJECTED WITH ITS      *
      * REASON.  EAK-DATE ZEROS TAKE THE BUSINESS DATE.  THE FILE *
      * IS EMPTIED ONCE ITS ANSWERS HAVE BEEN APPLIED.            *
      *----------------------------------------------------------*
       FD  EINV-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  EINV-ACK-RECORD.
           05 EAK-INVOICE-NO    PIC 9(8).
           05 EAK-STATUS        PIC X(1).
               88 EAK-IS-ACCEPTED VALUE "A".
               88 EAK-IS-REJECTED VALUE "R".
           05 EAK-DATE          PIC 9(8).
           05 EAK-REASON        PIC X(40).

       FD  EINV-EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EINVDOC.

       FD  SELLER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SELLER.

       FD  ITEM-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-TABLE-RECORD.
           05 ITM-ITEM-CODE     PIC X(8).
           05 ITM-DESCRIPTION   PIC X(20).
           05 ITM-UNIT-PRICE    PIC 9(4)V99.
           05 ITM-CATEGORY-CODE PIC X(2).

       FD  EINV-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EINV-REPORT-RECORD PIC X(80).

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       FD  RUN-ID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-ID-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
           77 WS-IVREG-STATUS  PIC X(2).
               88 IVREG-OK VALUE "00".
           77 WS-INVLINE-STATUS PIC X(2).
               88 INVLINE-OK VALUE "00".
           77 WS-PM-STATUS     PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-EINVCTL-STATUS PIC X(2).
               88 EINVCTL-OK             VALUE "00".
               88 EINVCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-EINVACK-STATUS PIC X(2).
               88 EINVACK-OK VALUE "00".
           77 WS-SELLER-STATUS PIC X(2).
               88 SELLER-OK VALUE "00".
           77 WS-ITEM-STATUS   PIC X(2).
               88 ITEM-TABLE-OK VALUE "00".
           77 WS-ERRLOG-STATUS PIC X(2).
               88 ERRLOG-OK             VALUE "00".
               88 ERRLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-RUNCTL-STATUS PIC X(2).
               88 RUNCTL-OK             VALUE "00".
               88 RUNCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".
           77 WS-RUNID-STATUS  PIC X(2).
               88 RUNID-OK VALUE "00".
           77 WS-RUN-ID        PIC X(10) VALUE SPACES.
           77 WS-ERROR-MESSAGE PIC X(60).
           77 WS-RCTL-EVENT    PIC X(5).
           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).

           77 WS-IVREG-EOF-SW  PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           77 WS-EINVACK-EOF-SW PIC X VALUE "N".
               88 END-OF-ACKNOWLEDGEMENTS VALUE "Y".
           77 WS-LINES-END-SW  PIC X VALUE "N".
               88 END-OF-INVOICE-LINES VALUE "Y".
           77 WS-CONTROL-SW    PIC X VALUE "N".
               88 CONTROL-ON-FILE VALUE "Y".
           77 WS-LINES-AGREE-SW PIC X VALUE "N".
               88 LINES-AGREE-WITH-REGISTER VALUE "Y".
           77 WS-CARD-VALID-SW PIC X VALUE "N".
               88 CUTOVER-CARD-VALID VALUE "Y".

      *----------------------------------------------------------*
      * THE CUT-OVER CARD IS THE YYYYMMDD DATE ELECTRONIC         *
      * INVOICING STARTED.  AN INVOICE ISSUED BEFORE IT WAS SENT  *
      * ON PAPER, HAS NO LINE HISTORY TO BUILD A DOCUMENT FROM,   *
      * AND IS NEVER EXPORTED UNLESS IT ALREADY HAS A CONTROL     *
      * RECORD.                                                   *
      *----------------------------------------------------------*
           01 WS-CUTOVER-CARD.
               05 WS-CUTOVER-YEAR   PIC 9(4).
               05 WS-CUTOVER-MONTH  PIC 99.
               05 WS-CUTOVER-DAY    PIC 99.
           01 WS-CUTOVER-CARD-X REDEFINES WS-CUTOVER-CARD PIC X(8).
           01 WS-CUTOVER-CARD-N REDEFINES WS-CUTOVER-CARD PIC 9(8).
           77 WS-CUTOVER-DATE  PIC 9(8).

           77 ITEM-TABLE-EOF-SW PIC X VALUE "N".
               88 END-OF-ITEM-TABLE VALUE "Y".
           77 ITEM-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 ITEM-SEARCH-IDX  PIC 9(3).
           77 ITEM-FOUND-SW    PIC X VALUE "N".
               88 ITEM-CODE-FOUND VALUE "Y".
           01 ITEM-TABLE-ENTRIES.
               05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
                   10 ITEM-CODE        PIC X(8).
                   10 ITEM-DESCRIPTION PIC X(20).

      *----------------------------------------------------------*
      * THE DOCUMENT IN PROGRESS.  WS-DOC-SIGN TURNS A CREDIT     *
      * NOTE'S AMOUNTS POSITIVE; THE RATE TABLE BUILDS THE VAT    *
      * SUMMARY AS THE LINES GO OUT.                              *
      *----------------------------------------------------------*
           77 WS-DOC-TYPE      PIC X(4).
           77 WS-DOC-SIGN      PIC S9 VALUE +1.
           77 WS-DOC-LINES     PIC 9(4).
           77 WS-DOC-RECORDS   PIC 9(4).
           77 WS-ATTEMPT       PIC 9(2).
           77 WS-LINE-NET      PIC S9(7)V99.
           77 WS-LINE-TAX      PIC S9(7)V99.
           77 WS-INV-LINES-READ PIC 9(4).
           77 WS-INV-NET-SUM   PIC S9(7)V99.
           77 WS-INV-TAX-SUM   PIC S9(7)V99.
           77 WS-NOT-SENT-REASON PIC X(34).

           77 DOC-RATE-COUNT   PIC 99 VALUE ZEROS.
           77 DOC-RATE-IDX     PIC 99.
           77 DOC-RATE-FOUND-SW PIC X VALUE "N".
               88 DOC-RATE-FOUND VALUE "Y".
           01 DOCUMENT-RATE-TABLE.
               05 DOCUMENT-RATE-ENTRY OCCURS 20 TIMES.
                   10 DRT-RATE      PIC V999.
                   10 DRT-TAXABLE   PIC S9(9)V99.
                   10 DRT-TAX       PIC S9(9)V99.

           77 WS-EXPORT-COUNT  PIC 9(6) VALUE ZEROS.
           77 WS-INVOICE-DOC-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-CREDIT-DOC-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-RESEND-COUNT  PIC 9(6) VALUE ZEROS.
           77 WS-FAILED-COUNT  PIC 9(6) VALUE ZEROS.
           77 WS-ACK-COUNT     PIC 9(6) VALUE ZEROS.
           77 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-REJECTED-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-BAD-ACK-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-STALE-ACK-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-PRE-CUTOVER-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-HELD-COUNT    PIC 9(6) VALUE ZEROS.
           77 WS-UNSENT-COUNT  PIC 9(6) VALUE ZEROS.
           77 WS-AWAITING-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-EXPORT-TOTAL  PIC S9(9)V99 VALUE ZEROS.

           01 EIR-TITLE-LINE.
               05 FILLER          PIC X(30)
                   VALUE "ELECTRONIC INVOICE EXPORT FOR ".
               05 ETL-DATE        PIC 9(8).
               05 FILLER          PIC X(7) VALUE "  RUN: ".
               05 ETL-RUN-ID      PIC X(10).
               05 FILLER          PIC X(10) VALUE "  CUTOVER ".
               05 ETL-CUTOVER     PIC 9(8).
               05 FILLER          PIC X(7) VALUE SPACES.

           01 EIR-EXPORT-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "NUMBER   DATE     FISCAL CODE      TYPE ".
               05 FILLER          PIC X(40)
                   VALUE "     TOTAL  ATTEMPT                     ".

           01 EIR-EXPORT-LINE.
               05 EXL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EXL-DATE        PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EXL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EXL-DOC-TYPE    PIC X(4).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EXL-TOTAL       PIC -(6)9.99.
               05 FILLER          PIC X(5) VALUE SPACES.
               05 EXL-ATTEMPT     PIC Z9.
               05 FILLER          PIC X(23) VALUE SPACES.

           01 EIR-ACK-LINE.
               05 EAL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 EAL-OUTCOME     PIC X(16).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 EAL-REASON      PIC X(40).
               05 FILLER          PIC X(12) VALUE SPACES.

           01 EIR-UNSENT-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "NUMBER   DATE     FISCAL CODE          T".
               05 FILLER          PIC X(40)
                   VALUE "OTAL REASON                            ".

           01 EIR-UNSENT-LINE.
               05 EUL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EUL-DATE        PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EUL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EUL-TOTAL       PIC -(6)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 EUL-REASON      PIC X(34).

           01 EIR-SUMMARY-LINE.
               05 ESL-LABEL       PIC X(34).
               05 ESL-COUNT       PIC ZZZZZ9.
               05 FILLER          PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE
               PERFORM GET-RUN-ID
               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               OPEN INPUT SELLER-FILE
               IF SELLER-OK THEN
                   READ SELLER-FILE
                       AT END MOVE "10" TO WS-SELLER-STATUS
                   END-READ
                   CLOSE SELLER-FILE
               END-IF
               IF NOT SELLER-OK THEN
                   DISPLAY "ERROR: NO SELLER DATA - NO DOCUMENT CAN "
                       "BE BUILT.  RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               PERFORM ACCEPT-CUTOVER-CARD
               IF NOT CUTOVER-CARD-VALID THEN
                   DISPLAY "ERROR: NO VALID CUT-OVER DATE ON SYSIN.  "
                       "RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF
               MOVE WS-CUTOVER-CARD-N TO WS-CUTOVER-DATE

               PERFORM LOAD-ITEM-TABLE

               OPEN INPUT INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT INVOICE-HISTORY-FILE
               IF NOT INVLINE-OK THEN
                   DISPLAY "ERROR: INVOICE LINE HISTORY NOT "
                       "AVAILABLE - STATUS " WS-INVLINE-STATUS
                       ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   DISPLAY "ERROR: PERSON MASTER NOT AVAILABLE - "
                       "STATUS " WS-PM-STATUS ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   CLOSE INVOICE-HISTORY-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O EINV-CONTROL-FILE
               IF EINVCTL-FILE-NOT-FOUND THEN
                   OPEN OUTPUT EINV-CONTROL-FILE
                   CLOSE EINV-CONTROL-FILE
                   OPEN I-O EINV-CONTROL-FILE
               END-IF
               IF NOT EINVCTL-OK THEN
                   DISPLAY "ERROR: TRANSMISSION CONTROL FILE NOT "
                       "AVAILABLE - STATUS " WS-EINVCTL-STATUS
                       ".  RUN ABANDONED."
                   CLOSE INVOICE-REGISTER-FILE
                   CLOSE INVOICE-HISTORY-FILE
                   CLOSE PERSON-MASTER-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN OUTPUT EINV-REPORT-FILE
               MOVE WS-TODAY  TO ETL-DATE
               MOVE WS-RUN-ID TO ETL-RUN-ID
               MOVE WS-CUTOVER-DATE TO ETL-CUTOVER
               MOVE EIR-TITLE-LINE TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD

               PERFORM APPLY-ACKNOWLEDGEMENTS

               OPEN OUTPUT EINV-EXPORT-FILE
               MOVE SPACES TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD
               MOVE "DOCUMENTS EXPORTED THIS RUN"
                   TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD
               MOVE EIR-EXPORT-HEADING-LINE TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD

               PERFORM START-REGISTER-PASS
               PERFORM EXPORT-ONE-INVOICE
                   UNTIL END-OF-REGISTER
               CLOSE EINV-EXPORT-FILE

               MOVE SPACES TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD
               MOVE "INVOICES NOT YET SENT" TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD
               MOVE EIR-UNSENT-HEADING-LINE TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD

               PERFORM START-REGISTER-PASS
               PERFORM LIST-UNSENT-INVOICE
                   UNTIL END-OF-REGISTER
               IF WS-UNSENT-COUNT IS EQUAL TO ZEROS THEN
                   MOVE "NONE - EVERY INVOICE ON THE REGISTER HAS "
                       TO EINV-REPORT-RECORD
                   WRITE EINV-REPORT-RECORD
                   MOVE "GONE OUT." TO EINV-REPORT-RECORD
                   WRITE EINV-REPORT-RECORD
               END-IF

               PERFORM WRITE-EXPORT-SUMMARY

               CLOSE INVOICE-REGISTER-FILE
               CLOSE INVOICE-HISTORY-FILE
               CLOSE PERSON-MASTER-FILE
               CLOSE EINV-CONTROL-FILE
               CLOSE EINV-REPORT-FILE

               COMPUTE WS-EXCEPTION-COUNT =
                   WS-FAILED-COUNT + WS-BAD-ACK-COUNT
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
      * ACCEPT-CUTOVER-CARD READS THE CUT-OVER DATE (YYYYMMDD)    *
      * OFF SYSIN.  IT MUST BE NUMERIC AND A PLAUSIBLE CALENDAR   *
      * DATE.  THE STEP RUNS UNATTENDED, SO THE CARD IS READ ONCE *
      * AND A BAD ONE ABANDONS THE RUN RATHER THAN EXPORT THE     *
      * WHOLE REGISTER'S HISTORY.                                 *
      *----------------------------------------------------------*
       ACCEPT-CUTOVER-CARD.
           MOVE SPACES TO WS-CUTOVER-CARD-X
           ACCEPT WS-CUTOVER-CARD-X
           MOVE "N" TO WS-CARD-VALID-SW

           IF WS-CUTOVER-CARD-N IS NUMERIC THEN
               IF WS-CUTOVER-YEAR IS NOT LESS THAN 1601
                       AND WS-CUTOVER-MONTH IS NOT LESS THAN 1
                       AND WS-CUTOVER-MONTH IS NOT GREATER THAN 12
                       AND WS-CUTOVER-DAY IS NOT LESS THAN 1
                       AND WS-CUTOVER-DAY IS NOT GREATER THAN 31 THEN
                   MOVE "Y" TO WS-CARD-VALID-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * LOAD-ITEM-TABLE READS THE ITEM DESCRIPTIONS OFF THE ITEM  *
      * MASTER FOR THE DOCUMENT LINES.  WITHOUT IT THE LINES GO   *
      * OUT WITH THE ITEM CODE AS THEIR DESCRIPTION.              *
      *----------------------------------------------------------*
       LOAD-ITEM-TABLE.
           OPEN INPUT ITEM-TABLE-FILE
           IF ITEM-TABLE-OK THEN
               READ ITEM-TABLE-FILE
                   AT END MOVE "Y" TO ITEM-TABLE-EOF-SW
               END-READ
               PERFORM STORE-ITEM-TABLE-ENTRY
                   UNTIL END-OF-ITEM-TABLE
               CLOSE ITEM-TABLE-FILE
           ELSE
               DISPLAY "WARNING: ITEM MASTER NOT AVAILABLE - LINES "
                   "DESCRIBED BY ITEM CODE."
           END-IF.

       STORE-ITEM-TABLE-ENTRY.
           IF ITEM-ENTRY-COUNT IS LESS THAN 100 THEN
               ADD 1 TO ITEM-ENTRY-COUNT
               MOVE ITM-ITEM-CODE   TO ITEM-CODE(ITEM-ENTRY-COUNT)
               MOVE ITM-DESCRIPTION
                   TO ITEM-DESCRIPTION(ITEM-ENTRY-COUNT)
           END-IF

           READ ITEM-TABLE-FILE
               AT END MOVE "Y" TO ITEM-TABLE-EOF-SW
           END-READ.

       FIND-ITEM-ENTRY.
           IF ITEM-CODE(ITEM-SEARCH-IDX) IS EQUAL TO LNH-ITEM-CODE
                   THEN
               MOVE "Y" TO ITEM-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * APPLY-ACKNOWLEDGEMENTS POSTS THE INTERCHANGE'S ANSWERS TO *
      * THE CONTROL FILE BEFORE ANYTHING NEW GOES OUT, SO A       *
      * REJECTION RECEIVED TODAY IS SENT AGAIN IN THIS SAME RUN.  *
      * AN ANSWER FOR A NUMBER NEVER SENT, OR WITH A STATUS THAT  *
      * IS NEITHER "A" NOR "R", IS AN EXCEPTION.  AN ANSWER FOR A *
      * DOCUMENT ALREADY ACCEPTED OR REJECTED, OR DATED BEFORE    *
      * THE DOCUMENT'S LATEST EXPORT (IT ANSWERS AN EARLIER       *
      * ATTEMPT), IS REPORTED AND PASSED OVER.  ONCE READ TO THE  *
      * END THE FILE IS EMPTIED, SO TOMORROW STARTS WITH ONLY NEW *
      * ANSWERS.  NO EINVACK FILE SIMPLY MEANS NO ANSWERS TODAY.  *
      *----------------------------------------------------------*
       APPLY-ACKNOWLEDGEMENTS.
           MOVE SPACES TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD
           MOVE "ACKNOWLEDGEMENTS APPLIED" TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           OPEN INPUT EINV-ACK-FILE
           IF NOT EINVACK-OK THEN
               MOVE "NO ACKNOWLEDGEMENTS RECEIVED."
                   TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD
           ELSE
               READ EINV-ACK-FILE
                   AT END MOVE "Y" TO WS-EINVACK-EOF-SW
               END-READ
               PERFORM APPLY-ONE-ACKNOWLEDGEMENT
                   THRU APPLY-ONE-ACKNOWLEDGEMENT-EXIT
                   UNTIL END-OF-ACKNOWLEDGEMENTS
               CLOSE EINV-ACK-FILE
               OPEN OUTPUT EINV-ACK-FILE
               CLOSE EINV-ACK-FILE
           END-IF.

       APPLY-ONE-ACKNOWLEDGEMENT.
           ADD 1 TO WS-ACK-COUNT
           MOVE EAK-INVOICE-NO TO EAL-INVOICE-NO
           MOVE SPACES         TO EAL-REASON

           IF NOT EAK-IS-ACCEPTED AND NOT EAK-IS-REJECTED THEN
               MOVE "INVALID STATUS  " TO EAL-OUTCOME
               MOVE EAK-STATUS         TO EAL-REASON
               PERFORM REPORT-BAD-ACKNOWLEDGEMENT
               GO TO APPLY-ONE-ACKNOWLEDGEMENT-NEXT
           END-IF

           MOVE EAK-INVOICE-NO TO EIC-INVOICE-NO
           READ EINV-CONTROL-FILE
               INVALID KEY
                   MOVE "NEVER SENT      " TO EAL-OUTCOME
                   PERFORM REPORT-BAD-ACKNOWLEDGEMENT
                   GO TO APPLY-ONE-ACKNOWLEDGEMENT-NEXT
           END-READ

           IF NOT EIC-IS-SENT THEN
               MOVE "ALREADY ANSWERED" TO EAL-OUTCOME
               PERFORM REPORT-STALE-ACKNOWLEDGEMENT
               GO TO APPLY-ONE-ACKNOWLEDGEMENT-NEXT
           END-IF

           IF EAK-DATE IS NUMERIC
                   AND EAK-DATE IS GREATER THAN ZEROS
                   AND EAK-DATE IS LESS THAN EIC-EXPORT-DATE THEN
               MOVE "EARLIER ATTEMPT " TO EAL-OUTCOME
               PERFORM REPORT-STALE-ACKNOWLEDGEMENT
               GO TO APPLY-ONE-ACKNOWLEDGEMENT-NEXT
           END-IF

           MOVE EAK-STATUS TO EIC-STATUS
           IF EAK-DATE IS NUMERIC AND EAK-DATE IS GREATER THAN ZEROS
                   THEN
               MOVE EAK-DATE TO EIC-STATUS-DATE
           ELSE
               MOVE WS-TODAY TO EIC-STATUS-DATE
           END-IF
           IF EAK-IS-ACCEPTED THEN
               MOVE SPACES     TO EIC-REJECT-REASON
               MOVE "ACCEPTED        " TO EAL-OUTCOME
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE EAK-REASON TO EIC-REJECT-REASON
                                  EAL-REASON
               MOVE "REJECTED        " TO EAL-OUTCOME
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           REWRITE EINV-CONTROL-RECORD

           MOVE EIR-ACK-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD.

       APPLY-ONE-ACKNOWLEDGEMENT-NEXT.
           READ EINV-ACK-FILE
               AT END MOVE "Y" TO WS-EINVACK-EOF-SW
           END-READ.

       APPLY-ONE-ACKNOWLEDGEMENT-EXIT.
           EXIT.

       REPORT-BAD-ACKNOWLEDGEMENT.
           ADD 1 TO WS-BAD-ACK-COUNT
           MOVE EIR-ACK-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "ACKNOWLEDGEMENT FOR " EAK-INVOICE-NO " - "
                   EAL-OUTCOME DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           PERFORM LOG-ERROR.

       REPORT-STALE-ACKNOWLEDGEMENT.
           ADD 1 TO WS-STALE-ACK-COUNT
           MOVE EIR-ACK-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD.

       START-REGISTER-PASS.
           MOVE "N" TO WS-IVREG-EOF-SW
           MOVE ZEROS TO IVR-INVOICE-NO
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IVR-INVOICE-NO
               INVALID KEY
                   MOVE "Y" TO WS-IVREG-EOF-SW
           END-START

           IF NOT END-OF-REGISTER THEN
               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-IVREG-EOF-SW
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * EXPORT-ONE-INVOICE SENDS A REGISTER INVOICE THAT IS NOT   *
      * HELD AND EITHER CAME BACK REJECTED OR HAS NEVER GONE OUT  *
      * AND WAS ISSUED ON OR AFTER THE CUT-OVER DATE.             *
      *----------------------------------------------------------*
       EXPORT-ONE-INVOICE.
           IF NOT IVR-IS-HELD THEN
               PERFORM READ-CONTROL-RECORD
               IF CONTROL-ON-FILE THEN
                   IF EIC-IS-REJECTED THEN
                       PERFORM EXPORT-INVOICE-DOCUMENT
                           THRU EXPORT-INVOICE-DOCUMENT-EXIT
                   END-IF
               ELSE
                   IF IVR-RUN-DATE IS NOT LESS THAN WS-CUTOVER-DATE
                           THEN
                       PERFORM EXPORT-INVOICE-DOCUMENT
                           THRU EXPORT-INVOICE-DOCUMENT-EXIT
                   END-IF
               END-IF
           END-IF

           READ INVOICE-REGISTER-FILE NEXT
               AT END MOVE "Y" TO WS-IVREG-EOF-SW
           END-READ.

       READ-CONTROL-RECORD.
           MOVE "Y" TO WS-CONTROL-SW
           MOVE IVR-INVOICE-NO TO EIC-INVOICE-NO
           READ EINV-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-SW
           END-READ.

      *----------------------------------------------------------*
      * EXPORT-INVOICE-DOCUMENT BUILDS ONE DOCUMENT.  THE BUYER   *
      * MUST BE ON PERSMAST AND THE LINE HISTORY MUST ADD UP TO   *
      * THE REGISTER, OR NOTHING IS WRITTEN AND THE INVOICE STAYS *
      * ON THE NOT-SENT LIST.  ONCE THE DOCUMENT IS OUT THE       *
      * CONTROL RECORD IS WRITTEN (OR, FOR A RESEND, REWRITTEN)   *
      * AS SENT.                                                  *
      *----------------------------------------------------------*
       EXPORT-INVOICE-DOCUMENT.
           MOVE IVR-FISCAL-CODE TO PM-FISCAL-CODE
           READ PERSON-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "NOT EXPORTED " IVR-INVOICE-NO " - "
                           IVR-FISCAL-CODE " NOT ON PERSMAST"
                           DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   GO TO EXPORT-INVOICE-DOCUMENT-EXIT
           END-READ

           PERFORM CHECK-INVOICE-LINES
           IF NOT LINES-AGREE-WITH-REGISTER THEN
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "NOT EXPORTED " IVR-INVOICE-NO
                       " - LINE HISTORY MISSING OR DISAGREES"
                       DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               GO TO EXPORT-INVOICE-DOCUMENT-EXIT
           END-IF

           IF IVR-IS-CREDIT THEN
               MOVE "TD04" TO WS-DOC-TYPE
               MOVE -1     TO WS-DOC-SIGN
           ELSE
               MOVE "TD01" TO WS-DOC-TYPE
               MOVE +1     TO WS-DOC-SIGN
           END-IF
           IF CONTROL-ON-FILE THEN
               COMPUTE WS-ATTEMPT = EIC-ATTEMPTS + 1
           ELSE
               MOVE 1 TO WS-ATTEMPT
           END-IF
           MOVE ZEROS TO WS-DOC-LINES
                         WS-DOC-RECORDS
                         DOC-RATE-COUNT

           PERFORM WRITE-DOCUMENT-HEADING
           PERFORM WRITE-DOCUMENT-LINES
           PERFORM WRITE-VAT-SUMMARY
               VARYING DOC-RATE-IDX FROM 1 BY 1
               UNTIL DOC-RATE-IDX > DOC-RATE-COUNT
           PERFORM WRITE-DOCUMENT-TOTAL

           MOVE IVR-INVOICE-NO  TO EIC-INVOICE-NO
           MOVE WS-DOC-TYPE     TO EIC-DOC-TYPE
           MOVE IVR-FISCAL-CODE TO EIC-FISCAL-CODE
           MOVE IVR-GRAND-TOTAL TO EIC-GRAND-TOTAL
           MOVE WS-TODAY        TO EIC-EXPORT-DATE
                                   EIC-STATUS-DATE
           MOVE WS-ATTEMPT      TO EIC-ATTEMPTS
           MOVE "S"             TO EIC-STATUS
           MOVE SPACES          TO EIC-REJECT-REASON
           IF CONTROL-ON-FILE THEN
               REWRITE EINV-CONTROL-RECORD
               ADD 1 TO WS-RESEND-COUNT
           ELSE
               WRITE EINV-CONTROL-RECORD
           END-IF

           ADD 1 TO WS-EXPORT-COUNT
           IF IVR-IS-CREDIT THEN
               ADD 1 TO WS-CREDIT-DOC-COUNT
           ELSE
               ADD 1 TO WS-INVOICE-DOC-COUNT
           END-IF
           ADD IVR-GRAND-TOTAL TO WS-EXPORT-TOTAL

           MOVE IVR-INVOICE-NO  TO EXL-INVOICE-NO
           MOVE IVR-RUN-DATE    TO EXL-DATE
           MOVE IVR-FISCAL-CODE TO EXL-FISCAL-CODE
           MOVE WS-DOC-TYPE     TO EXL-DOC-TYPE
           MOVE IVR-GRAND-TOTAL TO EXL-TOTAL
           MOVE WS-ATTEMPT      TO EXL-ATTEMPT
           MOVE EIR-EXPORT-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD.

       EXPORT-INVOICE-DOCUMENT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * CHECK-INVOICE-LINES READS THE INVOICE'S LINES ONCE AHEAD  *
      * OF THE DOCUMENT AND SETS LINES-AGREE-WITH-REGISTER WHEN   *
      * THERE ARE LINES, THEY ALL CARRY THE INVOICE'S CUSTOMER,   *
      * AND THEIR SIGNED NET AND VAT ADD UP TO THE REGISTER       *
      * TOTALS.                                                   *
      *----------------------------------------------------------*
       CHECK-INVOICE-LINES.
           MOVE "Y" TO WS-LINES-AGREE-SW
           MOVE ZEROS TO WS-INV-LINES-READ
                         WS-INV-NET-SUM
                         WS-INV-TAX-SUM
           PERFORM START-INVOICE-LINES
           PERFORM CHECK-ONE-INVOICE-LINE
               UNTIL END-OF-INVOICE-LINES

           IF WS-INV-LINES-READ IS EQUAL TO ZEROS
                   OR WS-INV-NET-SUM IS NOT EQUAL TO IVR-SUBTOTAL
                   OR WS-INV-TAX-SUM IS NOT EQUAL TO IVR-TAX-TOTAL
                   THEN
               MOVE "N" TO WS-LINES-AGREE-SW
           END-IF.

       CHECK-ONE-INVOICE-LINE.
           IF LNH-INVOICE-NO IS NOT EQUAL TO IVR-INVOICE-NO THEN
               MOVE "Y" TO WS-LINES-END-SW
           ELSE
               ADD 1 TO WS-INV-LINES-READ
               PERFORM SIGN-LINE-AMOUNTS
               ADD WS-LINE-NET TO WS-INV-NET-SUM
               ADD WS-LINE-TAX TO WS-INV-TAX-SUM
               IF LNH-FISCAL-CODE IS NOT EQUAL TO IVR-FISCAL-CODE
                       THEN
                   MOVE "N" TO WS-LINES-AGREE-SW
               END-IF
               READ INVOICE-HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-LINES-END-SW
               END-READ
           END-IF.

       START-INVOICE-LINES.
           MOVE "N" TO WS-LINES-END-SW
           MOVE IVR-INVOICE-NO TO LNH-INVOICE-NO
           MOVE ZEROS          TO LNH-LINE-SEQ
           START INVOICE-HISTORY-FILE
               KEY IS NOT LESS THAN LNH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINES-END-SW
           END-START

           IF NOT END-OF-INVOICE-LINES THEN
               READ INVOICE-HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-LINES-END-SW
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * SIGN-LINE-AMOUNTS GIVES THE LINE IN HAND ITS SIGN ON THE  *
      * INVOICE - A CREDIT LINE RUNS NEGATIVE.                    *
      *----------------------------------------------------------*
       SIGN-LINE-AMOUNTS.
           IF LNH-IS-CREDIT THEN
               COMPUTE WS-LINE-NET = ZEROS - LNH-NET
               COMPUTE WS-LINE-TAX = ZEROS - LNH-TAX
           ELSE
               MOVE LNH-NET TO WS-LINE-NET
               MOVE LNH-TAX TO WS-LINE-TAX
           END-IF.

      *----------------------------------------------------------*
      * WRITE-DOCUMENT-HEADING WRITES THE H, S AND B RECORDS -    *
      * DOCUMENT TYPE AND DATE, THE SELLER AND THE BUYER.         *
      *----------------------------------------------------------*
       WRITE-DOCUMENT-HEADING.
           MOVE SPACES          TO EINV-DOCUMENT-RECORD
           MOVE "H"             TO EDR-RECORD-TYPE
           MOVE IVR-INVOICE-NO  TO EDR-INVOICE-NO
           MOVE WS-DOC-TYPE     TO EDH-DOC-TYPE
           MOVE IVR-RUN-DATE    TO EDH-INVOICE-DATE
           MOVE "EUR"           TO EDH-CURRENCY
           MOVE WS-TODAY        TO EDH-EXPORT-DATE
           MOVE WS-ATTEMPT      TO EDH-ATTEMPT
           PERFORM WRITE-DOCUMENT-RECORD

           MOVE SPACES          TO EINV-DOCUMENT-RECORD
           MOVE "S"             TO EDR-RECORD-TYPE
           MOVE IVR-INVOICE-NO  TO EDR-INVOICE-NO
           MOVE SLR-NAME        TO EDS-NAME
           MOVE SLR-VAT-NUMBER  TO EDS-VAT-NUMBER
           MOVE SLR-FISCAL-CODE TO EDS-FISCAL-CODE
           MOVE SLR-ADDRESS     TO EDS-ADDRESS
           MOVE SLR-POSTCODE    TO EDS-POSTCODE
           MOVE SLR-CITY        TO EDS-CITY
           MOVE SLR-PROVINCE    TO EDS-PROVINCE
           MOVE SLR-COUNTRY     TO EDS-COUNTRY
           PERFORM WRITE-DOCUMENT-RECORD

           MOVE SPACES          TO EINV-DOCUMENT-RECORD
           MOVE "B"             TO EDR-RECORD-TYPE
           MOVE IVR-INVOICE-NO  TO EDR-INVOICE-NO
           MOVE PM-FISCAL-CODE  TO EDB-FISCAL-CODE
           IF PM-FULL-LAST-NAME IS EQUAL TO SPACES THEN
               MOVE PM-LAST-NAME  TO EDB-LAST-NAME
               MOVE PM-FIRST-NAME TO EDB-FIRST-NAME
           ELSE
               MOVE PM-FULL-LAST-NAME  TO EDB-LAST-NAME
               MOVE PM-FULL-FIRST-NAME TO EDB-FIRST-NAME
           END-IF
           MOVE PM-ADDRESS-LINE-1 TO EDB-ADDRESS-LINE-1
           MOVE PM-ADDRESS-LINE-2 TO EDB-ADDRESS-LINE-2
           PERFORM WRITE-DOCUMENT-RECORD.

      *----------------------------------------------------------*
      * WRITE-DOCUMENT-LINES WRITES AN L RECORD FOR EVERY LINE    *
      * THAT BILLED A QUANTITY (A ZERO-QUANTITY BACKORDER LINE    *
      * CARRIES NOTHING), AND ROLLS IT INTO THE RATE SUMMARY.     *
      *----------------------------------------------------------*
       WRITE-DOCUMENT-LINES.
           PERFORM START-INVOICE-LINES
           PERFORM WRITE-ONE-DOCUMENT-LINE
               UNTIL END-OF-INVOICE-LINES.

       WRITE-ONE-DOCUMENT-LINE.
           IF LNH-INVOICE-NO IS NOT EQUAL TO IVR-INVOICE-NO THEN
               MOVE "Y" TO WS-LINES-END-SW
           ELSE
               IF LNH-QUANTITY IS GREATER THAN ZEROS THEN
                   PERFORM SIGN-LINE-AMOUNTS
                   MULTIPLY WS-DOC-SIGN BY WS-LINE-NET
                   MULTIPLY WS-DOC-SIGN BY WS-LINE-TAX

                   MOVE "N" TO ITEM-FOUND-SW
                   PERFORM FIND-ITEM-ENTRY
                       VARYING ITEM-SEARCH-IDX FROM 1 BY 1
                       UNTIL ITEM-SEARCH-IDX > ITEM-ENTRY-COUNT
                          OR ITEM-CODE-FOUND

                   MOVE SPACES          TO EINV-DOCUMENT-RECORD
                   MOVE "L"             TO EDR-RECORD-TYPE
                   MOVE IVR-INVOICE-NO  TO EDR-INVOICE-NO
                   MOVE LNH-LINE-SEQ    TO EDL-LINE-SEQ
                   MOVE LNH-ITEM-CODE   TO EDL-ITEM-CODE
                   IF ITEM-CODE-FOUND THEN
                       SUBTRACT 1 FROM ITEM-SEARCH-IDX
                       MOVE ITEM-DESCRIPTION(ITEM-SEARCH-IDX)
                           TO EDL-DESCRIPTION
                   ELSE
                       MOVE LNH-ITEM-CODE TO EDL-DESCRIPTION
                   END-IF
                   MOVE LNH-QUANTITY    TO EDL-QUANTITY
                   MOVE LNH-UNIT-PRICE  TO EDL-UNIT-PRICE
                   COMPUTE EDL-VAT-RATE = LNH-TAX-RATE * 100
                   MOVE LNH-CATEGORY    TO EDL-CATEGORY
                   MOVE WS-LINE-NET     TO EDL-NET
                   MOVE WS-LINE-TAX     TO EDL-TAX
                   PERFORM WRITE-DOCUMENT-RECORD
                   ADD 1 TO WS-DOC-LINES

                   PERFORM ADD-LINE-TO-DOCUMENT-RATES
               END-IF

               READ INVOICE-HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-LINES-END-SW
               END-READ
           END-IF.

       ADD-LINE-TO-DOCUMENT-RATES.
           MOVE "N" TO DOC-RATE-FOUND-SW
           PERFORM FIND-DOCUMENT-RATE
               VARYING DOC-RATE-IDX FROM 1 BY 1
               UNTIL DOC-RATE-IDX > DOC-RATE-COUNT
                  OR DOC-RATE-FOUND
           IF DOC-RATE-FOUND THEN
               SUBTRACT 1 FROM DOC-RATE-IDX
           ELSE
               IF DOC-RATE-COUNT IS LESS THAN 20 THEN
                   ADD 1 TO DOC-RATE-COUNT
                   MOVE DOC-RATE-COUNT TO DOC-RATE-IDX
                   MOVE LNH-TAX-RATE TO DRT-RATE(DOC-RATE-IDX)
                   MOVE ZEROS TO DRT-TAXABLE(DOC-RATE-IDX)
                                 DRT-TAX(DOC-RATE-IDX)
               ELSE
                   MOVE 20 TO DOC-RATE-IDX
               END-IF
           END-IF
           ADD WS-LINE-NET TO DRT-TAXABLE(DOC-RATE-IDX)
           ADD WS-LINE-TAX TO DRT-TAX(DOC-RATE-IDX).

       FIND-DOCUMENT-RATE.
           IF DRT-RATE(DOC-RATE-IDX) IS EQUAL TO LNH-TAX-RATE THEN
               MOVE "Y" TO DOC-RATE-FOUND-SW
           END-IF.

       WRITE-VAT-SUMMARY.
           MOVE SPACES          TO EINV-DOCUMENT-RECORD
           MOVE "V"             TO EDR-RECORD-TYPE
           MOVE IVR-INVOICE-NO  TO EDR-INVOICE-NO
           COMPUTE EDV-VAT-RATE = DRT-RATE(DOC-RATE-IDX) * 100
           MOVE DRT-TAXABLE(DOC-RATE-IDX) TO EDV-TAXABLE
           MOVE DRT-TAX(DOC-RATE-IDX)     TO EDV-TAX
           PERFORM WRITE-DOCUMENT-RECORD.

      *----------------------------------------------------------*
      * WRITE-DOCUMENT-TOTAL CLOSES THE DOCUMENT WITH THE         *
      * REGISTER TOTALS (SIGNED FOR THE DOCUMENT TYPE), ITS LINE  *
      * COUNT AND ITS RECORD COUNT, THE T RECORD INCLUDED.        *
      *----------------------------------------------------------*
       WRITE-DOCUMENT-TOTAL.
           MOVE SPACES          TO EINV-DOCUMENT-RECORD
           MOVE "T"             TO EDR-RECORD-TYPE
           MOVE IVR-INVOICE-NO  TO EDR-INVOICE-NO
           COMPUTE EDT-TAXABLE = IVR-SUBTOTAL    * WS-DOC-SIGN
           COMPUTE EDT-TAX     = IVR-TAX-TOTAL   * WS-DOC-SIGN
           COMPUTE EDT-TOTAL   = IVR-GRAND-TOTAL * WS-DOC-SIGN
           MOVE WS-DOC-LINES    TO EDT-LINE-COUNT
           COMPUTE EDT-RECORD-COUNT = WS-DOC-RECORDS + 1
           PERFORM WRITE-DOCUMENT-RECORD.

       WRITE-DOCUMENT-RECORD.
           WRITE EINV-DOCUMENT-RECORD
           ADD 1 TO WS-DOC-RECORDS.

      *----------------------------------------------------------*
      * LIST-UNSENT-INVOICE IS A SECOND, INDEPENDENT PASS OVER    *
      * THE REGISTER: ANY INVOICE WITHOUT A SENT OR ACCEPTED      *
      * CONTROL RECORD IS LISTED WITH THE REASON, SO NOTHING      *
      * FALLS THROUGH WHATEVER THE EXPORT PASS DID OR DID NOT DO. *
      * A HELD INVOICE IS LISTED BUT IS NOT AN EXCEPTION - IT IS  *
      * WAITING FOR ITS RELEASE.  AN INVOICE ISSUED BEFORE THE    *
      * CUT-OVER THAT NEVER WENT OUT IS ONLY COUNTED.             *
      *----------------------------------------------------------*
       LIST-UNSENT-INVOICE.
           PERFORM READ-CONTROL-RECORD
           IF NOT CONTROL-ON-FILE
                   AND IVR-RUN-DATE IS LESS THAN WS-CUTOVER-DATE THEN
               ADD 1 TO WS-PRE-CUTOVER-COUNT
           ELSE
               PERFORM CHECK-UNSENT-INVOICE
           END-IF

           READ INVOICE-REGISTER-FILE NEXT
               AT END MOVE "Y" TO WS-IVREG-EOF-SW
           END-READ.

       CHECK-UNSENT-INVOICE.
           IF CONTROL-ON-FILE AND EIC-IS-SENT THEN
               ADD 1 TO WS-AWAITING-COUNT
           END-IF

           IF NOT CONTROL-ON-FILE OR EIC-IS-REJECTED THEN
               ADD 1 TO WS-UNSENT-COUNT
               IF IVR-IS-HELD THEN
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD - AWAITING RELEASE"
                       TO WS-NOT-SENT-REASON
               ELSE
                   IF CONTROL-ON-FILE THEN
                       MOVE SPACES TO WS-NOT-SENT-REASON
                       STRING "REJECTED: " EIC-REJECT-REASON
                               DELIMITED BY SIZE
                           INTO WS-NOT-SENT-REASON
                   ELSE
                       MOVE IVR-FISCAL-CODE TO PM-FISCAL-CODE
                       READ PERSON-MASTER-FILE
                           INVALID KEY
                               MOVE "CUSTOMER NOT ON PERSON MASTER"
                                   TO WS-NOT-SENT-REASON
                           NOT INVALID KEY
                               MOVE "LINE HISTORY MISSING/DISAGREES"
                                   TO WS-NOT-SENT-REASON
                       END-READ
                   END-IF
               END-IF

               MOVE IVR-INVOICE-NO     TO EUL-INVOICE-NO
               MOVE IVR-RUN-DATE       TO EUL-DATE
               MOVE IVR-FISCAL-CODE    TO EUL-FISCAL-CODE
               MOVE IVR-GRAND-TOTAL    TO EUL-TOTAL
               MOVE WS-NOT-SENT-REASON TO EUL-REASON
               MOVE EIR-UNSENT-LINE TO EINV-REPORT-RECORD
               WRITE EINV-REPORT-RECORD
           END-IF.

       WRITE-EXPORT-SUMMARY.
           MOVE SPACES TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "ACKNOWLEDGEMENTS READ:            " TO ESL-LABEL
           MOVE WS-ACK-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  ACCEPTED:                       " TO ESL-LABEL
           MOVE WS-ACCEPTED-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  REJECTED:                       " TO ESL-LABEL
           MOVE WS-REJECTED-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  NOT APPLIED:                    " TO ESL-LABEL
           MOVE WS-BAD-ACK-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  ALREADY ANSWERED, PASSED OVER:  " TO ESL-LABEL
           MOVE WS-STALE-ACK-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "DOCUMENTS EXPORTED:               " TO ESL-LABEL
           MOVE WS-EXPORT-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  INVOICES (TD01):                " TO ESL-LABEL
           MOVE WS-INVOICE-DOC-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  CREDIT NOTES (TD04):            " TO ESL-LABEL
           MOVE WS-CREDIT-DOC-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  RESENT AFTER REJECTION:         " TO ESL-LABEL
           MOVE WS-RESEND-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "COULD NOT BE EXPORTED:            " TO ESL-LABEL
           MOVE WS-FAILED-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "SENT, AWAITING ACKNOWLEDGEMENT:   " TO ESL-LABEL
           MOVE WS-AWAITING-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "NOT YET SENT:                     " TO ESL-LABEL
           MOVE WS-UNSENT-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "  OF WHICH HELD:                  " TO ESL-LABEL
           MOVE WS-HELD-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD

           MOVE "ISSUED BEFORE CUT-OVER, NOT SENT: " TO ESL-LABEL
           MOVE WS-PRE-CUTOVER-COUNT TO ESL-COUNT
           MOVE EIR-SUMMARY-LINE TO EINV-REPORT-RECORD
           WRITE EINV-REPORT-RECORD.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE, SO EXPORT DATES FOLLOW THE BUSINESS  *
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
      * GET-RUN-ID READS THE NIGHT'S RUN IDENTIFIER BALCHK        *
      * ASSIGNED.  WITHOUT ONE THE REPORT AND RUNCTL SIMPLY GO    *
      * UNSTAMPED.                                                *
      *----------------------------------------------------------*
       GET-RUN-ID.
           OPEN INPUT RUN-ID-FILE
           IF RUNID-OK THEN
               READ RUN-ID-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RUN-ID-RECORD TO WS-RUN-ID
               END-READ
               CLOSE RUN-ID-FILE
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
           MOVE "EINVEXP"        TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP, CARRYING THE         *
      * DOCUMENTS EXPORTED AND THE EXCEPTIONS.                    *
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
           MOVE "EINVEXP"          TO RCR-STEP
           MOVE WS-RCTL-EVENT      TO RCR-EVENT
           MOVE WS-EXPORT-COUNT    TO RCR-PROCESSED
           MOVE WS-EXCEPTION-COUNT TO RCR-REJECTED
           MOVE WS-RUN-ID          TO RCR-RUN-ID
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
