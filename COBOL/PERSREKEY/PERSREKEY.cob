       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSREKEY.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MOVES A PERSON FROM AN    *
      *                 OLD FISCAL CODE TO A NEW ONE ACROSS EVERY *
      *                 FILE THAT CARRIES IT, INSTEAD OF THE      *
      *                 DELETE AND RE-ADD IN PERSMAINT THAT LEFT  *
      *                 THE INVOICES, PAYMENTS AND CREDIT         *
      *                 EXPOSURE ORPHANED UNDER THE OLD CODE.     *
      *                 THE NEW CODE IS REVALIDATED THROUGH       *
      *                 FISCVAL.  A MERGE FOLDS THE OLD PERSON    *
      *                 INTO ONE ALREADY ON FILE, SUMMING THE     *
      *                 CREDIT EXPOSURE AND UNAPPLIED CASH.       *
      *                 INVREG (WITH ITS INVLINE LINES),          *
      *                 CREDMAST, UNAPCASH, DUNHIST, CONTPRC,     *
      *                 BACKORD AND PAYLOG ARE RE-KEYED; EVERY    *
      *                 PERSMAST WRITE, REWRITE AND DELETE IS     *
      *                 JOURNALED TO PERSJRN.  A PARM OF "BATCH"  *
      *                 READS THE CHANGES OFF REKEYIN, OTHERWISE  *
      *                 THE OPERATOR KEYS THEM AT THE TERMINAL.   *
      *                 REKRPT CARRIES EACH CHANGE AND THE        *
      *                 BEFORE/AFTER RECORD COUNTS PER FILE.      *
      * 15/10/2026  NM  PAYTERMS RE-KEYED AS WELL.  ON A MERGE    *
      *                 THE SURVIVOR'S PAYMENT TERMS STAND AND    *
      *                 THE OLD CODE'S RECORD IS DROPPED.         *
      * 15/10/2026  NM  RECCONT RECURRING CONTRACTS RE-KEYED AS   *
      *                 WELL.  ON A MERGE A CONTRACT NUMBER THE   *
      *                 SURVIVOR ALREADY HOLDS KEEPS THE          *
      *                 SURVIVOR'S CONTRACT; THE OLD ONE IS       *
      *                 DROPPED AND NAMED ON ERRLOG.              *
      * 15/10/2026  NM  A PERSMAST WRITE OR REWRITE THAT FAILS NO *
      *                 LONGER GOES ON TO DELETE THE OLD PERSON:  *
      *                 THE CHANGE IS REJECTED, NOTHING UNDER IT  *
      *                 IS RE-KEYED AND THE RUN ENDS RC=8.  AN    *
      *                 INVREG REWRITE THAT FAILS STOPS THAT      *
      *                 PERSON'S INVOICE SWEEP INSTEAD OF FINDING *
      *                 THE SAME INVOICE AGAIN, AND PUTS INVREG   *
      *                 OUT OF BALANCE ON REKRPT.  REJECTED       *
      *                 CHANGES ARE LOGGED WITH BOTH CODES.       *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               ALTERNATE RECORD KEY IS PM-P-NAME WITH DUPLICATES
               FILE STATUS IS WS-PM-STATUS.

           SELECT PERSON-JOURNAL-FILE ASSIGN TO "PERSJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSJRN-STATUS.

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

           SELECT CREDIT-CONTROL-FILE ASSIGN TO "CREDMAST"
               ORGANIZATION IS INDEXED
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

           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTPRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KEY
               FILE STATUS IS WS-CONTPRC-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT PAYMENT-TERMS-FILE ASSIGN TO "PAYTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-FISCAL-CODE
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT RECURRING-CONTRACT-FILE ASSIGN TO "RECCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-KEY
               FILE STATUS IS WS-RECCONT-STATUS.

           SELECT PAYMENT-LOG-FILE ASSIGN TO "PAYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLOG-STATUS.

           SELECT PAYMENT-WORK-FILE ASSIGN TO "PAYWRK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REKEY-TRANS-FILE ASSIGN TO "REKEYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REKEYIN-STATUS.

           SELECT REKEY-REPORT-FILE ASSIGN TO "REKRPT"
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
       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  PERSON-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSJRNL.

       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  CREDIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CREDMST.

       FD  UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY UNAPCSH.

       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNHIST.

       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTPRC.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

       FD  PAYMENT-TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYTERM.

       FD  RECURRING-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECCONT.

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

      *----------------------------------------------------------*
      * ONE REKEYIN RECORD PER CHANGE: THE CODE THE PERSON IS ON  *
      * NOW, THE CODE THEY MOVE TO, AND "Y" IN REK-MERGE-FLAG     *
      * WHEN THE NEW CODE IS ALREADY ON FILE AND THE TWO ARE TO   *
      * BE FOLDED INTO ONE PERSON.                                *
      *----------------------------------------------------------*
       FD  REKEY-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REKEY-TRANS-RECORD.
           05 REK-OLD-CODE      PIC X(16).
           05 FILLER            PIC X(1).
           05 REK-NEW-CODE      PIC X(16).
           05 FILLER            PIC X(1).
           05 REK-MERGE-FLAG    PIC X(1).

       FD  REKEY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REKEY-REPORT-RECORD PIC X(80).

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
           77 WS-PM-STATUS      PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-PERSJRN-STATUS PIC X(2).
               88 PERSJRN-OK             VALUE "00".
               88 PERSJRN-FILE-NOT-FOUND VALUE "35".
           77 WS-IVREG-STATUS   PIC X(2).
               88 IVREG-OK VALUE "00".
               88 IVREG-REWRITTEN VALUES "00" "02".
           77 WS-INVLINE-STATUS PIC X(2).
               88 INVLINE-OK VALUE "00".
           77 WS-CRED-STATUS    PIC X(2).
               88 CRED-OK VALUE "00".
           77 WS-UNAP-STATUS    PIC X(2).
               88 UNAP-OK VALUE "00".
           77 WS-DUNHIST-STATUS PIC X(2).
               88 DUNHIST-OK VALUE "00".
           77 WS-CONTPRC-STATUS PIC X(2).
               88 CONTPRC-OK VALUE "00".
           77 WS-BACKORD-STATUS PIC X(2).
               88 BACKORD-OK VALUE "00".
           77 WS-TERMS-STATUS   PIC X(2).
               88 TERMS-OK VALUE "00".
           77 WS-RECCONT-STATUS PIC X(2).
               88 RECCONT-OK VALUE "00".
           77 WS-PAYLOG-STATUS  PIC X(2).
               88 PAYLOG-OK VALUE "00".
           77 WS-REKEYIN-STATUS PIC X(2).
               88 REKEYIN-OK VALUE "00".
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
           77 WS-PARM           PIC X(20).
           77 WS-JRN-ACTION     PIC X(1).
           77 WS-JRN-DATE       PIC 9(8).
           77 WS-JRN-TIME       PIC 9(8).

           77 WS-RUN-MODE-SW    PIC X VALUE "T".
               88 RUN-IS-BATCH VALUE "B".
           77 WS-REKEYIN-EOF-SW PIC X VALUE "N".
               88 END-OF-CHANGES VALUE "Y".
           77 WS-OPERATOR-DONE-SW PIC X VALUE "N".
               88 OPERATOR-IS-DONE VALUE "Y".
           77 WS-COUNT-EOF-SW   PIC X VALUE "N".
               88 END-OF-COUNT VALUE "Y".
           77 WS-SWEEP-DONE-SW  PIC X VALUE "N".
               88 SWEEP-IS-DONE VALUE "Y".
           77 WS-LINES-END-SW   PIC X VALUE "N".
               88 END-OF-INVOICE-LINES VALUE "Y".
           77 WS-PAYWRK-EOF-SW  PIC X VALUE "N".
               88 END-OF-PAYWRK VALUE "Y".
           77 WS-OLD-ON-FILE-SW PIC X VALUE "N".
               88 OLD-CODE-ON-FILE VALUE "Y".
           77 WS-NEW-ON-FILE-SW PIC X VALUE "N".
               88 NEW-CODE-ON-FILE VALUE "Y".
           77 WS-CONFIRM        PIC X(1).
               88 OPERATOR-CONFIRMS VALUE "Y".
           77 WS-COUNT-PHASE    PIC X(1).
               88 COUNTING-BEFORE VALUE "B".
           77 WS-LIMIT-SW       PIC X VALUE "N".
               88 CHANGE-LIMIT-REACHED VALUE "Y".
           77 WS-MASTER-FAIL-SW PIC X VALUE "N".
               88 MASTER-WRITE-FAILED VALUE "Y".
           77 WS-FAILED-COUNT   PIC 9(3) VALUE ZEROS.
           77 WS-IVREG-NOT-MOVED PIC 9(5) VALUE ZEROS.

      *----------------------------------------------------------*
      * THE CHANGE IN HAND, AND A COPY OF THE OLD PERSON RECORD   *
      * TAKEN BEFORE ANY MASTER ACTION - A MERGE FILLS THE        *
      * SURVIVOR'S BLANK PARTICULARS FROM IT.  WS-SAVE-RECORD     *
      * HOLDS WHATEVER SUBSIDIARY RECORD IS BEING MOVED WHILE     *
      * THE NEW KEY IS LOOKED UP.                                 *
      *----------------------------------------------------------*
           77 WS-OLD-CODE       PIC X(16).
           77 WS-NEW-CODE       PIC X(16).
           77 WS-MERGE-FLAG     PIC X(1).
               88 MERGE-REQUESTED VALUE "Y".
           77 WS-SAVE-RECORD    PIC X(200).
           77 WS-SAVE-ITEM-CODE PIC X(8).
           77 WS-SAVE-INVOICE-NO PIC 9(8).
           77 WS-SAVE-CONTRACT-NO PIC 9(6).
           77 WS-SAVE-AMOUNT-1  PIC S9(7)V99.
           77 WS-SAVE-AMOUNT-2  PIC S9(7)V99.
           77 WS-SAVE-AMOUNT-3  PIC S9(7)V99.
           77 WS-SAVE-DATE-1    PIC 9(8).
           77 WS-SAVE-DATE-2    PIC 9(8).
           77 WS-SAVE-LEVEL     PIC 9(1).
           77 WS-SAVE-COUNT     PIC 9(4).
           77 WS-SAVE-QUANTITY  PIC 9(4).

           01 OLD-PERSON-RECORD.
               05 FILLER             PIC X(31).
               05 OLD-FULL-LAST-NAME  PIC X(20).
               05 OLD-FULL-FIRST-NAME PIC X(20).
               05 OLD-FULL-BIRTH-DATE PIC 9(8).
               05 OLD-ADDRESS-LINE-1  PIC X(30).
               05 OLD-ADDRESS-LINE-2  PIC X(30).

      *----------------------------------------------------------*
      * ONE ENTRY PER CHANGE READ THIS RUN.  CHG-FILE-COUNT IS    *
      * THE RECORDS MOVED IN EACH FILE, IN THE ORDER OF THE FILE  *
      * TOTALS TABLE BELOW.  THE PAYLOG PASS RUNS ONCE AT THE END *
      * OVER EVERY APPLIED CHANGE, SO IT FILLS IN ITS COUNT LAST. *
      *----------------------------------------------------------*
           77 CHG-COUNT         PIC 9(3) VALUE ZEROS.
           77 CHG-IDX           PIC 9(3).
           01 CHANGE-TABLE.
               05 CHANGE-ENTRY OCCURS 100 TIMES.
                   10 CHG-OLD-CODE    PIC X(16).
                   10 CHG-NEW-CODE    PIC X(16).
                   10 CHG-MERGE-FLAG  PIC X(1).
                   10 CHG-ACTION      PIC X(8).
                       88 CHG-IS-APPLIED VALUES "REKEY   "
                                                "MERGE   "
                                                "REHOME  ".
                       88 CHG-IS-REKEY   VALUE "REKEY   ".
                       88 CHG-IS-MERGE   VALUE "MERGE   ".
                       88 CHG-IS-REJECTED VALUE "REJECTED".
                   10 CHG-REASON      PIC X(35).
                   10 CHG-FILE-COUNT  PIC 9(5) OCCURS 11 TIMES.

      *----------------------------------------------------------*
      * CONTROL TOTALS PER FILE: 1 PERSMAST, 2 INVREG, 3 INVLINE, *
      * 4 CREDMAST, 5 UNAPCASH, 6 DUNHIST, 7 CONTPRC, 8 BACKORD,  *
      * 9 PAYLOG, 10 PAYTERMS, 11 RECCONT.  A FILE BALANCES WHEN  *
      * BEFORE LESS MERGED (THE RECORDS FOLDED INTO ONE ALREADY   *
      * UNDER THE NEW CODE) EQUALS AFTER.                         *
      *----------------------------------------------------------*
           77 FTT-IDX           PIC 9(2).
           01 FILE-TOTALS-TABLE.
               05 FILE-TOTAL-ENTRY OCCURS 11 TIMES.
                   10 FTT-NAME        PIC X(8).
                   10 FTT-AVAIL-SW    PIC X(1).
                       88 FTT-IS-AVAILABLE VALUE "Y".
                   10 FTT-BEFORE      PIC 9(7).
                   10 FTT-REKEYED     PIC 9(7).
                   10 FTT-MERGED      PIC 9(7).
                   10 FTT-AFTER       PIC 9(7).
           77 WS-FILE-COUNT     PIC 9(7).
           77 WS-FILE-AMOUNT    PIC S9(9)V99.
           77 WS-OPEN-BAL-BEFORE PIC S9(9)V99 VALUE ZEROS.
           77 WS-OPEN-BAL-AFTER PIC S9(9)V99 VALUE ZEROS.
           77 WS-EXPOSURE-BEFORE PIC S9(9)V99 VALUE ZEROS.
           77 WS-EXPOSURE-AFTER PIC S9(9)V99 VALUE ZEROS.
           77 WS-UNAPPLIED-BEFORE PIC S9(9)V99 VALUE ZEROS.
           77 WS-UNAPPLIED-AFTER PIC S9(9)V99 VALUE ZEROS.
           77 WS-PAYLOG-CHANGED PIC 9(7) VALUE ZEROS.

           77 WS-APPLIED-COUNT  PIC 9(3) VALUE ZEROS.
           77 WS-REJECTED-COUNT PIC 9(3) VALUE ZEROS.
           77 WS-SKIPPED-COUNT  PIC 9(3) VALUE ZEROS.
           77 WS-UNBALANCED-COUNT PIC 9(2) VALUE ZEROS.

           01 RKR-TITLE-LINE.
               05 FILLER          PIC X(33)
                   VALUE "PERSON RE-KEY CONTROL REPORT FOR ".
               05 RTL-DATE        PIC 9(8).
               05 FILLER          PIC X(8) VALUE "  MODE: ".
               05 RTL-MODE        PIC X(8).
               05 FILLER          PIC X(23) VALUE SPACES.

           01 RKR-CHANGE-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "OLD CODE         NEW CODE         M ACTIO".
               05 FILLER          PIC X(40)
                   VALUE "N   RESULT                              ".

           01 RKR-CHANGE-LINE.
               05 RCL-OLD-CODE    PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 RCL-NEW-CODE    PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 RCL-MERGE-FLAG  PIC X(1).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 RCL-ACTION      PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 RCL-REASON      PIC X(35).

           01 RKR-MOVED-LINE-1.
               05 FILLER          PIC X(11) VALUE "    INVREG ".
               05 RM1-INVREG      PIC ZZZZ9.
               05 FILLER          PIC X(9) VALUE "  INVLINE".
               05 FILLER          PIC X(1) VALUE SPACES.
               05 RM1-INVLINE     PIC ZZZZ9.
               05 FILLER          PIC X(11) VALUE "  CREDMAST ".
               05 RM1-CREDMAST    PIC ZZZZ9.
               05 FILLER          PIC X(11) VALUE "  UNAPCASH ".
               05 RM1-UNAPCASH    PIC ZZZZ9.
               05 FILLER          PIC X(11) VALUE "  RECCONT  ".
               05 RM1-RECCONT     PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACES.

           01 RKR-MOVED-LINE-2.
               05 FILLER          PIC X(11) VALUE "    DUNHIST".
               05 RM2-DUNHIST     PIC ZZZZ9.
               05 FILLER          PIC X(10) VALUE "  CONTPRC ".
               05 RM2-CONTPRC     PIC ZZZZ9.
               05 FILLER          PIC X(11) VALUE "  BACKORD  ".
               05 RM2-BACKORD     PIC ZZZZ9.
               05 FILLER          PIC X(11) VALUE "  PAYLOG   ".
               05 RM2-PAYLOG      PIC ZZZZ9.
               05 FILLER          PIC X(11) VALUE "  PAYTERMS ".
               05 RM2-PAYTERMS    PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACES.

           01 RKR-TOTALS-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "FILE       BEFORE  REKEYED   MERGED    A".
               05 FILLER          PIC X(40)
                   VALUE "FTER  CHECK                             ".

           01 RKR-TOTALS-LINE.
               05 RTO-NAME        PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 RTO-BEFORE      PIC ZZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RTO-REKEYED     PIC ZZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RTO-MERGED      PIC ZZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RTO-AFTER       PIC ZZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RTO-CHECK       PIC X(14).
               05 FILLER          PIC X(21) VALUE SPACES.

           01 RKR-AMOUNT-LINE.
               05 RAL-LABEL       PIC X(24).
               05 FILLER          PIC X(8) VALUE "BEFORE ".
               05 RAL-BEFORE      PIC -(9)9.99.
               05 FILLER          PIC X(8) VALUE "  AFTER ".
               05 RAL-AFTER       PIC -(9)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RAL-CHECK       PIC X(12).

           01 RKR-SUMMARY-LINE.
               05 RSL-LABEL       PIC X(30).
               05 RSL-COUNT       PIC ZZ9.
               05 FILLER          PIC X(47) VALUE SPACES.

           COPY FISCALCD.

           COPY FISCVALC.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE
               ACCEPT WS-PARM FROM COMMAND-LINE
               IF WS-PARM(1:5) IS EQUAL TO "BATCH" THEN
                   MOVE "B" TO WS-RUN-MODE-SW
               END-IF
               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL
               PERFORM SET-UP-FILE-TOTALS

               OPEN I-O PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   DISPLAY "ERROR: PERSON MASTER NOT AVAILABLE - "
                       "STATUS " WS-PM-STATUS ".  RUN ABANDONED."
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   CLOSE PERSON-MASTER-FILE
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               IF RUN-IS-BATCH THEN
                   OPEN INPUT REKEY-TRANS-FILE
                   IF NOT REKEYIN-OK THEN
                       DISPLAY "ERROR: NO REKEYIN CHANGE FILE - "
                           "STATUS " WS-REKEYIN-STATUS
                           ".  RUN ABANDONED."
                       CLOSE PERSON-MASTER-FILE
                       CLOSE INVOICE-REGISTER-FILE
                       PERFORM ABANDON-RUN
                       GO TO PROGRAM-EXIT
                   END-IF
               END-IF

               PERFORM OPEN-SUBSIDIARY-FILES

               MOVE "B" TO WS-COUNT-PHASE
               PERFORM COUNT-FILE-RECORDS

               IF RUN-IS-BATCH THEN
                   READ REKEY-TRANS-FILE
                       AT END MOVE "Y" TO WS-REKEYIN-EOF-SW
                   END-READ
                   PERFORM PROCESS-BATCH-CHANGE
                       THRU PROCESS-BATCH-CHANGE-EXIT
                       UNTIL END-OF-CHANGES
                   CLOSE REKEY-TRANS-FILE
               ELSE
                   PERFORM PROCESS-TERMINAL-CHANGE
                       THRU PROCESS-TERMINAL-CHANGE-EXIT
                       UNTIL OPERATOR-IS-DONE
               END-IF

               PERFORM REKEY-PAYMENT-LOG
                   THRU REKEY-PAYMENT-LOG-EXIT

               MOVE "A" TO WS-COUNT-PHASE
               PERFORM COUNT-FILE-RECORDS

               CLOSE PERSON-MASTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               PERFORM CLOSE-SUBSIDIARY-FILES

               PERFORM WRITE-CONTROL-REPORT

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               IF WS-UNBALANCED-COUNT IS GREATER THAN ZEROS THEN
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "CONTROL TOTALS OUT OF BALANCE ON "
                           WS-UNBALANCED-COUNT " FILE(S) - SEE REKRPT"
                           DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               IF WS-FAILED-COUNT IS GREATER THAN ZEROS THEN
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               IF WS-REJECTED-COUNT IS GREATER THAN ZEROS
                       OR CHANGE-LIMIT-REACHED THEN
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
      * OPEN-SUBSIDIARY-FILES OPENS THE FILES THAT ONLY SOME      *
      * CUSTOMERS HAVE RECORDS ON.  ONE THAT IS NOT THERE HAS     *
      * NOTHING TO RE-KEY AND IS REPORTED AS NOT AVAILABLE.       *
      *----------------------------------------------------------*
       OPEN-SUBSIDIARY-FILES.
           MOVE "Y" TO FTT-AVAIL-SW(1)
                       FTT-AVAIL-SW(2)

           OPEN I-O INVOICE-HISTORY-FILE
           IF INVLINE-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(3)
           END-IF

           OPEN I-O CREDIT-CONTROL-FILE
           IF CRED-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(4)
           END-IF

           OPEN I-O UNAPPLIED-CASH-FILE
           IF UNAP-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(5)
           END-IF

           OPEN I-O DUNNING-HISTORY-FILE
           IF DUNHIST-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(6)
           END-IF

           OPEN I-O CONTRACT-PRICE-FILE
           IF CONTPRC-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(7)
           END-IF

           OPEN I-O BACKORDER-FILE
           IF BACKORD-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(8)
           END-IF

           OPEN I-O PAYMENT-TERMS-FILE
           IF TERMS-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(10)
           END-IF

           OPEN I-O RECURRING-CONTRACT-FILE
           IF RECCONT-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(11)
           END-IF

           OPEN INPUT PAYMENT-LOG-FILE
           IF PAYLOG-OK THEN
               MOVE "Y" TO FTT-AVAIL-SW(9)
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       CLOSE-SUBSIDIARY-FILES.
           IF FTT-IS-AVAILABLE(3) THEN
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           IF FTT-IS-AVAILABLE(4) THEN
               CLOSE CREDIT-CONTROL-FILE
           END-IF
           IF FTT-IS-AVAILABLE(5) THEN
               CLOSE UNAPPLIED-CASH-FILE
           END-IF
           IF FTT-IS-AVAILABLE(6) THEN
               CLOSE DUNNING-HISTORY-FILE
           END-IF
           IF FTT-IS-AVAILABLE(7) THEN
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           IF FTT-IS-AVAILABLE(8) THEN
               CLOSE BACKORDER-FILE
           END-IF
           IF FTT-IS-AVAILABLE(10) THEN
               CLOSE PAYMENT-TERMS-FILE
           END-IF
           IF FTT-IS-AVAILABLE(11) THEN
               CLOSE RECURRING-CONTRACT-FILE
           END-IF.

       SET-UP-FILE-TOTALS.
           MOVE "PERSMAST" TO FTT-NAME(1)
           MOVE "INVREG  " TO FTT-NAME(2)
           MOVE "INVLINE " TO FTT-NAME(3)
           MOVE "CREDMAST" TO FTT-NAME(4)
           MOVE "UNAPCASH" TO FTT-NAME(5)
           MOVE "DUNHIST " TO FTT-NAME(6)
           MOVE "CONTPRC " TO FTT-NAME(7)
           MOVE "BACKORD " TO FTT-NAME(8)
           MOVE "PAYLOG  " TO FTT-NAME(9)
           MOVE "PAYTERMS" TO FTT-NAME(10)
           MOVE "RECCONT " TO FTT-NAME(11)
           PERFORM CLEAR-FILE-TOTAL
               VARYING FTT-IDX FROM 1 BY 1
               UNTIL FTT-IDX > 11.

       CLEAR-FILE-TOTAL.
           MOVE "N" TO FTT-AVAIL-SW(FTT-IDX)
           MOVE ZEROS TO FTT-BEFORE(FTT-IDX) FTT-REKEYED(FTT-IDX)
                         FTT-MERGED(FTT-IDX) FTT-AFTER(FTT-IDX).

      *----------------------------------------------------------*
      * PROCESS-BATCH-CHANGE TAKES ONE REKEYIN RECORD.  THE RUN   *
      * HOLDS AT MOST 100 CHANGES; ANYTHING BEYOND IS LEFT UNREAD *
      * FOR A SECOND RUN AND THE STEP ENDS RC=4.                  *
      *----------------------------------------------------------*
       PROCESS-BATCH-CHANGE.
           IF CHG-COUNT IS NOT LESS THAN 100 THEN
               MOVE "Y" TO WS-LIMIT-SW
               MOVE "Y" TO WS-REKEYIN-EOF-SW
               MOVE "CHANGE LIMIT OF 100 REACHED - REST NOT READ"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               GO TO PROCESS-BATCH-CHANGE-EXIT
           END-IF

           MOVE REK-OLD-CODE   TO WS-OLD-CODE
           MOVE REK-NEW-CODE   TO WS-NEW-CODE
           MOVE REK-MERGE-FLAG TO WS-MERGE-FLAG
           PERFORM PROCESS-ONE-CHANGE THRU PROCESS-ONE-CHANGE-EXIT

           READ REKEY-TRANS-FILE
               AT END MOVE "Y" TO WS-REKEYIN-EOF-SW
           END-READ.

       PROCESS-BATCH-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROCESS-TERMINAL-CHANGE PROMPTS FOR ONE CHANGE.  SPACES   *
      * FOR THE OLD CODE END THE SESSION; THE PAYMENT LOG AND THE *
      * CONTROL REPORT ARE DONE ONCE, AS THE SESSION ENDS.        *
      *----------------------------------------------------------*
       PROCESS-TERMINAL-CHANGE.
           DISPLAY "ENTER OLD FISCAL CODE (SPACES TO END): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-OLD-CODE
           ACCEPT WS-OLD-CODE
           IF WS-OLD-CODE IS EQUAL TO SPACES THEN
               MOVE "Y" TO WS-OPERATOR-DONE-SW
               GO TO PROCESS-TERMINAL-CHANGE-EXIT
           END-IF

           IF CHG-COUNT IS NOT LESS THAN 100 THEN
               DISPLAY "ERROR: 100 CHANGES ALREADY KEYED THIS "
                   "SESSION - END AND START AGAIN."
               MOVE "Y" TO WS-LIMIT-SW
               MOVE "Y" TO WS-OPERATOR-DONE-SW
               GO TO PROCESS-TERMINAL-CHANGE-EXIT
           END-IF

           DISPLAY "ENTER NEW FISCAL CODE: " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           DISPLAY "MERGE INTO A PERSON ALREADY ON FILE (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-MERGE-FLAG

           PERFORM PROCESS-ONE-CHANGE THRU PROCESS-ONE-CHANGE-EXIT

           DISPLAY CHG-ACTION(CHG-IDX) " " CHG-REASON(CHG-IDX)
           IF CHG-IS-APPLIED(CHG-IDX) THEN
               DISPLAY "MOVED: INVREG "  CHG-FILE-COUNT(CHG-IDX, 2)
                   " INVLINE "  CHG-FILE-COUNT(CHG-IDX, 3)
                   " CREDMAST " CHG-FILE-COUNT(CHG-IDX, 4)
                   " UNAPCASH " CHG-FILE-COUNT(CHG-IDX, 5)
                   " RECCONT " CHG-FILE-COUNT(CHG-IDX, 11)
               DISPLAY "       DUNHIST " CHG-FILE-COUNT(CHG-IDX, 6)
                   " CONTPRC " CHG-FILE-COUNT(CHG-IDX, 7)
                   " BACKORD " CHG-FILE-COUNT(CHG-IDX, 8)
                   " PAYTERMS " CHG-FILE-COUNT(CHG-IDX, 10)
                   " - PAYLOG AS THE SESSION ENDS."
           END-IF.

       PROCESS-TERMINAL-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * PROCESS-ONE-CHANGE VALIDATES THE CHANGE IN WS-OLD-CODE/   *
      * WS-NEW-CODE/WS-MERGE-FLAG, HAS THE OPERATOR CONFIRM IT AT *
      * THE TERMINAL, AND APPLIES IT FILE BY FILE.  EVERY SWEEP   *
      * ONLY MOVES WHAT IS STILL UNDER THE OLD CODE, SO RUNNING A *
      * CHANGE FILE AGAIN AFTER A FAILURE FINISHES THE JOB        *
      * WITHOUT DOUBLING ANYTHING.                                *
      *----------------------------------------------------------*
       PROCESS-ONE-CHANGE.
           ADD 1 TO CHG-COUNT
           MOVE CHG-COUNT      TO CHG-IDX
           MOVE WS-OLD-CODE    TO CHG-OLD-CODE(CHG-IDX)
           MOVE WS-NEW-CODE    TO CHG-NEW-CODE(CHG-IDX)
           IF WS-MERGE-FLAG IS NOT EQUAL TO "Y" THEN
               MOVE "N" TO WS-MERGE-FLAG
           END-IF
           MOVE WS-MERGE-FLAG  TO CHG-MERGE-FLAG(CHG-IDX)
           MOVE SPACES         TO CHG-REASON(CHG-IDX)
           PERFORM CLEAR-CHANGE-COUNT
               VARYING FTT-IDX FROM 1 BY 1
               UNTIL FTT-IDX > 11

           PERFORM VALIDATE-CHANGE THRU VALIDATE-CHANGE-EXIT
           IF CHG-IS-REJECTED(CHG-IDX) THEN
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM LOG-REJECTED-CHANGE
               GO TO PROCESS-ONE-CHANGE-EXIT
           END-IF

           IF NOT RUN-IS-BATCH THEN
               PERFORM CONFIRM-CHANGE
               IF NOT OPERATOR-CONFIRMS THEN
                   MOVE "SKIPPED " TO CHG-ACTION(CHG-IDX)
                   MOVE "NOT CONFIRMED BY THE OPERATOR"
                       TO CHG-REASON(CHG-IDX)
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO PROCESS-ONE-CHANGE-EXIT
               END-IF
           END-IF

           PERFORM APPLY-PERSON-CHANGE
           IF MASTER-WRITE-FAILED THEN
               MOVE "REJECTED" TO CHG-ACTION(CHG-IDX)
               MOVE SPACES TO CHG-REASON(CHG-IDX)
               STRING "PERSMAST WRITE FAILED - STATUS "
                       WS-PM-STATUS DELIMITED BY SIZE
                   INTO CHG-REASON(CHG-IDX)
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-FAILED-COUNT
               PERFORM LOG-REJECTED-CHANGE
               GO TO PROCESS-ONE-CHANGE-EXIT
           END-IF

           PERFORM REKEY-INVOICES
           IF FTT-IS-AVAILABLE(4) THEN
               PERFORM REKEY-CREDIT-RECORD
                   THRU REKEY-CREDIT-RECORD-EXIT
           END-IF
           IF FTT-IS-AVAILABLE(5) THEN
               PERFORM REKEY-UNAPPLIED-CASH
                   THRU REKEY-UNAPPLIED-CASH-EXIT
           END-IF
           IF FTT-IS-AVAILABLE(6) THEN
               PERFORM REKEY-DUNNING-HISTORY
                   THRU REKEY-DUNNING-HISTORY-EXIT
           END-IF
           IF FTT-IS-AVAILABLE(7) THEN
               MOVE "N" TO WS-SWEEP-DONE-SW
               PERFORM REKEY-NEXT-CONTRACT
                   UNTIL SWEEP-IS-DONE
           END-IF
           IF FTT-IS-AVAILABLE(8) THEN
               MOVE "N" TO WS-SWEEP-DONE-SW
               PERFORM REKEY-NEXT-BACKORDER
                   UNTIL SWEEP-IS-DONE
           END-IF
           IF FTT-IS-AVAILABLE(10) THEN
               PERFORM REKEY-PAYMENT-TERMS
                   THRU REKEY-PAYMENT-TERMS-EXIT
           END-IF
           IF FTT-IS-AVAILABLE(11) THEN
               MOVE "N" TO WS-SWEEP-DONE-SW
               PERFORM REKEY-NEXT-RECURRING
                   UNTIL SWEEP-IS-DONE
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

       PROCESS-ONE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOG-REJECTED-CHANGE NAMES BOTH CODES ON ERRLOG; THE       *
      * REASON IS ON THE CHANGE'S REKRPT LINE.                    *
      *----------------------------------------------------------*
       LOG-REJECTED-CHANGE.
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "REKEY REJECTED " WS-OLD-CODE " " WS-NEW-CODE
                   " SEE REKRPT" DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           PERFORM LOG-ERROR.

       CLEAR-CHANGE-COUNT.
           MOVE ZEROS TO CHG-FILE-COUNT(CHG-IDX, FTT-IDX).

      *----------------------------------------------------------*
      * VALIDATE-CHANGE DECIDES WHAT THE CHANGE IS:               *
      *   REKEY  - OLD CODE ON FILE, NEW CODE FREE, NO MERGE.     *
      *   MERGE  - BOTH ON FILE AND A MERGE WAS ASKED FOR.        *
      *   REHOME - OLD CODE NO LONGER ON FILE BUT NEW CODE IS:    *
      *            WHATEVER IS STILL UNDER THE OLD CODE (LEFT BY  *
      *            A DELETE AND RE-ADD, OR AN INTERRUPTED RUN) IS *
      *            MOVED ONTO THE PERSON UNDER THE NEW CODE.      *
      * ANYTHING ELSE IS REJECTED, AS IS A NEW CODE FISCVAL DOES  *
      * NOT ACCEPT.                                               *
      *----------------------------------------------------------*
       VALIDATE-CHANGE.
           MOVE "REJECTED" TO CHG-ACTION(CHG-IDX)

           IF WS-OLD-CODE IS EQUAL TO SPACES
                   OR WS-NEW-CODE IS EQUAL TO SPACES THEN
               MOVE "OLD OR NEW CODE MISSING" TO CHG-REASON(CHG-IDX)
               GO TO VALIDATE-CHANGE-EXIT
           END-IF

           IF WS-OLD-CODE IS EQUAL TO WS-NEW-CODE THEN
               MOVE "OLD AND NEW CODES ARE THE SAME"
                   TO CHG-REASON(CHG-IDX)
               GO TO VALIDATE-CHANGE-EXIT
           END-IF

           MOVE WS-NEW-CODE TO FISCAL-CODE
           IF CONTROL-CODE IS NOT NUMERIC THEN
               MOVE "NEW CODE - BAD CONTROL CHARACTER"
                   TO CHG-REASON(CHG-IDX)
               GO TO VALIDATE-CHANGE-EXIT
           END-IF

           MOVE LAST-NAME    TO FVC-LAST-NAME
           MOVE FIRST-NAME   TO FVC-FIRST-NAME
           MOVE YEAR         TO FVC-YEAR
           MOVE MONTH        TO FVC-MONTH
           MOVE B-DAY        TO FVC-B-DAY
           MOVE DISTRICT     TO FVC-DISTRICT
           MOVE CONTROL-CODE TO FVC-CONTROL-CODE

           CALL "FISCVAL" USING FISCVAL-COMMAREA

           IF FVC-BAD-PROVINCE THEN
               MOVE "NEW CODE - DISTRICT NOT A PROVINCE"
                   TO CHG-REASON(CHG-IDX)
               GO TO VALIDATE-CHANGE-EXIT
           END-IF

           IF FVC-BAD-CONTROL THEN
               MOVE "NEW CODE - CONTROL CHARACTER WRONG"
                   TO CHG-REASON(CHG-IDX)
               GO TO VALIDATE-CHANGE-EXIT
           END-IF

           MOVE "Y" TO WS-NEW-ON-FILE-SW
           MOVE WS-NEW-CODE TO PM-FISCAL-CODE
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-NEW-ON-FILE-SW
           END-READ

           MOVE "Y" TO WS-OLD-ON-FILE-SW
           MOVE WS-OLD-CODE TO PM-FISCAL-CODE
           READ PERSON-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-OLD-ON-FILE-SW
               NOT INVALID KEY
                   MOVE PERSON-MASTER-RECORD TO OLD-PERSON-RECORD
           END-READ

           IF NOT OLD-CODE-ON-FILE THEN
               IF NEW-CODE-ON-FILE THEN
                   MOVE "REHOME  " TO CHG-ACTION(CHG-IDX)
                   MOVE "OLD CODE NOT ON MASTER - RECORDS MOVED"
                       TO CHG-REASON(CHG-IDX)
               ELSE
                   MOVE "NEITHER CODE ON THE PERSON MASTER"
                       TO CHG-REASON(CHG-IDX)
               END-IF
               GO TO VALIDATE-CHANGE-EXIT
           END-IF

           IF NEW-CODE-ON-FILE THEN
               IF MERGE-REQUESTED THEN
                   MOVE "MERGE   " TO CHG-ACTION(CHG-IDX)
                   MOVE "MERGED INTO THE PERSON UNDER NEW CODE"
                       TO CHG-REASON(CHG-IDX)
               ELSE
                   MOVE "NEW CODE ON FILE - MERGE NOT ASKED"
                       TO CHG-REASON(CHG-IDX)
               END-IF
           ELSE
               IF MERGE-REQUESTED THEN
                   MOVE "MERGE ASKED BUT NEW CODE NOT ON FILE"
                       TO CHG-REASON(CHG-IDX)
               ELSE
                   MOVE "REKEY   " TO CHG-ACTION(CHG-IDX)
                   MOVE "PERSON MOVED TO THE NEW CODE"
                       TO CHG-REASON(CHG-IDX)
               END-IF
           END-IF.

       VALIDATE-CHANGE-EXIT.
           EXIT.

       CONFIRM-CHANGE.
           IF OLD-CODE-ON-FILE THEN
               DISPLAY "OLD: " WS-OLD-CODE " " OLD-FULL-FIRST-NAME
                   " " OLD-FULL-LAST-NAME
           END-IF
           IF NEW-CODE-ON-FILE THEN
               MOVE WS-NEW-CODE TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               DISPLAY "NEW: " WS-NEW-CODE " " PM-FULL-FIRST-NAME
                   " " PM-FULL-LAST-NAME
           END-IF
           DISPLAY CHG-ACTION(CHG-IDX) " - " CHG-REASON(CHG-IDX)
           DISPLAY "CONFIRM (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM.

      *----------------------------------------------------------*
      * APPLY-PERSON-CHANGE MAKES THE PERSON MASTER ACTION.  A    *
      * REKEY WRITES THE OLD PERSON UNDER THE NEW CODE - WITH THE *
      * NAME, BIRTH-DATE AND DISTRICT FRAGMENTS TAKEN OFF THE NEW *
      * CODE, SO THE KEY STILL MATCHES THEM - AND DELETES THE OLD *
      * RECORD.  A MERGE KEEPS THE SURVIVOR, FILLS ANY BLANK      *
      * PARTICULARS FROM THE OLD PERSON AND DELETES THE OLD ONE.  *
      * EACH ACTION IS JOURNALED TO PERSJRN.  IF THE WRITE OR     *
      * REWRITE FAILS THE OLD PERSON IS LEFT WHERE IT IS AND      *
      * MASTER-WRITE-FAILED TELLS THE CALLER TO GO NO FURTHER.    *
      *----------------------------------------------------------*
       APPLY-PERSON-CHANGE.
           MOVE "N" TO WS-MASTER-FAIL-SW

           IF CHG-IS-REKEY(CHG-IDX) THEN
               MOVE OLD-PERSON-RECORD TO PERSON-MASTER-RECORD
               MOVE WS-NEW-CODE       TO PM-FISCAL-CODE
               MOVE P-NAME            TO PM-P-NAME
               MOVE BIRTH-DATE        TO PM-BIRTH-DATE
               MOVE DISTRICT          TO PM-DISTRICT
               WRITE PERSON-MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-FAIL-SW
                   NOT INVALID KEY
                       MOVE "W" TO WS-JRN-ACTION
                       PERFORM WRITE-PERSON-JOURNAL
                       ADD 1 TO FTT-REKEYED(1)
                       MOVE 1 TO CHG-FILE-COUNT(CHG-IDX, 1)
               END-WRITE
           END-IF

           IF CHG-IS-MERGE(CHG-IDX) THEN
               MOVE WS-NEW-CODE TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF PM-FULL-LAST-NAME IS EQUAL TO SPACES THEN
                   MOVE OLD-FULL-LAST-NAME  TO PM-FULL-LAST-NAME
               END-IF
               IF PM-FULL-FIRST-NAME IS EQUAL TO SPACES THEN
                   MOVE OLD-FULL-FIRST-NAME TO PM-FULL-FIRST-NAME
               END-IF
               IF PM-FULL-BIRTH-DATE IS EQUAL TO ZEROS THEN
                   MOVE OLD-FULL-BIRTH-DATE TO PM-FULL-BIRTH-DATE
               END-IF
               IF PM-ADDRESS-LINE-1 IS EQUAL TO SPACES THEN
                   MOVE OLD-ADDRESS-LINE-1  TO PM-ADDRESS-LINE-1
                   MOVE OLD-ADDRESS-LINE-2  TO PM-ADDRESS-LINE-2
               END-IF
               REWRITE PERSON-MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-FAIL-SW
                   NOT INVALID KEY
                       MOVE "R" TO WS-JRN-ACTION
                       PERFORM WRITE-PERSON-JOURNAL
                       ADD 1 TO FTT-MERGED(1)
                       MOVE 1 TO CHG-FILE-COUNT(CHG-IDX, 1)
               END-REWRITE
           END-IF

           IF (CHG-IS-REKEY(CHG-IDX) OR CHG-IS-MERGE(CHG-IDX))
                   AND NOT MASTER-WRITE-FAILED THEN
               MOVE WS-OLD-CODE TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DELETE PERSON-MASTER-FILE RECORD
                       MOVE "D" TO WS-JRN-ACTION
                       PERFORM WRITE-PERSON-JOURNAL
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * REKEY-INVOICES MOVES EVERY REGISTER INVOICE STILL UNDER   *
      * THE OLD CODE, AND ITS LINE HISTORY WITH IT.  EACH PASS    *
      * STARTS AFRESH ON THE ALTERNATE KEY, SINCE THE INVOICE     *
      * JUST REWRITTEN HAS LEFT THE OLD CODE'S RUN OF KEYS.       *
      * STATUS "02" IS A GOOD REWRITE - THE NEW CODE ALREADY HAS  *
      * INVOICES.  A REWRITE THAT FAILS LEAVES THE INVOICE UNDER  *
      * THE OLD CODE, SO IT ENDS THE SWEEP, IS LOGGED, AND IS     *
      * COUNTED AS NOT MOVED FOR THE INVREG CONTROL TOTAL.        *
      *----------------------------------------------------------*
       REKEY-INVOICES.
           MOVE "N" TO WS-SWEEP-DONE-SW
           PERFORM REKEY-NEXT-INVOICE
               UNTIL SWEEP-IS-DONE.

       REKEY-NEXT-INVOICE.
           MOVE WS-OLD-CODE TO IVR-FISCAL-CODE
           START INVOICE-REGISTER-FILE
               KEY IS EQUAL TO IVR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-DONE-SW
           END-START

           IF NOT SWEEP-IS-DONE THEN
               READ INVOICE-REGISTER-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-DONE-SW
               END-READ
           END-IF

           IF NOT SWEEP-IS-DONE THEN
               IF IVR-FISCAL-CODE IS NOT EQUAL TO WS-OLD-CODE THEN
                   MOVE "Y" TO WS-SWEEP-DONE-SW
               ELSE
                   MOVE WS-NEW-CODE TO IVR-FISCAL-CODE
                   REWRITE INVOICE-REGISTER-RECORD
                   IF NOT IVREG-REWRITTEN THEN
                       PERFORM REPORT-INVOICE-NOT-MOVED
                   ELSE
                       ADD 1 TO FTT-REKEYED(2)
                       ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 2)
                       IF FTT-IS-AVAILABLE(3) THEN
                           PERFORM REKEY-INVOICE-LINES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPORT-INVOICE-NOT-MOVED.
           MOVE "Y" TO WS-SWEEP-DONE-SW
           ADD 1 TO WS-IVREG-NOT-MOVED
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "INVOICE " IVR-INVOICE-NO " NOT MOVED - STATUS "
                   WS-IVREG-STATUS " FROM " WS-OLD-CODE
                   DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           PERFORM LOG-ERROR.

       REKEY-INVOICE-LINES.
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
           END-IF

           PERFORM REKEY-ONE-INVOICE-LINE
               UNTIL END-OF-INVOICE-LINES.

       REKEY-ONE-INVOICE-LINE.
           IF LNH-INVOICE-NO IS NOT EQUAL TO IVR-INVOICE-NO THEN
               MOVE "Y" TO WS-LINES-END-SW
           ELSE
               IF LNH-FISCAL-CODE IS EQUAL TO WS-OLD-CODE THEN
                   MOVE WS-NEW-CODE TO LNH-FISCAL-CODE
                   REWRITE INVOICE-HISTORY-RECORD
                   ADD 1 TO FTT-REKEYED(3)
                   ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 3)
               END-IF
               READ INVOICE-HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-LINES-END-SW
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * REKEY-CREDIT-RECORD MOVES THE CREDIT CONTROL RECORD.      *
      * WHEN THE NEW CODE ALREADY HAS ONE, THE OLD EXPOSURE IS    *
      * ADDED TO IT AND THE SURVIVOR'S LIMIT STANDS - RAISING IT  *
      * IS A DECISION FOR THE CREDIT DESK (CREDMAINT).  THE NEW   *
      * RECORD IS WRITTEN BEFORE THE OLD ONE GOES.                *
      *----------------------------------------------------------*
       REKEY-CREDIT-RECORD.
           MOVE WS-OLD-CODE TO CRD-FISCAL-CODE
           READ CREDIT-CONTROL-FILE
               INVALID KEY
                   GO TO REKEY-CREDIT-RECORD-EXIT
           END-READ
           MOVE CREDIT-CONTROL-RECORD TO WS-SAVE-RECORD
           MOVE CRD-EXPOSURE          TO WS-SAVE-AMOUNT-1

           MOVE WS-NEW-CODE TO CRD-FISCAL-CODE
           READ CREDIT-CONTROL-FILE
               INVALID KEY
                   MOVE WS-SAVE-RECORD TO CREDIT-CONTROL-RECORD
                   MOVE WS-NEW-CODE    TO CRD-FISCAL-CODE
                   WRITE CREDIT-CONTROL-RECORD
                   ADD 1 TO FTT-REKEYED(4)
               NOT INVALID KEY
                   ADD WS-SAVE-AMOUNT-1 TO CRD-EXPOSURE
                   REWRITE CREDIT-CONTROL-RECORD
                   ADD 1 TO FTT-MERGED(4)
           END-READ
           ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 4)

           MOVE WS-OLD-CODE TO CRD-FISCAL-CODE
           DELETE CREDIT-CONTROL-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       REKEY-CREDIT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REKEY-UNAPPLIED-CASH MOVES THE UNAPPLIED CASH LEDGER      *
      * RECORD, SUMMING BALANCE, RECEIVED AND APPLIED INTO A      *
      * SURVIVOR AND KEEPING THE LATER LAST RECEIPT.              *
      *----------------------------------------------------------*
       REKEY-UNAPPLIED-CASH.
           MOVE WS-OLD-CODE TO UCR-FISCAL-CODE
           READ UNAPPLIED-CASH-FILE
               INVALID KEY
                   GO TO REKEY-UNAPPLIED-CASH-EXIT
           END-READ
           MOVE UNAPPLIED-CASH-RECORD TO WS-SAVE-RECORD
           MOVE UCR-BALANCE           TO WS-SAVE-AMOUNT-1
           MOVE UCR-RECEIVED-TOTAL    TO WS-SAVE-AMOUNT-2
           MOVE UCR-APPLIED-TOTAL     TO WS-SAVE-AMOUNT-3
           MOVE UCR-LAST-RECEIPT      TO WS-SAVE-DATE-1

           MOVE WS-NEW-CODE TO UCR-FISCAL-CODE
           READ UNAPPLIED-CASH-FILE
               INVALID KEY
                   MOVE WS-SAVE-RECORD TO UNAPPLIED-CASH-RECORD
                   MOVE WS-NEW-CODE    TO UCR-FISCAL-CODE
                   WRITE UNAPPLIED-CASH-RECORD
                   ADD 1 TO FTT-REKEYED(5)
               NOT INVALID KEY
                   ADD WS-SAVE-AMOUNT-1 TO UCR-BALANCE
                   ADD WS-SAVE-AMOUNT-2 TO UCR-RECEIVED-TOTAL
                   ADD WS-SAVE-AMOUNT-3 TO UCR-APPLIED-TOTAL
                   IF WS-SAVE-DATE-1 IS GREATER THAN
                           UCR-LAST-RECEIPT THEN
                       MOVE WS-SAVE-DATE-1 TO UCR-LAST-RECEIPT
                   END-IF
                   REWRITE UNAPPLIED-CASH-RECORD
                   ADD 1 TO FTT-MERGED(5)
           END-READ
           ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 5)

           MOVE WS-OLD-CODE TO UCR-FISCAL-CODE
           DELETE UNAPPLIED-CASH-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       REKEY-UNAPPLIED-CASH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REKEY-DUNNING-HISTORY MOVES THE DUNNING RECORD.  INTO A   *
      * SURVIVOR IT KEEPS THE HIGHER LEVEL AND THE LATER DATES    *
      * AND ADDS THE LETTER COUNTS, SO A MERGED DEBTOR IS NOT     *
      * SENT A GENTLER LETTER THAN EITHER HALF HAD REACHED.       *
      *----------------------------------------------------------*
       REKEY-DUNNING-HISTORY.
           MOVE WS-OLD-CODE TO DNH-FISCAL-CODE
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   GO TO REKEY-DUNNING-HISTORY-EXIT
           END-READ
           MOVE DUNNING-HISTORY-RECORD TO WS-SAVE-RECORD
           MOVE DNH-LEVEL              TO WS-SAVE-LEVEL
           MOVE DNH-LAST-LETTER        TO WS-SAVE-DATE-1
           MOVE DNH-RESET-DATE         TO WS-SAVE-DATE-2
           MOVE DNH-LETTER-COUNT       TO WS-SAVE-COUNT

           MOVE WS-NEW-CODE TO DNH-FISCAL-CODE
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   MOVE WS-SAVE-RECORD TO DUNNING-HISTORY-RECORD
                   MOVE WS-NEW-CODE    TO DNH-FISCAL-CODE
                   WRITE DUNNING-HISTORY-RECORD
                   ADD 1 TO FTT-REKEYED(6)
               NOT INVALID KEY
                   IF WS-SAVE-LEVEL IS GREATER THAN DNH-LEVEL THEN
                       MOVE WS-SAVE-LEVEL TO DNH-LEVEL
                   END-IF
                   IF WS-SAVE-DATE-1 IS GREATER THAN
                           DNH-LAST-LETTER THEN
                       MOVE WS-SAVE-DATE-1 TO DNH-LAST-LETTER
                   END-IF
                   IF WS-SAVE-DATE-2 IS GREATER THAN
                           DNH-RESET-DATE THEN
                       MOVE WS-SAVE-DATE-2 TO DNH-RESET-DATE
                   END-IF
                   ADD WS-SAVE-COUNT TO DNH-LETTER-COUNT
                   REWRITE DUNNING-HISTORY-RECORD
                   ADD 1 TO FTT-MERGED(6)
           END-READ
           ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 6)

           MOVE WS-OLD-CODE TO DNH-FISCAL-CODE
           DELETE DUNNING-HISTORY-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       REKEY-DUNNING-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REKEY-PAYMENT-TERMS MOVES THE PAYMENT TERMS RECORD.  A    *
      * SURVIVOR KEEPS ITS OWN TERMS - THE OLD CODE'S RECORD IS   *
      * SIMPLY DROPPED.                                           *
      *----------------------------------------------------------*
       REKEY-PAYMENT-TERMS.
           MOVE WS-OLD-CODE TO TRM-FISCAL-CODE
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   GO TO REKEY-PAYMENT-TERMS-EXIT
           END-READ
           MOVE PAYMENT-TERMS-RECORD TO WS-SAVE-RECORD

           MOVE WS-NEW-CODE TO TRM-FISCAL-CODE
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   MOVE WS-SAVE-RECORD TO PAYMENT-TERMS-RECORD
                   MOVE WS-NEW-CODE    TO TRM-FISCAL-CODE
                   WRITE PAYMENT-TERMS-RECORD
                   ADD 1 TO FTT-REKEYED(10)
               NOT INVALID KEY
                   ADD 1 TO FTT-MERGED(10)
           END-READ
           ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 10)

           MOVE WS-OLD-CODE TO TRM-FISCAL-CODE
           DELETE PAYMENT-TERMS-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       REKEY-PAYMENT-TERMS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * REKEY-NEXT-CONTRACT MOVES ONE CONTRACT PRICE STILL UNDER  *
      * THE OLD CODE.  WHERE THE SURVIVOR ALREADY HAS A CONTRACT  *
      * FOR THE SAME ITEM, THE SURVIVOR'S STANDS AND THE OLD ONE  *
      * IS DROPPED (COUNTED AS MERGED).                           *
      *----------------------------------------------------------*
       REKEY-NEXT-CONTRACT.
           MOVE WS-OLD-CODE TO CPR-FISCAL-CODE
           MOVE LOW-VALUES  TO CPR-ITEM-CODE
           START CONTRACT-PRICE-FILE
               KEY IS NOT LESS THAN CPR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-DONE-SW
           END-START

           IF NOT SWEEP-IS-DONE THEN
               READ CONTRACT-PRICE-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-DONE-SW
               END-READ
           END-IF

           IF NOT SWEEP-IS-DONE THEN
               IF CPR-FISCAL-CODE IS NOT EQUAL TO WS-OLD-CODE THEN
                   MOVE "Y" TO WS-SWEEP-DONE-SW
               ELSE
                   MOVE CONTRACT-PRICE-RECORD TO WS-SAVE-RECORD
                   MOVE CPR-ITEM-CODE         TO WS-SAVE-ITEM-CODE
                   MOVE WS-NEW-CODE TO CPR-FISCAL-CODE
                   READ CONTRACT-PRICE-FILE
                       INVALID KEY
                           MOVE WS-SAVE-RECORD
                               TO CONTRACT-PRICE-RECORD
                           MOVE WS-NEW-CODE TO CPR-FISCAL-CODE
                           WRITE CONTRACT-PRICE-RECORD
                           ADD 1 TO FTT-REKEYED(7)
                       NOT INVALID KEY
                           ADD 1 TO FTT-MERGED(7)
                   END-READ
                   ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 7)
                   MOVE WS-OLD-CODE       TO CPR-FISCAL-CODE
                   MOVE WS-SAVE-ITEM-CODE TO CPR-ITEM-CODE
                   DELETE CONTRACT-PRICE-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-SWEEP-DONE-SW
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * REKEY-NEXT-BACKORDER MOVES ONE OUTSTANDING BACKORDER.  A  *
      * SURVIVOR ALREADY OWED THE SAME ITEM OFF THE SAME INVOICE  *
      * TAKES THE OLD QUANTITY ONTO ITS OWN.                      *
      *----------------------------------------------------------*
       REKEY-NEXT-BACKORDER.
           MOVE WS-OLD-CODE TO BKO-FISCAL-CODE
           MOVE LOW-VALUES  TO BKO-ITEM-CODE
           MOVE ZEROS       TO BKO-INVOICE-NO
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-DONE-SW
           END-START

           IF NOT SWEEP-IS-DONE THEN
               READ BACKORDER-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-DONE-SW
               END-READ
           END-IF

           IF NOT SWEEP-IS-DONE THEN
               IF BKO-FISCAL-CODE IS NOT EQUAL TO WS-OLD-CODE THEN
                   MOVE "Y" TO WS-SWEEP-DONE-SW
               ELSE
                   MOVE BACKORDER-RECORD TO WS-SAVE-RECORD
                   MOVE BKO-ITEM-CODE    TO WS-SAVE-ITEM-CODE
                   MOVE BKO-INVOICE-NO   TO WS-SAVE-INVOICE-NO
                   MOVE BKO-QUANTITY     TO WS-SAVE-QUANTITY
                   MOVE WS-NEW-CODE TO BKO-FISCAL-CODE
                   READ BACKORDER-FILE
                       INVALID KEY
                           MOVE WS-SAVE-RECORD TO BACKORDER-RECORD
                           MOVE WS-NEW-CODE TO BKO-FISCAL-CODE
                           WRITE BACKORDER-RECORD
                           ADD 1 TO FTT-REKEYED(8)
                       NOT INVALID KEY
                           ADD WS-SAVE-QUANTITY TO BKO-QUANTITY
                           REWRITE BACKORDER-RECORD
                           ADD 1 TO FTT-MERGED(8)
                   END-READ
                   ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 8)
                   MOVE WS-OLD-CODE        TO BKO-FISCAL-CODE
                   MOVE WS-SAVE-ITEM-CODE  TO BKO-ITEM-CODE
                   MOVE WS-SAVE-INVOICE-NO TO BKO-INVOICE-NO
                   DELETE BACKORDER-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-SWEEP-DONE-SW
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * REKEY-NEXT-RECURRING MOVES ONE RECURRING BILLING CONTRACT *
      * STILL UNDER THE OLD CODE, KEEPING ITS CONTRACT NUMBER.    *
      * WHERE THE SURVIVOR ALREADY HOLDS A CONTRACT UNDER THE     *
      * SAME NUMBER, THE SURVIVOR'S STANDS AND THE OLD ONE IS     *
      * DROPPED (COUNTED AS MERGED) - IT IS NAMED ON ERRLOG SO    *
      * THE BILLING DESK CAN SET IT UP AGAIN IN RECMAINT UNDER A  *
      * FREE NUMBER IF IT IS STILL WANTED.                        *
      *----------------------------------------------------------*
       REKEY-NEXT-RECURRING.
           MOVE WS-OLD-CODE TO RCN-FISCAL-CODE
           MOVE ZEROS       TO RCN-CONTRACT-NO
           START RECURRING-CONTRACT-FILE
               KEY IS NOT LESS THAN RCN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-DONE-SW
           END-START

           IF NOT SWEEP-IS-DONE THEN
               READ RECURRING-CONTRACT-FILE NEXT
                   AT END MOVE "Y" TO WS-SWEEP-DONE-SW
               END-READ
           END-IF

           IF NOT SWEEP-IS-DONE THEN
               IF RCN-FISCAL-CODE IS NOT EQUAL TO WS-OLD-CODE THEN
                   MOVE "Y" TO WS-SWEEP-DONE-SW
               ELSE
                   MOVE RECURRING-CONTRACT-RECORD TO WS-SAVE-RECORD
                   MOVE RCN-CONTRACT-NO TO WS-SAVE-CONTRACT-NO
                   MOVE WS-NEW-CODE TO RCN-FISCAL-CODE
                   READ RECURRING-CONTRACT-FILE
                       INVALID KEY
                           MOVE WS-SAVE-RECORD
                               TO RECURRING-CONTRACT-RECORD
                           MOVE WS-NEW-CODE TO RCN-FISCAL-CODE
                           WRITE RECURRING-CONTRACT-RECORD
                           ADD 1 TO FTT-REKEYED(11)
                       NOT INVALID KEY
                           ADD 1 TO FTT-MERGED(11)
                           MOVE SPACES TO WS-ERROR-MESSAGE
                           STRING "RECCONT " WS-OLD-CODE " "
                                   WS-SAVE-CONTRACT-NO
                                   " DROPPED - SURVIVOR HOLDS NO."
                                   DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE
                           PERFORM LOG-ERROR
                   END-READ
                   ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 11)
                   MOVE WS-OLD-CODE         TO RCN-FISCAL-CODE
                   MOVE WS-SAVE-CONTRACT-NO TO RCN-CONTRACT-NO
                   DELETE RECURRING-CONTRACT-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-SWEEP-DONE-SW
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * REKEY-PAYMENT-LOG COPIES PAYLOG TO THE WORK FILE ONCE FOR *
      * THE WHOLE RUN, MOVING EVERY ENTRY UNDER AN APPLIED OLD    *
      * CODE TO ITS NEW ONE (IN CHANGE ORDER, SO A CODE CHANGED   *
      * TWICE IN ONE RUN ENDS UP ON THE LAST), THEN COPIES THE    *
      * WORK FILE BACK OVER PAYLOG WHEN ANYTHING MOVED.           *
      *----------------------------------------------------------*
       REKEY-PAYMENT-LOG.
           IF NOT FTT-IS-AVAILABLE(9) THEN
               GO TO REKEY-PAYMENT-LOG-EXIT
           END-IF

           OPEN INPUT PAYMENT-LOG-FILE
           OPEN OUTPUT PAYMENT-WORK-FILE
           MOVE "N" TO WS-COUNT-EOF-SW
           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-COUNT-EOF-SW
           END-READ
           PERFORM REKEY-ONE-PAYMENT
               UNTIL END-OF-COUNT
           CLOSE PAYMENT-LOG-FILE
           CLOSE PAYMENT-WORK-FILE

           IF WS-PAYLOG-CHANGED IS EQUAL TO ZEROS THEN
               MOVE FTT-BEFORE(9) TO FTT-AFTER(9)
               GO TO REKEY-PAYMENT-LOG-EXIT
           END-IF

           OPEN INPUT PAYMENT-WORK-FILE
           OPEN OUTPUT PAYMENT-LOG-FILE
           READ PAYMENT-WORK-FILE
               AT END MOVE "Y" TO WS-PAYWRK-EOF-SW
           END-READ
           PERFORM COPY-ONE-PAYMENT-BACK
               UNTIL END-OF-PAYWRK
           CLOSE PAYMENT-WORK-FILE
           CLOSE PAYMENT-LOG-FILE.

       REKEY-PAYMENT-LOG-EXIT.
           EXIT.

       REKEY-ONE-PAYMENT.
           ADD 1 TO FTT-BEFORE(9)
           MOVE "N" TO WS-SWEEP-DONE-SW
           PERFORM MATCH-PAYMENT-CHANGE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > CHG-COUNT
           IF SWEEP-IS-DONE THEN
               ADD 1 TO WS-PAYLOG-CHANGED
               ADD 1 TO FTT-REKEYED(9)
           END-IF
           MOVE PAYMENT-LOG-RECORD TO PAYMENT-WORK-RECORD
           WRITE PAYMENT-WORK-RECORD

           READ PAYMENT-LOG-FILE
               AT END MOVE "Y" TO WS-COUNT-EOF-SW
           END-READ.

       MATCH-PAYMENT-CHANGE.
           IF CHG-IS-APPLIED(CHG-IDX)
                   AND PLR-FISCAL-CODE IS EQUAL TO
                       CHG-OLD-CODE(CHG-IDX) THEN
               MOVE CHG-NEW-CODE(CHG-IDX) TO PLR-FISCAL-CODE
               ADD 1 TO CHG-FILE-COUNT(CHG-IDX, 9)
               MOVE "Y" TO WS-SWEEP-DONE-SW
           END-IF.

       COPY-ONE-PAYMENT-BACK.
           MOVE PAYMENT-WORK-RECORD TO PAYMENT-LOG-RECORD
           WRITE PAYMENT-LOG-RECORD
           ADD 1 TO FTT-AFTER(9)

           READ PAYMENT-WORK-FILE
               AT END MOVE "Y" TO WS-PAYWRK-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * COUNT-FILE-RECORDS COUNTS EVERY AVAILABLE INDEXED FILE    *
      * END TO END - BEFORE ANY CHANGE (WS-COUNT-PHASE "B") AND   *
      * AGAIN AFTER THE LAST ("A") - WITH THE MONEY THE INVOICE   *
      * REGISTER, CREDIT CONTROL AND UNAPPLIED CASH FILES HOLD,   *
      * WHICH A RE-KEY MUST NOT CHANGE.  PAYLOG IS COUNTED BY ITS *
      * OWN PASS.                                                 *
      *----------------------------------------------------------*
       COUNT-FILE-RECORDS.
           PERFORM COUNT-PERSON-MASTER
           MOVE 1 TO FTT-IDX
           PERFORM STORE-FILE-COUNT

           PERFORM COUNT-INVOICE-REGISTER
           MOVE 2 TO FTT-IDX
           PERFORM STORE-FILE-COUNT
           IF COUNTING-BEFORE THEN
               MOVE WS-FILE-AMOUNT TO WS-OPEN-BAL-BEFORE
           ELSE
               MOVE WS-FILE-AMOUNT TO WS-OPEN-BAL-AFTER
           END-IF

           IF FTT-IS-AVAILABLE(3) THEN
               PERFORM COUNT-INVOICE-LINES
               MOVE 3 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
           END-IF

           IF FTT-IS-AVAILABLE(4) THEN
               PERFORM COUNT-CREDIT-CONTROL
               MOVE 4 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
               IF COUNTING-BEFORE THEN
                   MOVE WS-FILE-AMOUNT TO WS-EXPOSURE-BEFORE
               ELSE
                   MOVE WS-FILE-AMOUNT TO WS-EXPOSURE-AFTER
               END-IF
           END-IF

           IF FTT-IS-AVAILABLE(5) THEN
               PERFORM COUNT-UNAPPLIED-CASH
               MOVE 5 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
               IF COUNTING-BEFORE THEN
                   MOVE WS-FILE-AMOUNT TO WS-UNAPPLIED-BEFORE
               ELSE
                   MOVE WS-FILE-AMOUNT TO WS-UNAPPLIED-AFTER
               END-IF
           END-IF

           IF FTT-IS-AVAILABLE(6) THEN
               PERFORM COUNT-DUNNING-HISTORY
               MOVE 6 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
           END-IF

           IF FTT-IS-AVAILABLE(7) THEN
               PERFORM COUNT-CONTRACT-PRICES
               MOVE 7 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
           END-IF

           IF FTT-IS-AVAILABLE(8) THEN
               PERFORM COUNT-BACKORDERS
               MOVE 8 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
           END-IF

           IF FTT-IS-AVAILABLE(10) THEN
               PERFORM COUNT-PAYMENT-TERMS
               MOVE 10 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
           END-IF

           IF FTT-IS-AVAILABLE(11) THEN
               PERFORM COUNT-RECURRING-CONTRACTS
               MOVE 11 TO FTT-IDX
               PERFORM STORE-FILE-COUNT
           END-IF.

       STORE-FILE-COUNT.
           IF COUNTING-BEFORE THEN
               MOVE WS-FILE-COUNT TO FTT-BEFORE(FTT-IDX)
           ELSE
               MOVE WS-FILE-COUNT TO FTT-AFTER(FTT-IDX)
           END-IF.

       COUNT-PERSON-MASTER.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO PM-FISCAL-CODE
           START PERSON-MASTER-FILE
               KEY IS NOT LESS THAN PM-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-PERSON
               UNTIL END-OF-COUNT.

       COUNT-ONE-PERSON.
           READ PERSON-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

       COUNT-INVOICE-REGISTER.
           MOVE ZEROS TO WS-FILE-COUNT
                         WS-FILE-AMOUNT
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
                   ADD 1 TO WS-FILE-COUNT
                   ADD IVR-OPEN-BALANCE TO WS-FILE-AMOUNT
           END-READ.

       COUNT-INVOICE-LINES.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE ZEROS TO LNH-INVOICE-NO
                         LNH-LINE-SEQ
           START INVOICE-HISTORY-FILE
               KEY IS NOT LESS THAN LNH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-INVOICE-LINE
               UNTIL END-OF-COUNT.

       COUNT-ONE-INVOICE-LINE.
           READ INVOICE-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

       COUNT-CREDIT-CONTROL.
           MOVE ZEROS TO WS-FILE-COUNT
                         WS-FILE-AMOUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO CRD-FISCAL-CODE
           START CREDIT-CONTROL-FILE
               KEY IS NOT LESS THAN CRD-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-CREDIT-RECORD
               UNTIL END-OF-COUNT.

       COUNT-ONE-CREDIT-RECORD.
           READ CREDIT-CONTROL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
                   ADD CRD-EXPOSURE TO WS-FILE-AMOUNT
           END-READ.

       COUNT-UNAPPLIED-CASH.
           MOVE ZEROS TO WS-FILE-COUNT
                         WS-FILE-AMOUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO UCR-FISCAL-CODE
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN UCR-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-UNAPPLIED-RECORD
               UNTIL END-OF-COUNT.

       COUNT-ONE-UNAPPLIED-RECORD.
           READ UNAPPLIED-CASH-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
                   ADD UCR-BALANCE TO WS-FILE-AMOUNT
           END-READ.

       COUNT-DUNNING-HISTORY.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO DNH-FISCAL-CODE
           START DUNNING-HISTORY-FILE
               KEY IS NOT LESS THAN DNH-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-DUNNING-RECORD
               UNTIL END-OF-COUNT.

       COUNT-ONE-DUNNING-RECORD.
           READ DUNNING-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

       COUNT-CONTRACT-PRICES.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO CPR-KEY
           START CONTRACT-PRICE-FILE
               KEY IS NOT LESS THAN CPR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-CONTRACT
               UNTIL END-OF-COUNT.

       COUNT-ONE-CONTRACT.
           READ CONTRACT-PRICE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

       COUNT-BACKORDERS.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO BKO-KEY
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BKO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-BACKORDER
               UNTIL END-OF-COUNT.

       COUNT-ONE-BACKORDER.
           READ BACKORDER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

       COUNT-PAYMENT-TERMS.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO TRM-FISCAL-CODE
           START PAYMENT-TERMS-FILE
               KEY IS NOT LESS THAN TRM-FISCAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-TERMS-RECORD
               UNTIL END-OF-COUNT.

       COUNT-ONE-TERMS-RECORD.
           READ PAYMENT-TERMS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

       COUNT-RECURRING-CONTRACTS.
           MOVE ZEROS TO WS-FILE-COUNT
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO RCN-KEY
           START RECURRING-CONTRACT-FILE
               KEY IS NOT LESS THAN RCN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
           PERFORM COUNT-ONE-RECURRING
               UNTIL END-OF-COUNT.

       COUNT-ONE-RECURRING.
           READ RECURRING-CONTRACT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-COUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FILE-COUNT
           END-READ.

      *----------------------------------------------------------*
      * WRITE-CONTROL-REPORT PRINTS EACH CHANGE WITH THE RECORDS  *
      * IT MOVED, THEN THE BEFORE/AFTER CONTROL TOTALS PER FILE   *
      * AND THE MONEY TOTALS.  A FILE OR AMOUNT THAT DOES NOT     *
      * BALANCE IS FLAGGED AND COUNTED FOR THE RETURN CODE.       *
      *----------------------------------------------------------*
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT REKEY-REPORT-FILE
           MOVE WS-TODAY TO RTL-DATE
           IF RUN-IS-BATCH THEN
               MOVE "BATCH   " TO RTL-MODE
           ELSE
               MOVE "TERMINAL" TO RTL-MODE
           END-IF
           MOVE RKR-TITLE-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           MOVE SPACES TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD

           MOVE "CHANGES" TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           MOVE RKR-CHANGE-HEADING-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINES
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > CHG-COUNT
           IF CHG-COUNT IS EQUAL TO ZEROS THEN
               MOVE "NO CHANGES THIS RUN." TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD
           END-IF

           MOVE SPACES TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           MOVE "CONTROL TOTALS BY FILE" TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           MOVE RKR-TOTALS-HEADING-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           PERFORM WRITE-FILE-TOTAL-LINE
               VARYING FTT-IDX FROM 1 BY 1
               UNTIL FTT-IDX > 11

           MOVE SPACES TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           MOVE "INVREG OPEN BALANCE     " TO RAL-LABEL
           MOVE WS-OPEN-BAL-BEFORE TO RAL-BEFORE
           MOVE WS-OPEN-BAL-AFTER  TO RAL-AFTER
           PERFORM WRITE-AMOUNT-LINE
           IF FTT-IS-AVAILABLE(4) THEN
               MOVE "CREDMAST EXPOSURE       " TO RAL-LABEL
               MOVE WS-EXPOSURE-BEFORE TO RAL-BEFORE
               MOVE WS-EXPOSURE-AFTER  TO RAL-AFTER
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF FTT-IS-AVAILABLE(5) THEN
               MOVE "UNAPCASH BALANCE        " TO RAL-LABEL
               MOVE WS-UNAPPLIED-BEFORE TO RAL-BEFORE
               MOVE WS-UNAPPLIED-AFTER  TO RAL-AFTER
               PERFORM WRITE-AMOUNT-LINE
           END-IF

           MOVE SPACES TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD
           MOVE "CHANGES READ:" TO RSL-LABEL
           MOVE CHG-COUNT TO RSL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CHANGES APPLIED:" TO RSL-LABEL
           MOVE WS-APPLIED-COUNT TO RSL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CHANGES REJECTED:" TO RSL-LABEL
           MOVE WS-REJECTED-COUNT TO RSL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "CHANGES NOT CONFIRMED:" TO RSL-LABEL
           MOVE WS-SKIPPED-COUNT TO RSL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF CHANGE-LIMIT-REACHED THEN
               MOVE "CHANGE LIMIT OF 100 REACHED - RUN THE REST "
                   TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD
               MOVE "AGAIN." TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD
           END-IF
           CLOSE REKEY-REPORT-FILE.

       WRITE-CHANGE-LINES.
           MOVE CHG-OLD-CODE(CHG-IDX)   TO RCL-OLD-CODE
           MOVE CHG-NEW-CODE(CHG-IDX)   TO RCL-NEW-CODE
           MOVE CHG-MERGE-FLAG(CHG-IDX) TO RCL-MERGE-FLAG
           MOVE CHG-ACTION(CHG-IDX)     TO RCL-ACTION
           MOVE CHG-REASON(CHG-IDX)     TO RCL-REASON
           MOVE RKR-CHANGE-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD

           IF CHG-IS-APPLIED(CHG-IDX) THEN
               MOVE CHG-FILE-COUNT(CHG-IDX, 2) TO RM1-INVREG
               MOVE CHG-FILE-COUNT(CHG-IDX, 3) TO RM1-INVLINE
               MOVE CHG-FILE-COUNT(CHG-IDX, 4) TO RM1-CREDMAST
               MOVE CHG-FILE-COUNT(CHG-IDX, 5) TO RM1-UNAPCASH
               MOVE CHG-FILE-COUNT(CHG-IDX, 11) TO RM1-RECCONT
               MOVE RKR-MOVED-LINE-1 TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD
               MOVE CHG-FILE-COUNT(CHG-IDX, 6) TO RM2-DUNHIST
               MOVE CHG-FILE-COUNT(CHG-IDX, 7) TO RM2-CONTPRC
               MOVE CHG-FILE-COUNT(CHG-IDX, 8) TO RM2-BACKORD
               MOVE CHG-FILE-COUNT(CHG-IDX, 9) TO RM2-PAYLOG
               MOVE CHG-FILE-COUNT(CHG-IDX, 10) TO RM2-PAYTERMS
               MOVE RKR-MOVED-LINE-2 TO REKEY-REPORT-RECORD
               WRITE REKEY-REPORT-RECORD
           END-IF.

       WRITE-FILE-TOTAL-LINE.
           MOVE FTT-NAME(FTT-IDX)    TO RTO-NAME
           MOVE FTT-BEFORE(FTT-IDX)  TO RTO-BEFORE
           MOVE FTT-REKEYED(FTT-IDX) TO RTO-REKEYED
           MOVE FTT-MERGED(FTT-IDX)  TO RTO-MERGED
           MOVE FTT-AFTER(FTT-IDX)   TO RTO-AFTER
           IF NOT FTT-IS-AVAILABLE(FTT-IDX) THEN
               MOVE "NOT AVAILABLE " TO RTO-CHECK
           ELSE
               IF FTT-BEFORE(FTT-IDX) - FTT-MERGED(FTT-IDX)
                       IS EQUAL TO FTT-AFTER(FTT-IDX) THEN
                   MOVE "BALANCES      " TO RTO-CHECK
               ELSE
                   MOVE "OUT OF BALANCE" TO RTO-CHECK
                   ADD 1 TO WS-UNBALANCED-COUNT
               END-IF
               IF FTT-IDX IS EQUAL TO 2
                       AND WS-IVREG-NOT-MOVED IS GREATER THAN ZEROS
                       AND RTO-CHECK IS EQUAL TO "BALANCES      " THEN
                   MOVE "NOT ALL MOVED " TO RTO-CHECK
                   ADD 1 TO WS-UNBALANCED-COUNT
               END-IF
           END-IF
           MOVE RKR-TOTALS-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD.

       WRITE-AMOUNT-LINE.
           IF RAL-BEFORE IS EQUAL TO RAL-AFTER THEN
               MOVE "BALANCES    " TO RAL-CHECK
           ELSE
               MOVE "OUT OF BAL. " TO RAL-CHECK
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF
           MOVE RKR-AMOUNT-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD.

       WRITE-SUMMARY-LINE.
           MOVE RKR-SUMMARY-LINE TO REKEY-REPORT-RECORD
           WRITE REKEY-REPORT-RECORD.

      *----------------------------------------------------------*
      * WRITE-PERSON-JOURNAL APPENDS THE IMAGE OF THE MASTER      *
      * ACTION JUST TAKEN TO THE FORWARD-RECOVERY JOURNAL, WITH   *
      * THE WALL-CLOCK STAMP PERSFWD REPLAYS BY.                  *
      *----------------------------------------------------------*
       WRITE-PERSON-JOURNAL.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME

           OPEN EXTEND PERSON-JOURNAL-FILE
           IF PERSJRN-FILE-NOT-FOUND THEN
               OPEN OUTPUT PERSON-JOURNAL-FILE
               CLOSE PERSON-JOURNAL-FILE
               OPEN EXTEND PERSON-JOURNAL-FILE
           END-IF

           MOVE SPACES               TO PERSON-JOURNAL-RECORD
           MOVE WS-JRN-DATE          TO PJR-DATE
           MOVE WS-JRN-TIME          TO PJR-TIME
           MOVE "PERSREKEY"          TO PJR-PROGRAM
           MOVE WS-JRN-ACTION        TO PJR-ACTION
           MOVE PERSON-MASTER-RECORD TO PJR-RECORD-IMAGE
           WRITE PERSON-JOURNAL-RECORD
           CLOSE PERSON-JOURNAL-FILE.

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
           MOVE "PERSREKEY"      TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD, CARRYING THE CHANGES APPLIED AND   *
      * REJECTED.                                                 *
      *----------------------------------------------------------*
       WRITE-RUN-CONTROL.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           MOVE SPACES            TO RUN-CONTROL-RECORD
           MOVE WS-TODAY          TO RCR-DATE
           MOVE WS-NOW            TO RCR-TIME
           MOVE "PERSREKEY"       TO RCR-STEP
           MOVE WS-RCTL-EVENT     TO RCR-EVENT
           MOVE WS-APPLIED-COUNT  TO RCR-PROCESSED
           MOVE WS-REJECTED-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
