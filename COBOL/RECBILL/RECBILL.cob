       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBILL.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  FIRST STEP OF THE NIGHTLY *
      *                 CHAIN.  WRITES THE INVIN3 INVOICE FEED    *
      *                 FROM THE RECCONT RECURRING CONTRACTS - AN *
      *                 "H" HEADER AND ITS "D" LINES FOR EVERY    *
      *                 CONTRACT DUE ON OR BEFORE THE BUSINESS    *
      *                 DATE AND NOT PAST ITS END DATE - MOVES    *
      *                 EACH CONTRACT BILLED ON TO ITS NEXT MONTH *
      *                 OR QUARTER, AND PUTS THE FEED'S RECORD    *
      *                 COUNT AND HASH TOTAL ON BALCTL SO BALCHK  *
      *                 PROVES INVIN3 LIKE ANY OTHER FEED.  A     *
      *                 CONTRACT ALREADY BILLED FOR THE BUSINESS  *
      *                 DATE IS WRITTEN AGAIN BUT NOT MOVED ON,   *
      *                 SO A RERUN OF THE NIGHT REBUILDS THE SAME *
      *                 FEED.  RCBRPT LISTS EACH CONTRACT BILLED. *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-CONTRACT-FILE ASSIGN TO "RECCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-KEY
               FILE STATUS IS WS-RECCONT-STATUS.

           SELECT RECURRING-FEED-FILE ASSIGN TO "INVIN3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVIN3-STATUS.

           SELECT BALANCE-CONTROL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.

           SELECT RECURRING-REPORT-FILE ASSIGN TO "RCBRPT"
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
       FD  RECURRING-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECCONT.

      *----------------------------------------------------------*
      * INVIN3 IN THE ORDER FEED FORMAT INVMERGE READS - AN "H"   *
      * HEADER CARRYING THE FISCAL CODE FOLLOWED BY ITS "D"       *
      * LINES.  A ZERO PRICE BILLS AT LIST OR CONTRACT PRICE.     *
      *----------------------------------------------------------*
       FD  RECURRING-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECURRING-FEED-RECORD.
           05 RFR-RECORD-TYPE   PIC X(1).
           05 RFR-RECORD-BODY   PIC X(31).
       01  RECURRING-FEED-HEADER REDEFINES RECURRING-FEED-RECORD.
           05 FILLER            PIC X(1).
           05 RFH-FISCAL-CODE   PIC X(16).
           05 FILLER            PIC X(15).
       01  RECURRING-FEED-LINE REDEFINES RECURRING-FEED-RECORD.
           05 FILLER            PIC X(1).
           05 RFL-PRICE         PIC 9(4)V99.
           05 RFL-ITEM-CODE     PIC X(8).
           05 RFL-QUANTITY      PIC 9(3).
           05 RFL-BACKORDER-SW  PIC X(1).
           05 RFL-BACKORDER-INVOICE PIC 9(8).
           05 FILLER            PIC X(5).

      *----------------------------------------------------------*
      * THE SAME CONTROL RECORD BALCHK READS - ONE PER FEED.      *
      *----------------------------------------------------------*
       FD  BALANCE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-CONTROL-RECORD.
           05 BCR-FEED-NAME     PIC X(8).
               88 BCR-FEED-IS-INVIN3 VALUE "INVIN3  ".
           05 BCR-RECORD-COUNT  PIC 9(8).
           05 BCR-HASH-TOTAL    PIC S9(11)V9(3)
                   SIGN LEADING SEPARATE.

       FD  RECURRING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECURRING-REPORT-RECORD PIC X(80).

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
           77 WS-RECCONT-STATUS PIC X(2).
               88 RECCONT-OK             VALUE "00".
               88 RECCONT-FILE-NOT-FOUND VALUE "35".
           77 WS-INVIN3-STATUS PIC X(2).
               88 INVIN3-OK VALUE "00".
           77 WS-BALCTL-STATUS PIC X(2).
               88 BALCTL-OK VALUE "00".
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

           77 WS-CONTRACT-EOF-SW PIC X VALUE "N".
               88 END-OF-CONTRACTS VALUE "Y".
           77 WS-BALCTL-EOF-SW PIC X VALUE "N".
               88 END-OF-BALANCE-CONTROL VALUE "Y".
           77 WS-CONTRACTS-SW  PIC X VALUE "N".
               88 CONTRACTS-ARE-AVAILABLE VALUE "Y".
           77 WS-BILL-SW       PIC X.
               88 BILL-AS-NEW      VALUE "N".
               88 BILL-AS-RERUN    VALUE "R".
               88 BILL-NOT-DUE     VALUE " ".

      *----------------------------------------------------------*
      * THE OTHER FEEDS' CONTROL RECORDS, HELD WHILE BALCTL IS    *
      * WRITTEN BACK WITH THIS RUN'S INVIN3 RECORD ON THE END.    *
      * ANY INVIN3 RECORD ALREADY THERE IS FROM AN EARLIER RUN    *
      * OF THIS STEP FOR THE NIGHT AND IS DROPPED.                *
      *----------------------------------------------------------*
           77 WS-BALCTL-COUNT  PIC 9(2) VALUE ZEROS.
           77 WS-BALCTL-IDX    PIC 9(2).
           01 BALCTL-TABLE.
               05 BALCTL-ENTRY OCCURS 50 TIMES PIC X(31).

           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).
           01 WS-WORK-DATE.
               05 WS-WORK-YEAR    PIC 9(4).
               05 WS-WORK-MONTH   PIC 9(2).
               05 WS-WORK-DAY     PIC 9(2).
           01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
           01 WS-MONTH-AFTER.
               05 WS-AFTER-YEAR   PIC 9(4).
               05 WS-AFTER-MONTH  PIC 9(2).
               05 WS-AFTER-DAY    PIC 9(2).
           01 WS-MONTH-AFTER-N REDEFINES WS-MONTH-AFTER PIC 9(8).
           01 WS-MONTH-END.
               05 WS-END-YEAR     PIC 9(4).
               05 WS-END-MONTH    PIC 9(2).
               05 WS-END-DAY      PIC 9(2).
           01 WS-MONTH-END-N REDEFINES WS-MONTH-END PIC 9(8).
           77 WS-MONTH-END-INT PIC 9(8).
           77 WS-BILLED-DATE   PIC 9(8).
           77 WS-LINE-IDX      PIC 9.

           77 WS-FEED-COUNT    PIC 9(8) VALUE ZEROS.
           77 WS-FEED-HASH     PIC S9(11)V9(3) VALUE ZEROS.
           77 WS-LINE-AMOUNT   PIC 9(7)V99.
           77 WS-READ-COUNT    PIC 9(8) VALUE ZEROS.
           77 WS-BILLED-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-RERUN-COUNT   PIC 9(8) VALUE ZEROS.
           77 WS-ENDED-COUNT   PIC 9(8) VALUE ZEROS.
           77 WS-BEHIND-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-EXCEPTION-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-FATAL-SW      PIC X VALUE "N".
               88 RUN-IS-FATAL VALUE "Y".

           01 RCB-TITLE-LINE.
               05 FILLER          PIC X(36)
                   VALUE "RECURRING BILLING FOR BUSINESS DATE ".
               05 RTL-DATE        PIC 9(8).
               05 FILLER          PIC X(36) VALUE SPACES.

           01 RCB-COLUMN-LINE.
               05 FILLER          PIC X(18) VALUE "FISCAL CODE".
               05 FILLER          PIC X(8) VALUE "CONTRACT".
               05 FILLER          PIC X(5) VALUE "  FQ ".
               05 FILLER          PIC X(10) VALUE "DUE DATE".
               05 FILLER          PIC X(7) VALUE "LINES".
               05 FILLER          PIC X(10) VALUE "NEXT DUE".
               05 FILLER          PIC X(22) VALUE "NOTE".

           01 RCB-DETAIL-LINE.
               05 RDL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RDL-CONTRACT-NO PIC 9(6).
               05 FILLER          PIC X(4) VALUE SPACES.
               05 RDL-FREQUENCY   PIC X(1).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RDL-BILLED-DATE PIC 9(8).
               05 FILLER          PIC X(4) VALUE SPACES.
               05 RDL-LINES       PIC 9.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 RDL-NEXT-DATE   PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RDL-NOTE        PIC X(22).

           01 RCB-SUMMARY-LINE.
               05 RSL-LABEL       PIC X(30).
               05 RSL-COUNT       PIC ZZZZZZZ9.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 RSL-AMOUNT      PIC -(11)9.999.
               05 FILLER          PIC X(22) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE

               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               PERFORM LOAD-BALANCE-CONTROL
                   THRU LOAD-BALANCE-CONTROL-EXIT
               IF RUN-IS-FATAL THEN
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN OUTPUT RECURRING-FEED-FILE
               IF NOT INVIN3-OK THEN
                   DISPLAY "ERROR: CANNOT WRITE INVIN3 - STATUS "
                       WS-INVIN3-STATUS ".  RUN ABANDONED."
                   MOVE "INVIN3 NOT WRITTEN - RECURRING BILLING STOPPED"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   PERFORM ABANDON-RUN
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN OUTPUT RECURRING-REPORT-FILE
               MOVE WS-TODAY TO RTL-DATE
               MOVE RCB-TITLE-LINE TO RECURRING-REPORT-RECORD
               WRITE RECURRING-REPORT-RECORD
               MOVE RCB-COLUMN-LINE TO RECURRING-REPORT-RECORD
               WRITE RECURRING-REPORT-RECORD

               OPEN I-O RECURRING-CONTRACT-FILE
               IF RECCONT-OK THEN
                   MOVE "Y" TO WS-CONTRACTS-SW
               ELSE
                   IF RECCONT-FILE-NOT-FOUND THEN
                       DISPLAY "NO RECURRING CONTRACTS ON FILE - "
                           "INVIN3 WRITTEN EMPTY."
                   ELSE
                       DISPLAY "WARNING: RECURRING CONTRACTS NOT "
                           "AVAILABLE - STATUS " WS-RECCONT-STATUS
                           " - INVIN3 WRITTEN EMPTY."
                       MOVE "RECCONT NOT AVAILABLE - NOTHING BILLED"
                           TO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF

               IF CONTRACTS-ARE-AVAILABLE THEN
                   READ RECURRING-CONTRACT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-CONTRACT-EOF-SW
                   END-READ
                   PERFORM BILL-ONE-CONTRACT
                       THRU BILL-ONE-CONTRACT-EXIT
                       UNTIL END-OF-CONTRACTS
                   CLOSE RECURRING-CONTRACT-FILE
               END-IF
               CLOSE RECURRING-FEED-FILE

               PERFORM WRITE-BALANCE-CONTROL
               PERFORM WRITE-RECURRING-SUMMARY
               CLOSE RECURRING-REPORT-FILE

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
      * LOAD-BALANCE-CONTROL READS THE SOURCE SYSTEMS' CONTROL    *
      * RECORDS BEFORE ANYTHING IS WRITTEN.  WITHOUT BALCTL THE   *
      * STEP STOPS RC=8 AND LEAVES THE FILE ABSENT - CREATING IT  *
      * WITH ONLY AN INVIN3 RECORD WOULD LET BALCHK PASS THE      *
      * NIGHT WITHOUT PROVING THE OTHER FEEDS.                    *
      *----------------------------------------------------------*
       LOAD-BALANCE-CONTROL.
           OPEN INPUT BALANCE-CONTROL-FILE
           IF NOT BALCTL-OK THEN
               DISPLAY "ERROR: NO BALANCE CONTROL FILE (BALCTL) - "
                   "STATUS " WS-BALCTL-STATUS ".  RUN ABANDONED."
               MOVE "NO BALCTL - RECURRING BILLING ABANDONED"
                   TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               MOVE "Y" TO WS-FATAL-SW
               GO TO LOAD-BALANCE-CONTROL-EXIT
           END-IF

           READ BALANCE-CONTROL-FILE
               AT END MOVE "Y" TO WS-BALCTL-EOF-SW
           END-READ
           PERFORM HOLD-ONE-CONTROL-RECORD
               UNTIL END-OF-BALANCE-CONTROL
                  OR RUN-IS-FATAL
           CLOSE BALANCE-CONTROL-FILE.

       LOAD-BALANCE-CONTROL-EXIT.
           EXIT.

       HOLD-ONE-CONTROL-RECORD.
           IF NOT BCR-FEED-IS-INVIN3 THEN
               IF WS-BALCTL-COUNT IS NOT LESS THAN 50 THEN
                   DISPLAY "ERROR: MORE THAN 50 BALCTL RECORDS.  "
                       "RUN ABANDONED."
                   MOVE "BALCTL OVER 50 RECORDS - BILLING STOPPED"
                       TO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE "Y" TO WS-FATAL-SW
               ELSE
                   ADD 1 TO WS-BALCTL-COUNT
                   MOVE BALANCE-CONTROL-RECORD
                       TO BALCTL-ENTRY(WS-BALCTL-COUNT)
               END-IF
           END-IF

           READ BALANCE-CONTROL-FILE
               AT END MOVE "Y" TO WS-BALCTL-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * BILL-ONE-CONTRACT DECIDES WHETHER THE CONTRACT IN HAND IS *
      * BILLED TONIGHT.  ONE ALREADY BILLED FOR THE BUSINESS DATE *
      * IS A RERUN - ITS LINES GO OUT AGAIN UNDER THE DATE THEY   *
      * WERE BILLED FOR, AND IT IS NOT MOVED ON.  OTHERWISE IT IS *
      * DUE WHEN ITS NEXT BILLING DATE HAS COME AND IS NOT PAST   *
      * ITS END DATE; IT IS BILLED ONCE AND MOVED ON ONE PERIOD,  *
      * SO A CONTRACT LEFT BEHIND CATCHES UP ONE PERIOD A NIGHT.  *
      *----------------------------------------------------------*
       BILL-ONE-CONTRACT.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACE TO WS-BILL-SW

           IF RCN-LAST-BILL-DATE IS EQUAL TO WS-TODAY THEN
               MOVE "R" TO WS-BILL-SW
           ELSE
               IF RCN-NEXT-BILL-DATE IS NOT GREATER THAN WS-TODAY
                   THEN
                   IF RCN-END-DATE IS NOT EQUAL TO ZEROS
                           AND RCN-NEXT-BILL-DATE IS GREATER THAN
                               RCN-END-DATE THEN
                       ADD 1 TO WS-ENDED-COUNT
                   ELSE
                       MOVE "N" TO WS-BILL-SW
                   END-IF
               END-IF
           END-IF

           IF BILL-NOT-DUE THEN
               GO TO BILL-ONE-CONTRACT-NEXT
           END-IF

           IF RCN-LINE-COUNT IS LESS THAN 1
                   OR RCN-LINE-COUNT IS GREATER THAN 5
                   OR (NOT RCN-IS-MONTHLY
                       AND NOT RCN-IS-QUARTERLY) THEN
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "ERROR: CONTRACT " RCN-FISCAL-CODE " "
                   RCN-CONTRACT-NO " HAS NO USABLE LINES OR "
                   "FREQUENCY - NOT BILLED."
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "CONTRACT " RCN-FISCAL-CODE " "
                   RCN-CONTRACT-NO " UNUSABLE - NOT BILLED"
                   DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               GO TO BILL-ONE-CONTRACT-NEXT
           END-IF

           MOVE SPACES TO RDL-NOTE
           IF BILL-AS-RERUN THEN
               ADD 1 TO WS-RERUN-COUNT
               MOVE "RERUN - NOT MOVED ON" TO RDL-NOTE
           ELSE
               ADD 1 TO WS-BILLED-COUNT
               MOVE RCN-NEXT-BILL-DATE TO WS-BILLED-DATE
           END-IF

           PERFORM WRITE-CONTRACT-FEED

           IF BILL-AS-NEW THEN
               PERFORM ADVANCE-NEXT-BILL-DATE
               MOVE WS-TODAY TO RCN-LAST-BILL-DATE
               REWRITE RECURRING-CONTRACT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: COULD NOT REWRITE CONTRACT "
                           RCN-FISCAL-CODE " " RCN-CONTRACT-NO "."
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       STRING "CONTRACT " RCN-FISCAL-CODE " "
                           RCN-CONTRACT-NO " BILLED BUT NOT MOVED ON"
                           DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
               END-REWRITE
               IF RCN-END-DATE IS NOT EQUAL TO ZEROS
                       AND RCN-NEXT-BILL-DATE IS GREATER THAN
                           RCN-END-DATE THEN
                   MOVE "FINAL BILLING" TO RDL-NOTE
               ELSE
                   IF RCN-NEXT-BILL-DATE IS NOT GREATER THAN
                           WS-TODAY THEN
                       ADD 1 TO WS-BEHIND-COUNT
                       MOVE "STILL BEHIND" TO RDL-NOTE
                   END-IF
               END-IF
           END-IF

           MOVE RCN-FISCAL-CODE    TO RDL-FISCAL-CODE
           MOVE RCN-CONTRACT-NO    TO RDL-CONTRACT-NO
           MOVE RCN-FREQUENCY      TO RDL-FREQUENCY
           MOVE RCN-LINE-COUNT     TO RDL-LINES
           MOVE RCN-NEXT-BILL-DATE TO RDL-NEXT-DATE
           IF BILL-AS-RERUN THEN
               MOVE RCN-LAST-BILL-DATE TO RDL-BILLED-DATE
           ELSE
               MOVE WS-BILLED-DATE     TO RDL-BILLED-DATE
           END-IF
           MOVE RCB-DETAIL-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD.

       BILL-ONE-CONTRACT-NEXT.
           READ RECURRING-CONTRACT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CONTRACT-EOF-SW
           END-READ.

       BILL-ONE-CONTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITE-CONTRACT-FEED WRITES THE CONTRACT'S "H" HEADER AND  *
      * ONE "D" LINE PER ITEM, COUNTING EVERY RECORD AND HASHING  *
      * PRICE TIMES QUANTITY THE WAY BALCHK WILL.                 *
      *----------------------------------------------------------*
       WRITE-CONTRACT-FEED.
           MOVE SPACES          TO RECURRING-FEED-RECORD
           MOVE "H"             TO RFR-RECORD-TYPE
           MOVE RCN-FISCAL-CODE TO RFH-FISCAL-CODE
           WRITE RECURRING-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT

           PERFORM WRITE-CONTRACT-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > RCN-LINE-COUNT.

       WRITE-CONTRACT-LINE.
           MOVE SPACES TO RECURRING-FEED-RECORD
           MOVE "D"    TO RFR-RECORD-TYPE
           MOVE RCN-UNIT-PRICE(WS-LINE-IDX) TO RFL-PRICE
           MOVE RCN-ITEM-CODE(WS-LINE-IDX)  TO RFL-ITEM-CODE
           MOVE RCN-QUANTITY(WS-LINE-IDX)   TO RFL-QUANTITY
           MOVE ZEROS TO RFL-BACKORDER-INVOICE
           WRITE RECURRING-FEED-RECORD
           ADD 1 TO WS-FEED-COUNT
           COMPUTE WS-LINE-AMOUNT = RFL-PRICE * RFL-QUANTITY
           ADD WS-LINE-AMOUNT TO WS-FEED-HASH.

      *----------------------------------------------------------*
      * ADVANCE-NEXT-BILL-DATE MOVES THE NEXT BILLING DATE ON ONE *
      * MONTH OR ONE QUARTER, TO THE CONTRACT'S BILLING DAY OR    *
      * THE LAST DAY OF THE MONTH WHEN THE MONTH IS SHORTER.      *
      *----------------------------------------------------------*
       ADVANCE-NEXT-BILL-DATE.
           MOVE RCN-NEXT-BILL-DATE TO WS-WORK-DATE-N
           IF RCN-BILLING-DAY IS LESS THAN 1
                   OR RCN-BILLING-DAY IS GREATER THAN 31 THEN
               MOVE WS-WORK-DAY TO RCN-BILLING-DAY
           END-IF

           IF RCN-IS-QUARTERLY THEN
               ADD 3 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           IF WS-WORK-MONTH IS GREATER THAN 12 THEN
               SUBTRACT 12 FROM WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF

           MOVE WS-WORK-YEAR  TO WS-AFTER-YEAR
           MOVE WS-WORK-MONTH TO WS-AFTER-MONTH
           MOVE 1             TO WS-AFTER-DAY
           ADD 1 TO WS-AFTER-MONTH
           IF WS-AFTER-MONTH IS GREATER THAN 12 THEN
               MOVE 1 TO WS-AFTER-MONTH
               ADD 1 TO WS-AFTER-YEAR
           END-IF
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-AFTER-N) - 1
           COMPUTE WS-MONTH-END-N =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)

           IF RCN-BILLING-DAY IS GREATER THAN WS-END-DAY THEN
               MOVE WS-END-DAY TO WS-WORK-DAY
           ELSE
               MOVE RCN-BILLING-DAY TO WS-WORK-DAY
           END-IF
           MOVE WS-WORK-DATE-N TO RCN-NEXT-BILL-DATE.

      *----------------------------------------------------------*
      * WRITE-BALANCE-CONTROL WRITES BALCTL BACK - THE OTHER      *
      * FEEDS' RECORDS AS THEY CAME, THEN INVIN3'S COUNT AND HASH *
      * FOR THE FEED JUST WRITTEN.  AN EMPTY FEED GETS A ZERO     *
      * RECORD, SO BALCHK STILL PROVES IT.                        *
      *----------------------------------------------------------*
       WRITE-BALANCE-CONTROL.
           OPEN OUTPUT BALANCE-CONTROL-FILE
           PERFORM REWRITE-ONE-CONTROL-RECORD
               VARYING WS-BALCTL-IDX FROM 1 BY 1
               UNTIL WS-BALCTL-IDX > WS-BALCTL-COUNT

           MOVE "INVIN3  "    TO BCR-FEED-NAME
           MOVE WS-FEED-COUNT TO BCR-RECORD-COUNT
           MOVE WS-FEED-HASH  TO BCR-HASH-TOTAL
           WRITE BALANCE-CONTROL-RECORD
           CLOSE BALANCE-CONTROL-FILE.

       REWRITE-ONE-CONTROL-RECORD.
           MOVE BALCTL-ENTRY(WS-BALCTL-IDX) TO BALANCE-CONTROL-RECORD
           WRITE BALANCE-CONTROL-RECORD.

      *----------------------------------------------------------*
      * WRITE-RECURRING-SUMMARY CLOSES RCBRPT WITH THE COUNTS AND *
      * THE INVIN3 CONTROL TOTALS PUT ON BALCTL.                  *
      *----------------------------------------------------------*
       WRITE-RECURRING-SUMMARY.
           MOVE SPACES TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE SPACES TO RCB-SUMMARY-LINE
           MOVE "CONTRACTS READ:"    TO RSL-LABEL
           MOVE WS-READ-COUNT        TO RSL-COUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE "CONTRACTS BILLED:"  TO RSL-LABEL
           MOVE WS-BILLED-COUNT      TO RSL-COUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE "BILLED AGAIN (RERUN):" TO RSL-LABEL
           MOVE WS-RERUN-COUNT       TO RSL-COUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE "STILL BEHIND AFTER BILLING:" TO RSL-LABEL
           MOVE WS-BEHIND-COUNT      TO RSL-COUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE "PAST END DATE (NOT BILLED):" TO RSL-LABEL
           MOVE WS-ENDED-COUNT       TO RSL-COUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE "NOT BILLED (ERRLOG):" TO RSL-LABEL
           MOVE WS-EXCEPTION-COUNT   TO RSL-COUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD

           MOVE "INVIN3 RECORDS / HASH:" TO RSL-LABEL
           MOVE WS-FEED-COUNT        TO RSL-COUNT
           MOVE WS-FEED-HASH         TO RSL-AMOUNT
           MOVE RCB-SUMMARY-LINE TO RECURRING-REPORT-RECORD
           WRITE RECURRING-REPORT-RECORD.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE, SO CONTRACTS FALL DUE BY THE         *
      * BUSINESS DAY RATHER THAN THE WALL CLOCK.  A MISSING FILE  *
      * FALLS BACK TO THE SYSTEM CLOCK WITH A WARNING.            *
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
           MOVE "RECBILL"        TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP, CARRYING THE         *
      * CONTRACTS BILLED (RERUNS INCLUDED) AND THOSE NOT BILLED.  *
      * THE STEP RUNS BEFORE BALCHK ASSIGNS THE NIGHT'S RUN       *
      * IDENTIFIER, SO NONE IS STAMPED.                           *
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
           MOVE "RECBILL"          TO RCR-STEP
           MOVE WS-RCTL-EVENT      TO RCR-EVENT
           COMPUTE RCR-PROCESSED = WS-BILLED-COUNT + WS-RERUN-COUNT
           MOVE WS-EXCEPTION-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
