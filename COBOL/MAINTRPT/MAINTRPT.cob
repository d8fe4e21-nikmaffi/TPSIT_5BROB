       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTRPT.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  REPORT OVER THE MAINTAUD  *
      *                 MAINTENANCE AUDIT LOG THE TABLE AND       *
      *                 MASTER MAINTENANCE PROGRAMS AND INVINQ'S  *
      *                 HOLD RELEASE WRITE.  EVERY ENTRY IN THE   *
      *                 SELECTED DATE RANGE, OPTIONALLY FOR ONE   *
      *                 PROGRAM AND/OR ONE OPERATOR, IS LISTED    *
      *                 WITH ITS BEFORE AND AFTER IMAGES.  A      *
      *                 SEPARATE CREDIT REVIEW SECTION THEN SHOWS *
      *                 THE CREDMAINT LIMIT INCREASES (NEW        *
      *                 LIMITS, RAISED LIMITS AND CUSTOMERS TAKEN *
      *                 OFF CREDIT CONTROL) AND THE INVINQ HOLD   *
      *                 RELEASES FOR THE CREDIT MANAGER.  THE     *
      *                 SELECTION COMES IN ON SYSIN THE WAY       *
      *                 SALESAN TAKES ITS DATES.                  *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.

       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           77 WS-MAINTAUD-STATUS PIC X(2).
               88 MAINTAUD-OK VALUE "00".
           77 WS-AUDIT-EOF-SW PIC X VALUE "N".
               88 END-OF-AUDIT-LOG VALUE "Y".

           77 WS-DATE-VALID-SW  PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           77 WS-DATE-TRIES     PIC 9 VALUE ZEROS.
           77 WS-DATE-ENTRY     PIC X(8).
           77 WS-DATE-NUMERIC REDEFINES WS-DATE-ENTRY PIC 9(8).
           77 WS-FROM-DATE      PIC 9(8).
           77 WS-TO-DATE        PIC 9(8).
           77 WS-SELECT-PROGRAM PIC X(10).
           77 WS-SELECT-OPERATOR PIC X(8).
           77 WS-SELECTED-SW    PIC X.
               88 ENTRY-IS-SELECTED VALUE "Y".

           77 WS-SELECTED-COUNT PIC 9(7) VALUE ZEROS.
           77 WS-ADD-COUNT      PIC 9(7) VALUE ZEROS.
           77 WS-CHANGE-COUNT   PIC 9(7) VALUE ZEROS.
           77 WS-DELETE-COUNT   PIC 9(7) VALUE ZEROS.
           77 WS-RELEASE-COUNT  PIC 9(7) VALUE ZEROS.
           77 WS-INCREASE-COUNT PIC 9(7) VALUE ZEROS.
           77 WS-HOLD-RELEASE-COUNT PIC 9(7) VALUE ZEROS.
           77 WS-RELEASED-AMOUNT PIC S9(9)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * THE AUDIT STAMP IS HHMMSSCC - SPLIT HERE TO PRINT IT AS   *
      * HH:MM:SS.                                                 *
      *----------------------------------------------------------*
           01 WS-STAMP-TIME.
               05 WS-STAMP-HH    PIC 99.
               05 WS-STAMP-MM    PIC 99.
               05 WS-STAMP-SS    PIC 99.
               05 WS-STAMP-CC    PIC 99.
           01 WS-PRINT-TIME.
               05 WS-PRINT-HH    PIC 99.
               05 FILLER         PIC X VALUE ":".
               05 WS-PRINT-MM    PIC 99.
               05 FILLER         PIC X VALUE ":".
               05 WS-PRINT-SS    PIC 99.

      *----------------------------------------------------------*
      * AN IMAGE IS PRINTED SIXTY CHARACTERS TO THE LINE, BLANK   *
      * TRAILING PIECES SUPPRESSED.                               *
      *----------------------------------------------------------*
           01 WS-IMAGE-WORK      PIC X(180).
           01 WS-IMAGE-PIECES REDEFINES WS-IMAGE-WORK.
               05 WS-IMAGE-PIECE PIC X(60) OCCURS 3 TIMES.
           77 WS-PIECE-IDX       PIC 9.
           77 WS-LAST-PIECE      PIC 9.
           77 WS-IMAGE-LABEL     PIC X(8).

      *----------------------------------------------------------*
      * CREDMAINT AND INVINQ IMAGES ARE THEIR OWN RECORD LAYOUTS, *
      * SO THE CREDIT REVIEW READS THEM THROUGH THE SAME          *
      * COPYBOOKS.                                                *
      *----------------------------------------------------------*
           COPY CREDMST.
           COPY INVREG.
           77 WS-OLD-LIMIT       PIC 9(7)V99.
           77 WS-NEW-LIMIT       PIC 9(7)V99.
           77 WS-INCREASE-NOTE   PIC X(8).

           01 AUD-TITLE-LINE.
               05 FILLER          PIC X(34)
                   VALUE "MAINTENANCE AUDIT REPORT     FROM ".
               05 ATL-FROM-DATE   PIC 9(8).
               05 FILLER          PIC X(4) VALUE " TO ".
               05 ATL-TO-DATE     PIC 9(8).
               05 FILLER          PIC X(26) VALUE SPACES.

           01 AUD-SELECTION-LINE.
               05 FILLER          PIC X(9) VALUE "PROGRAM: ".
               05 ASL-PROGRAM     PIC X(10).
               05 FILLER          PIC X(4) VALUE SPACES.
               05 FILLER          PIC X(10) VALUE "OPERATOR: ".
               05 ASL-OPERATOR    PIC X(8).
               05 FILLER          PIC X(39) VALUE SPACES.

           01 AUD-COLUMN-HEADER-LINE.
               05 FILLER          PIC X(40)
                   VALUE "DATE     TIME     OPERATOR PROGRAM    AC".
               05 FILLER          PIC X(40)
                   VALUE "TION  KEY                               ".

           01 AUD-DETAIL-LINE.
               05 ADL-DATE        PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-TIME        PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-OPERATOR    PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-PROGRAM     PIC X(10).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-ACTION      PIC X(7).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ADL-KEY         PIC X(24).
               05 FILLER          PIC X(10) VALUE SPACES.

           01 AUD-IMAGE-LINE.
               05 FILLER          PIC X(10) VALUE SPACES.
               05 AIL-LABEL       PIC X(8).
               05 AIL-IMAGE       PIC X(60).
               05 FILLER          PIC X(2) VALUE SPACES.

           01 AUD-SECTION-LINE.
               05 ASN-TEXT        PIC X(80).

           01 AUD-LIMIT-HEADER-LINE.
               05 FILLER          PIC X(40)
                   VALUE "DATE     TIME     OPERATOR FISCAL CODE  ".
               05 FILLER          PIC X(40)
                   VALUE "       OLD LIMIT    NEW LIMIT NOTE      ".

           01 AUD-LIMIT-LINE.
               05 ALL-DATE        PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ALL-TIME        PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ALL-OPERATOR    PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ALL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ALL-OLD-LIMIT   PIC Z,ZZZ,ZZ9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ALL-NEW-LIMIT   PIC Z,ZZZ,ZZ9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ALL-NOTE        PIC X(8).

           01 AUD-RELEASE-HEADER-LINE.
               05 FILLER          PIC X(40)
                   VALUE "DATE     TIME     OPERATOR INVOICE  FISC".
               05 FILLER          PIC X(40)
                   VALUE "AL CODE          AMOUNT ISSUED          ".

           01 AUD-RELEASE-LINE.
               05 ARL-DATE        PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ARL-TIME        PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ARL-OPERATOR    PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ARL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ARL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ARL-AMOUNT      PIC -(6)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 ARL-ISSUED      PIC 9(8).
               05 FILLER          PIC X(8) VALUE SPACES.

           01 AUD-COUNT-LINE.
               05 ACN-LABEL       PIC X(24).
               05 ACN-COUNT       PIC ZZZZZZ9.
               05 FILLER          PIC X(49) VALUE SPACES.

           01 AUD-AMOUNT-LINE.
               05 AAM-LABEL       PIC X(24).
               05 AAM-AMOUNT      PIC -(8)9.99.
               05 FILLER          PIC X(44) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               MOVE "N" TO WS-DATE-VALID-SW
               MOVE ZEROS TO WS-DATE-TRIES
               PERFORM ACCEPT-FROM-DATE
                   UNTIL WS-DATE-IS-VALID
                      OR WS-DATE-TRIES IS NOT LESS THAN 3
               IF NOT WS-DATE-IS-VALID THEN
                   DISPLAY "ERROR: NO VALID FROM DATE AFTER 3 "
                       "TRIES - RUN ABANDONED."
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF
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

               DISPLAY "ENTER PROGRAM (BLANK = ALL): "
                   WITH NO ADVANCING
               ACCEPT WS-SELECT-PROGRAM
               DISPLAY "ENTER OPERATOR ID (BLANK = ALL): "
                   WITH NO ADVANCING
               ACCEPT WS-SELECT-OPERATOR

               OPEN OUTPUT AUDIT-REPORT-FILE
               MOVE WS-FROM-DATE TO ATL-FROM-DATE
               MOVE WS-TO-DATE   TO ATL-TO-DATE
               MOVE AUD-TITLE-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               IF WS-SELECT-PROGRAM = SPACES THEN
                   MOVE "ALL" TO ASL-PROGRAM
               ELSE
                   MOVE WS-SELECT-PROGRAM TO ASL-PROGRAM
               END-IF
               IF WS-SELECT-OPERATOR = SPACES THEN
                   MOVE "ALL" TO ASL-OPERATOR
               ELSE
                   MOVE WS-SELECT-OPERATOR TO ASL-OPERATOR
               END-IF
               MOVE AUD-SELECTION-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD

               OPEN INPUT MAINT-AUDIT-FILE
               IF NOT MAINTAUD-OK THEN
                   MOVE "NO MAINTENANCE AUDIT LOG ON FILE - NO REPORT."
                       TO AUDIT-REPORT-RECORD
                   WRITE AUDIT-REPORT-RECORD
                   CLOSE AUDIT-REPORT-FILE
                   GO TO PROGRAM-EXIT
               END-IF
               CLOSE MAINT-AUDIT-FILE

               PERFORM PRINT-AUDIT-ENTRIES
               PERFORM PRINT-LIMIT-INCREASES
               PERFORM PRINT-HOLD-RELEASES
               PERFORM PRINT-AUDIT-SUMMARY

               CLOSE AUDIT-REPORT-FILE
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

       ACCEPT-FROM-DATE.
           DISPLAY "ENTER FROM DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           MOVE "Y" TO WS-DATE-VALID-SW

           IF WS-DATE-NUMERIC IS NOT NUMERIC THEN
               MOVE "N" TO WS-DATE-VALID-SW
               ADD 1 TO WS-DATE-TRIES
               DISPLAY "ERROR: DATE MUST BE NUMERIC YYYYMMDD.  "
                   "TRY AGAIN."
           END-IF.

       ACCEPT-TO-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           MOVE "Y" TO WS-DATE-VALID-SW

           IF WS-DATE-NUMERIC IS NOT NUMERIC THEN
               MOVE "N" TO WS-DATE-VALID-SW
               ADD 1 TO WS-DATE-TRIES
               DISPLAY "ERROR: DATE MUST BE NUMERIC YYYYMMDD.  "
                   "TRY AGAIN."
           ELSE
               IF WS-DATE-NUMERIC IS LESS THAN WS-FROM-DATE THEN
                   MOVE "N" TO WS-DATE-VALID-SW
                   ADD 1 TO WS-DATE-TRIES
                   DISPLAY "ERROR: TO DATE IS BEFORE THE FROM DATE.  "
                       "TRY AGAIN."
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * CHECK-SELECTION DECIDES WHETHER THE AUDIT ENTRY IN HAND   *
      * FALLS IN THE DATE RANGE AND MATCHES THE PROGRAM AND       *
      * OPERATOR ASKED FOR (BLANK MEANS ANY).                     *
      *----------------------------------------------------------*
       CHECK-SELECTION.
           MOVE "Y" TO WS-SELECTED-SW
           IF MAU-DATE IS LESS THAN WS-FROM-DATE
                   OR MAU-DATE IS GREATER THAN WS-TO-DATE THEN
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-SELECT-PROGRAM IS NOT EQUAL TO SPACES
                   AND MAU-PROGRAM IS NOT EQUAL TO WS-SELECT-PROGRAM
                   THEN
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-SELECT-OPERATOR IS NOT EQUAL TO SPACES
                   AND MAU-OPERATOR IS NOT EQUAL TO WS-SELECT-OPERATOR
                   THEN
               MOVE "N" TO WS-SELECTED-SW
           END-IF.

       READ-AUDIT-ENTRY.
           READ MAINT-AUDIT-FILE
               AT END MOVE "Y" TO WS-AUDIT-EOF-SW
           END-READ.

       FORMAT-STAMP-TIME.
           MOVE MAU-TIME    TO WS-STAMP-TIME
           MOVE WS-STAMP-HH TO WS-PRINT-HH
           MOVE WS-STAMP-MM TO WS-PRINT-MM
           MOVE WS-STAMP-SS TO WS-PRINT-SS.

      *----------------------------------------------------------*
      * PRINT-AUDIT-ENTRIES LISTS EVERY SELECTED ENTRY IN LOG     *
      * (REAL-TIME) ORDER WITH ITS BEFORE AND AFTER IMAGES.       *
      *----------------------------------------------------------*
       PRINT-AUDIT-ENTRIES.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE AUD-COLUMN-HEADER-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD

           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM READ-AUDIT-ENTRY
           PERFORM PRINT-ONE-AUDIT-ENTRY
               UNTIL END-OF-AUDIT-LOG
           CLOSE MAINT-AUDIT-FILE

           IF WS-SELECTED-COUNT IS EQUAL TO ZEROS THEN
               MOVE "NO AUDIT ENTRIES MATCH THE SELECTION."
                   TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF.

       PRINT-ONE-AUDIT-ENTRY.
           PERFORM CHECK-SELECTION
           IF ENTRY-IS-SELECTED THEN
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM FORMAT-STAMP-TIME
               MOVE MAU-DATE      TO ADL-DATE
               MOVE WS-PRINT-TIME TO ADL-TIME
               MOVE MAU-OPERATOR  TO ADL-OPERATOR
               MOVE MAU-PROGRAM   TO ADL-PROGRAM
               MOVE MAU-KEY       TO ADL-KEY
               EVALUATE TRUE
                   WHEN MAU-IS-ADD
                       MOVE "ADD"     TO ADL-ACTION
                       ADD 1 TO WS-ADD-COUNT
                   WHEN MAU-IS-CHANGE
                       MOVE "CHANGE"  TO ADL-ACTION
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN MAU-IS-DELETE
                       MOVE "DELETE"  TO ADL-ACTION
                       ADD 1 TO WS-DELETE-COUNT
                   WHEN MAU-IS-RELEASE
                       MOVE "RELEASE" TO ADL-ACTION
                       ADD 1 TO WS-RELEASE-COUNT
                   WHEN OTHER
                       MOVE MAU-ACTION TO ADL-ACTION
               END-EVALUATE
               MOVE SPACES TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
               MOVE AUD-DETAIL-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD

               MOVE "BEFORE: "       TO WS-IMAGE-LABEL
               MOVE MAU-BEFORE-IMAGE TO WS-IMAGE-WORK
               PERFORM PRINT-IMAGE
               MOVE "AFTER:  "       TO WS-IMAGE-LABEL
               MOVE MAU-AFTER-IMAGE  TO WS-IMAGE-WORK
               PERFORM PRINT-IMAGE
           END-IF

           PERFORM READ-AUDIT-ENTRY.

      *----------------------------------------------------------*
      * PRINT-IMAGE PRINTS ONE IMAGE UNDER ITS LABEL, OR "(NONE)" *
      * FOR THE BLANK BEFORE-IMAGE OF AN ADD AND AFTER-IMAGE OF A *
      * DELETE.                                                   *
      *----------------------------------------------------------*
       PRINT-IMAGE.
           MOVE WS-IMAGE-LABEL TO AIL-LABEL
           IF WS-IMAGE-WORK IS EQUAL TO SPACES THEN
               MOVE "(NONE)" TO AIL-IMAGE
               MOVE AUD-IMAGE-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           ELSE
               MOVE 1 TO WS-LAST-PIECE
               PERFORM FIND-LAST-PIECE
                   VARYING WS-PIECE-IDX FROM 2 BY 1
                   UNTIL WS-PIECE-IDX > 3
               PERFORM PRINT-IMAGE-PIECE
                   VARYING WS-PIECE-IDX FROM 1 BY 1
                   UNTIL WS-PIECE-IDX > WS-LAST-PIECE
           END-IF.

       FIND-LAST-PIECE.
           IF WS-IMAGE-PIECE(WS-PIECE-IDX) IS NOT EQUAL TO SPACES THEN
               MOVE WS-PIECE-IDX TO WS-LAST-PIECE
           END-IF.

       PRINT-IMAGE-PIECE.
           MOVE WS-IMAGE-PIECE(WS-PIECE-IDX) TO AIL-IMAGE
           MOVE AUD-IMAGE-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE SPACES TO AIL-LABEL.

      *----------------------------------------------------------*
      * PRINT-LIMIT-INCREASES IS THE FIRST HALF OF THE CREDIT     *
      * REVIEW - EVERY SELECTED CREDMAINT ENTRY THAT LET A        *
      * CUSTOMER RUN UP MORE: A NEW LIMIT, A RAISED LIMIT, OR A   *
      * CUSTOMER TAKEN OFF CREDIT CONTROL ALTOGETHER (WHO THEN    *
      * BILLS WITHOUT LIMIT).  LOWERED LIMITS ARE LEFT TO THE     *
      * MAIN LISTING.                                             *
      *----------------------------------------------------------*
       PRINT-LIMIT-INCREASES.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE ALL "-" TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "CREDIT REVIEW - CREDIT LIMIT INCREASES" TO ASN-TEXT
           MOVE AUD-SECTION-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE AUD-LIMIT-HEADER-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD

           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM READ-AUDIT-ENTRY
           PERFORM CHECK-ONE-LIMIT-ENTRY
               UNTIL END-OF-AUDIT-LOG
           CLOSE MAINT-AUDIT-FILE

           IF WS-INCREASE-COUNT IS EQUAL TO ZEROS THEN
               MOVE "NO CREDIT LIMIT INCREASES IN THE SELECTION."
                   TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF.

       CHECK-ONE-LIMIT-ENTRY.
           PERFORM CHECK-SELECTION
           IF ENTRY-IS-SELECTED
                   AND MAU-PROGRAM IS EQUAL TO "CREDMAINT" THEN
               MOVE SPACES TO WS-INCREASE-NOTE
               MOVE ZEROS  TO WS-OLD-LIMIT
                              WS-NEW-LIMIT
               IF MAU-BEFORE-IMAGE IS NOT EQUAL TO SPACES THEN
                   MOVE MAU-BEFORE-IMAGE TO CREDIT-CONTROL-RECORD
                   MOVE CRD-LIMIT TO WS-OLD-LIMIT
               END-IF
               IF MAU-AFTER-IMAGE IS NOT EQUAL TO SPACES THEN
                   MOVE MAU-AFTER-IMAGE TO CREDIT-CONTROL-RECORD
                   MOVE CRD-LIMIT TO WS-NEW-LIMIT
               END-IF
               EVALUATE TRUE
                   WHEN MAU-IS-ADD
                       MOVE "NEW"     TO WS-INCREASE-NOTE
                   WHEN MAU-IS-CHANGE
                       IF WS-NEW-LIMIT IS GREATER THAN WS-OLD-LIMIT
                               THEN
                           MOVE "RAISED"  TO WS-INCREASE-NOTE
                       END-IF
                   WHEN MAU-IS-DELETE
                       MOVE "REMOVED" TO WS-INCREASE-NOTE
               END-EVALUATE

               IF WS-INCREASE-NOTE IS NOT EQUAL TO SPACES THEN
                   ADD 1 TO WS-INCREASE-COUNT
                   PERFORM FORMAT-STAMP-TIME
                   MOVE MAU-DATE         TO ALL-DATE
                   MOVE WS-PRINT-TIME    TO ALL-TIME
                   MOVE MAU-OPERATOR     TO ALL-OPERATOR
                   MOVE MAU-KEY          TO ALL-FISCAL-CODE
                   MOVE WS-OLD-LIMIT     TO ALL-OLD-LIMIT
                   MOVE WS-NEW-LIMIT     TO ALL-NEW-LIMIT
                   MOVE WS-INCREASE-NOTE TO ALL-NOTE
                   MOVE AUD-LIMIT-LINE TO AUDIT-REPORT-RECORD
                   WRITE AUDIT-REPORT-RECORD
               END-IF
           END-IF

           PERFORM READ-AUDIT-ENTRY.

      *----------------------------------------------------------*
      * PRINT-HOLD-RELEASES IS THE SECOND HALF OF THE CREDIT      *
      * REVIEW - EVERY SELECTED INVINQ RELEASE OF AN INVOICE THE  *
      * PRICING RUN HELD FOR CREDIT, WITH THE AMOUNT LET THROUGH  *
      * AND THE DATE THE INVOICE WAS ISSUED.                      *
      *----------------------------------------------------------*
       PRINT-HOLD-RELEASES.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "CREDIT REVIEW - HOLD RELEASES" TO ASN-TEXT
           MOVE AUD-SECTION-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE AUD-RELEASE-HEADER-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD

           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM READ-AUDIT-ENTRY
           PERFORM CHECK-ONE-RELEASE-ENTRY
               UNTIL END-OF-AUDIT-LOG
           CLOSE MAINT-AUDIT-FILE

           IF WS-HOLD-RELEASE-COUNT IS EQUAL TO ZEROS THEN
               MOVE "NO HOLD RELEASES IN THE SELECTION."
                   TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF.

       CHECK-ONE-RELEASE-ENTRY.
           PERFORM CHECK-SELECTION
           IF ENTRY-IS-SELECTED
                   AND MAU-PROGRAM IS EQUAL TO "INVINQ"
                   AND MAU-IS-RELEASE THEN
               MOVE MAU-AFTER-IMAGE TO INVOICE-REGISTER-RECORD
               ADD 1 TO WS-HOLD-RELEASE-COUNT
               ADD IVR-GRAND-TOTAL TO WS-RELEASED-AMOUNT
               PERFORM FORMAT-STAMP-TIME
               MOVE MAU-DATE        TO ARL-DATE
               MOVE WS-PRINT-TIME   TO ARL-TIME
               MOVE MAU-OPERATOR    TO ARL-OPERATOR
               MOVE IVR-INVOICE-NO  TO ARL-INVOICE-NO
               MOVE IVR-FISCAL-CODE TO ARL-FISCAL-CODE
               MOVE IVR-GRAND-TOTAL TO ARL-AMOUNT
               MOVE IVR-RUN-DATE    TO ARL-ISSUED
               MOVE AUD-RELEASE-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF

           PERFORM READ-AUDIT-ENTRY.

       PRINT-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE ALL "-" TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD

           MOVE "ENTRIES SELECTED:"      TO ACN-LABEL
           MOVE WS-SELECTED-COUNT        TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "  ADDS:"                TO ACN-LABEL
           MOVE WS-ADD-COUNT             TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "  CHANGES:"             TO ACN-LABEL
           MOVE WS-CHANGE-COUNT          TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "  DELETES:"             TO ACN-LABEL
           MOVE WS-DELETE-COUNT          TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "  RELEASES:"            TO ACN-LABEL
           MOVE WS-RELEASE-COUNT         TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "CREDIT LIMIT INCREASES:" TO ACN-LABEL
           MOVE WS-INCREASE-COUNT        TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "HOLD RELEASES:"         TO ACN-LABEL
           MOVE WS-HOLD-RELEASE-COUNT    TO ACN-COUNT
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "AMOUNT RELEASED:"       TO AAM-LABEL
           MOVE WS-RELEASED-AMOUNT       TO AAM-AMOUNT
           MOVE AUD-AMOUNT-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD.
