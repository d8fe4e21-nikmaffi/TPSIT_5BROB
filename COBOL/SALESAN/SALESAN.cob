       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESAN.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  DATE-RANGE SALES ANALYSIS *
      *                 OVER THE INVOICE LINE HISTORY (INVLINE)   *
      *                 THE PRICING RUN KEEPS.  FOR EACH ITEM,    *
      *                 READ IN ITEM ORDER ON THE FILE'S          *
      *                 ALTERNATE KEY, IT PRINTS QUANTITY AND NET *
      *                 SOLD, RETURNS AND NET AFTER RETURNS MONTH *
      *                 BY MONTH WITH AN ITEM TOTAL, FOLLOWED BY  *
      *                 THE ITEM'S TOP CUSTOMERS BY NET, NAMED    *
      *                 OFF THE PERSON MASTER.  THE SAME MONTHLY  *
      *                 FIGURES THEN PRINT PER VAT CATEGORY, WITH *
      *                 A RANGE-WIDE TOTAL.  THE FROM AND TO      *
      *                 DATES COME IN ON SYSIN THE WAY CALCHIST   *
      *                 TAKES THEM, UP TO FIVE YEARS AT A TIME.   *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ITEM-TABLE-FILE ASSIGN TO "ITEMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT SALES-REPORT-FILE ASSIGN TO "SALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  ITEM-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-TABLE-RECORD.
           05 ITM-ITEM-CODE     PIC X(8).
           05 ITM-DESCRIPTION   PIC X(20).
           05 ITM-UNIT-PRICE    PIC 9(4)V99.
           05 ITM-CATEGORY-CODE PIC X(2).

       FD  SALES-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SALES-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           77 WS-INVLINE-STATUS PIC X(2).
               88 INVLINE-OK VALUE "00".
           77 WS-INVLINE-EOF-SW PIC X VALUE "N".
               88 END-OF-LINE-HISTORY VALUE "Y".
           77 WS-PM-STATUS     PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-MASTER-AVAIL-SW PIC X VALUE "N".
               88 MASTER-IS-AVAILABLE VALUE "Y".

           77 WS-DATE-VALID-SW  PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           77 WS-DATE-TRIES     PIC 9 VALUE ZEROS.
           77 WS-DATE-ENTRY     PIC X(8).
           77 WS-DATE-NUMERIC REDEFINES WS-DATE-ENTRY PIC 9(8).
           77 WS-FROM-DATE      PIC 9(8).
           77 WS-TO-DATE        PIC 9(8).

      *----------------------------------------------------------*
      * DATES ARE BROKEN INTO YEAR AND MONTH HERE TO TURN AN      *
      * INVOICE DATE INTO ITS SLOT IN THE MONTH TABLES - SLOT ONE *
      * IS THE FROM DATE'S MONTH.                                 *
      *----------------------------------------------------------*
           01 WS-FROM-PARTS.
               05 WS-FROM-YEAR   PIC 9(4).
               05 WS-FROM-MONTH  PIC 99.
               05 WS-FROM-DAY    PIC 99.
           01 WS-WORK-DATE.
               05 WS-WORK-YEAR   PIC 9(4).
               05 WS-WORK-MONTH  PIC 99.
               05 WS-WORK-DAY    PIC 99.
           77 WS-MONTH-SPAN     PIC S9(5) COMP.
           77 WS-MONTH-IDX      PIC S9(5) COMP.
           01 WS-PERIOD-TEXT.
               05 WS-PERIOD-YEAR  PIC 9(4).
               05 FILLER          PIC X VALUE "/".
               05 WS-PERIOD-MONTH PIC 99.
           77 WS-PERIOD-NUMBER  PIC S9(5) COMP.

           77 WS-ITEM-STATUS   PIC X(2).
               88 ITEM-TABLE-OK VALUE "00".
           77 ITEM-TABLE-EOF-SW PIC X VALUE "N".
               88 END-OF-ITEM-TABLE VALUE "Y".
           77 ITEM-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 ITEM-SEARCH-IDX  PIC 9(3).
           77 ITEM-FOUND-SW    PIC X VALUE "N".
               88 ITEM-CODE-FOUND VALUE "Y".
           77 WS-ITEM-DESCRIPTION PIC X(20).
           01 ITEM-TABLE-ENTRIES.
               05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
                   10 ITEM-CODE        PIC X(8).
                   10 ITEM-DESCRIPTION PIC X(20).

           77 WS-FIRST-ITEM-SW PIC X VALUE "Y".
               88 FIRST-ITEM-IN-RANGE VALUE "Y".
           77 WS-CURRENT-ITEM  PIC X(8).
           77 WS-ITEM-COUNT    PIC 9(5) VALUE ZEROS.
           77 WS-LINES-READ    PIC 9(8) VALUE ZEROS.
           77 WS-LINES-IN-RANGE PIC 9(8) VALUE ZEROS.

      *----------------------------------------------------------*
      * ONE SET OF MONTHLY FIGURES FOR THE ITEM IN PROGRESS       *
      * (CLEARED AT EACH CHANGE OF ITEM), ONE PER VAT CATEGORY    *
      * FOR THE WHOLE RANGE, AND THE TOTALS LINE WORK AREA BOTH   *
      * ARE PRINTED THROUGH.                                      *
      *----------------------------------------------------------*
           01 ITEM-MONTH-TABLE.
               05 ITEM-MONTH-ENTRY OCCURS 60 TIMES.
                   10 IMT-QTY-SOLD     PIC 9(7).
                   10 IMT-QTY-RETURNED PIC 9(7).
                   10 IMT-NET-SOLD     PIC S9(9)V99.
                   10 IMT-NET-RETURNED PIC S9(9)V99.

           77 CAT-ENTRY-COUNT  PIC 99 VALUE ZEROS.
           77 CAT-SEARCH-IDX   PIC 99.
           77 CAT-FOUND-SW     PIC X VALUE "N".
               88 CAT-SLOT-FOUND VALUE "Y".
           01 CATEGORY-MONTH-TABLE.
               05 CATEGORY-MONTH-ENTRY OCCURS 40 TIMES.
                   10 CMT-CODE         PIC X(2).
                   10 CMT-MONTH OCCURS 60 TIMES.
                       15 CMT-QTY-SOLD     PIC 9(7).
                       15 CMT-QTY-RETURNED PIC 9(7).
                       15 CMT-NET-SOLD     PIC S9(9)V99.
                       15 CMT-NET-RETURNED PIC S9(9)V99.

           01 WS-PRINT-FIGURES.
               05 WS-PRT-QTY-SOLD     PIC 9(7).
               05 WS-PRT-QTY-RETURNED PIC 9(7).
               05 WS-PRT-NET-SOLD     PIC S9(9)V99.
               05 WS-PRT-NET-RETURNED PIC S9(9)V99.
           01 WS-BLOCK-TOTALS.
               05 WS-BLK-QTY-SOLD     PIC 9(7).
               05 WS-BLK-QTY-RETURNED PIC 9(7).
               05 WS-BLK-NET-SOLD     PIC S9(9)V99.
               05 WS-BLK-NET-RETURNED PIC S9(9)V99.
           01 WS-RANGE-TOTALS.
               05 WS-RNG-QTY-SOLD     PIC 9(7) VALUE ZEROS.
               05 WS-RNG-QTY-RETURNED PIC 9(7) VALUE ZEROS.
               05 WS-RNG-NET-SOLD     PIC S9(9)V99 VALUE ZEROS.
               05 WS-RNG-NET-RETURNED PIC S9(9)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * THE ITEM'S CUSTOMERS, WITH WHAT EACH BOUGHT NET OF        *
      * RETURNS.  THE TOP ONES ARE PICKED OUT BY REPEATED         *
      * SELECTION WHEN THE ITEM IS PRINTED.                       *
      *----------------------------------------------------------*
           77 CUST-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 CUST-SEARCH-IDX  PIC 9(3).
           77 CUST-FOUND-SW    PIC X VALUE "N".
               88 CUST-SLOT-FOUND VALUE "Y".
           77 CUST-UNRANKED-COUNT PIC 9(5) VALUE ZEROS.
           01 CUSTOMER-TALLY-TABLE.
               05 CUSTOMER-TALLY-ENTRY OCCURS 500 TIMES.
                   10 CTT-FISCAL-CODE PIC X(16).
                   10 CTT-QUANTITY    PIC S9(7).
                   10 CTT-NET         PIC S9(9)V99.
                   10 CTT-RANKED-SW   PIC X.
                       88 CTT-IS-RANKED VALUE "Y".
           77 WS-TOP-CUSTOMERS PIC 9 VALUE 5.
           77 WS-RANK          PIC 9.
           77 WS-BEST-IDX      PIC 9(3).
           77 WS-BEST-NET      PIC S9(9)V99.

           01 SAL-TITLE-LINE.
               05 FILLER          PIC X(30)
                   VALUE "SALES ANALYSIS BY ITEM  FROM ".
               05 STL-FROM-DATE   PIC 9(8).
               05 FILLER          PIC X(4) VALUE " TO ".
               05 STL-TO-DATE     PIC 9(8).
               05 FILLER          PIC X(30) VALUE SPACES.

           01 SAL-ITEM-HEADER-LINE.
               05 FILLER          PIC X(6) VALUE "ITEM: ".
               05 SIH-ITEM-CODE   PIC X(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SIH-DESCRIPTION PIC X(20).
               05 FILLER          PIC X(44) VALUE SPACES.

           01 SAL-CATEGORY-HEADER-LINE.
               05 FILLER          PIC X(14) VALUE "VAT CATEGORY: ".
               05 SCH-CATEGORY    PIC X(2).
               05 FILLER          PIC X(64) VALUE SPACES.

           01 SAL-COLUMN-HEADER-LINE.
               05 FILLER          PIC X(40)
                   VALUE "  MONTH     QTY SOLD  QTY RET    NET SAL".
               05 FILLER          PIC X(40)
                   VALUE "ES      RETURNS   NET OF RTNS           ".

           01 SAL-MONTH-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SML-PERIOD      PIC X(9).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SML-QTY-SOLD    PIC ZZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SML-QTY-RETURNED PIC ZZZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 SML-NET-SOLD    PIC -(8)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 SML-NET-RETURNED PIC -(8)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SML-NET         PIC -(8)9.99.
               05 FILLER          PIC X(11) VALUE SPACES.

           01 SAL-TOP-HEADER-LINE.
               05 FILLER          PIC X(40)
                   VALUE "  TOP CUSTOMERS BY NET    FISCAL CODE   ".
               05 FILLER          PIC X(40)
                   VALUE "   NAME                    QTY       NET".

           01 SAL-CUSTOMER-LINE.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 SCL-RANK        PIC 9.
               05 FILLER          PIC X(2) VALUE ". ".
               05 FILLER          PIC X(19) VALUE SPACES.
               05 SCL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 SCL-NAME        PIC X(21).
               05 SCL-QUANTITY    PIC -(5)9.
               05 SCL-NET         PIC -(6)9.99.

           01 SAL-UNRANKED-LINE.
               05 FILLER          PIC X(4) VALUE SPACES.
               05 FILLER          PIC X(30)
                   VALUE "CUSTOMER LINES NOT RANKED:    ".
               05 SUL-COUNT       PIC ZZZZ9.
               05 FILLER          PIC X(41) VALUE SPACES.

           01 SAL-COUNT-LINE.
               05 SCN-LABEL       PIC X(24).
               05 SCN-COUNT       PIC ZZZZZZZ9.
               05 FILLER          PIC X(48) VALUE SPACES.
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

               PERFORM LOAD-ITEM-TABLE

               OPEN OUTPUT SALES-REPORT-FILE
               MOVE WS-FROM-DATE TO STL-FROM-DATE
               MOVE WS-TO-DATE   TO STL-TO-DATE
               MOVE SAL-TITLE-LINE TO SALES-REPORT-RECORD
               WRITE SALES-REPORT-RECORD

               OPEN INPUT INVOICE-HISTORY-FILE
               IF NOT INVLINE-OK THEN
                   MOVE "NO INVOICE LINE HISTORY ON FILE - NO REPORT."
                       TO SALES-REPORT-RECORD
                   WRITE SALES-REPORT-RECORD
                   CLOSE SALES-REPORT-FILE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF PM-OK THEN
                   MOVE "Y" TO WS-MASTER-AVAIL-SW
               ELSE
                   DISPLAY "WARNING: PERSON MASTER NOT AVAILABLE - "
                       "CUSTOMER NAMES LEFT BLANK."
               END-IF

               PERFORM CLEAR-CATEGORY-MONTHS
                   VARYING CAT-SEARCH-IDX FROM 1 BY 1
                   UNTIL CAT-SEARCH-IDX > 40

               PERFORM ANALYSE-LINE-HISTORY

               IF WS-ITEM-COUNT IS GREATER THAN ZEROS THEN
                   PERFORM PRINT-ITEM-ANALYSIS
               ELSE
                   MOVE SPACES TO SALES-REPORT-RECORD
                   WRITE SALES-REPORT-RECORD
                   MOVE "NO INVOICE LINES IN THE DATE RANGE."
                       TO SALES-REPORT-RECORD
                   WRITE SALES-REPORT-RECORD
               END-IF

               PERFORM PRINT-CATEGORY-ANALYSIS
               PERFORM PRINT-RANGE-SUMMARY

               CLOSE INVOICE-HISTORY-FILE
               IF MASTER-IS-AVAILABLE THEN
                   CLOSE PERSON-MASTER-FILE
               END-IF
               CLOSE SALES-REPORT-FILE
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

      *----------------------------------------------------------*
      * ACCEPT-TO-DATE ALSO HOLDS THE RANGE TO SIXTY MONTHS, THE  *
      * SIZE OF THE MONTH TABLES.                                 *
      *----------------------------------------------------------*
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
               ELSE
                   MOVE WS-FROM-DATE    TO WS-FROM-PARTS
                   MOVE WS-DATE-NUMERIC TO WS-WORK-DATE
                   COMPUTE WS-MONTH-SPAN =
                       (WS-WORK-YEAR - WS-FROM-YEAR) * 12
                       + WS-WORK-MONTH - WS-FROM-MONTH + 1
                   IF WS-MONTH-SPAN IS GREATER THAN 60 THEN
                       MOVE "N" TO WS-DATE-VALID-SW
                       ADD 1 TO WS-DATE-TRIES
                       DISPLAY "ERROR: RANGE IS OVER 60 MONTHS.  "
                           "TRY AGAIN."
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * LOAD-ITEM-TABLE READS THE ITEM DESCRIPTIONS OFF THE ITEM  *
      * MASTER.  WITHOUT IT THE REPORT STILL PRINTS, WITH THE     *
      * DESCRIPTIONS LEFT BLANK.                                  *
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
               DISPLAY "WARNING: ITEM MASTER NOT AVAILABLE - "
                   "DESCRIPTIONS LEFT BLANK."
           END-IF.

       STORE-ITEM-TABLE-ENTRY.
           ADD 1 TO ITEM-ENTRY-COUNT
           MOVE ITM-ITEM-CODE   TO ITEM-CODE(ITEM-ENTRY-COUNT)
           MOVE ITM-DESCRIPTION TO ITEM-DESCRIPTION(ITEM-ENTRY-COUNT)

           READ ITEM-TABLE-FILE
               AT END MOVE "Y" TO ITEM-TABLE-EOF-SW
           END-READ.

       LOOKUP-ITEM-DESCRIPTION.
           MOVE "N" TO ITEM-FOUND-SW
           MOVE SPACES TO WS-ITEM-DESCRIPTION

           PERFORM CHECK-ITEM-TABLE-ENTRY
               VARYING ITEM-SEARCH-IDX FROM 1 BY 1
               UNTIL ITEM-SEARCH-IDX > ITEM-ENTRY-COUNT
                  OR ITEM-CODE-FOUND.

       CHECK-ITEM-TABLE-ENTRY.
           IF ITEM-CODE(ITEM-SEARCH-IDX) IS EQUAL TO
                   WS-CURRENT-ITEM THEN
               MOVE "Y" TO ITEM-FOUND-SW
               MOVE ITEM-DESCRIPTION(ITEM-SEARCH-IDX)
                   TO WS-ITEM-DESCRIPTION
           END-IF.

       CLEAR-CATEGORY-MONTHS.
           MOVE SPACES TO CMT-CODE(CAT-SEARCH-IDX)
           PERFORM CLEAR-ONE-CATEGORY-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 60.

       CLEAR-ONE-CATEGORY-MONTH.
           MOVE ZEROS TO CMT-QTY-SOLD(CAT-SEARCH-IDX, WS-MONTH-IDX)
                         CMT-QTY-RETURNED(CAT-SEARCH-IDX, WS-MONTH-IDX)
                         CMT-NET-SOLD(CAT-SEARCH-IDX, WS-MONTH-IDX)
                         CMT-NET-RETURNED(CAT-SEARCH-IDX, WS-MONTH-IDX).

       CLEAR-ITEM-MONTH.
           MOVE ZEROS TO IMT-QTY-SOLD(WS-MONTH-IDX)
                         IMT-QTY-RETURNED(WS-MONTH-IDX)
                         IMT-NET-SOLD(WS-MONTH-IDX)
                         IMT-NET-RETURNED(WS-MONTH-IDX).

      *----------------------------------------------------------*
      * ANALYSE-LINE-HISTORY WALKS THE LINE HISTORY ON ITS ITEM   *
      * CODE KEY, SO EACH ITEM'S LINES COME TOGETHER AND A CHANGE *
      * OF ITEM CODE PRINTS THE ITEM JUST FINISHED.               *
      *----------------------------------------------------------*
       ANALYSE-LINE-HISTORY.
           MOVE LOW-VALUES TO LNH-ITEM-CODE
           START INVOICE-HISTORY-FILE
               KEY IS NOT LESS THAN LNH-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO WS-INVLINE-EOF-SW
           END-START

           IF NOT END-OF-LINE-HISTORY THEN
               READ INVOICE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-INVLINE-EOF-SW
               END-READ
           END-IF

           PERFORM ANALYSE-ONE-LINE
               UNTIL END-OF-LINE-HISTORY.

       ANALYSE-ONE-LINE.
           ADD 1 TO WS-LINES-READ

           IF LNH-INVOICE-DATE IS NOT LESS THAN WS-FROM-DATE
                   AND LNH-INVOICE-DATE IS NOT GREATER THAN
                       WS-TO-DATE THEN
               IF FIRST-ITEM-IN-RANGE THEN
                   MOVE "N" TO WS-FIRST-ITEM-SW
                   PERFORM START-NEW-ITEM
               ELSE
                   IF LNH-ITEM-CODE IS NOT EQUAL TO WS-CURRENT-ITEM
                           THEN
                       PERFORM PRINT-ITEM-ANALYSIS
                       PERFORM START-NEW-ITEM
                   END-IF
               END-IF
               PERFORM TALLY-ONE-LINE
           END-IF

           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-INVLINE-EOF-SW
           END-READ.

       START-NEW-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE LNH-ITEM-CODE TO WS-CURRENT-ITEM
           PERFORM CLEAR-ITEM-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 60
           MOVE ZEROS TO CUST-ENTRY-COUNT
                         CUST-UNRANKED-COUNT.

      *----------------------------------------------------------*
      * TALLY-ONE-LINE ADDS THE LINE INTO ITS MONTH FOR THE ITEM  *
      * AND FOR ITS VAT CATEGORY, INTO THE BUYING CUSTOMER'S      *
      * FIGURES FOR THE ITEM AND INTO THE RANGE TOTALS.  A CREDIT *
      * LINE COUNTS AS A RETURN.                                  *
      *----------------------------------------------------------*
       TALLY-ONE-LINE.
           ADD 1 TO WS-LINES-IN-RANGE
           MOVE LNH-INVOICE-DATE TO WS-WORK-DATE
           COMPUTE WS-MONTH-IDX =
               (WS-WORK-YEAR - WS-FROM-YEAR) * 12
               + WS-WORK-MONTH - WS-FROM-MONTH + 1

           PERFORM FIND-CATEGORY-SLOT

           IF LNH-IS-CREDIT THEN
               ADD LNH-QUANTITY TO IMT-QTY-RETURNED(WS-MONTH-IDX)
                                   WS-RNG-QTY-RETURNED
               ADD LNH-NET      TO IMT-NET-RETURNED(WS-MONTH-IDX)
                                   WS-RNG-NET-RETURNED
               IF CAT-SLOT-FOUND THEN
                   ADD LNH-QUANTITY
                       TO CMT-QTY-RETURNED(CAT-SEARCH-IDX, WS-MONTH-IDX)
                   ADD LNH-NET
                       TO CMT-NET-RETURNED(CAT-SEARCH-IDX, WS-MONTH-IDX)
               END-IF
           ELSE
               ADD LNH-QUANTITY TO IMT-QTY-SOLD(WS-MONTH-IDX)
                                   WS-RNG-QTY-SOLD
               ADD LNH-NET      TO IMT-NET-SOLD(WS-MONTH-IDX)
                                   WS-RNG-NET-SOLD
               IF CAT-SLOT-FOUND THEN
                   ADD LNH-QUANTITY
                       TO CMT-QTY-SOLD(CAT-SEARCH-IDX, WS-MONTH-IDX)
                   ADD LNH-NET
                       TO CMT-NET-SOLD(CAT-SEARCH-IDX, WS-MONTH-IDX)
               END-IF
           END-IF

           PERFORM TALLY-CUSTOMER.

      *----------------------------------------------------------*
      * FIND-CATEGORY-SLOT FINDS THE LINE'S VAT CATEGORY IN THE   *
      * CATEGORY TABLE, OPENING A NEW ENTRY FOR ONE NOT SEEN YET. *
      * CAT-SEARCH-IDX IS LEFT POINTING AT IT.                    *
      *----------------------------------------------------------*
       FIND-CATEGORY-SLOT.
           MOVE "N" TO CAT-FOUND-SW
           PERFORM CHECK-CATEGORY-SLOT
               VARYING CAT-SEARCH-IDX FROM 1 BY 1
               UNTIL CAT-SEARCH-IDX > CAT-ENTRY-COUNT
                  OR CAT-SLOT-FOUND

           IF CAT-SLOT-FOUND THEN
               SUBTRACT 1 FROM CAT-SEARCH-IDX
           ELSE
               IF CAT-ENTRY-COUNT IS LESS THAN 40 THEN
                   ADD 1 TO CAT-ENTRY-COUNT
                   MOVE CAT-ENTRY-COUNT TO CAT-SEARCH-IDX
                   MOVE LNH-CATEGORY TO CMT-CODE(CAT-SEARCH-IDX)
                   MOVE "Y" TO CAT-FOUND-SW
               END-IF
           END-IF.

       CHECK-CATEGORY-SLOT.
           IF CMT-CODE(CAT-SEARCH-IDX) IS EQUAL TO LNH-CATEGORY THEN
               MOVE "Y" TO CAT-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * TALLY-CUSTOMER ADDS THE LINE TO ITS CUSTOMER'S FIGURES    *
      * FOR THE ITEM.  A CUSTOMER WHO WILL NOT FIT IN THE TABLE   *
      * IS COUNTED AS UNRANKED RATHER THAN DROPPED SILENTLY.      *
      *----------------------------------------------------------*
       TALLY-CUSTOMER.
           MOVE "N" TO CUST-FOUND-SW
           PERFORM CHECK-CUSTOMER-SLOT
               VARYING CUST-SEARCH-IDX FROM 1 BY 1
               UNTIL CUST-SEARCH-IDX > CUST-ENTRY-COUNT
                  OR CUST-SLOT-FOUND

           IF CUST-SLOT-FOUND THEN
               SUBTRACT 1 FROM CUST-SEARCH-IDX
           ELSE
               IF CUST-ENTRY-COUNT IS LESS THAN 500 THEN
                   ADD 1 TO CUST-ENTRY-COUNT
                   MOVE CUST-ENTRY-COUNT TO CUST-SEARCH-IDX
                   MOVE LNH-FISCAL-CODE
                       TO CTT-FISCAL-CODE(CUST-SEARCH-IDX)
                   MOVE ZEROS TO CTT-QUANTITY(CUST-SEARCH-IDX)
                                 CTT-NET(CUST-SEARCH-IDX)
                   MOVE "N" TO CTT-RANKED-SW(CUST-SEARCH-IDX)
                   MOVE "Y" TO CUST-FOUND-SW
               ELSE
                   ADD 1 TO CUST-UNRANKED-COUNT
               END-IF
           END-IF

           IF CUST-SLOT-FOUND THEN
               IF LNH-IS-CREDIT THEN
                   SUBTRACT LNH-QUANTITY
                       FROM CTT-QUANTITY(CUST-SEARCH-IDX)
                   SUBTRACT LNH-NET FROM CTT-NET(CUST-SEARCH-IDX)
               ELSE
                   ADD LNH-QUANTITY TO CTT-QUANTITY(CUST-SEARCH-IDX)
                   ADD LNH-NET      TO CTT-NET(CUST-SEARCH-IDX)
               END-IF
           END-IF.

       CHECK-CUSTOMER-SLOT.
           IF CTT-FISCAL-CODE(CUST-SEARCH-IDX) IS EQUAL TO
                   LNH-FISCAL-CODE THEN
               MOVE "Y" TO CUST-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * PRINT-ITEM-ANALYSIS PRINTS THE FINISHED ITEM - ITS MONTHS *
      * WITH ANY ACTIVITY, THE ITEM TOTAL AND ITS TOP CUSTOMERS.  *
      *----------------------------------------------------------*
       PRINT-ITEM-ANALYSIS.
           MOVE SPACES TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           PERFORM LOOKUP-ITEM-DESCRIPTION
           MOVE WS-CURRENT-ITEM     TO SIH-ITEM-CODE
           MOVE WS-ITEM-DESCRIPTION TO SIH-DESCRIPTION
           MOVE SAL-ITEM-HEADER-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE SAL-COLUMN-HEADER-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD

           MOVE ZEROS TO WS-BLOCK-TOTALS
           PERFORM PRINT-ITEM-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-SPAN

           MOVE "ITEM TOT " TO SML-PERIOD
           MOVE WS-BLOCK-TOTALS TO WS-PRINT-FIGURES
           PERFORM WRITE-MONTH-LINE

           MOVE SAL-TOP-HEADER-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           PERFORM PRINT-TOP-CUSTOMER
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-CUSTOMERS
                  OR WS-RANK > CUST-ENTRY-COUNT

           IF CUST-UNRANKED-COUNT IS GREATER THAN ZEROS THEN
               MOVE CUST-UNRANKED-COUNT TO SUL-COUNT
               MOVE SAL-UNRANKED-LINE TO SALES-REPORT-RECORD
               WRITE SALES-REPORT-RECORD
           END-IF.

       PRINT-ITEM-MONTH.
           MOVE IMT-QTY-SOLD(WS-MONTH-IDX)     TO WS-PRT-QTY-SOLD
           MOVE IMT-QTY-RETURNED(WS-MONTH-IDX) TO WS-PRT-QTY-RETURNED
           MOVE IMT-NET-SOLD(WS-MONTH-IDX)     TO WS-PRT-NET-SOLD
           MOVE IMT-NET-RETURNED(WS-MONTH-IDX) TO WS-PRT-NET-RETURNED
           PERFORM PRINT-ACTIVE-MONTH.

      *----------------------------------------------------------*
      * PRINT-ACTIVE-MONTH PRINTS THE MONTH IN WS-PRINT-FIGURES   *
      * WHEN IT HAD ANY SALES OR RETURNS, AND ADDS IT INTO THE    *
      * BLOCK TOTALS.                                             *
      *----------------------------------------------------------*
       PRINT-ACTIVE-MONTH.
           IF WS-PRT-QTY-SOLD IS GREATER THAN ZEROS
                   OR WS-PRT-QTY-RETURNED IS GREATER THAN ZEROS
                   OR WS-PRT-NET-SOLD IS NOT EQUAL TO ZEROS
                   OR WS-PRT-NET-RETURNED IS NOT EQUAL TO ZEROS THEN
               COMPUTE WS-PERIOD-NUMBER =
                   WS-FROM-YEAR * 12 + WS-FROM-MONTH - 1
                   + WS-MONTH-IDX - 1
               DIVIDE WS-PERIOD-NUMBER BY 12
                   GIVING WS-PERIOD-YEAR
                   REMAINDER WS-PERIOD-MONTH
               ADD 1 TO WS-PERIOD-MONTH
               MOVE WS-PERIOD-TEXT TO SML-PERIOD
               PERFORM WRITE-MONTH-LINE

               ADD WS-PRT-QTY-SOLD     TO WS-BLK-QTY-SOLD
               ADD WS-PRT-QTY-RETURNED TO WS-BLK-QTY-RETURNED
               ADD WS-PRT-NET-SOLD     TO WS-BLK-NET-SOLD
               ADD WS-PRT-NET-RETURNED TO WS-BLK-NET-RETURNED
           END-IF.

       WRITE-MONTH-LINE.
           MOVE WS-PRT-QTY-SOLD     TO SML-QTY-SOLD
           MOVE WS-PRT-QTY-RETURNED TO SML-QTY-RETURNED
           MOVE WS-PRT-NET-SOLD     TO SML-NET-SOLD
           MOVE WS-PRT-NET-RETURNED TO SML-NET-RETURNED
           COMPUTE SML-NET = WS-PRT-NET-SOLD - WS-PRT-NET-RETURNED
           MOVE SAL-MONTH-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD.

      *----------------------------------------------------------*
      * PRINT-TOP-CUSTOMER PICKS THE UNRANKED CUSTOMER WITH THE   *
      * HIGHEST NET FOR THE ITEM, PRINTS THEM WITH THEIR NAME OFF *
      * THE PERSON MASTER AND MARKS THEM RANKED.                  *
      *----------------------------------------------------------*
       PRINT-TOP-CUSTOMER.
           MOVE ZEROS TO WS-BEST-IDX
           PERFORM CHECK-BEST-CUSTOMER
               VARYING CUST-SEARCH-IDX FROM 1 BY 1
               UNTIL CUST-SEARCH-IDX > CUST-ENTRY-COUNT

           IF WS-BEST-IDX IS GREATER THAN ZEROS THEN
               MOVE "Y" TO CTT-RANKED-SW(WS-BEST-IDX)
               MOVE WS-RANK TO SCL-RANK
               MOVE CTT-FISCAL-CODE(WS-BEST-IDX) TO SCL-FISCAL-CODE
               MOVE "** NOT ON MASTER **" TO SCL-NAME
               IF MASTER-IS-AVAILABLE THEN
                   MOVE CTT-FISCAL-CODE(WS-BEST-IDX) TO PM-FISCAL-CODE
                   READ PERSON-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO SCL-NAME
                           STRING PM-FULL-LAST-NAME DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  PM-FULL-FIRST-NAME DELIMITED BY "  "
                               INTO SCL-NAME
                   END-READ
               ELSE
                   MOVE SPACES TO SCL-NAME
               END-IF
               MOVE CTT-QUANTITY(WS-BEST-IDX) TO SCL-QUANTITY
               MOVE CTT-NET(WS-BEST-IDX)      TO SCL-NET
               MOVE SAL-CUSTOMER-LINE TO SALES-REPORT-RECORD
               WRITE SALES-REPORT-RECORD
           END-IF.

       CHECK-BEST-CUSTOMER.
           IF NOT CTT-IS-RANKED(CUST-SEARCH-IDX) THEN
               IF WS-BEST-IDX IS EQUAL TO ZEROS THEN
                   MOVE CUST-SEARCH-IDX TO WS-BEST-IDX
                   MOVE CTT-NET(CUST-SEARCH-IDX) TO WS-BEST-NET
               ELSE
                   IF CTT-NET(CUST-SEARCH-IDX) IS GREATER THAN
                           WS-BEST-NET THEN
                       MOVE CUST-SEARCH-IDX TO WS-BEST-IDX
                       MOVE CTT-NET(CUST-SEARCH-IDX) TO WS-BEST-NET
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * PRINT-CATEGORY-ANALYSIS PRINTS THE SAME MONTHLY FIGURES   *
      * FOR EACH VAT CATEGORY SEEN IN THE RANGE.                  *
      *----------------------------------------------------------*
       PRINT-CATEGORY-ANALYSIS.
           MOVE SPACES TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE "SALES ANALYSIS BY VAT CATEGORY"
               TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD

           PERFORM PRINT-ONE-CATEGORY
               VARYING CAT-SEARCH-IDX FROM 1 BY 1
               UNTIL CAT-SEARCH-IDX > CAT-ENTRY-COUNT.

       PRINT-ONE-CATEGORY.
           MOVE SPACES TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE CMT-CODE(CAT-SEARCH-IDX) TO SCH-CATEGORY
           MOVE SAL-CATEGORY-HEADER-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE SAL-COLUMN-HEADER-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD

           MOVE ZEROS TO WS-BLOCK-TOTALS
           PERFORM PRINT-CATEGORY-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-SPAN

           MOVE "CAT TOTAL" TO SML-PERIOD
           MOVE WS-BLOCK-TOTALS TO WS-PRINT-FIGURES
           PERFORM WRITE-MONTH-LINE.

       PRINT-CATEGORY-MONTH.
           MOVE CMT-QTY-SOLD(CAT-SEARCH-IDX, WS-MONTH-IDX)
               TO WS-PRT-QTY-SOLD
           MOVE CMT-QTY-RETURNED(CAT-SEARCH-IDX, WS-MONTH-IDX)
               TO WS-PRT-QTY-RETURNED
           MOVE CMT-NET-SOLD(CAT-SEARCH-IDX, WS-MONTH-IDX)
               TO WS-PRT-NET-SOLD
           MOVE CMT-NET-RETURNED(CAT-SEARCH-IDX, WS-MONTH-IDX)
               TO WS-PRT-NET-RETURNED
           PERFORM PRINT-ACTIVE-MONTH.

      *----------------------------------------------------------*
      * PRINT-RANGE-SUMMARY PRINTS THE RANGE-WIDE TOTALS, WHICH   *
      * THE ITEM TOTALS AND THE CATEGORY TOTALS EACH ADD UP TO.   *
      *----------------------------------------------------------*
       PRINT-RANGE-SUMMARY.
           MOVE SPACES TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE SAL-COLUMN-HEADER-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD
           MOVE "RANGE TOT" TO SML-PERIOD
           MOVE WS-RANGE-TOTALS TO WS-PRINT-FIGURES
           PERFORM WRITE-MONTH-LINE

           MOVE "ITEMS SOLD OR RETURNED: " TO SCN-LABEL
           MOVE WS-ITEM-COUNT TO SCN-COUNT
           MOVE SAL-COUNT-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD

           MOVE "LINES IN RANGE:         " TO SCN-LABEL
           MOVE WS-LINES-IN-RANGE TO SCN-COUNT
           MOVE SAL-COUNT-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD

           MOVE "LINES ON HISTORY FILE:  " TO SCN-LABEL
           MOVE WS-LINES-READ TO SCN-COUNT
           MOVE SAL-COUNT-LINE TO SALES-REPORT-RECORD
           WRITE SALES-REPORT-RECORD.
