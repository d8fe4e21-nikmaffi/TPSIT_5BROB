       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKRPT.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  NIGHTLY STOCK REPORT IN   *
      *                 TWO PARTS.  THE REORDER LIST SHOWS EVERY  *
      *                 STOCKMST ITEM WHOSE ON-HAND HAS FALLEN TO *
      *                 OR BELOW ITS REORDER POINT, WITH THE      *
      *                 REORDER QUANTITY TO BUY.  THE BACKORDER   *
      *                 LIST SHOWS EVERY OUTSTANDING BACKORD LINE *
      *                 BY CUSTOMER (THE FILE'S OWN KEY ORDER),   *
      *                 NAMED OFF THE PERSON MASTER, WITH A       *
      *                 TOTAL PER CUSTOMER AND FOR THE RUN.  IT   *
      *                 ONLY READS, SO IT CAN BE RERUN FREELY.    *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STK-ITEM-CODE
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               FILE STATUS IS WS-PM-STATUS.

           SELECT ITEM-TABLE-FILE ASSIGN TO "ITEMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT STOCK-REPORT-FILE ASSIGN TO "STKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOCKMST.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

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

       FD  STOCK-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOCK-REPORT-RECORD PIC X(80).

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       FD  RUN-ID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-ID-RECORD        PIC X(10).
       WORKING-STORAGE SECTION.
           77 WS-STOCK-STATUS  PIC X(2).
               88 STOCK-OK VALUE "00".
           77 WS-BACKORD-STATUS PIC X(2).
               88 BACKORD-OK VALUE "00".
           77 WS-PM-STATUS     PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-ITEM-STATUS   PIC X(2).
               88 ITEM-TABLE-OK VALUE "00".
           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".
           77 WS-RUNID-STATUS  PIC X(2).
               88 RUNID-OK VALUE "00".
           77 WS-RUN-ID        PIC X(10) VALUE SPACES.
           77 WS-TODAY         PIC 9(8).

           77 WS-STOCK-EOF-SW  PIC X VALUE "N".
               88 END-OF-STOCK VALUE "Y".
           77 WS-BACKORD-EOF-SW PIC X VALUE "N".
               88 END-OF-BACKORDERS VALUE "Y".
           77 WS-MASTER-AVAIL-SW PIC X VALUE "N".
               88 MASTER-IS-AVAILABLE VALUE "Y".
           77 WS-FIRST-CUSTOMER-SW PIC X VALUE "Y".
               88 FIRST-BACKORDER-CUSTOMER VALUE "Y".
           77 WS-CURRENT-CUSTOMER PIC X(16).

           77 ITEM-TABLE-EOF-SW PIC X VALUE "N".
               88 END-OF-ITEM-TABLE VALUE "Y".
           77 ITEM-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 ITEM-SEARCH-IDX  PIC 9(3).
           77 ITEM-FOUND-SW    PIC X VALUE "N".
               88 ITEM-CODE-FOUND VALUE "Y".
           77 WS-LOOKUP-ITEM   PIC X(8).
           77 WS-ITEM-DESCRIPTION PIC X(20).
           01 ITEM-TABLE-ENTRIES.
               05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
                   10 ITEM-CODE        PIC X(8).
                   10 ITEM-DESCRIPTION PIC X(20).

           77 WS-ITEMS-READ     PIC 9(5) VALUE ZEROS.
           77 WS-REORDER-COUNT  PIC 9(5) VALUE ZEROS.
           77 WS-CUST-LINE-COUNT PIC 9(5) VALUE ZEROS.
           77 WS-CUST-QTY       PIC 9(7) VALUE ZEROS.
           77 WS-RUN-LINE-COUNT PIC 9(5) VALUE ZEROS.
           77 WS-RUN-QTY        PIC 9(7) VALUE ZEROS.
           77 WS-CUSTOMER-COUNT PIC 9(5) VALUE ZEROS.

           01 STK-TITLE-LINE.
               05 FILLER          PIC X(34)
                   VALUE "STOCK AND BACKORDER REPORT FOR RUN".
               05 FILLER          PIC X(6) VALUE " DATE ".
               05 STL-RUN-DATE    PIC 9(8).
               05 FILLER          PIC X(6) VALUE "  RUN ".
               05 STL-RUN-ID      PIC X(10).
               05 FILLER          PIC X(16) VALUE SPACES.

           01 STK-REORDER-HEADING.
               05 FILLER          PIC X(40)
                   VALUE "  ITEM      DESCRIPTION            ON HA".
               05 FILLER          PIC X(40)
                   VALUE "ND  REORDER PT  REORDER QTY             ".

           01 STK-REORDER-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SRL-ITEM-CODE   PIC X(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SRL-DESCRIPTION PIC X(20).
               05 FILLER          PIC X(3) VALUE SPACES.
               05 SRL-ON-HAND     PIC ZZZZZ9.
               05 FILLER          PIC X(6) VALUE SPACES.
               05 SRL-REORDER-PT  PIC ZZZZZ9.
               05 FILLER          PIC X(7) VALUE SPACES.
               05 SRL-REORDER-QTY PIC ZZZZZ9.
               05 FILLER          PIC X(14) VALUE SPACES.

           01 STK-CUSTOMER-HEADER-LINE.
               05 FILLER          PIC X(10) VALUE "CUSTOMER: ".
               05 SCH-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SCH-LAST-NAME   PIC X(20).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 SCH-FIRST-NAME  PIC X(20).
               05 FILLER          PIC X(11) VALUE SPACES.

           01 STK-BACKORDER-HEADING.
               05 FILLER          PIC X(40)
                   VALUE "  ITEM      DESCRIPTION           ORDERE".
               05 FILLER          PIC X(40)
                   VALUE "D   ORIG INV   QTY     PRICE            ".

           01 STK-BACKORDER-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SBL-ITEM-CODE   PIC X(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SBL-DESCRIPTION PIC X(20).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SBL-ORDER-DATE  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SBL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SBL-QUANTITY    PIC ZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SBL-PRICE       PIC ZZZ9.99.
               05 FILLER          PIC X(13) VALUE SPACES.

           01 STK-TOTAL-LINE.
               05 STT-LABEL       PIC X(26).
               05 STT-COUNT       PIC ZZZZ9.
               05 FILLER          PIC X(8) VALUE " LINES  ".
               05 STT-QTY         PIC ZZZZZZ9.
               05 FILLER          PIC X(34) VALUE " UNITS".

           01 STK-COUNT-LINE.
               05 SCL-LABEL       PIC X(26).
               05 SCL-COUNT       PIC ZZZZ9.
               05 FILLER          PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE
               PERFORM GET-RUN-ID
               PERFORM LOAD-ITEM-TABLE

               OPEN OUTPUT STOCK-REPORT-FILE
               MOVE WS-TODAY  TO STL-RUN-DATE
               MOVE WS-RUN-ID TO STL-RUN-ID
               MOVE STK-TITLE-LINE TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD

               PERFORM PRINT-REORDER-LIST
                   THRU PRINT-REORDER-LIST-EXIT

               PERFORM PRINT-BACKORDER-LIST
                   THRU PRINT-BACKORDER-LIST-EXIT

               CLOSE STOCK-REPORT-FILE
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE SET UP AT THE TOP OF THE NIGHTLY      *
      * CHAIN.  A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK     *
      * WITH A WARNING.                                           *
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
      * GET-RUN-ID READS THE RUN IDENTIFIER BALCHK ASSIGNED AT    *
      * THE TOP OF THE CHAIN.  A MISSING FILE LEAVES IT SPACES.   *
      *----------------------------------------------------------*
       GET-RUN-ID.
           MOVE SPACES TO WS-RUN-ID
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
                   WS-LOOKUP-ITEM THEN
               MOVE "Y" TO ITEM-FOUND-SW
               MOVE ITEM-DESCRIPTION(ITEM-SEARCH-IDX)
                   TO WS-ITEM-DESCRIPTION
           END-IF.

      *----------------------------------------------------------*
      * PRINT-REORDER-LIST WALKS THE STOCK MASTER IN ITEM ORDER   *
      * AND PRINTS EVERY ITEM AT OR BELOW ITS REORDER POINT.      *
      *----------------------------------------------------------*
       PRINT-REORDER-LIST.
           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "ITEMS AT OR BELOW REORDER POINT"
               TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE STK-REORDER-HEADING TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           OPEN INPUT STOCK-MASTER-FILE
           IF NOT STOCK-OK THEN
               MOVE "NO STOCK MASTER ON FILE - NO REORDER LIST."
                   TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
               GO TO PRINT-REORDER-LIST-EXIT
           END-IF

           READ STOCK-MASTER-FILE
               AT END MOVE "Y" TO WS-STOCK-EOF-SW
           END-READ

           PERFORM CHECK-ONE-STOCK-ITEM
               UNTIL END-OF-STOCK

           CLOSE STOCK-MASTER-FILE

           MOVE "ITEMS TO REORDER:         " TO SCL-LABEL
           MOVE WS-REORDER-COUNT TO SCL-COUNT
           MOVE STK-COUNT-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD.

       PRINT-REORDER-LIST-EXIT.
           EXIT.

       CHECK-ONE-STOCK-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF STK-ON-HAND IS NOT GREATER THAN STK-REORDER-POINT THEN
               ADD 1 TO WS-REORDER-COUNT
               MOVE STK-ITEM-CODE TO WS-LOOKUP-ITEM
               PERFORM LOOKUP-ITEM-DESCRIPTION
               MOVE STK-ITEM-CODE       TO SRL-ITEM-CODE
               MOVE WS-ITEM-DESCRIPTION TO SRL-DESCRIPTION
               MOVE STK-ON-HAND         TO SRL-ON-HAND
               MOVE STK-REORDER-POINT   TO SRL-REORDER-PT
               MOVE STK-REORDER-QTY     TO SRL-REORDER-QTY
               MOVE STK-REORDER-LINE TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
           END-IF

           READ STOCK-MASTER-FILE
               AT END MOVE "Y" TO WS-STOCK-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * PRINT-BACKORDER-LIST WALKS THE BACKORDER FILE, WHOSE KEY  *
      * LEADS WITH THE FISCAL CODE, AND BREAKS ON EACH CHANGE OF  *
      * CUSTOMER FOR THAT CUSTOMER'S TOTALS.                      *
      *----------------------------------------------------------*
       PRINT-BACKORDER-LIST.
           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "OUTSTANDING BACKORDERS BY CUSTOMER"
               TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           OPEN INPUT BACKORDER-FILE
           IF NOT BACKORD-OK THEN
               MOVE "NO BACKORDER FILE - NOTHING OUTSTANDING."
                   TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
               GO TO PRINT-BACKORDER-LIST-EXIT
           END-IF

           OPEN INPUT PERSON-MASTER-FILE
           IF PM-OK THEN
               MOVE "Y" TO WS-MASTER-AVAIL-SW
           ELSE
               DISPLAY "WARNING: PERSON MASTER NOT AVAILABLE - "
                   "CUSTOMER NAMES LEFT BLANK."
           END-IF

           READ BACKORDER-FILE
               AT END MOVE "Y" TO WS-BACKORD-EOF-SW
           END-READ

           PERFORM PRINT-ONE-BACKORDER
               UNTIL END-OF-BACKORDERS

           IF WS-RUN-LINE-COUNT IS GREATER THAN ZEROS THEN
               PERFORM WRITE-CUSTOMER-TOTALS
           ELSE
               MOVE "NO BACKORDERS OUTSTANDING."
                   TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
           END-IF

           CLOSE BACKORDER-FILE
           IF MASTER-IS-AVAILABLE THEN
               CLOSE PERSON-MASTER-FILE
           END-IF

           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE "BACKORDER GRAND TOTAL:    " TO STT-LABEL
           MOVE WS-RUN-LINE-COUNT TO STT-COUNT
           MOVE WS-RUN-QTY        TO STT-QTY
           MOVE STK-TOTAL-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           MOVE "CUSTOMERS WAITING:        " TO SCL-LABEL
           MOVE WS-CUSTOMER-COUNT TO SCL-COUNT
           MOVE STK-COUNT-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD.

       PRINT-BACKORDER-LIST-EXIT.
           EXIT.

       PRINT-ONE-BACKORDER.
           IF FIRST-BACKORDER-CUSTOMER THEN
               MOVE "N" TO WS-FIRST-CUSTOMER-SW
               MOVE BKO-FISCAL-CODE TO WS-CURRENT-CUSTOMER
               PERFORM WRITE-CUSTOMER-HEADER
           ELSE
               IF BKO-FISCAL-CODE IS NOT EQUAL TO
                       WS-CURRENT-CUSTOMER THEN
                   PERFORM WRITE-CUSTOMER-TOTALS
                   MOVE BKO-FISCAL-CODE TO WS-CURRENT-CUSTOMER
                   PERFORM WRITE-CUSTOMER-HEADER
               END-IF
           END-IF

           MOVE BKO-ITEM-CODE TO WS-LOOKUP-ITEM
           PERFORM LOOKUP-ITEM-DESCRIPTION
           MOVE BKO-ITEM-CODE       TO SBL-ITEM-CODE
           MOVE WS-ITEM-DESCRIPTION TO SBL-DESCRIPTION
           MOVE BKO-ORDER-DATE      TO SBL-ORDER-DATE
           MOVE BKO-INVOICE-NO      TO SBL-INVOICE-NO
           MOVE BKO-QUANTITY        TO SBL-QUANTITY
           MOVE BKO-PRICE           TO SBL-PRICE
           MOVE STK-BACKORDER-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           ADD 1 TO WS-CUST-LINE-COUNT
                    WS-RUN-LINE-COUNT
           ADD BKO-QUANTITY TO WS-CUST-QTY
                               WS-RUN-QTY

           READ BACKORDER-FILE
               AT END MOVE "Y" TO WS-BACKORD-EOF-SW
           END-READ.

       WRITE-CUSTOMER-HEADER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           MOVE WS-CURRENT-CUSTOMER TO SCH-FISCAL-CODE
           MOVE "** NOT ON MASTER **" TO SCH-LAST-NAME
           MOVE SPACES TO SCH-FIRST-NAME
           IF MASTER-IS-AVAILABLE THEN
               MOVE WS-CURRENT-CUSTOMER TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-FULL-LAST-NAME  TO SCH-LAST-NAME
                       MOVE PM-FULL-FIRST-NAME TO SCH-FIRST-NAME
               END-READ
           ELSE
               MOVE SPACES TO SCH-LAST-NAME
           END-IF
           MOVE STK-CUSTOMER-HEADER-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE STK-BACKORDER-HEADING TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           MOVE ZEROS TO WS-CUST-LINE-COUNT
                         WS-CUST-QTY.

       WRITE-CUSTOMER-TOTALS.
           MOVE "  CUSTOMER TOTAL:         " TO STT-LABEL
           MOVE WS-CUST-LINE-COUNT TO STT-COUNT
           MOVE WS-CUST-QTY        TO STT-QTY
           MOVE STK-TOTAL-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD.
