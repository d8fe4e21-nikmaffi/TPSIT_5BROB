       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODSRCV.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  BOOKS THE GOODS-RECEIPT   *
      *                 TRANSACTION FILE (RCVIN) AGAINST THE      *
      *                 STOCKMST STOCK MASTER.  AN "R" RECEIPT    *
      *                 ADDS THE QUANTITY DELIVERED TO THE ITEM'S *
      *                 ON-HAND, AN "A" STOCK-COUNT ADJUSTMENT    *
      *                 REPLACES THE ON-HAND WITH THE QUANTITY    *
      *                 COUNTED, AND AN "S" SETTINGS RECORD SETS  *
      *                 THE REORDER POINT AND REORDER QUANTITY    *
      *                 STOCKRPT WORKS FROM.  THE FIRST           *
      *                 TRANSACTION FOR AN ITEM OPENS ITS STOCK   *
      *                 RECORD, WHICH PUTS THE ITEM UNDER STOCK   *
      *                 CONTROL IN THE PRICING RUN.  AN ITEM NOT  *
      *                 ON ITEMTAB, A BAD TYPE OR A NON-NUMERIC   *
      *                 QUANTITY IS REJECTED TO THE SHARED ERRLOG *
      *                 AND ENDS THE STEP RC=4.  BACKORDERS FOR   *
      *                 THE ITEMS RECEIVED RELEASE ON THE NEXT    *
      *                 NIGHTLY RUN.                              *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOODS-RECEIPT-FILE ASSIGN TO "RCVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVIN-STATUS.

           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ITEM-CODE
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT ITEM-TABLE-FILE ASSIGN TO "ITEMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT RECEIPT-REPORT-FILE ASSIGN TO "RCVRPT"
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
      *----------------------------------------------------------*
      * ONE RCVIN RECORD PER STOCK TRANSACTION.  GRR-DATE IS THE  *
      * DELIVERY OR COUNT DATE (ZEROS TAKE THE BUSINESS DATE);    *
      * THE REORDER FIELDS ARE ONLY READ ON AN "S" RECORD AND     *
      * GRR-REFERENCE (DELIVERY NOTE, COUNT SHEET) ONLY PRINTS.   *
      *----------------------------------------------------------*
       FD  GOODS-RECEIPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GOODS-RECEIPT-RECORD.
           05 GRR-TRANS-TYPE    PIC X(1).
               88 GRR-IS-RECEIPT    VALUE "R".
               88 GRR-IS-ADJUSTMENT VALUE "A".
               88 GRR-IS-SETTINGS   VALUE "S".
           05 GRR-DATE          PIC 9(8).
           05 GRR-ITEM-CODE     PIC X(8).
           05 GRR-QUANTITY      PIC 9(6).
           05 GRR-REORDER-POINT PIC 9(6).
           05 GRR-REORDER-QTY   PIC 9(6).
           05 GRR-REFERENCE     PIC X(12).

       FD  STOCK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOCKMST.

       FD  ITEM-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-TABLE-RECORD.
           05 ITM-ITEM-CODE     PIC X(8).
           05 ITM-DESCRIPTION   PIC X(20).
           05 ITM-UNIT-PRICE    PIC 9(4)V99.
           05 ITM-CATEGORY-CODE PIC X(2).

       FD  RECEIPT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECEIPT-REPORT-RECORD PIC X(80).

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
           77 WS-RCVIN-STATUS  PIC X(2).
               88 RCVIN-OK VALUE "00".
           77 WS-RCVIN-EOF-SW  PIC X VALUE "N".
               88 END-OF-RECEIPTS VALUE "Y".
           77 WS-STOCK-STATUS  PIC X(2).
               88 STOCK-OK             VALUE "00".
               88 STOCK-FILE-NOT-FOUND VALUE "35".
           77 WS-STOCK-ON-FILE-SW PIC X VALUE "N".
               88 STOCK-RECORD-ON-FILE VALUE "Y".

           77 WS-ITEM-STATUS   PIC X(2).
               88 ITEM-TABLE-OK VALUE "00".
           77 ITEM-TABLE-EOF-SW PIC X VALUE "N".
               88 END-OF-ITEM-TABLE VALUE "Y".
           77 ITEM-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 ITEM-SEARCH-IDX  PIC 9(3).
           77 ITEM-FOUND-SW    PIC X VALUE "N".
               88 ITEM-CODE-FOUND VALUE "Y".
           01 ITEM-TABLE-ENTRIES.
               05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
                   10 ITEM-CODE       PIC X(8).

           77 WS-RECEIPT-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-RECEIPT-QTY   PIC 9(8) VALUE ZEROS.
           77 WS-ADJUST-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-SETTINGS-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-REJECT-COUNT  PIC 9(8) VALUE ZEROS.
           77 WS-READ-COUNT    PIC 9(8) VALUE ZEROS.
           77 WS-MOVEMENT-DATE PIC 9(8).
           77 WS-OLD-ON-HAND   PIC ZZZZZ9.

           77 WS-ERRLOG-STATUS PIC X(2).
               88 ERRLOG-OK             VALUE "00".
               88 ERRLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-ERROR-MESSAGE PIC X(60).
           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).

           77 WS-RUNCTL-STATUS PIC X(2).
               88 RUNCTL-OK             VALUE "00".
               88 RUNCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-RCTL-EVENT    PIC X(5).

           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".

           01 RCV-OUTCOME-LINE.
               05 ROL-OUTCOME     PIC X(10).
               05 ROL-ITEM-CODE   PIC X(8).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ROL-QUANTITY    PIC ZZZZZ9.
               05 FILLER          PIC X(10) VALUE "  ON HAND ".
               05 ROL-ON-HAND     PIC ZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ROL-REASON      PIC X(36).

           01 RCV-SUMMARY-LINE.
               05 RSL-LABEL       PIC X(20).
               05 RSL-COUNT       PIC ZZZZZZZ9.
               05 FILLER          PIC X(52) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE

               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               PERFORM LOAD-ITEM-TABLE THRU LOAD-ITEM-TABLE-EXIT
               IF NOT ITEM-TABLE-OK THEN
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT GOODS-RECEIPT-FILE
               IF NOT RCVIN-OK THEN
                   DISPLAY "ERROR: RCVIN NOT AVAILABLE - STATUS "
                       WS-RCVIN-STATUS ".  RUN ABANDONED."
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN I-O STOCK-MASTER-FILE
               IF STOCK-FILE-NOT-FOUND THEN
                   OPEN OUTPUT STOCK-MASTER-FILE
                   CLOSE STOCK-MASTER-FILE
                   OPEN I-O STOCK-MASTER-FILE
               END-IF
               IF NOT STOCK-OK THEN
                   DISPLAY "ERROR: STOCK MASTER NOT AVAILABLE - "
                       "STATUS " WS-STOCK-STATUS ".  RUN ABANDONED."
                   CLOSE GOODS-RECEIPT-FILE
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN OUTPUT RECEIPT-REPORT-FILE
               MOVE "GOODS RECEIPT AND STOCK ADJUSTMENT REPORT"
                   TO RECEIPT-REPORT-RECORD
               WRITE RECEIPT-REPORT-RECORD

               READ GOODS-RECEIPT-FILE
                   AT END MOVE "Y" TO WS-RCVIN-EOF-SW
               END-READ

               PERFORM POST-ONE-RECEIPT
                   THRU POST-ONE-RECEIPT-EXIT
                   UNTIL END-OF-RECEIPTS

               PERFORM WRITE-RECEIPT-SUMMARY

               CLOSE GOODS-RECEIPT-FILE
               CLOSE STOCK-MASTER-FILE
               CLOSE RECEIPT-REPORT-FILE

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               IF WS-REJECT-COUNT IS GREATER THAN ZEROS THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

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
      * LOAD-ITEM-TABLE READS THE ITEM CODES OFF THE ITEM MASTER  *
      * SO EVERY TRANSACTION CAN BE CHECKED AGAINST IT.  WITHOUT  *
      * IT NOTHING CAN BE VALIDATED AND THE RUN IS ABANDONED.     *
      *----------------------------------------------------------*
       LOAD-ITEM-TABLE.
           OPEN INPUT ITEM-TABLE-FILE
           IF NOT ITEM-TABLE-OK THEN
               DISPLAY "ERROR: ITEM MASTER NOT AVAILABLE - STATUS "
                   WS-ITEM-STATUS ".  RUN ABANDONED."
               GO TO LOAD-ITEM-TABLE-EXIT
           END-IF

           READ ITEM-TABLE-FILE
               AT END MOVE "Y" TO ITEM-TABLE-EOF-SW
           END-READ

           PERFORM STORE-ITEM-TABLE-ENTRY
               UNTIL END-OF-ITEM-TABLE

           CLOSE ITEM-TABLE-FILE
           MOVE "00" TO WS-ITEM-STATUS.

       LOAD-ITEM-TABLE-EXIT.
           EXIT.

       STORE-ITEM-TABLE-ENTRY.
           ADD 1 TO ITEM-ENTRY-COUNT
           MOVE ITM-ITEM-CODE TO ITEM-CODE(ITEM-ENTRY-COUNT)

           READ ITEM-TABLE-FILE
               AT END MOVE "Y" TO ITEM-TABLE-EOF-SW
           END-READ.

       LOOKUP-ITEM-CODE.
           MOVE "N" TO ITEM-FOUND-SW

           PERFORM CHECK-ITEM-TABLE-ENTRY
               VARYING ITEM-SEARCH-IDX FROM 1 BY 1
               UNTIL ITEM-SEARCH-IDX > ITEM-ENTRY-COUNT
                  OR ITEM-CODE-FOUND.

       CHECK-ITEM-TABLE-ENTRY.
           IF ITEM-CODE(ITEM-SEARCH-IDX) IS EQUAL TO
                   GRR-ITEM-CODE THEN
               MOVE "Y" TO ITEM-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * POST-ONE-RECEIPT VALIDATES ONE TRANSACTION AND BOOKS IT   *
      * AGAINST THE ITEM'S STOCK RECORD, OPENING THE RECORD WHEN  *
      * THE ITEM HAS NONE YET.                                    *
      *----------------------------------------------------------*
       POST-ONE-RECEIPT.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES        TO RCV-OUTCOME-LINE
           MOVE GRR-ITEM-CODE TO ROL-ITEM-CODE
           MOVE GRR-REFERENCE TO ROL-REASON

           IF NOT GRR-IS-RECEIPT AND NOT GRR-IS-ADJUSTMENT
                   AND NOT GRR-IS-SETTINGS THEN
               MOVE SPACES TO ROL-REASON
               STRING "BAD TRANSACTION TYPE " GRR-TRANS-TYPE
                   DELIMITED BY SIZE INTO ROL-REASON
               PERFORM REJECT-THIS-RECEIPT
               GO TO POST-ONE-RECEIPT-NEXT
           END-IF

           PERFORM LOOKUP-ITEM-CODE
           IF NOT ITEM-CODE-FOUND THEN
               MOVE "ITEM NOT ON ITEM MASTER" TO ROL-REASON
               PERFORM REJECT-THIS-RECEIPT
               GO TO POST-ONE-RECEIPT-NEXT
           END-IF

           IF GRR-IS-SETTINGS THEN
               IF GRR-REORDER-POINT IS NOT NUMERIC
                       OR GRR-REORDER-QTY IS NOT NUMERIC THEN
                   MOVE "REORDER POINT/QUANTITY NOT NUMERIC"
                       TO ROL-REASON
                   PERFORM REJECT-THIS-RECEIPT
                   GO TO POST-ONE-RECEIPT-NEXT
               END-IF
           ELSE
               IF GRR-QUANTITY IS NOT NUMERIC THEN
                   MOVE "QUANTITY NOT NUMERIC" TO ROL-REASON
                   PERFORM REJECT-THIS-RECEIPT
                   GO TO POST-ONE-RECEIPT-NEXT
               END-IF
           END-IF

           IF GRR-DATE IS NUMERIC
                   AND GRR-DATE IS GREATER THAN ZEROS THEN
               MOVE GRR-DATE TO WS-MOVEMENT-DATE
           ELSE
               MOVE WS-TODAY TO WS-MOVEMENT-DATE
           END-IF

           PERFORM READ-STOCK-RECORD

           IF GRR-IS-RECEIPT THEN
               ADD GRR-QUANTITY TO STK-ON-HAND
               MOVE WS-MOVEMENT-DATE TO STK-LAST-RECEIPT
               MOVE GRR-QUANTITY TO ROL-QUANTITY
               MOVE "RECEIVED: " TO ROL-OUTCOME
               ADD 1 TO WS-RECEIPT-COUNT
               ADD GRR-QUANTITY TO WS-RECEIPT-QTY
           END-IF

           IF GRR-IS-ADJUSTMENT THEN
               MOVE STK-ON-HAND TO WS-OLD-ON-HAND
               MOVE GRR-QUANTITY TO STK-ON-HAND
               MOVE GRR-QUANTITY TO ROL-QUANTITY
               MOVE "ADJUSTED: " TO ROL-OUTCOME
               MOVE SPACES TO ROL-REASON
               STRING GRR-REFERENCE " WAS " WS-OLD-ON-HAND
                   DELIMITED BY SIZE INTO ROL-REASON
               ADD 1 TO WS-ADJUST-COUNT
           END-IF

           IF GRR-IS-SETTINGS THEN
               MOVE GRR-REORDER-POINT TO STK-REORDER-POINT
               MOVE GRR-REORDER-QTY   TO STK-REORDER-QTY
               MOVE GRR-REORDER-POINT TO ROL-QUANTITY
               MOVE "REORDER:  " TO ROL-OUTCOME
               MOVE SPACES TO ROL-REASON
               STRING "POINT SHOWN, ORDER QTY " GRR-REORDER-QTY
                   DELIMITED BY SIZE INTO ROL-REASON
               ADD 1 TO WS-SETTINGS-COUNT
           END-IF

           IF STOCK-RECORD-ON-FILE THEN
               REWRITE STOCK-MASTER-RECORD
           ELSE
               WRITE STOCK-MASTER-RECORD
           END-IF

           MOVE STK-ON-HAND TO ROL-ON-HAND
           MOVE RCV-OUTCOME-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD.

       POST-ONE-RECEIPT-NEXT.
           READ GOODS-RECEIPT-FILE
               AT END MOVE "Y" TO WS-RCVIN-EOF-SW
           END-READ.

       POST-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * READ-STOCK-RECORD READS THE ITEM'S STOCK RECORD, OR SETS  *
      * UP AN EMPTY ONE FOR AN ITEM NOT YET UNDER STOCK CONTROL.  *
      *----------------------------------------------------------*
       READ-STOCK-RECORD.
           MOVE "N" TO WS-STOCK-ON-FILE-SW
           MOVE GRR-ITEM-CODE TO STK-ITEM-CODE
           READ STOCK-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STOCK-ON-FILE-SW
           END-READ

           IF NOT STOCK-RECORD-ON-FILE THEN
               MOVE SPACES        TO STOCK-MASTER-RECORD
               MOVE GRR-ITEM-CODE TO STK-ITEM-CODE
               MOVE ZEROS TO STK-ON-HAND
                             STK-REORDER-POINT
                             STK-REORDER-QTY
                             STK-LAST-RECEIPT
                             STK-LAST-ISSUE
           END-IF.

      *----------------------------------------------------------*
      * REJECT-THIS-RECEIPT PRINTS THE REJECTED TRANSACTION WITH  *
      * ITS REASON AND LOGS IT TO ERRLOG.                         *
      *----------------------------------------------------------*
       REJECT-THIS-RECEIPT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED: " TO ROL-OUTCOME
           MOVE RCV-OUTCOME-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING "RECEIPT REJECTED " GRR-ITEM-CODE " - "
                   ROL-REASON DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           PERFORM LOG-ERROR.

       WRITE-RECEIPT-SUMMARY.
           MOVE SPACES TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE "TRANSACTIONS READ:  " TO RSL-LABEL
           MOVE WS-READ-COUNT          TO RSL-COUNT
           MOVE RCV-SUMMARY-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE "RECEIPTS BOOKED:    " TO RSL-LABEL
           MOVE WS-RECEIPT-COUNT       TO RSL-COUNT
           MOVE RCV-SUMMARY-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE "UNITS RECEIVED:     " TO RSL-LABEL
           MOVE WS-RECEIPT-QTY         TO RSL-COUNT
           MOVE RCV-SUMMARY-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE "COUNT ADJUSTMENTS:  " TO RSL-LABEL
           MOVE WS-ADJUST-COUNT        TO RSL-COUNT
           MOVE RCV-SUMMARY-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE "REORDER SETTINGS:   " TO RSL-LABEL
           MOVE WS-SETTINGS-COUNT      TO RSL-COUNT
           MOVE RCV-SUMMARY-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD

           MOVE "REJECTED:           " TO RSL-LABEL
           MOVE WS-REJECT-COUNT        TO RSL-COUNT
           MOVE RCV-SUMMARY-LINE TO RECEIPT-REPORT-RECORD
           WRITE RECEIPT-REPORT-RECORD.

      *----------------------------------------------------------*
      * LOG-ERROR WRITES WS-ERROR-MESSAGE TO THE SHARED ERRLOG    *
      * FILE, STAMPED WITH THE BUSINESS DATE/TIME AND THIS        *
      * PROGRAM'S NAME.                                           *
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
           MOVE "GOODSRCV"       TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP, CARRYING THE         *
      * TRANSACTIONS READ AND REJECTED SO FAR.                    *
      *----------------------------------------------------------*
       WRITE-RUN-CONTROL.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           MOVE SPACES          TO RUN-CONTROL-RECORD
           MOVE WS-TODAY        TO RCR-DATE
           MOVE WS-NOW          TO RCR-TIME
           MOVE "GOODSRCV"      TO RCR-STEP
           MOVE WS-RCTL-EVENT   TO RCR-EVENT
           MOVE WS-READ-COUNT   TO RCR-PROCESSED
           MOVE WS-REJECT-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
