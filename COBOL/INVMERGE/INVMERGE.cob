      *                 ERRLOG AND THE REPORT, AND STOPPING THE   *
      *                 CHAIN HERE WOULD ONLY KEEP THE VALID      *
      *                 CUSTOMERS FROM BILLING.                   *
      * 15/10/2026  NM  OUTSTANDING BACKORDERS (BACKORD) ARE NOW  *
      *                 RELEASED INTO THE MERGE ONCE THE STOCK    *
      *                 MASTER SHOWS STOCK ON HAND FOR THEIR      *
      *                 ITEM - OLDEST CUSTOMER KEY FIRST, NEVER   *
      *                 MORE THAN IS ON HAND ACROSS ALL OF THEM - *
      *                 AS "D" LINES FLAGGED "B" WITH THE         *
      *                 ORIGINAL INVOICE NUMBER, FILED UNDER THE  *
      *                 CUSTOMER LIKE ANY FEED LINE, SO A SHORT   *
      *                 SHIPMENT BILLS ITSELF ON A LATER NIGHT.   *
      *                 THE BACKORDER FILE IS ONLY READ HERE -    *
      *                 THE PRICING RUN SETTLES IT AS IT BILLS,   *
      *                 SO A RERUN OF THE MERGE RELEASES THE SAME *
      *                 LINES AGAIN INSTEAD OF LOSING THEM.       *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ITEM-CODE
               FILE STATUS IS WS-STOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FEED1-FILE
       FD  RUN-ID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-ID-RECORD        PIC X(10).

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

       FD  STOCK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOCKMST.
       WORKING-STORAGE SECTION.
           77 WS-INVIN1-STATUS PIC X(2).
               88 INVIN1-OK VALUE "00".
               05 FILLER          PIC X(1).
               05 WFH-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(15).
           01 WS-FEED-LINE REDEFINES WS-FEED-RECORD.
               05 FILLER          PIC X(1).
               05 WFL-PRICE       PIC 9(4)V99.
               05 WFL-ITEM-CODE   PIC X(8).
               05 WFL-QUANTITY    PIC 9(3).
               05 WFL-BACKORDER-SW PIC X(1).
               05 WFL-BACKORDER-INVOICE PIC 9(8).
               05 FILLER          PIC X(5).

      *----------------------------------------------------------*
      * STOCK STILL FREE TO RELEASE, PER ITEM, AS THE BACKORDERS  *
      * ARE WALKED - EACH ITEM'S ON-HAND IS READ ONCE AND DRAWN   *
      * DOWN SO TWO CUSTOMERS ARE NEVER RELEASED THE SAME UNITS.  *
      *----------------------------------------------------------*
           77 WS-BACKORD-STATUS PIC X(2).
               88 BACKORD-OK VALUE "00".
           77 WS-STOCK-STATUS  PIC X(2).
               88 STOCK-OK VALUE "00".
           77 WS-BACKORD-EOF-SW PIC X VALUE "N".
               88 END-OF-BACKORDERS VALUE "Y".
           77 WS-RELEASE-QTY   PIC 9(4).
           77 WS-BACKORDERS-READ PIC 9(5) VALUE ZEROS.
           77 WS-BACKORDERS-RELEASED PIC 9(5) VALUE ZEROS.
           77 FRE-ENTRY-COUNT  PIC 9(3) VALUE ZEROS.
           77 FRE-SEARCH-IDX   PIC 9(3).
           77 FRE-FOUND-SW     PIC X VALUE "N".
               88 FRE-SLOT-FOUND VALUE "Y".
           01 FREE-STOCK-TABLE.
               05 FREE-STOCK-ENTRY OCCURS 100 TIMES.
                   10 FRE-ITEM-CODE PIC X(8).
                   10 FRE-QUANTITY  PIC 9(6).

           77 WS-FEED-NUMBER   PIC 9.
           77 WS-FEED-READ     PIC 9(5).
               PERFORM GATHER-FEED-1
               PERFORM GATHER-FEED-2
               PERFORM GATHER-FEED-3
               PERFORM GATHER-BACKORDERS
                   THRU GATHER-BACKORDERS-EXIT

               PERFORM WRITE-CONSOLIDATED-FILE
               PERFORM WRITE-CONSOLIDATION-REPORT
               AT END MOVE "Y" TO WS-FEED-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * GATHER-BACKORDERS WALKS THE BACKORDER FILE IN KEY ORDER   *
      * AND RELEASES EACH ONE THERE IS NOW STOCK FOR.  NO         *
      * BACKORDER FILE OR NO STOCK MASTER MEANS NOTHING TO        *
      * RELEASE TONIGHT.                                          *
      *----------------------------------------------------------*
       GATHER-BACKORDERS.
           MOVE ZEROS TO WS-CURR-CUST-IDX
           MOVE "N" TO WS-CURR-VALID-SW
           MOVE "N" TO WS-BACKORD-EOF-SW

           OPEN INPUT BACKORDER-FILE
           IF NOT BACKORD-OK THEN
               GO TO GATHER-BACKORDERS-EXIT
           END-IF
           OPEN INPUT STOCK-MASTER-FILE
           IF NOT STOCK-OK THEN
               CLOSE BACKORDER-FILE
               GO TO GATHER-BACKORDERS-EXIT
           END-IF

           READ BACKORDER-FILE NEXT
               AT END MOVE "Y" TO WS-BACKORD-EOF-SW
           END-READ
           PERFORM RELEASE-ONE-BACKORDER
               THRU RELEASE-ONE-BACKORDER-EXIT
               UNTIL END-OF-BACKORDERS

           CLOSE BACKORDER-FILE
           CLOSE STOCK-MASTER-FILE.

       GATHER-BACKORDERS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * RELEASE-ONE-BACKORDER FILES ONE BACKORDER AS A "D" LINE   *
      * UNDER ITS CUSTOMER FOR AS MUCH AS THE FREE STOCK (AND A   *
      * THREE-DIGIT LINE QUANTITY) ALLOWS.  A CUSTOMER NO LONGER  *
      * ON PERSMAST IS LOGGED BY THE USUAL CUSTOMER CHECK AND ITS *
      * BACKORDER WAITS.                                          *
      *----------------------------------------------------------*
       RELEASE-ONE-BACKORDER.
           ADD 1 TO WS-BACKORDERS-READ
           PERFORM LOCATE-FREE-STOCK
               THRU LOCATE-FREE-STOCK-EXIT

           IF FRE-QUANTITY(FRE-SEARCH-IDX) IS EQUAL TO ZEROS
                   OR BKO-QUANTITY IS EQUAL TO ZEROS THEN
               GO TO RELEASE-ONE-BACKORDER-NEXT
           END-IF

           MOVE SPACES TO WS-FEED-RECORD
           MOVE "H" TO WFR-RECORD-TYPE
           MOVE BKO-FISCAL-CODE TO WFH-FISCAL-CODE
           PERFORM LOCATE-CUSTOMER-SLOT
               THRU LOCATE-CUSTOMER-SLOT-EXIT
           IF NOT CURRENT-CUSTOMER-IS-VALID
                   OR LIN-ENTRY-COUNT IS NOT LESS THAN 1000 THEN
               GO TO RELEASE-ONE-BACKORDER-NEXT
           END-IF

           MOVE BKO-QUANTITY TO WS-RELEASE-QTY
           IF WS-RELEASE-QTY IS GREATER THAN
                   FRE-QUANTITY(FRE-SEARCH-IDX) THEN
               MOVE FRE-QUANTITY(FRE-SEARCH-IDX) TO WS-RELEASE-QTY
           END-IF
           IF WS-RELEASE-QTY IS GREATER THAN 999 THEN
               MOVE 999 TO WS-RELEASE-QTY
           END-IF
           SUBTRACT WS-RELEASE-QTY FROM FRE-QUANTITY(FRE-SEARCH-IDX)

           MOVE SPACES          TO WS-FEED-RECORD
           MOVE "D"             TO WFR-RECORD-TYPE
           MOVE BKO-PRICE       TO WFL-PRICE
           MOVE BKO-ITEM-CODE   TO WFL-ITEM-CODE
           MOVE WS-RELEASE-QTY  TO WFL-QUANTITY
           MOVE "B"             TO WFL-BACKORDER-SW
           MOVE BKO-INVOICE-NO  TO WFL-BACKORDER-INVOICE

           ADD 1 TO LIN-ENTRY-COUNT
           MOVE WS-CURR-CUST-IDX TO LIN-CUST-NO(LIN-ENTRY-COUNT)
           MOVE WS-FEED-RECORD   TO LIN-RECORD(LIN-ENTRY-COUNT)
           ADD 1 TO CUS-LINE-COUNT(WS-CURR-CUST-IDX)
           ADD 1 TO WS-BACKORDERS-RELEASED.

       RELEASE-ONE-BACKORDER-NEXT.
           READ BACKORDER-FILE NEXT
               AT END MOVE "Y" TO WS-BACKORD-EOF-SW
           END-READ.

       RELEASE-ONE-BACKORDER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * LOCATE-FREE-STOCK FINDS THE BACKORDER'S ITEM IN THE FREE  *
      * STOCK TABLE, READING ITS ON-HAND OFF THE STOCK MASTER THE *
      * FIRST TIME THE ITEM COMES UP.  AN ITEM WITH NO STOCK      *
      * RECORD RELEASES NOTHING; ONCE THE TABLE IS FULL THE LAST  *
      * SLOT IS HANDED OUT EMPTY, SO A NEW ITEM WAITS A NIGHT     *
      * RATHER THAN RISK RELEASING THE SAME UNITS TWICE.          *
      *----------------------------------------------------------*
       LOCATE-FREE-STOCK.
           MOVE "N" TO FRE-FOUND-SW

           PERFORM CHECK-FREE-STOCK-SLOT
               VARYING FRE-SEARCH-IDX FROM 1 BY 1
               UNTIL FRE-SEARCH-IDX > FRE-ENTRY-COUNT
                  OR FRE-SLOT-FOUND

           IF FRE-SLOT-FOUND THEN
               SUBTRACT 1 FROM FRE-SEARCH-IDX
           ELSE
               IF FRE-ENTRY-COUNT IS NOT LESS THAN 100 THEN
                   MOVE 100 TO FRE-SEARCH-IDX
                   MOVE BKO-ITEM-CODE TO FRE-ITEM-CODE(100)
                   MOVE ZEROS TO FRE-QUANTITY(100)
                   GO TO LOCATE-FREE-STOCK-EXIT
               END-IF
               ADD 1 TO FRE-ENTRY-COUNT
               MOVE FRE-ENTRY-COUNT TO FRE-SEARCH-IDX
               MOVE BKO-ITEM-CODE TO FRE-ITEM-CODE(FRE-SEARCH-IDX)
               MOVE ZEROS TO FRE-QUANTITY(FRE-SEARCH-IDX)
               MOVE BKO-ITEM-CODE TO STK-ITEM-CODE
               READ STOCK-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STK-ON-HAND
                           TO FRE-QUANTITY(FRE-SEARCH-IDX)
               END-READ
           END-IF.

       LOCATE-FREE-STOCK-EXIT.
           EXIT.

       CHECK-FREE-STOCK-SLOT.
           IF FRE-ITEM-CODE(FRE-SEARCH-IDX) IS EQUAL TO
                   BKO-ITEM-CODE THEN
               MOVE "Y" TO FRE-FOUND-SW
           END-IF.

       SAVE-FEED-TALLIES.
           MOVE WS-FEED-READ     TO FTE-READ(WS-FEED-NUMBER)
           MOVE WS-FEED-KEPT     TO FTE-KEPT(WS-FEED-NUMBER)
      *----------------------------------------------------------*
      * WRITE-CONSOLIDATION-REPORT SHOWS LINES IN PER FEED AND    *
      * PER CUSTOMER AND THE IN/OUT/REJECTED TOTALS, SO THE MERGE *
      * CAN BE BALANCED AGAINST THE SOURCES.  LINES OUT IS THE    *
      * FEED LINES KEPT PLUS THE BACKORDERS RELEASED.             *
      *----------------------------------------------------------*
       WRITE-CONSOLIDATION-REPORT.
           OPEN OUTPUT CONSOLIDATION-REPORT-FILE
           MOVE CON-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE "BACKORDERS OUTSTANDING: " TO CTL-LABEL
           MOVE WS-BACKORDERS-READ TO CTL-COUNT
           MOVE CON-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE "BACKORDERS RELEASED:    " TO CTL-LABEL
           MOVE WS-BACKORDERS-RELEASED TO CTL-COUNT
           MOVE CON-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE "LINES OUT (MERGED):     " TO CTL-LABEL
           MOVE WS-LINES-OUT TO CTL-COUNT
           MOVE CON-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
