      *                 THE GLSUP SUPPLEMENT INSTEAD OF LEAVING    *
      *                 RELEASED BILLING TO BE HAND-KEYED INTO     *
      *                 THE LEDGER OFF THE REGISTER.               *
      * 15/10/2026  NM  CUSTOMER CONTRACT PRICING.  EACH LINE      *
      *                 BILLED AT THE ITEM MASTER LIST PRICE IS    *
      *                 NOW LOOKED UP ON THE NEW CONTPRC CONTRACT  *
      *                 PRICE FILE (FISCAL CODE PLUS ITEM CODE,    *
      *                 MAINTAINED WITH CONTMAINT) AND, WHEN A     *
      *                 CONTRACT IS IN FORCE ON THE BUSINESS DATE, *
      *                 PRICED AT ITS SPECIAL PRICE OR DISCOUNT -  *
      *                 OR ITS QUANTITY-BREAK TIER - BEFORE VAT.   *
      *                 A CONTRACT-PRICED LINE PRINTS THE LIST     *
      *                 PRICE, THE DISCOUNT AND THE NET PRICE      *
      *                 UNDER ITS DETAIL LINE, AND THE DISCOUNT    *
      *                 GIVEN IS TOTALLED PER VAT CATEGORY AND FOR *
      *                 THE RUN.  AN EXPLICIT "OVR" PRICE STILL    *
      *                 WINS OVER ANY CONTRACT.                    *
      * 15/10/2026  NM  STOCK CONTROL.  A "D" LINE FOR AN ITEM ON  *
      *                 THE NEW STOCKMST STOCK MASTER NOW SHIPS NO *
      *                 MORE THAN IS ON HAND - THE LINE BILLS WHAT *
      *                 IS AVAILABLE, THE REST IS WRITTEN TO THE   *
      *                 BACKORD BACKORDER FILE AND THE SHORTFALL   *
      *                 PRINTS UNDER THE DETAIL.  SHIPPED LINES    *
      *                 COME OFF STK-ON-HAND AND "C" RETURN LINES  *
      *                 GO BACK ON.  A LINE INVMERGE RELEASED OFF  *
      *                 BACKORD (FLAGGED "B") TAKES WHAT IT BILLS  *
      *                 OFF ITS ORIGINAL BACKORDER INSTEAD OF      *
      *                 OPENING A NEW ONE.  AN ITEM WITH NO STOCK  *
      *                 RECORD, OR A NIGHT WITH NO STOCK MASTER,   *
      *                 BILLS IN FULL AS BEFORE.                   *
      * 15/10/2026  NM  EVERY BILLED LINE IS NOW ALSO WRITTEN TO   *
      *                 THE NEW INDEXED INVOICE LINE HISTORY FILE  *
      *                 (INVLINE - INVOICE NUMBER PLUS LINE        *
      *                 SEQUENCE, ALTERNATE KEY ON THE ITEM CODE)  *
      *                 WITH ITS ITEM, QUANTITY, PRICE, VAT        *
      *                 CATEGORY AND CHARGE/CREDIT TYPE, SO THE    *
      *                 LINE DETAIL OUTLIVES THE NIGHT'S INVRPT    *
      *                 FOR SALESAN.  A REPLAYED LINE REWRITES ITS *
      *                 OWN RECORD.                                *
      * 15/10/2026  NM  NEW INVOICE REGISTER RECORDS GO ON WITH A  *
      *                 ZERO RELEASE DATE - INVINQ STAMPS IT WHEN  *
      *                 A HELD INVOICE IS RELEASED, SO VATREG CAN  *
      *                 TELL WHICH NIGHT'S GL LINES CARRY IT.      *
      * 15/10/2026  NM  EACH INVOICE NOW FALLS DUE ON THE          *
      *                 CUSTOMER'S PAYTERMS TERMS - IMMEDIATE, OR  *
      *                 30/60/90 DAYS END OF MONTH.  THE DUE DATE  *
      *                 PRINTS UNDER THE INVOICE TOTAL AND IS      *
      *                 STAMPED ON THE REGISTER RECORD FOR AGERPT, *
      *                 DUNRUN AND INTRUN.  NO TERMS RECORD (OR NO *
      *                 TERMS FILE) MEANS DUE ON THE INVOICE DATE, *
      *                 AS ARE CREDIT NOTES.                       *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HGL-INVOICE-NO
               FILE STATUS IS WS-HELDGL-STATUS.

           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTPRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KEY
               FILE STATUS IS WS-CONTPRC-STATUS.

           SELECT STOCK-MASTER-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ITEM-CODE
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNH-KEY
               ALTERNATE RECORD KEY IS LNH-ITEM-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVLINE-STATUS.

           SELECT PAYMENT-TERMS-FILE ASSIGN TO "PAYTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-FISCAL-CODE
               FILE STATUS IS WS-TERMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VAT-TABLE-FILE
      * ILR-PRICE IS NORMALLY ALL ZEROS AND THE UNIT PRICE COMES  *
      * OFF THE ITEM MASTER; A NON-ZERO PRICE IS HONOURED AS AN   *
      * EXPLICIT OVERRIDE AND FLAGGED ON THE INVOICE DETAIL.      *
      * A "D" LINE INVMERGE RELEASED OFF THE BACKORDER FILE IS    *
      * FLAGGED "B" AND CARRIES THE INVOICE NUMBER THE ORDER      *
      * FIRST CAME IN ON, WHICH COMPLETES THE BACKORDER KEY.      *
      *----------------------------------------------------------*
       01  INVOICE-LINE-RECORD REDEFINES INVOICE-INPUT-RECORD.
           05 FILLER             PIC X(1).
           05 ILR-PRICE          PIC 9(4)V99.
           05 ILR-ITEM-CODE      PIC X(8).
           05 ILR-QUANTITY       PIC 9(3).
           05 ILR-BACKORDER-SW   PIC X(1).
               88 ILR-IS-BACKORDER-RELEASE VALUE "B".
           05 ILR-BACKORDER-INVOICE PIC 9(8).
           05 FILLER             PIC X(5).

       FD  INVOICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
                   15 ICR-CAT-NET   PIC S9(6)V99.
                   15 ICR-CAT-TAX   PIC S9(6)V99.
                   15 ICR-CAT-GROSS PIC S9(6)V99.
                   15 ICR-CAT-DISCOUNT PIC S9(6)V99.
           05 ICR-RUN-DISCOUNT-TOTAL PIC S9(6)V99
                   SIGN LEADING SEPARATE.
           05 ICR-CONTRACT-LINE-COUNT PIC 9(4).
           05 ICR-BACKORDER-COUNT PIC 9(4).
           05 ICR-BACKORDER-BILLED-COUNT PIC 9(4).

       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       FD  HELD-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HELDGL.

       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTPRC.

       FD  STOCK-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOCKMST.

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.

       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  PAYMENT-TERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYTERM.
       WORKING-STORAGE SECTION.
           77 PRICE          PIC 9(4)V99.
           77 CATEGORY-CODE  PIC X(2).
           77 TAX-RATE       PIC V999.
           77 TAX-AMOUNT     PIC 9(6)V99.
           77 FULL-PRICE     PIC 9(6)V99.
           77 LIST-PRICE     PIC 9(4)V99.
           77 LINE-DISCOUNT  PIC S9(6)V99.
           77 DISCOUNT-PCT   PIC S9(3)V99.

           77 VAT-TABLE-EOF-SW PIC X VALUE "N".
               88 END-OF-VAT-TABLE VALUE "Y".
                   10 CAT-TOTAL-NET   PIC S9(6)V99.
                   10 CAT-TOTAL-TAX   PIC S9(6)V99.
                   10 CAT-TOTAL-GROSS PIC S9(6)V99.
                   10 CAT-TOTAL-DISCOUNT PIC S9(6)V99.

      *----------------------------------------------------------*
      * THE SAME BREAKDOWN IS ALSO KEPT PER INVOICE IN PROGRESS   *
               88 HELDGL-OK             VALUE "00".
               88 HELDGL-FILE-NOT-FOUND VALUE "35".

           77 WS-CONTPRC-STATUS PIC X(2).
               88 CONTPRC-OK VALUE "00".
           77 WS-CONTRACT-AVAIL-SW PIC X VALUE "N".
               88 CONTRACT-FILE-IS-AVAILABLE VALUE "Y".
           77 WS-CONTRACT-SW   PIC X VALUE "N".
               88 CONTRACT-PRICE-APPLIED VALUE "Y".
           77 WS-TIER-SW       PIC X VALUE "N".
               88 QUANTITY-BREAK-APPLIED VALUE "Y".
           77 CONTRACT-TIER-IDX PIC 9.
           77 WS-BEST-TIER-QTY PIC 9(3).
           77 CONTRACT-UNIT-PRICE PIC 9(4)V99.
           77 CONTRACT-PCT     PIC 9(2)V99.
           77 WS-RUN-DISCOUNT-TOTAL PIC S9(6)V99 VALUE ZEROS.
           77 WS-CONTRACT-LINE-COUNT PIC 9(4) VALUE ZEROS.

           77 WS-STOCK-STATUS  PIC X(2).
               88 STOCK-OK VALUE "00".
           77 WS-STOCK-AVAIL-SW PIC X VALUE "N".
               88 STOCK-FILE-IS-AVAILABLE VALUE "Y".
           77 WS-STOCKED-SW    PIC X VALUE "N".
               88 ITEM-IS-STOCKED VALUE "Y".
           77 WS-BACKORD-STATUS PIC X(2).
               88 BACKORD-OK             VALUE "00".
               88 BACKORD-FILE-NOT-FOUND VALUE "35".
           77 WS-BACKORD-AVAIL-SW PIC X VALUE "N".
               88 BACKORDER-FILE-IS-AVAILABLE VALUE "Y".
           77 WS-BACKORD-FOUND-SW PIC X VALUE "N".
               88 BACKORDER-ON-FILE VALUE "Y".
           77 ORDERED-QUANTITY PIC 9(3).
           77 SHORT-QUANTITY   PIC 9(3).
           77 WS-BACKORDER-COUNT PIC 9(4) VALUE ZEROS.
           77 WS-BACKORDER-BILLED-COUNT PIC 9(4) VALUE ZEROS.

           77 WS-INVLINE-STATUS PIC X(2).
               88 INVLINE-OK             VALUE "00".
               88 INVLINE-FILE-NOT-FOUND VALUE "35".
           77 WS-INVLINE-AVAIL-SW PIC X VALUE "N".
               88 LINE-HISTORY-IS-AVAILABLE VALUE "Y".

           77 WS-TERMS-STATUS  PIC X(2).
               88 TERMS-OK VALUE "00".
           77 WS-TERMS-AVAIL-SW PIC X VALUE "N".
               88 TERMS-FILE-IS-AVAILABLE VALUE "Y".
           77 WS-TERMS-MONTHS  PIC 9(2).
           77 WS-TERMS-TEXT    PIC X(24).
           77 WS-DUE-INT       PIC 9(8).
           01 WS-DUE-DATE      PIC 9(8).
           01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
               05 WS-DUE-YEAR  PIC 9(4).
               05 WS-DUE-MONTH PIC 9(2).
               05 WS-DUE-DAY   PIC 9(2).

           77 WS-RUNID-STATUS  PIC X(2).
               88 RUNID-OK VALUE "00".
           77 WS-RUN-ID        PIC X(10) VALUE SPACES.
               05 RPT-CAT-TAX     PIC -(6)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RPT-CAT-GROSS   PIC -(6)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RPT-CAT-DISCOUNT PIC -(6)9.99.
               05 FILLER          PIC X(24) VALUE SPACES.

      *----------------------------------------------------------*
      * A CONTRACT-PRICED LINE GETS THIS SECOND LINE UNDER ITS    *
      * DETAIL - LIST PRICE, UNIT DISCOUNT (AND AS A PERCENTAGE)  *
      * AND THE NET UNIT PRICE THE LINE WAS BILLED AT.            *
      *----------------------------------------------------------*
           01 RPT-CONTRACT-LINE.
               05 FILLER          PIC X(6) VALUE SPACES.
               05 FILLER          PIC X(5) VALUE "LIST ".
               05 RPT-CON-LIST    PIC Z,ZZZ9.99.
               05 FILLER          PIC X(7) VALUE "  LESS ".
               05 RPT-CON-DISCOUNT PIC -(4)9.99.
               05 FILLER          PIC X(2) VALUE " (".
               05 RPT-CON-PCT     PIC -(3)9.99.
               05 FILLER          PIC X(2) VALUE "%)".
               05 FILLER          PIC X(6) VALUE "  NET ".
               05 RPT-CON-NET     PIC Z,ZZZ9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RPT-CON-BASIS   PIC X(17).

      *----------------------------------------------------------*
      * A LINE SHIPPED SHORT, OR RELEASED OFF A BACKORDER, GETS   *
      * THIS SECOND LINE UNDER ITS DETAIL - QUANTITY ORDERED,     *
      * SHIPPED AND STILL SHORT, AND THE INVOICE THE BACKORDER    *
      * IS HELD AGAINST.                                          *
      *----------------------------------------------------------*
           01 RPT-STOCK-LINE.
               05 FILLER          PIC X(6) VALUE SPACES.
               05 RPT-STK-LABEL   PIC X(18).
               05 FILLER          PIC X(8) VALUE "ORDERED ".
               05 RPT-STK-ORDERED PIC ZZ9.
               05 FILLER          PIC X(10) VALUE "  SHIPPED ".
               05 RPT-STK-SHIPPED PIC ZZ9.
               05 FILLER          PIC X(8) VALUE "  SHORT ".
               05 RPT-STK-SHORT   PIC ZZ9.
               05 FILLER          PIC X(6) VALUE "  INV ".
               05 RPT-STK-INVOICE-NO PIC 9(8).
               05 FILLER          PIC X(7) VALUE SPACES.

           01 RPT-TOTAL-LINE.
               05 RPT-TOTAL-LABEL PIC X(14).
               05 RPT-TOTAL-AMOUNT PIC -(6)9.99.
               05 FILLER          PIC X(36) VALUE SPACES.

           01 RPT-DUE-LINE.
               05 FILLER          PIC X(14) VALUE "DUE DATE:     ".
               05 RPT-DUE-DATE    PIC 9(8).
               05 FILLER          PIC X(9) VALUE "  TERMS: ".
               05 RPT-DUE-TERMS   PIC X(24).
               05 FILLER          PIC X(25) VALUE SPACES.

           01 RPT-CUSTOMER-LINE.
               05 FILLER          PIC X(13) VALUE "INVOICE FOR: ".
               05 RPT-CUST-LAST   PIC X(3).
                   THRU LOAD-PROVINCE-TABLE-EXIT
               PERFORM OPEN-PERSON-MASTER
               PERFORM OPEN-CREDIT-CONTROL
               PERFORM OPEN-CONTRACT-PRICES
               PERFORM OPEN-STOCK-FILES
               PERFORM OPEN-LINE-HISTORY
               PERFORM OPEN-PAYMENT-TERMS
               PERFORM GET-RUN-ID
               PERFORM READ-CHECKPOINT
               IF CHECKPOINT-IS-FOREIGN THEN
                   IF CREDIT-CONTROL-IS-AVAILABLE THEN
                       CLOSE CREDIT-CONTROL-FILE
                   END-IF
                   IF CONTRACT-FILE-IS-AVAILABLE THEN
                       CLOSE CONTRACT-PRICE-FILE
                   END-IF
                   PERFORM CLOSE-STOCK-FILES
                   IF LINE-HISTORY-IS-AVAILABLE THEN
                       CLOSE INVOICE-HISTORY-FILE
                   END-IF
                   IF TERMS-FILE-IS-AVAILABLE THEN
                       CLOSE PAYMENT-TERMS-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF
               IF CREDIT-CONTROL-IS-AVAILABLE THEN
                   CLOSE CREDIT-CONTROL-FILE
               END-IF
               IF CONTRACT-FILE-IS-AVAILABLE THEN
                   CLOSE CONTRACT-PRICE-FILE
               END-IF
               PERFORM CLOSE-STOCK-FILES
               IF LINE-HISTORY-IS-AVAILABLE THEN
                   CLOSE INVOICE-HISTORY-FILE
               END-IF
               IF TERMS-FILE-IS-AVAILABLE THEN
                   CLOSE PAYMENT-TERMS-FILE
               END-IF

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL
               MOVE ICR-GL-CAT-COUNT
                   TO GL-CAT-ENTRY-COUNT
               MOVE ICR-GL-CAT-TABLE
                   TO GL-CATEGORY-TABLE
               MOVE ICR-RUN-DISCOUNT-TOTAL
                   TO WS-RUN-DISCOUNT-TOTAL
               MOVE ICR-CONTRACT-LINE-COUNT
                   TO WS-CONTRACT-LINE-COUNT
               MOVE ICR-BACKORDER-COUNT
                   TO WS-BACKORDER-COUNT
               MOVE ICR-BACKORDER-BILLED-COUNT
                   TO WS-BACKORDER-BILLED-COUNT.

           SKIP-CHECKPOINTED-LINE.
               READ INVOICE-LINE-FILE
               MOVE WS-RUN-ID            TO ICR-RUN-ID
               MOVE GL-CAT-ENTRY-COUNT   TO ICR-GL-CAT-COUNT
               MOVE GL-CATEGORY-TABLE    TO ICR-GL-CAT-TABLE
               MOVE WS-RUN-DISCOUNT-TOTAL
                   TO ICR-RUN-DISCOUNT-TOTAL
               MOVE WS-CONTRACT-LINE-COUNT
                   TO ICR-CONTRACT-LINE-COUNT
               MOVE WS-BACKORDER-COUNT
                   TO ICR-BACKORDER-COUNT
               MOVE WS-BACKORDER-BILLED-COUNT
                   TO ICR-BACKORDER-BILLED-COUNT
               OPEN OUTPUT INVOICE-CHECKPOINT-FILE
               WRITE INVOICE-CHECKPOINT-RECORD
               CLOSE INVOICE-CHECKPOINT-FILE.
                   "INVOICE WILL BE HELD."
           END-IF.

      *----------------------------------------------------------*
      * OPEN-CONTRACT-PRICES OPENS THE CONTRACT PRICE FILE FOR    *
      * THE PER-LINE LOOKUPS.  A MISSING FILE ONLY MEANS NOBODY   *
      * HAS A CONTRACT - EVERY LINE BILLS AT LIST AS BEFORE.      *
      *----------------------------------------------------------*
       OPEN-CONTRACT-PRICES.
           MOVE "N" TO WS-CONTRACT-AVAIL-SW
           OPEN INPUT CONTRACT-PRICE-FILE
           IF CONTPRC-OK THEN
               MOVE "Y" TO WS-CONTRACT-AVAIL-SW
           ELSE
               DISPLAY "WARNING: NO CONTRACT PRICE FILE - EVERY "
                   "LINE BILLS AT LIST PRICE."
           END-IF.

      *----------------------------------------------------------*
      * OPEN-STOCK-FILES OPENS THE STOCK MASTER FOR UPDATE AND    *
      * THE BACKORDER FILE (CREATING IT THE FIRST TIME).  NO      *
      * STOCK MASTER MEANS NO STOCK CONTROL TONIGHT - EVERY LINE  *
      * BILLS IN FULL AS IT ALWAYS DID.                           *
      *----------------------------------------------------------*
       OPEN-STOCK-FILES.
           MOVE "N" TO WS-STOCK-AVAIL-SW
           MOVE "N" TO WS-BACKORD-AVAIL-SW
           OPEN I-O STOCK-MASTER-FILE
           IF STOCK-OK THEN
               MOVE "Y" TO WS-STOCK-AVAIL-SW
           ELSE
               DISPLAY "WARNING: NO STOCK MASTER - LINES BILL IN "
                   "FULL WITHOUT STOCK CONTROL."
           END-IF

           OPEN I-O BACKORDER-FILE
           IF BACKORD-FILE-NOT-FOUND THEN
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF
           IF BACKORD-OK THEN
               MOVE "Y" TO WS-BACKORD-AVAIL-SW
           ELSE
               DISPLAY "WARNING: BACKORDER FILE NOT AVAILABLE - "
                   "STATUS " WS-BACKORD-STATUS
                   " - SHORT LINES WILL BE REJECTED."
           END-IF.

       CLOSE-STOCK-FILES.
           IF STOCK-FILE-IS-AVAILABLE THEN
               CLOSE STOCK-MASTER-FILE
           END-IF
           IF BACKORDER-FILE-IS-AVAILABLE THEN
               CLOSE BACKORDER-FILE
           END-IF.

      *----------------------------------------------------------*
      * OPEN-LINE-HISTORY OPENS THE INVOICE LINE HISTORY FILE FOR *
      * UPDATE, CREATING IT THE FIRST TIME.  IF IT CANNOT BE      *
      * OPENED THE NIGHT STILL BILLS, BUT ITS LINES ARE MISSING   *
      * FROM SALES ANALYSIS AND THE OPERATOR IS TOLD SO.          *
      *----------------------------------------------------------*
       OPEN-LINE-HISTORY.
           MOVE "N" TO WS-INVLINE-AVAIL-SW
           OPEN I-O INVOICE-HISTORY-FILE
           IF INVLINE-FILE-NOT-FOUND THEN
               OPEN OUTPUT INVOICE-HISTORY-FILE
               CLOSE INVOICE-HISTORY-FILE
               OPEN I-O INVOICE-HISTORY-FILE
           END-IF
           IF INVLINE-OK THEN
               MOVE "Y" TO WS-INVLINE-AVAIL-SW
           ELSE
               DISPLAY "WARNING: INVOICE LINE HISTORY NOT AVAILABLE "
                   "- STATUS " WS-INVLINE-STATUS
                   " - TONIGHT'S LINES WILL NOT BE KEPT."
           END-IF.

      *----------------------------------------------------------*
      * OPEN-PAYMENT-TERMS OPENS THE CUSTOMER PAYMENT TERMS FILE  *
      * FOR THE DUE-DATE LOOKUPS.  A MISSING FILE ONLY MEANS      *
      * NOBODY HAS TERMS YET - EVERY INVOICE FALLS DUE ON ITS     *
      * INVOICE DATE.                                             *
      *----------------------------------------------------------*
       OPEN-PAYMENT-TERMS.
           MOVE "N" TO WS-TERMS-AVAIL-SW
           OPEN INPUT PAYMENT-TERMS-FILE
           IF TERMS-OK THEN
               MOVE "Y" TO WS-TERMS-AVAIL-SW
           ELSE
               DISPLAY "WARNING: NO PAYMENT TERMS FILE - EVERY "
                   "INVOICE FALLS DUE ON ITS INVOICE DATE."
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING "INVOICE REPORT  RUN " WS-RUN-ID
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF

           MOVE ILR-QUANTITY TO QUANTITY
                                ORDERED-QUANTITY
           PERFORM CHECK-STOCK-ON-HAND
               THRU CHECK-STOCK-ON-HAND-EXIT

           IF SHORT-QUANTITY IS GREATER THAN ZEROS
                   AND NOT ILR-IS-BACKORDER-RELEASE
                   AND NOT BACKORDER-FILE-IS-AVAILABLE THEN
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO INVOICE-REPORT-RECORD
               STRING "ERROR: SHORT ON ITEM " ILR-ITEM-CODE
                       " AND NO BACKORDER FILE" DELIMITED BY SIZE
                   INTO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD

               MOVE INVOICE-REPORT-RECORD TO WS-ERROR-MESSAGE
               PERFORM LOG-ERROR
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF

           IF QUANTITY IS EQUAL TO ZEROS
                   AND SHORT-QUANTITY IS GREATER THAN ZEROS THEN
               PERFORM POST-STOCK-MOVEMENT
               GO TO PROCESS-INVOICE-LINE-EXIT
           END-IF

           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CUST-LINE-COUNT
           MOVE ITEM-CATEGORY(ITEM-FOUND-IDX) TO CATEGORY-CODE

           MOVE ITEM-UNIT-PRICE(ITEM-FOUND-IDX) TO LIST-PRICE
           MOVE "N" TO WS-CONTRACT-SW
           IF ILR-PRICE IS GREATER THAN ZEROS THEN
               MOVE "Y" TO WS-OVERRIDE-SW
               MOVE ILR-PRICE TO PRICE
           ELSE
               MOVE "N" TO WS-OVERRIDE-SW
               MOVE LIST-PRICE TO PRICE
               PERFORM APPLY-CONTRACT-PRICE
                   THRU APPLY-CONTRACT-PRICE-EXIT
           END-IF

           PERFORM LOOKUP-VAT-RATE
               COMPUTE TAX-AMOUNT ROUNDED = EXTENDED-AMOUNT * TAX-RATE
               COMPUTE FULL-PRICE ROUNDED =
                   EXTENDED-AMOUNT + TAX-AMOUNT
               MOVE ZEROS TO LINE-DISCOUNT
               IF CONTRACT-PRICE-APPLIED THEN
                   COMPUTE LINE-DISCOUNT =
                       QUANTITY * (LIST-PRICE - PRICE)
                   ADD 1 TO WS-CONTRACT-LINE-COUNT
               END-IF

               IF IIR-IS-CREDIT THEN
                   SUBTRACT EXTENDED-AMOUNT FROM WS-SUBTOTAL
                   SUBTRACT EXTENDED-AMOUNT FROM WS-RUN-SUBTOTAL
                   SUBTRACT TAX-AMOUNT      FROM WS-RUN-TAX-TOTAL
                   SUBTRACT FULL-PRICE      FROM WS-RUN-GRAND-TOTAL
                   SUBTRACT LINE-DISCOUNT   FROM WS-RUN-DISCOUNT-TOTAL
               ELSE
                   ADD EXTENDED-AMOUNT TO WS-SUBTOTAL
                   ADD TAX-AMOUNT      TO WS-TAX-TOTAL
                   ADD EXTENDED-AMOUNT TO WS-RUN-SUBTOTAL
                   ADD TAX-AMOUNT      TO WS-RUN-TAX-TOTAL
                   ADD FULL-PRICE      TO WS-RUN-GRAND-TOTAL
                   ADD LINE-DISCOUNT   TO WS-RUN-DISCOUNT-TOTAL
               END-IF

               PERFORM ADD-LINE-TO-CATEGORY-TOTALS
               END-IF
               MOVE RPT-DETAIL-LINE TO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD
               IF CONTRACT-PRICE-APPLIED THEN
                   PERFORM WRITE-CONTRACT-PRICE-LINE
               END-IF
               PERFORM WRITE-LINE-HISTORY
               PERFORM POST-STOCK-MOVEMENT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO INVOICE-REPORT-RECORD
       PROCESS-INVOICE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITE-LINE-HISTORY KEEPS THE BILLED LINE ON THE INVOICE   *
      * LINE HISTORY FILE UNDER THE INVOICE NUMBER AND ITS LINE   *
      * SEQUENCE WITHIN THE INVOICE.  THE SEQUENCE IS RESTORED    *
      * FROM THE CHECKPOINT, SO A RESTART REPLAYING A LINE HITS   *
      * THE SAME KEY AND JUST REWRITES THE RECORD.                *
      *----------------------------------------------------------*
       WRITE-LINE-HISTORY.
           IF LINE-HISTORY-IS-AVAILABLE THEN
               MOVE SPACES              TO INVOICE-HISTORY-RECORD
               MOVE WS-INVOICE-NO       TO LNH-INVOICE-NO
               MOVE WS-CUST-LINE-COUNT  TO LNH-LINE-SEQ
               MOVE ILR-ITEM-CODE       TO LNH-ITEM-CODE
               MOVE WS-CUST-FISCAL-CODE TO LNH-FISCAL-CODE
               MOVE WS-TODAY            TO LNH-INVOICE-DATE
               MOVE IIR-RECORD-TYPE     TO LNH-LINE-TYPE
               MOVE CATEGORY-CODE       TO LNH-CATEGORY
               MOVE QUANTITY            TO LNH-QUANTITY
               MOVE PRICE               TO LNH-UNIT-PRICE
               MOVE TAX-RATE            TO LNH-TAX-RATE
               MOVE EXTENDED-AMOUNT     TO LNH-NET
               MOVE TAX-AMOUNT          TO LNH-TAX
               MOVE FULL-PRICE          TO LNH-GROSS
               MOVE LINE-DISCOUNT       TO LNH-DISCOUNT
               IF PRICE-IS-OVERRIDDEN THEN
                   MOVE "O" TO LNH-PRICE-BASIS
               ELSE
                   IF CONTRACT-PRICE-APPLIED THEN
                       MOVE "K" TO LNH-PRICE-BASIS
                   ELSE
                       MOVE "L" TO LNH-PRICE-BASIS
                   END-IF
               END-IF

               WRITE INVOICE-HISTORY-RECORD
                   INVALID KEY
                       REWRITE INVOICE-HISTORY-RECORD
               END-WRITE
           END-IF.

      *----------------------------------------------------------*
      * CHECK-STOCK-ON-HAND READS THE STOCK RECORD FOR THE LINE'S *
      * ITEM.  A "D" LINE ASKING FOR MORE THAN IS ON HAND IS CUT  *
      * BACK TO WHAT IS THERE, LEAVING THE DIFFERENCE IN          *
      * SHORT-QUANTITY.  A "C" RETURN, AN ITEM WITH NO STOCK      *
      * RECORD OR A NIGHT WITHOUT THE STOCK MASTER SHIPS IN FULL. *
      *----------------------------------------------------------*
       CHECK-STOCK-ON-HAND.
           MOVE "N" TO WS-STOCKED-SW
           MOVE ZEROS TO SHORT-QUANTITY

           IF NOT STOCK-FILE-IS-AVAILABLE THEN
               GO TO CHECK-STOCK-ON-HAND-EXIT
           END-IF

           MOVE ILR-ITEM-CODE TO STK-ITEM-CODE
           READ STOCK-MASTER-FILE
               INVALID KEY
                   GO TO CHECK-STOCK-ON-HAND-EXIT
           END-READ
           MOVE "Y" TO WS-STOCKED-SW

           IF IIR-IS-DETAIL
                   AND QUANTITY IS GREATER THAN STK-ON-HAND THEN
               COMPUTE SHORT-QUANTITY = QUANTITY - STK-ON-HAND
               MOVE STK-ON-HAND TO QUANTITY
           END-IF.

       CHECK-STOCK-ON-HAND-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * POST-STOCK-MOVEMENT BOOKS A BILLED LINE AGAINST STOCK -   *
      * SHIPPED QUANTITY OFF STK-ON-HAND, RETURNED QUANTITY BACK  *
      * ON - AND SETTLES ANY BACKORDER.  A LINE RELEASED OFF A    *
      * BACKORDER TAKES WHAT SHIPPED OFF THAT BACKORDER; ANY      *
      * OTHER SHORT LINE OPENS ONE FOR THE SHORTFALL.  EITHER WAY *
      * THE QUANTITIES PRINT UNDER THE DETAIL LINE.               *
      *----------------------------------------------------------*
       POST-STOCK-MOVEMENT.
           IF ITEM-IS-STOCKED
                   AND QUANTITY IS GREATER THAN ZEROS THEN
               IF IIR-IS-CREDIT THEN
                   ADD QUANTITY TO STK-ON-HAND
               ELSE
                   SUBTRACT QUANTITY FROM STK-ON-HAND
                   MOVE WS-TODAY TO STK-LAST-ISSUE
               END-IF
               REWRITE STOCK-MASTER-RECORD
           END-IF

           IF ILR-IS-BACKORDER-RELEASE AND IIR-IS-DETAIL THEN
               PERFORM REDUCE-BACKORDER
               IF QUANTITY IS GREATER THAN ZEROS THEN
                   ADD 1 TO WS-BACKORDER-BILLED-COUNT
               END-IF
               MOVE "BACKORDER RELEASE " TO RPT-STK-LABEL
               MOVE ILR-BACKORDER-INVOICE TO RPT-STK-INVOICE-NO
               PERFORM WRITE-STOCK-LINE
           ELSE
               IF SHORT-QUANTITY IS GREATER THAN ZEROS THEN
                   PERFORM WRITE-BACKORDER
                   ADD 1 TO WS-BACKORDER-COUNT
                   MOVE "BACKORDERED       " TO RPT-STK-LABEL
                   MOVE WS-INVOICE-NO TO RPT-STK-INVOICE-NO
                   PERFORM WRITE-STOCK-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * WRITE-BACKORDER FILES THE SHORTFALL UNDER THE CUSTOMER,   *
      * ITEM AND THIS INVOICE.  A SECOND SHORT LINE FOR THE SAME  *
      * ITEM ON THE SAME INVOICE ADDS TO THE ONE BACKORDER.       *
      *----------------------------------------------------------*
       WRITE-BACKORDER.
           MOVE "N" TO WS-BACKORD-FOUND-SW
           MOVE WS-CUST-FISCAL-CODE TO BKO-FISCAL-CODE
           MOVE ILR-ITEM-CODE       TO BKO-ITEM-CODE
           MOVE WS-INVOICE-NO       TO BKO-INVOICE-NO
           READ BACKORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BACKORD-FOUND-SW
           END-READ

           IF BACKORDER-ON-FILE THEN
               ADD SHORT-QUANTITY TO BKO-QUANTITY
               REWRITE BACKORDER-RECORD
           ELSE
               MOVE WS-CUST-FISCAL-CODE TO BKO-FISCAL-CODE
               MOVE ILR-ITEM-CODE       TO BKO-ITEM-CODE
               MOVE WS-INVOICE-NO       TO BKO-INVOICE-NO
               MOVE WS-TODAY            TO BKO-ORDER-DATE
               MOVE SHORT-QUANTITY      TO BKO-QUANTITY
               MOVE ILR-PRICE           TO BKO-PRICE
               MOVE ZEROS               TO BKO-LAST-BILLED
               WRITE BACKORDER-RECORD
           END-IF.

      *----------------------------------------------------------*
      * REDUCE-BACKORDER TAKES WHAT A RELEASED LINE SHIPPED OFF   *
      * THE BACKORDER IT CAME FROM AND DELETES THE BACKORDER ONCE *
      * NOTHING IS OWED.  WHAT STILL COULD NOT SHIP STAYS ON THE  *
      * ORIGINAL BACKORDER FOR A LATER NIGHT.                     *
      *----------------------------------------------------------*
       REDUCE-BACKORDER.
           IF NOT BACKORDER-FILE-IS-AVAILABLE THEN
               MOVE ZEROS TO SHORT-QUANTITY
           ELSE
               MOVE "N" TO WS-BACKORD-FOUND-SW
               MOVE WS-CUST-FISCAL-CODE   TO BKO-FISCAL-CODE
               MOVE ILR-ITEM-CODE         TO BKO-ITEM-CODE
               MOVE ILR-BACKORDER-INVOICE TO BKO-INVOICE-NO
               READ BACKORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BACKORD-FOUND-SW
               END-READ

               IF BACKORDER-ON-FILE THEN
                   IF QUANTITY IS NOT LESS THAN BKO-QUANTITY THEN
                       DELETE BACKORDER-FILE RECORD
                       MOVE ZEROS TO SHORT-QUANTITY
                   ELSE
                       SUBTRACT QUANTITY FROM BKO-QUANTITY
                       MOVE WS-TODAY TO BKO-LAST-BILLED
                       REWRITE BACKORDER-RECORD
                       MOVE BKO-QUANTITY TO SHORT-QUANTITY
                   END-IF
               END-IF
           END-IF.

       WRITE-STOCK-LINE.
           MOVE ORDERED-QUANTITY TO RPT-STK-ORDERED
           MOVE QUANTITY         TO RPT-STK-SHIPPED
           MOVE SHORT-QUANTITY   TO RPT-STK-SHORT
           MOVE RPT-STOCK-LINE   TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

      *----------------------------------------------------------*
      * APPLY-CONTRACT-PRICE LOOKS THE CUSTOMER AND ITEM UP ON    *
      * THE CONTRACT PRICE FILE.  A CONTRACT IN FORCE ON THE      *
      * BUSINESS DATE REPLACES THE LIST PRICE IN PRICE WITH ITS   *
      * SPECIAL PRICE, OR THE LIST PRICE LESS ITS DISCOUNT - THE  *
      * HIGHEST QUANTITY-BREAK TIER THE LINE REACHES TAKING THE   *
      * PLACE OF THE BASE FIGURE - AND RAISES THE CONTRACT        *
      * SWITCH.  NO CONTRACT LEAVES THE LIST PRICE ALONE.         *
      *----------------------------------------------------------*
       APPLY-CONTRACT-PRICE.
           IF NOT CONTRACT-FILE-IS-AVAILABLE THEN
               GO TO APPLY-CONTRACT-PRICE-EXIT
           END-IF

           MOVE WS-CUST-FISCAL-CODE TO CPR-FISCAL-CODE
           MOVE ILR-ITEM-CODE       TO CPR-ITEM-CODE
           READ CONTRACT-PRICE-FILE
               INVALID KEY
                   GO TO APPLY-CONTRACT-PRICE-EXIT
           END-READ

           IF CPR-VALID-FROM IS GREATER THAN WS-TODAY THEN
               GO TO APPLY-CONTRACT-PRICE-EXIT
           END-IF
           IF CPR-VALID-TO IS NOT EQUAL TO ZEROS
                   AND CPR-VALID-TO IS LESS THAN WS-TODAY THEN
               GO TO APPLY-CONTRACT-PRICE-EXIT
           END-IF

           MOVE "N" TO WS-TIER-SW
           MOVE ZEROS TO WS-BEST-TIER-QTY
           MOVE CPR-UNIT-PRICE   TO CONTRACT-UNIT-PRICE
           MOVE CPR-DISCOUNT-PCT TO CONTRACT-PCT
           PERFORM CHECK-CONTRACT-TIER
               VARYING CONTRACT-TIER-IDX FROM 1 BY 1
               UNTIL CONTRACT-TIER-IDX > 3

           IF CPR-IS-SPECIAL-PRICE THEN
               MOVE CONTRACT-UNIT-PRICE TO PRICE
           ELSE
               IF CPR-IS-DISCOUNT THEN
                   COMPUTE PRICE ROUNDED =
                       LIST-PRICE - (LIST-PRICE * CONTRACT-PCT / 100)
               ELSE
                   GO TO APPLY-CONTRACT-PRICE-EXIT
               END-IF
           END-IF

           MOVE "Y" TO WS-CONTRACT-SW.

       APPLY-CONTRACT-PRICE-EXIT.
           EXIT.

       CHECK-CONTRACT-TIER.
           IF CPR-TIER-MIN-QTY(CONTRACT-TIER-IDX) IS GREATER THAN ZEROS
                   AND QUANTITY IS NOT LESS THAN
                       CPR-TIER-MIN-QTY(CONTRACT-TIER-IDX)
                   AND CPR-TIER-MIN-QTY(CONTRACT-TIER-IDX) IS
                       GREATER THAN WS-BEST-TIER-QTY THEN
               MOVE CPR-TIER-MIN-QTY(CONTRACT-TIER-IDX)
                   TO WS-BEST-TIER-QTY
               MOVE CPR-TIER-UNIT-PRICE(CONTRACT-TIER-IDX)
                   TO CONTRACT-UNIT-PRICE
               MOVE CPR-TIER-DISCOUNT-PCT(CONTRACT-TIER-IDX)
                   TO CONTRACT-PCT
               MOVE "Y" TO WS-TIER-SW
           END-IF.

      *----------------------------------------------------------*
      * WRITE-CONTRACT-PRICE-LINE PRINTS THE LIST PRICE, THE UNIT *
      * DISCOUNT AND THE NET PRICE UNDER A CONTRACT-PRICED LINE.  *
      *----------------------------------------------------------*
       WRITE-CONTRACT-PRICE-LINE.
           MOVE LIST-PRICE TO RPT-CON-LIST
           COMPUTE RPT-CON-DISCOUNT = LIST-PRICE - PRICE
           IF LIST-PRICE IS GREATER THAN ZEROS THEN
               COMPUTE DISCOUNT-PCT ROUNDED =
                   (LIST-PRICE - PRICE) * 100 / LIST-PRICE
           ELSE
               MOVE ZEROS TO DISCOUNT-PCT
           END-IF
           MOVE DISCOUNT-PCT TO RPT-CON-PCT
           MOVE PRICE        TO RPT-CON-NET
           IF QUANTITY-BREAK-APPLIED THEN
               MOVE "CONTRACT QTY BRK" TO RPT-CON-BASIS
           ELSE
               MOVE "CONTRACT PRICE"   TO RPT-CON-BASIS
           END-IF
           MOVE RPT-CONTRACT-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

      *----------------------------------------------------------*
      * ADD-LINE-TO-CATEGORY-TOTALS FINDS (OR CLAIMS) THE RUNNING *
      * TOTALS SLOT FOR THE LINE'S VAT CATEGORY AND ROLLS THE     *
               MOVE ZEROS TO CAT-TOTAL-NET(CAT-SEARCH-IDX)
                             CAT-TOTAL-TAX(CAT-SEARCH-IDX)
                             CAT-TOTAL-GROSS(CAT-SEARCH-IDX)
                             CAT-TOTAL-DISCOUNT(CAT-SEARCH-IDX)
           END-IF

           IF IIR-IS-CREDIT THEN
                   FROM CAT-TOTAL-TAX(CAT-SEARCH-IDX)
               SUBTRACT FULL-PRICE
                   FROM CAT-TOTAL-GROSS(CAT-SEARCH-IDX)
               SUBTRACT LINE-DISCOUNT
                   FROM CAT-TOTAL-DISCOUNT(CAT-SEARCH-IDX)
           ELSE
               ADD EXTENDED-AMOUNT TO CAT-TOTAL-NET(CAT-SEARCH-IDX)
               ADD TAX-AMOUNT      TO CAT-TOTAL-TAX(CAT-SEARCH-IDX)
               ADD FULL-PRICE      TO CAT-TOTAL-GROSS(CAT-SEARCH-IDX)
               ADD LINE-DISCOUNT
                   TO CAT-TOTAL-DISCOUNT(CAT-SEARCH-IDX)
           END-IF.

       ADD-LINE-TO-CATEGORY-TOTALS-EXIT.
       WRITE-INVOICE-TOTALS.
           IF CUSTOMER-IS-VALID THEN
               PERFORM CHECK-CREDIT-LIMIT
               PERFORM COMPUTE-DUE-DATE THRU COMPUTE-DUE-DATE-EXIT

               MOVE SPACES TO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD
               MOVE RPT-TOTAL-LINE   TO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD

               IF WS-GRAND-TOTAL IS NOT LESS THAN ZEROS THEN
                   MOVE WS-DUE-DATE   TO RPT-DUE-DATE
                   MOVE WS-TERMS-TEXT TO RPT-DUE-TERMS
                   MOVE RPT-DUE-LINE  TO INVOICE-REPORT-RECORD
                   WRITE INVOICE-REPORT-RECORD
               END-IF

               PERFORM WRITE-INVOICE-REGISTER

               IF INVOICE-IS-HELD THEN
               MOVE "Y" TO GL-CAT-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * COMPUTE-DUE-DATE WORKS OUT WHEN THE INVOICE IN HAND FALLS *
      * DUE FROM THE CUSTOMER'S PAYMENT TERMS.  30/60/90 DAYS END *
      * OF MONTH IS THE LAST DAY OF THE MONTH ONE, TWO OR THREE   *
      * MONTHS AFTER THE INVOICE MONTH - FOUND AS THE DAY BEFORE  *
      * THE FIRST OF THE MONTH AFTER THAT.  IMMEDIATE TERMS, NO   *
      * TERMS RECORD AND CREDIT NOTES ARE DUE ON THE INVOICE      *
      * DATE.                                                     *
      *----------------------------------------------------------*
       COMPUTE-DUE-DATE.
           MOVE WS-TODAY TO WS-DUE-DATE
           MOVE ZEROS    TO WS-TERMS-MONTHS
           MOVE "IMMEDIATE PAYMENT       " TO WS-TERMS-TEXT

           IF WS-GRAND-TOTAL IS LESS THAN ZEROS
                   OR NOT TERMS-FILE-IS-AVAILABLE THEN
               GO TO COMPUTE-DUE-DATE-EXIT
           END-IF

           MOVE WS-CUST-FISCAL-CODE TO TRM-FISCAL-CODE
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   GO TO COMPUTE-DUE-DATE-EXIT
           END-READ

           IF TRM-30-EOM THEN
               MOVE 1 TO WS-TERMS-MONTHS
               MOVE "30 DAYS END OF MONTH    " TO WS-TERMS-TEXT
           END-IF
           IF TRM-60-EOM THEN
               MOVE 2 TO WS-TERMS-MONTHS
               MOVE "60 DAYS END OF MONTH    " TO WS-TERMS-TEXT
           END-IF
           IF TRM-90-EOM THEN
               MOVE 3 TO WS-TERMS-MONTHS
               MOVE "90 DAYS END OF MONTH    " TO WS-TERMS-TEXT
           END-IF
           IF WS-TERMS-MONTHS IS EQUAL TO ZEROS THEN
               GO TO COMPUTE-DUE-DATE-EXIT
           END-IF

           ADD WS-TERMS-MONTHS 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH IS GREATER THAN 12 THEN
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE 1 TO WS-DUE-DAY
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) - 1
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).

       COMPUTE-DUE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * WRITE-INVOICE-REGISTER RECORDS THE CLOSED-OUT INVOICE ON  *
      * THE INDEXED INVOICE REGISTER UNDER ITS INVOICE NUMBER.  A *
           ELSE
               MOVE SPACES TO IVR-HELD-FLAG
           END-IF
           MOVE ZEROS TO IVR-RELEASE-DATE
           MOVE WS-DUE-DATE TO IVR-DUE-DATE

           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
           MOVE RPT-SUMMARY-COUNT-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE "LINES BACKORDERED:  " TO RPT-SUMMARY-LABEL
           MOVE WS-BACKORDER-COUNT    TO RPT-SUMMARY-COUNT
           MOVE RPT-SUMMARY-COUNT-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE "BACKORDERS BILLED:  " TO RPT-SUMMARY-LABEL
           MOVE WS-BACKORDER-BILLED-COUNT TO RPT-SUMMARY-COUNT
           MOVE RPT-SUMMARY-COUNT-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE "CONTRACT LINES:     " TO RPT-SUMMARY-LABEL
           MOVE WS-CONTRACT-LINE-COUNT TO RPT-SUMMARY-COUNT
           MOVE RPT-SUMMARY-COUNT-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE "DISCOUNT:     "      TO RPT-TOTAL-LABEL
           MOVE WS-RUN-DISCOUNT-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE        TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE "SUBTOTAL:     " TO RPT-TOTAL-LABEL
           MOVE WS-RUN-SUBTOTAL  TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE   TO INVOICE-REPORT-RECORD
       WRITE-CATEGORY-SUBTOTALS.
           MOVE "BY VAT CATEGORY" TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE "      CAT NET         TAX         GROSS       DISCOUNT"
               TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE CAT-TOTAL-NET(CAT-SEARCH-IDX)   TO RPT-CAT-NET
           MOVE CAT-TOTAL-TAX(CAT-SEARCH-IDX)   TO RPT-CAT-TAX
           MOVE CAT-TOTAL-GROSS(CAT-SEARCH-IDX) TO RPT-CAT-GROSS
           MOVE CAT-TOTAL-DISCOUNT(CAT-SEARCH-IDX)
               TO RPT-CAT-DISCOUNT
           MOVE RPT-CATEGORY-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

