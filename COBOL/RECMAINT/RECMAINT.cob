       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMAINT.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MAINTENANCE OF THE        *
      *                 RECCONT RECURRING BILLING CONTRACT FILE   *
      *                 IN THE STYLE OF CONTMAINT - ADD/CHANGE/   *
      *                 INQUIRE/DELETE OF A SUBSCRIPTION OR       *
      *                 MAINTENANCE CONTRACT, KEYED BY FISCAL     *
      *                 CODE PLUS CONTRACT NUMBER.  EACH CONTRACT *
      *                 CARRIES ONE TO FIVE ITEM LINES, A MONTHLY *
      *                 OR QUARTERLY FREQUENCY, THE NEXT BILLING  *
      *                 DATE AND AN END DATE.  THE CUSTOMER MUST  *
      *                 BE ON PERSMAST AND EVERY ITEM ON ITEMTAB, *
      *                 THE DATES REAL AND IN ORDER, SO RECBILL   *
      *                 NEVER FEEDS THE NIGHT A LINE THE PRICING  *
      *                 RUN WOULD REJECT.  EVERY ADD, CHANGE AND  *
      *                 DELETE IS WRITTEN TO THE MAINTAUD LOG.    *
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

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               FILE STATUS IS WS-PM-STATUS.

           SELECT ITEM-TABLE-FILE ASSIGN TO "ITEMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECCONT.

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

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-RECCONT-STATUS PIC X(2).
               88 RECCONT-OK             VALUE "00".
               88 RECCONT-NOT-FOUND      VALUE "23".
               88 RECCONT-FILE-NOT-FOUND VALUE "35".
           77 WS-PM-STATUS   PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-ITEM-STATUS PIC X(2).
               88 ITEM-OK VALUE "00".
           77 WS-ITEM-EOF-SW PIC X VALUE "N".
               88 END-OF-ITEM-TABLE VALUE "Y".

           77 WS-FUNCTION    PIC X(1).
               88 FUNCTION-IS-ADD     VALUE "A".
               88 FUNCTION-IS-CHANGE  VALUE "C".
               88 FUNCTION-IS-INQUIRE VALUE "I".
               88 FUNCTION-IS-DELETE  VALUE "D".
               88 FUNCTION-IS-QUIT    VALUE "Q".

           77 ITEM-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 ITEM-SEARCH-IDX  PIC 9(3).
           77 ITEM-FOUND-IDX   PIC 9(3).
           77 ITEM-FOUND-SW    PIC X VALUE "N".
               88 ITEM-ENTRY-FOUND VALUE "Y".

           01 ITEM-TABLE-ENTRIES.
               05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
                   10 ITEM-CODE        PIC X(8).
                   10 ITEM-DESCRIPTION PIC X(20).
                   10 ITEM-UNIT-PRICE  PIC 9(4)V99.

           77 WS-FISCAL-ENTRY   PIC X(16).
           77 WS-CONTRACT-ENTRY PIC X(6).
           77 WS-CONTRACT-NUMERIC REDEFINES WS-CONTRACT-ENTRY
                                PIC 9(6).
           77 WS-DESC-ENTRY     PIC X(30).
           77 WS-FREQ-ENTRY     PIC X(1).
               88 ENTRY-IS-MONTHLY   VALUE "M".
               88 ENTRY-IS-QUARTERLY VALUE "Q".
           77 WS-NEXT-ENTRY     PIC X(8).
           77 WS-NEXT-NUMERIC REDEFINES WS-NEXT-ENTRY PIC 9(8).
           77 WS-END-ENTRY      PIC X(8).
           77 WS-END-NUMERIC REDEFINES WS-END-ENTRY PIC 9(8).
           77 WS-CODE-ENTRY     PIC X(8).
           77 WS-QTY-ENTRY      PIC X(3).
           77 WS-QTY-NUMERIC REDEFINES WS-QTY-ENTRY PIC 9(3).
           77 WS-PRICE-ENTRY    PIC X(6).
           77 WS-PRICE-NUMERIC REDEFINES WS-PRICE-ENTRY PIC 9(6).
           77 WS-ENTRY-VALID-SW PIC X.
               88 WS-ENTRY-IS-VALID VALUE "Y".
           77 WS-LINES-DONE-SW  PIC X.
               88 WS-NO-MORE-LINES VALUE "Y".

      *----------------------------------------------------------*
      * THE BILLING DAY FOLLOWS THE NEXT BILLING DATE AS KEYED,   *
      * EXCEPT ON A CHANGE THAT LEAVES THE DATE ALONE, WHEN THE   *
      * CONTRACT KEEPS THE DAY IT ALREADY HAD.                    *
      *----------------------------------------------------------*
           77 WS-OLD-NEXT-DATE  PIC 9(8).
           77 WS-OLD-BILLING-DAY PIC 9(2).
           77 WS-BILLING-DAY    PIC 9(2).

           77 WS-LINE-IDX       PIC 9.
           77 WS-LINE-COUNT     PIC 9.
           01 WS-ENTRY-LINES.
               05 WS-ENTRY-LINE OCCURS 5 TIMES.
                   10 ENT-ITEM-CODE   PIC X(8).
                   10 ENT-QUANTITY    PIC 9(3).
                   10 ENT-UNIT-PRICE  PIC 9(4)V99.

           01 WS-DATE-CHECK.
               05 WS-CHECK-YEAR     PIC 9(4).
               05 WS-CHECK-MONTH    PIC 9(2).
               05 WS-CHECK-DAY      PIC 9(2).
           01 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK PIC 9(8).
           77 WS-DATE-VALID-SW  PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           77 WS-DAY-INT        PIC 9(8).
           77 WS-ROUND-TRIP     PIC 9(8).

           77 WS-PRICE-DISPLAY  PIC Z,ZZZ9.99.
           77 WS-QTY-DISPLAY    PIC ZZ9.

           77 WS-MAINTAUD-STATUS PIC X(2).
               88 MAINTAUD-OK             VALUE "00".
               88 MAINTAUD-FILE-NOT-FOUND VALUE "35".
           77 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
           77 WS-SIGN-ON-TRIES   PIC 9 VALUE ZEROS.
           77 WS-AUD-ACTION      PIC X(1).
           77 WS-AUD-DATE        PIC 9(8).
           77 WS-AUD-TIME        PIC 9(8).
           77 WS-AUD-BEFORE-IMAGE PIC X(180).
           77 WS-AUD-AFTER-IMAGE  PIC X(180).
           01 WS-AUD-KEY.
               05 WS-AUD-KEY-FISCAL-CODE PIC X(16).
               05 WS-AUD-KEY-CONTRACT-NO PIC 9(6).
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM SIGN-ON-OPERATOR
                   THRU SIGN-ON-OPERATOR-EXIT
               IF WS-OPERATOR-ID = SPACES THEN
                   GO TO END-PROGRAM
               END-IF

               PERFORM LOAD-ITEM-TABLE THRU LOAD-ITEM-TABLE-DONE
               GO TO MAIN-PROCEDURE.

           MAIN-PROCEDURE.
               DISPLAY "A)DD  C)HANGE  I)NQUIRE  D)ELETE  Q)UIT: "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCTION

               IF FUNCTION-IS-ADD THEN
                   PERFORM ADD-RECURRING-ENTRY
                       THRU ADD-RECURRING-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-CHANGE THEN
                   PERFORM CHANGE-RECURRING-ENTRY
                       THRU CHANGE-RECURRING-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-INQUIRE THEN
                   PERFORM INQUIRE-RECURRING-ENTRY
                       THRU INQUIRE-RECURRING-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-DELETE THEN
                   PERFORM DELETE-RECURRING-ENTRY
                       THRU DELETE-RECURRING-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-QUIT THEN
                   GO TO END-PROGRAM
               ELSE
                   DISPLAY "ERROR: " WS-FUNCTION " NOT A VALID "
                       "FUNCTION."
                   GO TO MAIN-PROCEDURE
               END-IF.

      *----------------------------------------------------------*
      * ADD-RECURRING-ENTRY ACCEPTS AND VALIDATES A NEW CONTRACT  *
      * AND WRITES IT, NOT YET BILLED.  A CONTRACT NUMBER ALREADY *
      * USED FOR THE CUSTOMER IS REJECTED.                        *
      *----------------------------------------------------------*
           ADD-RECURRING-ENTRY.
               PERFORM ACCEPT-RECURRING-KEY
                   THRU ACCEPT-RECURRING-KEY-EXIT
               IF NOT WS-ENTRY-IS-VALID THEN
                   GO TO ADD-RECURRING-ENTRY-EXIT
               END-IF

               MOVE ZEROS TO WS-OLD-NEXT-DATE
                             WS-OLD-BILLING-DAY
               PERFORM ACCEPT-RECURRING-TERMS
                   THRU ACCEPT-RECURRING-TERMS-EXIT
               IF NOT WS-ENTRY-IS-VALID THEN
                   GO TO ADD-RECURRING-ENTRY-EXIT
               END-IF

               OPEN I-O RECURRING-CONTRACT-FILE
               IF RECCONT-FILE-NOT-FOUND THEN
                   OPEN OUTPUT RECURRING-CONTRACT-FILE
                   CLOSE RECURRING-CONTRACT-FILE
                   OPEN I-O RECURRING-CONTRACT-FILE
               END-IF

               PERFORM MOVE-ENTRY-TO-RECORD
               MOVE ZEROS TO RCN-LAST-BILL-DATE
               WRITE RECURRING-CONTRACT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: " WS-FISCAL-ENTRY
                           " ALREADY HAS CONTRACT "
                           WS-CONTRACT-ENTRY "."
                   NOT INVALID KEY
                       DISPLAY "CONTRACT ADDED."
                       MOVE "A"    TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-BEFORE-IMAGE
                       MOVE RECURRING-CONTRACT-RECORD
                           TO WS-AUD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
               CLOSE RECURRING-CONTRACT-FILE.

           ADD-RECURRING-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * CHANGE-RECURRING-ENTRY SHOWS AN EXISTING CONTRACT AND     *
      * RE-KEYS ITS DESCRIPTION, FREQUENCY, DATES AND LINES.  THE *
      * DATE IT WAS LAST BILLED IS KEPT AS IT WAS.                *
      *----------------------------------------------------------*
           CHANGE-RECURRING-ENTRY.
               PERFORM ACCEPT-RECURRING-KEY
                   THRU ACCEPT-RECURRING-KEY-EXIT
               IF NOT WS-ENTRY-IS-VALID THEN
                   GO TO CHANGE-RECURRING-ENTRY-EXIT
               END-IF

               OPEN I-O RECURRING-CONTRACT-FILE
               MOVE WS-FISCAL-ENTRY     TO RCN-FISCAL-CODE
               MOVE WS-CONTRACT-NUMERIC TO RCN-CONTRACT-NO
               READ RECURRING-CONTRACT-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CONTRACT "
                           WS-CONTRACT-ENTRY " FOR "
                           WS-FISCAL-ENTRY "."
               END-READ

               IF RECCONT-OK THEN
                   PERFORM DISPLAY-RECURRING-RECORD
                   MOVE RECURRING-CONTRACT-RECORD
                       TO WS-AUD-BEFORE-IMAGE
                   MOVE RCN-NEXT-BILL-DATE TO WS-OLD-NEXT-DATE
                   MOVE RCN-BILLING-DAY    TO WS-OLD-BILLING-DAY
                   PERFORM ACCEPT-RECURRING-TERMS
                       THRU ACCEPT-RECURRING-TERMS-EXIT
                   IF WS-ENTRY-IS-VALID THEN
                       PERFORM MOVE-ENTRY-TO-RECORD
                       REWRITE RECURRING-CONTRACT-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT REWRITE "
                                   "RECORD."
                           NOT INVALID KEY
                               DISPLAY "CONTRACT CHANGED."
                               MOVE "C" TO WS-AUD-ACTION
                               MOVE RECURRING-CONTRACT-RECORD
                                   TO WS-AUD-AFTER-IMAGE
                               PERFORM WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE RECURRING-CONTRACT-FILE.

           CHANGE-RECURRING-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * INQUIRE-RECURRING-ENTRY DISPLAYS ONE CONTRACT.            *
      *----------------------------------------------------------*
           INQUIRE-RECURRING-ENTRY.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-FISCAL-ENTRY
               DISPLAY "ENTER CONTRACT NUMBER (6 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-CONTRACT-ENTRY
               IF WS-CONTRACT-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: CONTRACT NUMBER MUST BE SIX "
                       "DIGITS."
                   GO TO INQUIRE-RECURRING-ENTRY-EXIT
               END-IF

               OPEN INPUT RECURRING-CONTRACT-FILE
               IF NOT RECCONT-OK THEN
                   DISPLAY "ERROR: NO RECURRING CONTRACT FILE ON "
                       "FILE."
                   GO TO INQUIRE-RECURRING-ENTRY-EXIT
               END-IF

               MOVE WS-FISCAL-ENTRY     TO RCN-FISCAL-CODE
               MOVE WS-CONTRACT-NUMERIC TO RCN-CONTRACT-NO
               READ RECURRING-CONTRACT-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CONTRACT "
                           WS-CONTRACT-ENTRY " FOR "
                           WS-FISCAL-ENTRY "."
               END-READ

               IF RECCONT-OK THEN
                   PERFORM DISPLAY-RECURRING-RECORD
               END-IF
               CLOSE RECURRING-CONTRACT-FILE.

           INQUIRE-RECURRING-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * DELETE-RECURRING-ENTRY REMOVES ONE CONTRACT - RECBILL     *
      * BILLS NOTHING MORE FOR IT FROM THE NEXT NIGHT ON.         *
      *----------------------------------------------------------*
           DELETE-RECURRING-ENTRY.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-FISCAL-ENTRY
               DISPLAY "ENTER CONTRACT NUMBER (6 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-CONTRACT-ENTRY
               IF WS-CONTRACT-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: CONTRACT NUMBER MUST BE SIX "
                       "DIGITS."
                   GO TO DELETE-RECURRING-ENTRY-EXIT
               END-IF

               OPEN I-O RECURRING-CONTRACT-FILE
               IF NOT RECCONT-OK THEN
                   DISPLAY "ERROR: NO RECURRING CONTRACT FILE ON "
                       "FILE."
                   GO TO DELETE-RECURRING-ENTRY-EXIT
               END-IF

               MOVE WS-FISCAL-ENTRY     TO RCN-FISCAL-CODE
               MOVE WS-CONTRACT-NUMERIC TO RCN-CONTRACT-NO
               READ RECURRING-CONTRACT-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CONTRACT "
                           WS-CONTRACT-ENTRY " FOR "
                           WS-FISCAL-ENTRY "."
               END-READ

               IF RECCONT-OK THEN
                   MOVE RECURRING-CONTRACT-RECORD
                       TO WS-AUD-BEFORE-IMAGE
                   DELETE RECURRING-CONTRACT-FILE RECORD
                   DISPLAY "CONTRACT DELETED."
                   MOVE "D"    TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
               CLOSE RECURRING-CONTRACT-FILE.

           DELETE-RECURRING-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * ACCEPT-RECURRING-KEY PROMPTS FOR THE FISCAL CODE AND THE  *
      * CONTRACT NUMBER AND CHECKS THE CUSTOMER IS ON THE PERSON  *
      * MASTER.  CONTRACT NUMBER ZERO IS NOT ALLOWED.             *
      *----------------------------------------------------------*
           ACCEPT-RECURRING-KEY.
               MOVE "N" TO WS-ENTRY-VALID-SW

               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-FISCAL-ENTRY
               IF WS-FISCAL-ENTRY IS EQUAL TO SPACES THEN
                   DISPLAY "ERROR: FISCAL CODE IS REQUIRED."
                   GO TO ACCEPT-RECURRING-KEY-EXIT
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   DISPLAY "ERROR: PERSON MASTER NOT AVAILABLE - "
                       "STATUS " WS-PM-STATUS "."
                   GO TO ACCEPT-RECURRING-KEY-EXIT
               END-IF
               MOVE WS-FISCAL-ENTRY TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: " WS-FISCAL-ENTRY
                           " NOT ON THE PERSON MASTER."
               END-READ
               CLOSE PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   GO TO ACCEPT-RECURRING-KEY-EXIT
               END-IF

               DISPLAY "ENTER CONTRACT NUMBER (6 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-CONTRACT-ENTRY
               IF WS-CONTRACT-NUMERIC IS NOT NUMERIC
                       OR WS-CONTRACT-NUMERIC IS EQUAL TO ZEROS THEN
                   DISPLAY "ERROR: CONTRACT NUMBER MUST BE SIX "
                       "DIGITS, 000001 THROUGH 999999."
                   GO TO ACCEPT-RECURRING-KEY-EXIT
               END-IF

               MOVE "Y" TO WS-ENTRY-VALID-SW.

           ACCEPT-RECURRING-KEY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * ACCEPT-RECURRING-TERMS PROMPTS FOR THE DESCRIPTION, THE   *
      * FREQUENCY, THE NEXT BILLING DATE, THE END DATE AND THE    *
      * ITEM LINES.  THE END DATE MAY BE ZEROS FOR AN OPEN-ENDED  *
      * CONTRACT BUT OTHERWISE MAY NOT FALL BEFORE THE NEXT       *
      * BILLING DATE.  A BLANK ITEM CODE ENDS THE LINES; AT LEAST *
      * ONE LINE IS NEEDED.                                       *
      *----------------------------------------------------------*
           ACCEPT-RECURRING-TERMS.
               MOVE "N" TO WS-ENTRY-VALID-SW

               DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
               ACCEPT WS-DESC-ENTRY

               DISPLAY "ENTER M)ONTHLY OR Q)UARTERLY BILLING: "
                   WITH NO ADVANCING
               ACCEPT WS-FREQ-ENTRY
               IF NOT ENTRY-IS-MONTHLY
                       AND NOT ENTRY-IS-QUARTERLY THEN
                   DISPLAY "ERROR: FREQUENCY MUST BE M OR Q."
                   GO TO ACCEPT-RECURRING-TERMS-EXIT
               END-IF

               DISPLAY "ENTER NEXT BILLING DATE (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-NEXT-ENTRY
               IF WS-NEXT-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: NEXT BILLING DATE MUST BE A "
                       "YYYYMMDD DATE."
                   GO TO ACCEPT-RECURRING-TERMS-EXIT
               END-IF
               MOVE WS-NEXT-NUMERIC TO WS-DATE-CHECK-N
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID THEN
                   DISPLAY "ERROR: " WS-NEXT-ENTRY
                       " IS NOT A CALENDAR DATE."
                   GO TO ACCEPT-RECURRING-TERMS-EXIT
               END-IF
               IF WS-NEXT-NUMERIC IS EQUAL TO WS-OLD-NEXT-DATE THEN
                   MOVE WS-OLD-BILLING-DAY TO WS-BILLING-DAY
               ELSE
                   MOVE WS-CHECK-DAY TO WS-BILLING-DAY
               END-IF

               DISPLAY "ENTER END DATE (YYYYMMDD, 00000000 = NO "
                   "END): " WITH NO ADVANCING
               ACCEPT WS-END-ENTRY
               IF WS-END-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: END DATE MUST BE A YYYYMMDD "
                       "DATE OR ZEROS."
                   GO TO ACCEPT-RECURRING-TERMS-EXIT
               END-IF
               IF WS-END-NUMERIC IS NOT EQUAL TO ZEROS THEN
                   MOVE WS-END-NUMERIC TO WS-DATE-CHECK-N
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT WS-DATE-IS-VALID THEN
                       DISPLAY "ERROR: " WS-END-ENTRY
                           " IS NOT A CALENDAR DATE."
                       GO TO ACCEPT-RECURRING-TERMS-EXIT
                   END-IF
                   IF WS-END-NUMERIC IS LESS THAN
                           WS-NEXT-NUMERIC THEN
                       DISPLAY "ERROR: END DATE IS BEFORE THE NEXT "
                           "BILLING DATE."
                       GO TO ACCEPT-RECURRING-TERMS-EXIT
                   END-IF
               END-IF

               INITIALIZE WS-ENTRY-LINES
               MOVE ZEROS TO WS-LINE-COUNT
               MOVE "N" TO WS-LINES-DONE-SW
               MOVE "Y" TO WS-ENTRY-VALID-SW
               PERFORM ACCEPT-ONE-LINE
                   THRU ACCEPT-ONE-LINE-EXIT
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 5
                      OR WS-NO-MORE-LINES
                      OR NOT WS-ENTRY-IS-VALID

               IF WS-ENTRY-IS-VALID
                       AND WS-LINE-COUNT IS EQUAL TO ZEROS THEN
                   DISPLAY "ERROR: A CONTRACT NEEDS AT LEAST ONE "
                       "ITEM LINE."
                   MOVE "N" TO WS-ENTRY-VALID-SW
               END-IF.

           ACCEPT-RECURRING-TERMS-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * ACCEPT-ONE-LINE TAKES ONE ITEM LINE - THE ITEM MUST BE ON *
      * THE ITEM MASTER, THE QUANTITY ABOVE ZERO, AND THE PRICE   *
      * ZEROS TO BILL AT LIST OR CONTRACT PRICE.                  *
      *----------------------------------------------------------*
           ACCEPT-ONE-LINE.
               DISPLAY "LINE " WS-LINE-IDX " ITEM CODE (BLANK = NO "
                   "MORE LINES): " WITH NO ADVANCING
               ACCEPT WS-CODE-ENTRY
               IF WS-CODE-ENTRY IS EQUAL TO SPACES THEN
                   MOVE "Y" TO WS-LINES-DONE-SW
                   GO TO ACCEPT-ONE-LINE-EXIT
               END-IF

               PERFORM LOCATE-ITEM-ENTRY
               IF NOT ITEM-ENTRY-FOUND THEN
                   DISPLAY "ERROR: ITEM " WS-CODE-ENTRY
                       " NOT ON THE ITEM MASTER."
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   GO TO ACCEPT-ONE-LINE-EXIT
               END-IF
               MOVE ITEM-UNIT-PRICE(ITEM-FOUND-IDX)
                   TO WS-PRICE-DISPLAY
               DISPLAY ITEM-CODE(ITEM-FOUND-IDX) " "
                   ITEM-DESCRIPTION(ITEM-FOUND-IDX)
                   " LIST PRICE " WS-PRICE-DISPLAY

               DISPLAY "LINE " WS-LINE-IDX " QUANTITY (3 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT WS-QTY-ENTRY
               IF WS-QTY-NUMERIC IS NOT NUMERIC
                       OR WS-QTY-NUMERIC IS EQUAL TO ZEROS THEN
                   DISPLAY "ERROR: QUANTITY MUST BE THREE DIGITS, "
                       "001 THROUGH 999."
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   GO TO ACCEPT-ONE-LINE-EXIT
               END-IF

               DISPLAY "LINE " WS-LINE-IDX " UNIT PRICE IN CENTS "
                   "(000000 = LIST): " WITH NO ADVANCING
               ACCEPT WS-PRICE-ENTRY
               IF WS-PRICE-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: PRICE MUST BE SIX DIGITS OF "
                       "CENTS, 000000 THROUGH 999999."
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   GO TO ACCEPT-ONE-LINE-EXIT
               END-IF

               ADD 1 TO WS-LINE-COUNT
               MOVE WS-CODE-ENTRY  TO ENT-ITEM-CODE(WS-LINE-COUNT)
               MOVE WS-QTY-NUMERIC TO ENT-QUANTITY(WS-LINE-COUNT)
               COMPUTE ENT-UNIT-PRICE(WS-LINE-COUNT) =
                   WS-PRICE-NUMERIC / 100.

           ACCEPT-ONE-LINE-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * CHECK-CALENDAR-DATE PROVES WS-DATE-CHECK IS A REAL DATE   *
      * BY TAKING IT TO A DAY NUMBER AND BACK.                    *
      *----------------------------------------------------------*
           CHECK-CALENDAR-DATE.
               MOVE "N" TO WS-DATE-VALID-SW
               IF WS-CHECK-YEAR IS LESS THAN 1601
                       OR WS-CHECK-MONTH IS LESS THAN 1
                       OR WS-CHECK-MONTH IS GREATER THAN 12
                       OR WS-CHECK-DAY IS LESS THAN 1
                       OR WS-CHECK-DAY IS GREATER THAN 31 THEN
                   CONTINUE
               ELSE
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-N)
                   COMPUTE WS-ROUND-TRIP =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   IF WS-ROUND-TRIP IS EQUAL TO WS-DATE-CHECK-N THEN
                       MOVE "Y" TO WS-DATE-VALID-SW
                   END-IF
               END-IF.

      *----------------------------------------------------------*
      * MOVE-ENTRY-TO-RECORD BUILDS THE CONTRACT RECORD FROM THE  *
      * VALIDATED ENTRY - USED BY BOTH ADD AND CHANGE.            *
      *----------------------------------------------------------*
           MOVE-ENTRY-TO-RECORD.
               MOVE WS-FISCAL-ENTRY     TO RCN-FISCAL-CODE
               MOVE WS-CONTRACT-NUMERIC TO RCN-CONTRACT-NO
               MOVE WS-DESC-ENTRY       TO RCN-DESCRIPTION
               MOVE WS-FREQ-ENTRY       TO RCN-FREQUENCY
               MOVE WS-BILLING-DAY      TO RCN-BILLING-DAY
               MOVE WS-NEXT-NUMERIC     TO RCN-NEXT-BILL-DATE
               MOVE WS-END-NUMERIC      TO RCN-END-DATE
               MOVE WS-LINE-COUNT       TO RCN-LINE-COUNT
               PERFORM MOVE-ONE-LINE-TO-RECORD
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 5.

           MOVE-ONE-LINE-TO-RECORD.
               MOVE ENT-ITEM-CODE(WS-LINE-IDX)
                   TO RCN-ITEM-CODE(WS-LINE-IDX)
               MOVE ENT-QUANTITY(WS-LINE-IDX)
                   TO RCN-QUANTITY(WS-LINE-IDX)
               MOVE ENT-UNIT-PRICE(WS-LINE-IDX)
                   TO RCN-UNIT-PRICE(WS-LINE-IDX).

      *----------------------------------------------------------*
      * DISPLAY-RECURRING-RECORD SHOWS THE CONTRACT IN THE RECORD *
      * AREA - ITS TERMS, BILLING DATES AND EVERY LINE IN USE.    *
      *----------------------------------------------------------*
           DISPLAY-RECURRING-RECORD.
               DISPLAY RCN-FISCAL-CODE " " RCN-CONTRACT-NO " "
                   RCN-DESCRIPTION
               IF RCN-IS-MONTHLY THEN
                   DISPLAY "  BILLED MONTHLY ON DAY " RCN-BILLING-DAY
               ELSE
                   DISPLAY "  BILLED QUARTERLY ON DAY "
                       RCN-BILLING-DAY
               END-IF
               DISPLAY "  NEXT BILLING " RCN-NEXT-BILL-DATE
                   "  ENDS " RCN-END-DATE
                   "  LAST BILLED " RCN-LAST-BILL-DATE
               PERFORM DISPLAY-ONE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > RCN-LINE-COUNT.

           DISPLAY-ONE-LINE.
               MOVE RCN-QUANTITY(WS-LINE-IDX) TO WS-QTY-DISPLAY
               IF RCN-UNIT-PRICE(WS-LINE-IDX) IS EQUAL TO ZEROS THEN
                   DISPLAY "  LINE " WS-LINE-IDX " "
                       RCN-ITEM-CODE(WS-LINE-IDX) " QTY "
                       WS-QTY-DISPLAY " AT LIST"
               ELSE
                   MOVE RCN-UNIT-PRICE(WS-LINE-IDX)
                       TO WS-PRICE-DISPLAY
                   DISPLAY "  LINE " WS-LINE-IDX " "
                       RCN-ITEM-CODE(WS-LINE-IDX) " QTY "
                       WS-QTY-DISPLAY " PRICE " WS-PRICE-DISPLAY
               END-IF.

      *----------------------------------------------------------*
      * LOCATE-ITEM-ENTRY FINDS THE ITEM MASTER SLOT MATCHING THE *
      * KEYED ITEM CODE AND LEAVES IT IN ITEM-FOUND-IDX.          *
      *----------------------------------------------------------*
           LOCATE-ITEM-ENTRY.
               MOVE "N" TO ITEM-FOUND-SW
               MOVE ZEROS TO ITEM-FOUND-IDX

               PERFORM CHECK-ITEM-ENTRY-SLOT
                   VARYING ITEM-SEARCH-IDX FROM 1 BY 1
                   UNTIL ITEM-SEARCH-IDX > ITEM-ENTRY-COUNT.

           CHECK-ITEM-ENTRY-SLOT.
               IF ITEM-CODE(ITEM-SEARCH-IDX) IS EQUAL TO
                       WS-CODE-ENTRY THEN
                   MOVE "Y" TO ITEM-FOUND-SW
                   MOVE ITEM-SEARCH-IDX TO ITEM-FOUND-IDX
               END-IF.

      *----------------------------------------------------------*
      * LOAD-ITEM-TABLE READS ITEMTAB INTO WORKING STORAGE AT     *
      * STARTUP FOR THE ITEM CHECKS.  WITH NO ITEM MASTER NO      *
      * CONTRACT CAN BE ADDED OR CHANGED.                         *
      *----------------------------------------------------------*
           LOAD-ITEM-TABLE.
               OPEN INPUT ITEM-TABLE-FILE
               IF NOT ITEM-OK THEN
                   DISPLAY "WARNING: NO ITEM MASTER ON FILE - "
                       "CONTRACTS CANNOT BE ADDED OR CHANGED."
                   GO TO LOAD-ITEM-TABLE-DONE
               END-IF

               READ ITEM-TABLE-FILE
                   AT END MOVE "Y" TO WS-ITEM-EOF-SW
               END-READ

               PERFORM STORE-ITEM-TABLE-ENTRY
                   UNTIL END-OF-ITEM-TABLE

               CLOSE ITEM-TABLE-FILE.

           LOAD-ITEM-TABLE-DONE.
               EXIT.

           STORE-ITEM-TABLE-ENTRY.
               ADD 1 TO ITEM-ENTRY-COUNT
               MOVE ITM-ITEM-CODE
                   TO ITEM-CODE(ITEM-ENTRY-COUNT)
               MOVE ITM-DESCRIPTION
                   TO ITEM-DESCRIPTION(ITEM-ENTRY-COUNT)
               MOVE ITM-UNIT-PRICE
                   TO ITEM-UNIT-PRICE(ITEM-ENTRY-COUNT)

               READ ITEM-TABLE-FILE
                   AT END MOVE "Y" TO WS-ITEM-EOF-SW
               END-READ.

      *----------------------------------------------------------*
      * SIGN-ON-OPERATOR ASKS WHO IS AT THE TERMINAL BEFORE ANY   *
      * MAINTENANCE IS ALLOWED.  A BLANK ID IS REFUSED; AFTER     *
      * THREE TRIES THE ID IS LEFT BLANK AND THE SESSION ENDS.    *
      *----------------------------------------------------------*
           SIGN-ON-OPERATOR.
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES THEN
                   ADD 1 TO WS-SIGN-ON-TRIES
                   IF WS-SIGN-ON-TRIES IS LESS THAN 3 THEN
                       DISPLAY "ERROR: AN OPERATOR ID IS REQUIRED."
                       GO TO SIGN-ON-OPERATOR
                   END-IF
                   DISPLAY "NO OPERATOR ID - SESSION ENDED."
               END-IF.

           SIGN-ON-OPERATOR-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * WRITE-MAINT-AUDIT APPENDS ONE ENTRY TO THE SHARED         *
      * MAINTENANCE AUDIT LOG - OPERATOR, PROGRAM, WALL-CLOCK     *
      * STAMP, FISCAL CODE PLUS CONTRACT NUMBER, AND THE CONTRACT *
      * BEFORE AND AFTER THE ACTION JUST TAKEN.  THE LOG IS       *
      * CREATED ON FIRST USE.                                     *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE WS-FISCAL-ENTRY     TO WS-AUD-KEY-FISCAL-CODE
               MOVE WS-CONTRACT-NUMERIC TO WS-AUD-KEY-CONTRACT-NO

               OPEN EXTEND MAINT-AUDIT-FILE
               IF MAINTAUD-FILE-NOT-FOUND THEN
                   OPEN OUTPUT MAINT-AUDIT-FILE
                   CLOSE MAINT-AUDIT-FILE
                   OPEN EXTEND MAINT-AUDIT-FILE
               END-IF

               MOVE SPACES              TO MAINT-AUDIT-RECORD
               MOVE WS-AUD-DATE         TO MAU-DATE
               MOVE WS-AUD-TIME         TO MAU-TIME
               MOVE WS-OPERATOR-ID      TO MAU-OPERATOR
               MOVE "RECMAINT"          TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
