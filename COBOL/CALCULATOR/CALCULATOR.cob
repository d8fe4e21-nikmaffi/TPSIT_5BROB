      *                 NO HEADER LINE - EODSTAT PARSES IT LINE    *
      *                 BY LINE AND WOULD COUNT ONE AS AN ERRORED  *
      *                 TRANSACTION.                               *
      * 15/10/2026  NM  ADD VAT, VATS, PCT AND DAYS COMMANDS FOR   *
      *                 THE DESK'S INVOICE CHECKS.  VAT TAKES A    *
      *                 NET AMOUNT AND A VAT CATEGORY AND SHOWS    *
      *                 NET, TAX AND GROSS AT THE VATTAB RATE IN   *
      *                 FORCE ON THE BUSINESS DATE (PICKED THE     *
      *                 SAME WAY AS THE PRICING RUN'S LOOKUP-VAT-  *
      *                 RATE); VATS SPLITS A GROSS AMOUNT BACK     *
      *                 INTO NET AND TAX (SCORPORO).  BOTH LOG THE *
      *                 TAX AS THEIR RESULT.  PCT TAKES AN AMOUNT  *
      *                 AND A PERCENTAGE AND LOGS THE PERCENTAGE   *
      *                 OF THE AMOUNT, SHOWING THE AMOUNT LESS IT  *
      *                 AS A DISCOUNT.  DAYS TAKES TWO YYYYMMDD    *
      *                 DATES AND LOGS THE DAYS FROM THE FIRST TO  *
      *                 THE SECOND.  ALL FOUR RUN IN BATCH FROM    *
      *                 CALCIN AS WELL AS AT THE CONSOLE.          *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT VAT-TABLE-FILE ASSIGN TO "VATTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE
       FD  RUN-ID-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-ID-RECORD        PIC X(10).

      *----------------------------------------------------------*
      * THIS LAYOUT MIRRORS THE PRICING RUN'S VAT-TABLE-RECORD -  *
      * VATMAINT OWNS THE FILE, CALCULATOR ONLY READS IT.         *
      *----------------------------------------------------------*
       FD  VAT-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  VAT-TABLE-RECORD.
           05 VTR-CATEGORY-CODE PIC X(2).
           05 VTR-RATE          PIC V999.
           05 VTR-EFFECTIVE-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
           77 NUM1 PIC S9(9)V9(2) COMP-3.
           77 NUM2 PIC S9(9)V9(2) COMP-3.
           77 WS-RUN-ID           PIC X(10) VALUE SPACES.
           77 WS-WRONG-RUN-SW     PIC X VALUE "N".
               88 CHECKPOINT-IS-FOREIGN VALUE "Y".

           77 VAT-TABLE-EOF-SW    PIC X VALUE "N".
               88 END-OF-VAT-TABLE VALUE "Y".
           77 WS-VAT-STATUS       PIC X(2).
               88 VAT-TABLE-OK VALUE "00".
           77 WS-VAT-LOADED-SW    PIC X VALUE "N".
               88 VAT-TABLE-LOADED VALUE "Y".
           77 VAT-ENTRY-COUNT     PIC 99 VALUE ZEROS.
           77 VAT-SEARCH-IDX      PIC 99.
           77 VAT-FOUND-SW        PIC X VALUE "N".
               88 VAT-RATE-FOUND VALUE "Y".
           01 VAT-TABLE-ENTRIES.
               05 VAT-TABLE-ENTRY OCCURS 40 TIMES.
                   10 VAT-CATEGORY-CODE  PIC X(2).
                   10 VAT-RATE           PIC V999.
                   10 VAT-EFFECTIVE-DATE PIC 9(8).
           77 WS-BEST-EFFECTIVE   PIC 9(8).
           77 WS-CATEGORY-NUMBER  PIC 99.
           77 WS-CATEGORY-CODE REDEFINES WS-CATEGORY-NUMBER PIC X(2).
           77 WS-TAX-RATE         PIC V999.
           77 WS-RATE-DISPLAY     PIC Z9.9.
           77 WS-VAT-NET          PIC S9(11)V9(2) COMP-3.
           77 WS-VAT-TAX          PIC S9(11)V9(2) COMP-3.
           77 WS-VAT-GROSS        PIC S9(11)V9(2) COMP-3.
           77 WS-PCT-REMAINDER    PIC S9(11)V9(2) COMP-3.
           77 WS-WHOLE-OPERAND    PIC S9(9) COMP-3.
           77 WS-CALC-ERROR       PIC X(24).

           01 WS-DATE-CHECK.
               05 WS-CHECK-YEAR   PIC 9(4).
               05 WS-CHECK-MONTH  PIC 9(2).
               05 WS-CHECK-DAY    PIC 9(2).
           01 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK PIC 9(8).
           77 WS-DATE-VALID-SW    PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           77 WS-DAY-INT          PIC 9(8).
           77 WS-ROUND-TRIP       PIC 9(8).
           77 WS-FROM-DAY-INT     PIC 9(8).
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM GET-BUSINESS-DATE
               PERFORM LOAD-VAT-TABLE THRU LOAD-VAT-TABLE-EXIT
               ACCEPT WS-PARM FROM COMMAND-LINE
               IF WS-PARM(1:5) IS EQUALS TO "BATCH" THEN
                   GO TO BATCH-PROCEDURE
                   GO TO MAIN-PROCEDURE
               END-IF

               IF CMD IS EQUALS TO "VAT" OR CMD IS EQUALS TO "VATS" THEN
                   IF CMD IS EQUALS TO "VAT" THEN
                       DISPLAY "ENTER NET AMOUNT: " WITH NO ADVANCING
                   ELSE
                       DISPLAY "ENTER GROSS AMOUNT: " WITH NO ADVANCING
                   END-IF
                   PERFORM ACCEPT-NUM1-OPERAND

                   DISPLAY "ENTER VAT CATEGORY: " WITH NO ADVANCING
                   PERFORM ACCEPT-NUM2-OPERAND

                   PERFORM COMPUTE-VAT-FIGURES
                       THRU COMPUTE-VAT-FIGURES-EXIT
                   IF WS-CALC-ERROR IS NOT EQUAL TO SPACES THEN
                       DISPLAY WS-CALC-ERROR
                       MOVE WS-CALC-ERROR TO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
                       GO TO MAIN-PROCEDURE
                   END-IF
                   COMPUTE WS-RATE-DISPLAY = WS-TAX-RATE * 100
                   DISPLAY "VAT RATE: " WS-RATE-DISPLAY
                       "% IN FORCE ON " WS-TODAY
                   DISPLAY "NET:      " WS-VAT-NET
                   DISPLAY "TAX:      " WS-VAT-TAX
                   DISPLAY "GROSS:    " WS-VAT-GROSS
                   PERFORM WRITE-CALC-LOG-RECORD

                   GO TO MAIN-PROCEDURE
               END-IF

               IF CMD IS EQUALS TO "PCT" THEN
                   DISPLAY "ENTER AMOUNT: " WITH NO ADVANCING
                   PERFORM ACCEPT-NUM1-OPERAND

                   DISPLAY "ENTER PERCENTAGE: " WITH NO ADVANCING
                   PERFORM ACCEPT-NUM2-OPERAND

                   PERFORM COMPUTE-PERCENTAGE
                       THRU COMPUTE-PERCENTAGE-EXIT
                   IF WS-CALC-ERROR IS NOT EQUAL TO SPACES THEN
                       DISPLAY WS-CALC-ERROR
                       MOVE "RESULT OVERFLOW ON PCT" TO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
                       GO TO MAIN-PROCEDURE
                   END-IF
                   DISPLAY "PERCENTAGE:      " RES
                   DISPLAY "LESS DISCOUNT:   " WS-PCT-REMAINDER
                   PERFORM WRITE-CALC-LOG-RECORD

                   GO TO MAIN-PROCEDURE
               END-IF

               IF CMD IS EQUALS TO "DAYS" THEN
                   DISPLAY "ENTER FROM DATE (YYYYMMDD): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUM1-OPERAND

                   DISPLAY "ENTER TO DATE (YYYYMMDD): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUM2-OPERAND

                   PERFORM COMPUTE-DAYS-BETWEEN
                       THRU COMPUTE-DAYS-BETWEEN-EXIT
                   IF WS-CALC-ERROR IS NOT EQUAL TO SPACES THEN
                       DISPLAY WS-CALC-ERROR
                       MOVE WS-CALC-ERROR TO WS-ERROR-MESSAGE
                       PERFORM LOG-ERROR
                       GO TO MAIN-PROCEDURE
                   END-IF
                   DISPLAY "DAYS: " RES
                   PERFORM WRITE-CALC-LOG-RECORD

                   GO TO MAIN-PROCEDURE
               END-IF

               IF CMD IS EQUALS TO "SUM" OR CMD IS EQUALS TO "AVG"
                       OR CMD IS EQUALS TO "MIN"
                       OR CMD IS EQUALS TO "MAX" THEN
               DISPLAY "  MOD  REMAINDER OF DIVIDING TWO NUMBERS"
               DISPLAY "  POW  RAISE A NUMBER TO A POWER"
               DISPLAY "  ROOT TAKE A ROOT OF A NUMBER"
               DISPLAY "  VAT  NET, TAX AND GROSS OF A NET AMOUNT"
               DISPLAY "  VATS SPLIT A GROSS AMOUNT INTO NET AND TAX"
               DISPLAY "  PCT  PERCENTAGE OF AN AMOUNT AND ITS DISCOUNT"
               DISPLAY "  DAYS DAYS BETWEEN TWO YYYYMMDD DATES"
               DISPLAY "  SUM  TOTAL OF THIS SESSION'S RESULTS"
               DISPLAY "  AVG  AVERAGE OF THIS SESSION'S RESULTS"
               DISPLAY "  MIN  SMALLEST OF THIS SESSION'S RESULTS"
               DISPLAY "  EXIT CLOSE THE PROGRAM"
               DISPLAY " "
               DISPLAY "WHEN ASKED FOR AN OPERAND, TYPE ANS TO REUSE"
               DISPLAY "THE LAST RESULT INSTEAD OF RETYPING IT."
               DISPLAY "VAT AND VATS TAKE THE VAT CATEGORY AS A"
               DISPLAY "NUMBER (4 FOR CATEGORY 04) AND USE THE RATE"
               DISPLAY "IN FORCE ON THE BUSINESS DATE.".

           WRITE-CALC-LOG-RECORD.
               ACCEPT WS-NOW FROM TIME
                   PERFORM WRITE-CALC-LOG-RECORD
               END-IF

               IF CMD IS EQUALS TO "VAT" OR CMD IS EQUALS TO "VATS" THEN
                   PERFORM COMPUTE-VAT-FIGURES
                       THRU COMPUTE-VAT-FIGURES-EXIT
                   IF WS-CALC-ERROR IS NOT EQUAL TO SPACES THEN
                       MOVE WS-CALC-ERROR TO RPT-MSG
                       GO TO PROCESS-BATCH-WRITE
                   END-IF
                   MOVE RES TO RPT-RES
                   PERFORM WRITE-CALC-LOG-RECORD
               END-IF

               IF CMD IS EQUALS TO "PCT" THEN
                   PERFORM COMPUTE-PERCENTAGE
                       THRU COMPUTE-PERCENTAGE-EXIT
                   IF WS-CALC-ERROR IS NOT EQUAL TO SPACES THEN
                       MOVE WS-CALC-ERROR TO RPT-MSG
                       GO TO PROCESS-BATCH-WRITE
                   END-IF
                   MOVE RES TO RPT-RES
                   PERFORM WRITE-CALC-LOG-RECORD
               END-IF

               IF CMD IS EQUALS TO "DAYS" THEN
                   PERFORM COMPUTE-DAYS-BETWEEN
                       THRU COMPUTE-DAYS-BETWEEN-EXIT
                   IF WS-CALC-ERROR IS NOT EQUAL TO SPACES THEN
                       MOVE WS-CALC-ERROR TO RPT-MSG
                       GO TO PROCESS-BATCH-WRITE
                   END-IF
                   MOVE RES TO RPT-RES
                   PERFORM WRITE-CALC-LOG-RECORD
               END-IF

               IF CMD IS NOT EQUALS TO "+" AND
                       CMD IS NOT EQUALS TO "-" AND
                       CMD IS NOT EQUALS TO "*" AND
                       CMD IS NOT EQUALS TO "/" AND
                       CMD IS NOT EQUALS TO "MOD" AND
                       CMD IS NOT EQUALS TO "POW" AND
                       CMD IS NOT EQUALS TO "ROOT" AND
                       CMD IS NOT EQUALS TO "VAT" AND
                       CMD IS NOT EQUALS TO "VATS" AND
                       CMD IS NOT EQUALS TO "PCT" AND
                       CMD IS NOT EQUALS TO "DAYS" THEN
                   MOVE "ERROR: COMMAND NOT FOUND" TO RPT-MSG
               END-IF.

                   MOVE WS-SESSION-RESULT(WS-STAT-IDX) TO WS-STAT-RESULT
               END-IF.

      *----------------------------------------------------------*
      * LOAD-VAT-TABLE READS THE VATTAB FILE INTO WORKING STORAGE *
      * ONCE AT STARTUP.  A MISSING TABLE ONLY WARNS - THE        *
      * ARITHMETIC COMMANDS DO NOT NEED IT, AND VAT/VATS ARE THEN *
      * REJECTED ONE BY ONE.                                      *
      *----------------------------------------------------------*
           LOAD-VAT-TABLE.
               MOVE "N" TO WS-VAT-LOADED-SW
               OPEN INPUT VAT-TABLE-FILE
               IF NOT VAT-TABLE-OK THEN
                   DISPLAY "WARNING: NO VAT TABLE - VAT AND VATS WILL "
                       "BE REJECTED."
                   GO TO LOAD-VAT-TABLE-EXIT
               END-IF

               READ VAT-TABLE-FILE
                   AT END MOVE "Y" TO VAT-TABLE-EOF-SW
               END-READ

               PERFORM STORE-VAT-TABLE-ENTRY
                   UNTIL END-OF-VAT-TABLE

               CLOSE VAT-TABLE-FILE
               MOVE "Y" TO WS-VAT-LOADED-SW.

           LOAD-VAT-TABLE-EXIT.
               EXIT.

           STORE-VAT-TABLE-ENTRY.
               IF VAT-ENTRY-COUNT IS LESS THAN 40 THEN
                   ADD 1 TO VAT-ENTRY-COUNT
                   MOVE VTR-CATEGORY-CODE
                       TO VAT-CATEGORY-CODE(VAT-ENTRY-COUNT)
                   MOVE VTR-RATE TO VAT-RATE(VAT-ENTRY-COUNT)
                   MOVE VTR-EFFECTIVE-DATE
                       TO VAT-EFFECTIVE-DATE(VAT-ENTRY-COUNT)
               END-IF

               READ VAT-TABLE-FILE
                   AT END MOVE "Y" TO VAT-TABLE-EOF-SW
               END-READ.

      *----------------------------------------------------------*
      * LOOKUP-VAT-RATE KEEPS, FOR WS-CATEGORY-CODE, THE ENTRY    *
      * WITH THE LATEST EFFECTIVE DATE THAT IS NOT AFTER THE      *
      * BUSINESS DATE - THE SAME PICK THE PRICING RUN MAKES, SO   *
      * THE DESK CHECKS AN INVOICE AT THE RATE IT WAS BILLED AT.  *
      *----------------------------------------------------------*
           LOOKUP-VAT-RATE.
               MOVE "N" TO VAT-FOUND-SW
               MOVE ZEROS TO WS-BEST-EFFECTIVE

               PERFORM CHECK-VAT-TABLE-ENTRY
                   VARYING VAT-SEARCH-IDX FROM 1 BY 1
                   UNTIL VAT-SEARCH-IDX > VAT-ENTRY-COUNT.

           CHECK-VAT-TABLE-ENTRY.
               IF VAT-CATEGORY-CODE(VAT-SEARCH-IDX) IS EQUAL TO
                       WS-CATEGORY-CODE
                       AND VAT-EFFECTIVE-DATE(VAT-SEARCH-IDX) IS NOT
                           GREATER THAN WS-TODAY
                       AND VAT-EFFECTIVE-DATE(VAT-SEARCH-IDX) IS NOT
                           LESS THAN WS-BEST-EFFECTIVE THEN
                   MOVE VAT-EFFECTIVE-DATE(VAT-SEARCH-IDX)
                       TO WS-BEST-EFFECTIVE
                   MOVE VAT-RATE(VAT-SEARCH-IDX) TO WS-TAX-RATE
                   MOVE "Y" TO VAT-FOUND-SW
               END-IF.

      *----------------------------------------------------------*
      * COMPUTE-VAT-FIGURES WORKS OUT NET, TAX AND GROSS FOR VAT  *
      * (NUM1 IS THE NET AMOUNT) OR VATS (NUM1 IS THE GROSS       *
      * AMOUNT, SPLIT BACK AT GROSS / (1 + RATE)).  NUM2 CARRIES  *
      * THE VAT CATEGORY AS A WHOLE NUMBER 0-99, SO CATEGORY "04" *
      * IS KEYED AS 4.  THE TAX IS LEFT IN RES FOR THE LOG; AN    *
      * ERROR LEAVES ITS MESSAGE IN WS-CALC-ERROR.                *
      *----------------------------------------------------------*
           COMPUTE-VAT-FIGURES.
               MOVE SPACES TO WS-CALC-ERROR
               IF NOT VAT-TABLE-LOADED THEN
                   MOVE "ERROR: NO VAT TABLE." TO WS-CALC-ERROR
                   GO TO COMPUTE-VAT-FIGURES-EXIT
               END-IF

               MOVE NUM2 TO WS-WHOLE-OPERAND
               IF WS-WHOLE-OPERAND IS NOT EQUAL TO NUM2
                       OR NUM2 IS LESS THAN ZEROS
                       OR NUM2 IS GREATER THAN 99 THEN
                   MOVE "ERROR: BAD VAT CATEGORY." TO WS-CALC-ERROR
                   GO TO COMPUTE-VAT-FIGURES-EXIT
               END-IF
               MOVE WS-WHOLE-OPERAND TO WS-CATEGORY-NUMBER

               PERFORM LOOKUP-VAT-RATE
               IF NOT VAT-RATE-FOUND THEN
                   MOVE "ERROR: NO VAT RATE." TO WS-CALC-ERROR
                   GO TO COMPUTE-VAT-FIGURES-EXIT
               END-IF

               IF CMD IS EQUALS TO "VAT" THEN
                   MOVE NUM1 TO WS-VAT-NET
                   COMPUTE WS-VAT-TAX ROUNDED = WS-VAT-NET * WS-TAX-RATE
                   COMPUTE WS-VAT-GROSS = WS-VAT-NET + WS-VAT-TAX
               ELSE
                   MOVE NUM1 TO WS-VAT-GROSS
                   COMPUTE WS-VAT-NET ROUNDED =
                       WS-VAT-GROSS / (1 + WS-TAX-RATE)
                   COMPUTE WS-VAT-TAX = WS-VAT-GROSS - WS-VAT-NET
               END-IF
               MOVE WS-VAT-TAX TO RES.

           COMPUTE-VAT-FIGURES-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * COMPUTE-PERCENTAGE LEAVES NUM2 PERCENT OF NUM1 IN RES AND *
      * NUM1 LESS THAT PERCENTAGE (THE DISCOUNTED AMOUNT) IN      *
      * WS-PCT-REMAINDER.                                         *
      *----------------------------------------------------------*
           COMPUTE-PERCENTAGE.
               MOVE SPACES TO WS-CALC-ERROR
               COMPUTE RES ROUNDED = NUM1 * NUM2 / 100
                   ON SIZE ERROR
                       MOVE "ERROR: RESULT OVERFLOW." TO WS-CALC-ERROR
                       GO TO COMPUTE-PERCENTAGE-EXIT
               END-COMPUTE
               COMPUTE WS-PCT-REMAINDER = NUM1 - RES.

           COMPUTE-PERCENTAGE-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * COMPUTE-DAYS-BETWEEN LEAVES IN RES THE NUMBER OF DAYS     *
      * FROM THE NUM1 DATE TO THE NUM2 DATE (BOTH YYYYMMDD) -     *
      * NEGATIVE WHEN THE SECOND DATE IS THE EARLIER ONE.         *
      *----------------------------------------------------------*
           COMPUTE-DAYS-BETWEEN.
               MOVE SPACES TO WS-CALC-ERROR

               MOVE NUM1 TO WS-WHOLE-OPERAND
               MOVE "N" TO WS-DATE-VALID-SW
               IF WS-WHOLE-OPERAND IS EQUAL TO NUM1
                       AND NUM1 IS GREATER THAN ZEROS
                       AND NUM1 IS LESS THAN 100000000 THEN
                   MOVE WS-WHOLE-OPERAND TO WS-DATE-CHECK-N
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
               IF NOT WS-DATE-IS-VALID THEN
                   MOVE "ERROR: BAD FROM DATE." TO WS-CALC-ERROR
                   GO TO COMPUTE-DAYS-BETWEEN-EXIT
               END-IF
               MOVE WS-DAY-INT TO WS-FROM-DAY-INT

               MOVE NUM2 TO WS-WHOLE-OPERAND
               MOVE "N" TO WS-DATE-VALID-SW
               IF WS-WHOLE-OPERAND IS EQUAL TO NUM2
                       AND NUM2 IS GREATER THAN ZEROS
                       AND NUM2 IS LESS THAN 100000000 THEN
                   MOVE WS-WHOLE-OPERAND TO WS-DATE-CHECK-N
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
               IF NOT WS-DATE-IS-VALID THEN
                   MOVE "ERROR: BAD TO DATE." TO WS-CALC-ERROR
                   GO TO COMPUTE-DAYS-BETWEEN-EXIT
               END-IF

               COMPUTE RES = WS-DAY-INT - WS-FROM-DAY-INT.

           COMPUTE-DAYS-BETWEEN-EXIT.
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

           END-PROGRAM.
       STOP RUN.
