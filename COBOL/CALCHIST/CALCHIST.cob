      *                 DATE CARD USED TO RE-ACCEPT FOREVER,      *
      *                 SINCE AN EXHAUSTED SYSIN ANSWERS SPACES   *
      *                 ON EVERY ACCEPT, SPINNING THE BATCH JOB.  *
      * 15/10/2026  NM  CALCULATOR'S NEW VAT, VATS, PCT AND DAYS  *
      *                 COMMANDS ARE COUNTED AND TOTALLED PER DAY *
      *                 UNDER THEIR OWN CODES LIKE ANY OTHER, BUT *
      *                 A DAYS RESULT IS A COUNT OF DAYS, NOT AN  *
      *                 AMOUNT, SO IT IS KEPT OUT OF THE RANGE    *
      *                 RESULT TOTAL (STILL IN THE RANGE COUNT).  *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           05 CLR-TIME          PIC 9(8).
           05 FILLER            PIC X(1).
           05 CLR-CMD           PIC X(4).
               88 CLR-IS-DAY-COUNT VALUE "DAYS".
           05 FILLER            PIC X(1).
           05 CLR-NUM1          PIC S9(9)V9(2).
           05 FILLER            PIC X(1).
      *----------------------------------------------------------*
      * TALLY-CALC-LOG READS THE WHOLE LOG AND ROLLS EVERY ENTRY  *
      * INSIDE THE RANGE INTO THE DAY/COMMAND TABLE, THE HOURLY   *
      * TABLE AND THE RANGE TOTALS.  A DAYS ENTRY'S RESULT IS A   *
      * DAY COUNT AND STAYS OUT OF THE RANGE RESULT TOTAL.        *
      *----------------------------------------------------------*
       TALLY-CALC-LOG.
           PERFORM CLEAR-HOUR-TALLY
           IF CLR-DATE IS NOT LESS THAN WS-FROM-DATE
                   AND CLR-DATE IS NOT GREATER THAN WS-TO-DATE THEN
               ADD 1 TO WS-RANGE-COUNT
               IF NOT CLR-IS-DAY-COUNT THEN
                   ADD CLR-RES TO WS-RANGE-TOTAL
               END-IF

               PERFORM TALLY-DAY-COMMAND
                   THRU TALLY-DAY-COMMAND-EXIT
