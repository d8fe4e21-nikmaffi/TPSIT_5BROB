      *                 (READ OFF THE RUNID FILE) INTO RUNCTL AND *
      *                 ONTO RECRPT'S TITLE LINE, SO THE TIE-OUT  *
      *                 VERDICT TIES TO ONE NIGHT.                *
      * 15/10/2026  NM  LEAVE CALCULATOR'S VAT, VATS, PCT AND     *
      *                 DAYS ENTRIES OUT OF THE TIE-OUT - THEY    *
      *                 ARE THE DESK CHECKING A FIGURE (A TAX, A  *
      *                 PERCENTAGE, A DAY COUNT), NOT AN AMOUNT   *
      *                 THAT WAS BILLED.                          *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
           05 CLR-TIME          PIC 9(8).
           05 FILLER            PIC X(1).
           05 CLR-CMD           PIC X(4).
               88 CLR-IS-CHECK-FIGURE VALUE "VAT " "VATS"
                                            "PCT " "DAYS".
           05 FILLER            PIC X(1).
           05 CLR-NUM1          PIC S9(9)V9(2).
           05 FILLER            PIC X(1).
      *----------------------------------------------------------*
      * SUM-CALC-LOG TOTALS CLR-RES FOR EVERY CALCULATOR ENTRY    *
      * DATED TODAY, GIVING THE FIGURE THE CALCULATOR SAYS IT     *
      * COMPUTED SO FAR TODAY.  VAT/VATS/PCT/DAYS ENTRIES ONLY    *
      * CHECK A FIGURE AND ARE LEFT OUT.                          *
      *----------------------------------------------------------*
       SUM-CALC-LOG.
           OPEN INPUT CALC-LOG-FILE
           END-IF.

       ACCUMULATE-CALC-LOG-RECORD.
           IF CLR-DATE IS EQUAL TO WS-TODAY
                   AND NOT CLR-IS-CHECK-FIGURE THEN
               ADD CLR-RES TO WS-CALC-TOTAL
               ADD 1 TO WS-ENTRIES-TIED
           END-IF
