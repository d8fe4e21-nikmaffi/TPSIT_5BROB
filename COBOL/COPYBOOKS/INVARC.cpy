      *----------------------------------------------------------*
      * INVARC - INVOICE ARCHIVE GENERATION RECORD LAYOUT.        *
      * ONE DATED GENERATION IS WRITTEN BY EACH INVARCH YEAR-END  *
      * CLOSE - AN "H" HEADER WITH THE ARCHIVE DATE AND CUTOFF,   *
      * THEN FOR EVERY INVOICE MOVED OFF THE LIVE REGISTER AN "I" *
      * RECORD CARRYING ITS INVREG RECORD AS IT STOOD, FOLLOWED   *
      * BY ONE "P" RECORD PER PAYLOG ENTRY AGAINST IT, AND LAST   *
      * A "T" TRAILER WITH THE GENERATION'S COUNTS AND TOTALS.    *
      * THE IMAGES ARE THE OWNING FILES' OWN LAYOUTS, MOVED AS A  *
      * WHOLE BY INVARCH; THE IAI- AND IAP- FIELDS DESCRIBE THEM  *
      * FOR A READER THAT HAS NO INVREG OR PAYLOG RECORD AREA     *
      * OPEN.  READ BY STMTRUN FOR OPENING BALANCES THAT REACH    *
      * BACK BEFORE A CUTOFF.                                     *
      *----------------------------------------------------------*
       01  INVOICE-ARCHIVE-RECORD.
           05 IAR-RECORD-TYPE   PIC X(1).
               88 IAR-IS-HEADER  VALUE "H".
               88 IAR-IS-INVOICE VALUE "I".
               88 IAR-IS-PAYMENT VALUE "P".
               88 IAR-IS-TRAILER VALUE "T".
           05 IAR-RECORD-BODY   PIC X(119).
       01  IAR-HEADER-RECORD REDEFINES INVOICE-ARCHIVE-RECORD.
           05 FILLER            PIC X(1).
           05 IAR-ARCHIVE-DATE  PIC 9(8).
           05 IAR-CUTOFF-DATE   PIC 9(8).
           05 FILLER            PIC X(103).
       01  IAR-INVOICE-RECORD REDEFINES INVOICE-ARCHIVE-RECORD.
           05 FILLER            PIC X(1).
           05 IAR-INVOICE-IMAGE PIC X(94).
           05 FILLER            PIC X(25).
       01  IAR-INVOICE-FIELDS REDEFINES INVOICE-ARCHIVE-RECORD.
           05 FILLER            PIC X(1).
           05 IAI-INVOICE-NO    PIC 9(8).
           05 IAI-RUN-DATE      PIC 9(8).
           05 IAI-FISCAL-CODE   PIC X(16).
           05 IAI-SUBTOTAL      PIC S9(6)V99.
           05 IAI-TAX-TOTAL     PIC S9(6)V99.
           05 IAI-GRAND-TOTAL   PIC S9(6)V99.
           05 IAI-LINE-COUNT    PIC 9(4).
           05 IAI-CREDIT-FLAG   PIC X(1).
           05 IAI-PAID-TOTAL    PIC S9(6)V99.
           05 IAI-OPEN-BALANCE  PIC S9(6)V99.
           05 IAI-HELD-FLAG     PIC X(1).
           05 IAI-RELEASE-DATE  PIC 9(8).
           05 IAI-DUE-DATE      PIC 9(8).
           05 FILLER            PIC X(25).
       01  IAR-PAYMENT-RECORD REDEFINES INVOICE-ARCHIVE-RECORD.
           05 FILLER            PIC X(1).
           05 IAR-PAYMENT-IMAGE PIC X(52).
           05 FILLER            PIC X(67).
       01  IAR-PAYMENT-FIELDS REDEFINES INVOICE-ARCHIVE-RECORD.
           05 FILLER            PIC X(1).
           05 IAP-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 IAP-TIME          PIC 9(8).
           05 FILLER            PIC X(1).
           05 IAP-FISCAL-CODE   PIC X(16).
           05 FILLER            PIC X(1).
           05 IAP-INVOICE-NO    PIC 9(8).
           05 FILLER            PIC X(1).
           05 IAP-AMOUNT        PIC 9(6)V99.
           05 FILLER            PIC X(67).
       01  IAR-TRAILER-RECORD REDEFINES INVOICE-ARCHIVE-RECORD.
           05 FILLER            PIC X(1).
           05 IAR-INVOICE-COUNT PIC 9(7).
           05 IAR-PAYMENT-COUNT PIC 9(7).
           05 IAR-GRAND-TOTAL   PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 IAR-PAID-TOTAL    PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 IAR-PAYMENT-AMOUNT PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 FILLER            PIC X(69).
