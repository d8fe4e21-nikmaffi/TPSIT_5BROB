      *----------------------------------------------------------*
      * INTCTL - LATE-PAYMENT INTEREST CONTROL RECORD LAYOUT.     *
      * ONE RECORD PER CUSTOMER PER MONTH INTRUN HAS CHARGED,     *
      * KEYED ON THE PERIOD (YYYYMM) PLUS THE FISCAL CODE, WITH   *
      * THE NUMBER OF THE INTEREST DEBIT NOTE RAISED, ITS AMOUNT, *
      * THE ANNUAL RATE APPLIED AND THE DATE OF THE RUN.  INTRUN  *
      * SKIPS A CUSTOMER ALREADY ON FILE FOR THE PERIOD, SO A     *
      * RERUN AFTER A FAILURE FINISHES THE MONTH WITHOUT BILLING  *
      * ANYONE TWICE.                                             *
      *----------------------------------------------------------*
       01  INTEREST-CONTROL-RECORD.
           05 ICT-KEY.
               10 ICT-PERIOD      PIC 9(6).
               10 ICT-FISCAL-CODE PIC X(16).
           05 ICT-NOTE-NO         PIC 9(8).
           05 ICT-INTEREST        PIC 9(6)V99.
           05 ICT-ANNUAL-RATE     PIC 99V999.
           05 ICT-RUN-DATE        PIC 9(8).
