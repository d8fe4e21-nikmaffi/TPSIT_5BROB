      *----------------------------------------------------------*
      * INVARX - ARCHIVED INVOICE INDEX RECORD LAYOUT.            *
      * ONE RECORD PER INVOICE INVARCH HAS MOVED OFF THE LIVE     *
      * REGISTER, KEYED ON THE INVOICE NUMBER, CARRYING THE DATE  *
      * OF THE CLOSE THAT ARCHIVED IT (WHICH NAMES ITS ARCHIVE    *
      * GENERATION), THE CUTOFF IT WAS ARCHIVED UNDER, HOW MANY   *
      * PAYLOG ENTRIES WENT WITH IT, AND ITS INVREG RECORD AS IT  *
      * STOOD.  INVINQ LOOKS AN INVOICE UP HERE WHEN IT IS NO     *
      * LONGER ON INVREG, AND VATREG READS IT ALONGSIDE INVREG SO *
      * A REGISTER MONTH BEFORE THE CUTOFF STILL LISTS EVERY      *
      * NUMBER.                                                   *
      *----------------------------------------------------------*
       01  ARCHIVED-INVOICE-RECORD.
           05 ARX-INVOICE-NO    PIC 9(8).
           05 ARX-ARCHIVE-DATE  PIC 9(8).
           05 ARX-CUTOFF-DATE   PIC 9(8).
           05 ARX-PAYMENT-COUNT PIC 9(4).
           05 ARX-INVOICE-IMAGE PIC X(94).
