      *----------------------------------------------------------*
      * BACKORD - BACKORDER RECORD LAYOUT.                        *
      * ONE RECORD PER INVOICE LINE THE PRICING RUN COULD NOT     *
      * SHIP IN FULL, KEYED BY FISCAL CODE, ITEM CODE AND THE     *
      * INVOICE THE ORDER FIRST CAME IN ON - SO A SEQUENTIAL PASS *
      * RETURNS THEM BY CUSTOMER.  BKO-QUANTITY IS WHAT IS STILL  *
      * OWED.  INVMERGE RELEASES IT AS A FLAGGED "D" LINE ONCE    *
      * STOCK IS ON HAND, AND THE PRICING RUN TAKES WHAT IT       *
      * BILLS OFF BKO-QUANTITY, DELETING THE RECORD WHEN NOTHING  *
      * IS LEFT.  BKO-PRICE CARRIES AN EXPLICIT OVERRIDE PRICE    *
      * FROM THE ORIGINAL LINE (ZEROS WHEN IT WAS PRICED OFF THE  *
      * ITEM MASTER).                                             *
      *----------------------------------------------------------*
       01  BACKORDER-RECORD.
           05 BKO-KEY.
               10 BKO-FISCAL-CODE PIC X(16).
               10 BKO-ITEM-CODE   PIC X(8).
               10 BKO-INVOICE-NO  PIC 9(8).
           05 BKO-ORDER-DATE      PIC 9(8).
           05 BKO-QUANTITY        PIC 9(4).
           05 BKO-PRICE           PIC 9(4)V99.
           05 BKO-LAST-BILLED     PIC 9(8).
