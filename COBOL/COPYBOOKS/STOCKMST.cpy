      *----------------------------------------------------------*
      * STOCKMST - STOCK MASTER RECORD LAYOUT.                    *
      * ONE RECORD PER STOCKED ITEM, KEYED BY THE ITEMTAB ITEM    *
      * CODE.  THE PRICING RUN TAKES SHIPPED QUANTITIES OFF       *
      * STK-ON-HAND AND PUTS RETURNS BACK; GOODSRCV BOOKS GOODS   *
      * RECEIVED, STOCK-COUNT ADJUSTMENTS AND THE REORDER POINT   *
      * AND QUANTITY.  STOCKRPT LISTS EVERY ITEM WHOSE ON-HAND    *
      * HAS FALLEN TO ITS REORDER POINT.  AN ITEM WITH NO RECORD  *
      * HERE (A SERVICE, SAY) IS NOT STOCK-CONTROLLED AND ALWAYS  *
      * BILLS IN FULL.                                            *
      *----------------------------------------------------------*
       01  STOCK-MASTER-RECORD.
           05 STK-ITEM-CODE       PIC X(8).
           05 STK-ON-HAND         PIC 9(6).
           05 STK-REORDER-POINT   PIC 9(6).
           05 STK-REORDER-QTY     PIC 9(6).
           05 STK-LAST-RECEIPT    PIC 9(8).
           05 STK-LAST-ISSUE      PIC 9(8).
