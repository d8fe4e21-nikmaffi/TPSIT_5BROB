      *----------------------------------------------------------*
      * INVLINE - INVOICE LINE HISTORY FILE RECORD LAYOUT.        *
      * ONE RECORD PER LINE THE PRICING RUN BILLS, KEYED ON THE   *
      * INVOICE NUMBER PLUS THE LINE'S SEQUENCE WITHIN THE        *
      * INVOICE, WITH AN ALTERNATE KEY ON THE ITEM CODE (WITH     *
      * DUPLICATES) SO A PAST INVOICE'S LINES CAN BE READ BACK IN *
      * ORDER AND AN ITEM'S SALES BROWSED WITHOUT RE-PARSING OLD  *
      * INVOICE REPORTS.  AMOUNTS ARE UNSIGNED AS PRINTED ON THE  *
      * INVOICE - LNH-LINE-TYPE "C" MARKS A CREDIT/RETURN LINE    *
      * WHOSE FIGURES COUNT AGAINST THE INVOICE.  WRITTEN BY THE  *
      * PRICING RUN, READ BY SALESAN.                             *
      *----------------------------------------------------------*
       01  INVOICE-HISTORY-RECORD.
           05 LNH-KEY.
               10 LNH-INVOICE-NO   PIC 9(8).
               10 LNH-LINE-SEQ     PIC 9(4).
           05 LNH-ITEM-CODE        PIC X(8).
           05 LNH-FISCAL-CODE      PIC X(16).
           05 LNH-INVOICE-DATE     PIC 9(8).
           05 LNH-LINE-TYPE        PIC X(1).
               88 LNH-IS-CHARGE    VALUE "D".
               88 LNH-IS-CREDIT    VALUE "C".
           05 LNH-CATEGORY         PIC X(2).
           05 LNH-QUANTITY         PIC 9(3).
           05 LNH-UNIT-PRICE       PIC 9(4)V99.
           05 LNH-TAX-RATE         PIC V999.
           05 LNH-NET              PIC 9(6)V99.
           05 LNH-TAX              PIC 9(6)V99.
           05 LNH-GROSS            PIC 9(6)V99.
           05 LNH-DISCOUNT         PIC 9(6)V99.
           05 LNH-PRICE-BASIS      PIC X(1).
               88 LNH-AT-LIST-PRICE     VALUE "L".
               88 LNH-AT-CONTRACT-PRICE VALUE "K".
               88 LNH-AT-OVERRIDE-PRICE VALUE "O".
