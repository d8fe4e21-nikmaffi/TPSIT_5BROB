      *----------------------------------------------------------*
      * CONTPRC - CUSTOMER CONTRACT PRICE FILE RECORD LAYOUT.     *
      * ONE RECORD PER NEGOTIATED PRICE, KEYED BY FISCAL CODE     *
      * PLUS ITEM CODE.  A CONTRACT EITHER FIXES A SPECIAL UNIT   *
      * PRICE ("P") OR TAKES A PERCENTAGE OFF THE ITEM MASTER     *
      * LIST PRICE ("D").  UP TO THREE QUANTITY-BREAK TIERS       *
      * REPLACE THE BASE PRICE OR PERCENTAGE WHEN A LINE ORDERS   *
      * AT LEAST THE TIER'S MINIMUM QUANTITY - THE HIGHEST TIER   *
      * REACHED WINS; AN UNUSED TIER HAS A ZERO MINIMUM.  THE     *
      * CONTRACT ONLY APPLIES WHILE THE BUSINESS DATE FALLS       *
      * BETWEEN VALID-FROM AND VALID-TO (A ZERO VALID-TO MEANS    *
      * OPEN-ENDED).  MAINTAINED WITH CONTMAINT; READ BY THE      *
      * PRICING RUN.                                              *
      *----------------------------------------------------------*
       01  CONTRACT-PRICE-RECORD.
           05 CPR-KEY.
               10 CPR-FISCAL-CODE   PIC X(16).
               10 CPR-ITEM-CODE     PIC X(8).
           05 CPR-PRICE-TYPE        PIC X(1).
               88 CPR-IS-SPECIAL-PRICE VALUE "P".
               88 CPR-IS-DISCOUNT      VALUE "D".
           05 CPR-UNIT-PRICE        PIC 9(4)V99.
           05 CPR-DISCOUNT-PCT      PIC 9(2)V99.
           05 CPR-VALID-FROM        PIC 9(8).
           05 CPR-VALID-TO          PIC 9(8).
           05 CPR-TIER OCCURS 3 TIMES.
               10 CPR-TIER-MIN-QTY      PIC 9(3).
               10 CPR-TIER-UNIT-PRICE   PIC 9(4)V99.
               10 CPR-TIER-DISCOUNT-PCT PIC 9(2)V99.
