      *----------------------------------------------------------*
      * RECCONT - RECURRING BILLING CONTRACT RECORD LAYOUT.       *
      * ONE RECORD PER SUBSCRIPTION OR MAINTENANCE CONTRACT,      *
      * KEYED ON THE CUSTOMER'S FISCAL CODE PLUS A CONTRACT       *
      * NUMBER, SO ONE CUSTOMER MAY HOLD SEVERAL CONTRACTS.  EACH  *
      * CONTRACT BILLS THE SAME ONE TO FIVE ITEM LINES EVERY      *
      * MONTH OR QUARTER ON ITS NEXT BILLING DATE UNTIL ITS END   *
      * DATE (ZEROS = OPEN-ENDED).  A LINE PRICE OF ZERO BILLS AT *
      * LIST OR CONTRACT PRICE THE SAME AS A KEYED FEED LINE.     *
      * THE BILLING DAY IS THE DAY OF THE MONTH THE CONTRACT WAS  *
      * SET UP TO BILL ON - KEPT APART FROM THE NEXT BILLING DATE *
      * SO A CONTRACT BILLING ON THE 31ST FALLS BACK TO THE 30TH  *
      * OR THE 28TH IN A SHORT MONTH AND RETURNS TO THE 31ST      *
      * AFTER.  THE LAST BILLED DATE IS THE BUSINESS DATE RECBILL *
      * LAST BILLED IT, SO A RERUN OF THE SAME NIGHT WRITES THE   *
      * SAME LINES AGAIN WITHOUT MOVING THE CONTRACT ON TWICE.    *
      * MAINTAINED BY RECMAINT.                                   *
      *----------------------------------------------------------*
       01  RECURRING-CONTRACT-RECORD.
           05 RCN-KEY.
               10 RCN-FISCAL-CODE  PIC X(16).
               10 RCN-CONTRACT-NO  PIC 9(6).
           05 RCN-DESCRIPTION      PIC X(30).
           05 RCN-FREQUENCY        PIC X(1).
               88 RCN-IS-MONTHLY   VALUE "M".
               88 RCN-IS-QUARTERLY VALUE "Q".
           05 RCN-BILLING-DAY      PIC 9(2).
           05 RCN-NEXT-BILL-DATE   PIC 9(8).
           05 RCN-END-DATE         PIC 9(8).
           05 RCN-LAST-BILL-DATE   PIC 9(8).
           05 RCN-LINE-COUNT       PIC 9(1).
           05 RCN-LINE OCCURS 5 TIMES.
               10 RCN-ITEM-CODE    PIC X(8).
               10 RCN-QUANTITY     PIC 9(3).
               10 RCN-UNIT-PRICE   PIC 9(4)V99.
