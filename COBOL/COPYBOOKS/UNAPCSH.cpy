      *----------------------------------------------------------*
      * UNAPCSH - UNAPPLIED CASH LEDGER RECORD LAYOUT.            *
      * ONE RECORD PER CUSTOMER HOLDING MONEY THAT COULD NOT BE   *
      * APPLIED TO AN INVOICE, KEYED BY FISCAL CODE.  PAYPOST     *
      * ADDS TO IT WHEN A PAYMENT NAMES AN INVOICE NOT ON THE     *
      * REGISTER OR BELONGING TO SOMEONE ELSE, OVERPAYS AN        *
      * INVOICE, OR COMES IN ON ACCOUNT WITH MORE THAN THE        *
      * CUSTOMER OWES.  CASHAPP TAKES IT DOWN AS THE DESK         *
      * ALLOCATES THE MONEY TO SPECIFIC INVOICES.  AGERPT AND THE *
      * STATEMENT RUN SHOW UCR-BALANCE AS THE CUSTOMER'S          *
      * UNAPPLIED CREDIT.                                         *
      *----------------------------------------------------------*
       01  UNAPPLIED-CASH-RECORD.
           05 UCR-FISCAL-CODE   PIC X(16).
           05 UCR-BALANCE       PIC S9(7)V99.
           05 UCR-LAST-RECEIPT  PIC 9(8).
           05 UCR-RECEIVED-TOTAL PIC S9(7)V99.
           05 UCR-APPLIED-TOTAL PIC S9(7)V99.
