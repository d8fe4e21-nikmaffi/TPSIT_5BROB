      *----------------------------------------------------------*
      * PAYLOG - PAYMENT LOG RECORD LAYOUT.                       *
      * ONE ENTRY PER AMOUNT APPLIED TO AN INVOICE - A PAYIN      *
      * POSTING BY PAYPOST, AN AUTOMATIC OLDEST-FIRST APPLICATION *
      * OF AN ON-ACCOUNT PAYMENT, OR A DESK ALLOCATION OF HELD    *
      * CASH THROUGH CASHAPP.  THE STATEMENT RUN READS IT TO LIST *
      * A CUSTOMER'S PAYMENTS WITHOUT RE-READING EVERY NIGHT'S    *
      * PAYIN FEED.  THE FILLER SEPARATORS CARRY NO VALUE IN A    *
      * FILE SECTION - CLEAR THE RECORD BEFORE FILLING IT.        *
      *----------------------------------------------------------*
       01  PAYMENT-LOG-RECORD.
           05 PLR-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 PLR-TIME          PIC 9(8).
           05 FILLER            PIC X(1).
           05 PLR-FISCAL-CODE   PIC X(16).
           05 FILLER            PIC X(1).
           05 PLR-INVOICE-NO    PIC 9(8).
           05 FILLER            PIC X(1).
           05 PLR-AMOUNT        PIC 9(6)V99.
