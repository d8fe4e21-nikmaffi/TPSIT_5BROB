      *----------------------------------------------------------*
      * SELLER - SELLER DATA RECORD LAYOUT.                       *
      * ONE RECORD ON THE SELLER FILE GIVING THE COMPANY'S OWN    *
      * PARTICULARS AS THEY MUST APPEAR ON EVERY ELECTRONIC       *
      * INVOICE - NAME, VAT NUMBER, FISCAL CODE AND REGISTERED    *
      * ADDRESS - SO A CHANGE OF ADDRESS IS A DATA CHANGE, NOT A  *
      * PROGRAM CHANGE.                                           *
      *----------------------------------------------------------*
       01  SELLER-RECORD.
           05 SLR-NAME            PIC X(40).
           05 SLR-VAT-NUMBER      PIC X(11).
           05 SLR-FISCAL-CODE     PIC X(16).
           05 SLR-ADDRESS         PIC X(40).
           05 SLR-POSTCODE        PIC X(5).
           05 SLR-CITY            PIC X(30).
           05 SLR-PROVINCE        PIC X(2).
           05 SLR-COUNTRY         PIC X(2).
