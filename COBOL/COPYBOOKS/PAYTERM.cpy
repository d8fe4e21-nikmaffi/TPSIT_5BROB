      *----------------------------------------------------------*
      * PAYTERM - CUSTOMER PAYMENT TERMS FILE RECORD LAYOUT.      *
      * ONE RECORD PER CUSTOMER ON OTHER THAN IMMEDIATE TERMS,    *
      * KEYED ON THE FISCAL CODE AND MAINTAINED BY TRMMAINT.  A   *
      * CUSTOMER WITH NO RECORD PAYS ON RECEIPT.  THE PRICING RUN *
      * STAMPS IVR-DUE-DATE FROM IT: IMMEDIATE IS THE INVOICE     *
      * DATE, THE OTHERS ARE THE LAST DAY OF THE MONTH ONE, TWO   *
      * OR THREE MONTHS AFTER THE INVOICE MONTH (30/60/90 DAYS    *
      * END OF MONTH).                                            *
      *----------------------------------------------------------*
       01  PAYMENT-TERMS-RECORD.
           05 TRM-FISCAL-CODE   PIC X(16).
           05 TRM-TERMS-CODE    PIC X(1).
               88 TRM-IMMEDIATE VALUE "I".
               88 TRM-30-EOM    VALUE "3".
               88 TRM-60-EOM    VALUE "6".
               88 TRM-90-EOM    VALUE "9".
               88 TRM-VALID-CODE VALUE "I" "3" "6" "9".
           05 TRM-SET-DATE      PIC 9(8).
