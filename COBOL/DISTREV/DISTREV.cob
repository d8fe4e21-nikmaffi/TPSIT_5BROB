      *                 IDENTIFIER BALCHK ASSIGNS (READ OFF THE   *
      *                 RUNID FILE) LIKE EVERY OTHER NIGHTLY      *
      *                 REPORT.                                   *
      * 15/10/2026  NM  INTEREST DEBIT NOTES INTRUN RAISES ON THE *
      *                 RUN DATE ARE LEFT OUT - THEY NEVER PRINT  *
      *                 ON INVRPT, AND COUNTING THEM BROKE THE    *
      *                 TIE TO ITS RUN SUMMARY.                   *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
      * DATED WITH THE RUN DATE TO THE SORT, KEYED BY THE OWNING  *
      * CUSTOMER'S DISTRICT OFF THE PERSON MASTER.  A CUSTOMER NO *
      * LONGER ON THE MASTER SORTS UNDER "????" AND IS COUNTED    *
      * RATHER THAN DROPPED.  INTRUN'S INTEREST DEBIT NOTES ARE   *
      * NOT INVRPT'S BILLING AND ARE PASSED OVER.                 *
      *----------------------------------------------------------*
       RELEASE-TONIGHTS-INVOICES.
           READ INVOICE-REGISTER-FILE
           EXIT.

       RELEASE-ONE-INVOICE.
           IF IVR-RUN-DATE IS EQUAL TO WS-TODAY
                   AND NOT IVR-IS-INTEREST-NOTE THEN
               MOVE "????" TO SW-DISTRICT
               IF MASTER-IS-AVAILABLE THEN
                   MOVE IVR-FISCAL-CODE TO PM-FISCAL-CODE
