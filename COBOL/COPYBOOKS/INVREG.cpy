      * (WHICH WRITES IT), THE INVINQ INQUIRY PROGRAM, AND THE    *
      * PAYPOST/AGERPT RECEIVABLES PROGRAMS - PAYPOST RELIEVES    *
      * IVR-OPEN-BALANCE AS PAYMENTS POST AND AGERPT AGES         *
      * WHATEVER IS STILL OPEN.  IVR-RELEASE-DATE IS ZERO UNTIL   *
      * INVINQ RELEASES A HELD INVOICE, WHEN IT CARRIES THE DATE  *
      * THE INVOICE'S JOURNAL LINES WENT OUT ON GLSUP.            *
      * IVR-DUE-DATE IS THE PAYMENT DUE DATE THE PRICING RUN      *
      * WORKS OUT FROM THE CUSTOMER'S PAYTERMS RECORD; ZERO ON    *
      * RECORDS WRITTEN BEFORE TERMS EXISTED, WHICH FALL DUE ON   *
      * THEIR RUN DATE.  IVR-CREDIT-FLAG "I" MARKS A LATE-PAYMENT *
      * INTEREST DEBIT NOTE RAISED BY INTRUN.                     *
      *----------------------------------------------------------*
       01  INVOICE-REGISTER-RECORD.
           05 IVR-INVOICE-NO    PIC 9(8).
           05 IVR-LINE-COUNT    PIC 9(4).
           05 IVR-CREDIT-FLAG   PIC X(1).
               88 IVR-IS-CREDIT VALUE "C".
               88 IVR-IS-INTEREST-NOTE VALUE "I".
           05 IVR-PAID-TOTAL    PIC S9(6)V99.
           05 IVR-OPEN-BALANCE  PIC S9(6)V99.
           05 IVR-HELD-FLAG     PIC X(1).
               88 IVR-IS-HELD VALUE "H".
           05 IVR-RELEASE-DATE  PIC 9(8).
           05 IVR-DUE-DATE      PIC 9(8).
