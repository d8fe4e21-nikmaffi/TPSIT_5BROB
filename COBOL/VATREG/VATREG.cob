       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATREG.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MONTHLY VAT SALES         *
      *                 REGISTER.  LISTS EVERY INVOICE AND CREDIT *
      *                 NOTE ON THE INVOICE REGISTER ISSUED IN    *
      *                 THE MONTH ON THE CONTROL CARD, IN INVOICE *
      *                 NUMBER ORDER, WITH ITS DATE, CUSTOMER     *
      *                 FISCAL CODE AND NAME AND ITS TAXABLE AND  *
      *                 VAT SPLIT BY RATE OFF THE INVOICE LINE    *
      *                 HISTORY (INVLINE).  CREDITS PRINT         *
      *                 NEGATIVE; HELD INVOICES PRINT IN THE      *
      *                 MONTH THEY WERE ISSUED.  BREAKS IN THE    *
      *                 NUMBERING AND NUMBERS THAT LOOK ISSUED    *
      *                 TWICE ARE FLAGGED IN LINE, AND A GAP ENDS *
      *                 THE STEP RC=4.  THE MONTH'S VAT PER       *
      *                 CATEGORY IS TIED TO THE VATPAY JOURNAL    *
      *                 LINES ON THE GL EXTRACT HISTORY AND THE   *
      *                 GLSUP RELEASE SUPPLEMENT.                 *
      * 15/10/2026  NM  READ THE INVARX INDEX OF ARCHIVED         *
      *                 INVOICES ALONGSIDE THE REGISTER, MERGED   *
      *                 IN NUMBER ORDER, SO A MONTH BEFORE A      *
      *                 YEAR-END CLOSE STILL LISTS EVERY INVOICE  *
      *                 AND THE NUMBERING CHECK DOES NOT SEE THE  *
      *                 ARCHIVED NUMBERS AS GAPS.                 *
      * 15/10/2026  NM  INVREG RECORD NOW CARRIES THE DUE DATE.   *
      *                 INTRUN'S INTEREST DEBIT NOTES ARE LISTED  *
      *                 AS DOCUMENT TYPE "INTRST"; THEIR "ES"     *
      *                 LINES CARRY NO VAT.                       *
      * 15/10/2026  NM  A CARD OF "MONTHEND" TAKES THE REGISTER   *
      *                 MONTH OFF THE PEREND RECORD DATEROLL      *
      *                 WRITES, AND ENDS RC=0 WITH NO REGISTER ON *
      *                 ANY NIGHT THAT DID NOT CLOSE A MONTH, SO  *
      *                 THE MONTHEND JOB CAN RUN IT EVERY NIGHT.  *
      * 15/10/2026  NM  A REGISTER RECORD WHOSE RELEASE DATE IS   *
      *                 NOT NUMERIC (ONE NOT YET THROUGH THE      *
      *                 INVRCONV CONVERSION) IS TAKEN AS NEVER    *
      *                 RELEASED INSTEAD OF ABENDING THE DIVIDE.  *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVR-INVOICE-NO
               ALTERNATE RECORD KEY IS IVR-FISCAL-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-IVREG-STATUS.

           SELECT ARCHIVED-INDEX-FILE ASSIGN TO "INVARX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARX-INVOICE-NO
               FILE STATUS IS WS-INVARX-STATUS.

           SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNH-KEY
               ALTERNATE RECORD KEY IS LNH-ITEM-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-INVLINE-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               FILE STATUS IS WS-PM-STATUS.

           SELECT INVOICE-SEQUENCE-FILE ASSIGN TO "INVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVSEQ-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT GL-SUPPLEMENT-FILE ASSIGN TO "GLSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUP-STATUS.

           SELECT VAT-REGISTER-FILE ASSIGN TO "VATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PERIOD-END-FILE ASSIGN TO "PEREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

       FD  ARCHIVED-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVARX.

       FD  INVOICE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  INVOICE-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-SEQUENCE-RECORD PIC 9(8).

      *----------------------------------------------------------*
      * GLEXT AND GLSUP SHARE THE PRICING RUN'S GL EXTRACT RECORD *
      * FORMAT - "H" HEADER WITH THE RUN OR RELEASE DATE, SIGNED  *
      * "D" JOURNAL LINES PER VAT CATEGORY, "T" TRAILER.  ONLY    *
      * THE HEADER DATE AND THE VATPAY LINES MATTER HERE.         *
      *----------------------------------------------------------*
       FD  GL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-EXTRACT-RECORD.
           05 GLX-RECORD-TYPE   PIC X(1).
               88 GLX-IS-HEADER  VALUE "H".
               88 GLX-IS-DETAIL  VALUE "D".
           05 GLX-RECORD-BODY   PIC X(20).
       01  GL-HEADER-RECORD REDEFINES GL-EXTRACT-RECORD.
           05 FILLER            PIC X(1).
           05 GLH-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X(12).
       01  GL-DETAIL-RECORD REDEFINES GL-EXTRACT-RECORD.
           05 FILLER            PIC X(1).
           05 GLD-ACCOUNT       PIC X(6).
           05 GLD-CATEGORY      PIC X(2).
           05 GLD-AMOUNT        PIC S9(9)V99
                   SIGN LEADING SEPARATE.

       FD  GL-SUPPLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-SUPPLEMENT-RECORD.
           05 GLS-RECORD-TYPE   PIC X(1).
               88 GLS-IS-HEADER  VALUE "H".
               88 GLS-IS-DETAIL  VALUE "D".
           05 GLS-RECORD-BODY   PIC X(20).
       01  GLS-HEADER-RECORD REDEFINES GL-SUPPLEMENT-RECORD.
           05 FILLER            PIC X(1).
           05 GLS-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X(12).
       01  GLS-DETAIL-RECORD REDEFINES GL-SUPPLEMENT-RECORD.
           05 FILLER            PIC X(1).
           05 GLS-ACCOUNT       PIC X(6).
           05 GLS-CATEGORY      PIC X(2).
           05 GLS-AMOUNT        PIC S9(9)V99
                   SIGN LEADING SEPARATE.

       FD  VAT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  VAT-REGISTER-RECORD PIC X(80).

       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD PIC 9(8).

       FD  PERIOD-END-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PEREND.
       WORKING-STORAGE SECTION.
           77 WS-IVREG-STATUS  PIC X(2).
               88 IVREG-OK VALUE "00".
           77 WS-INVARX-STATUS PIC X(2).
               88 INVARX-OK VALUE "00".
           77 WS-INVLINE-STATUS PIC X(2).
               88 INVLINE-OK VALUE "00".
           77 WS-PM-STATUS     PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-INVSEQ-STATUS PIC X(2).
               88 INVSEQ-OK VALUE "00".
           77 WS-GLEXT-STATUS  PIC X(2).
               88 GLEXT-OK VALUE "00".
           77 WS-GLSUP-STATUS  PIC X(2).
               88 GLSUP-OK VALUE "00".
           77 WS-ERRLOG-STATUS PIC X(2).
               88 ERRLOG-OK             VALUE "00".
               88 ERRLOG-FILE-NOT-FOUND VALUE "35".
           77 WS-RUNCTL-STATUS PIC X(2).
               88 RUNCTL-OK             VALUE "00".
               88 RUNCTL-FILE-NOT-FOUND VALUE "35".
           77 WS-BUSDATE-STATUS PIC X(2).
               88 BUSDATE-OK VALUE "00".
           77 WS-ERROR-MESSAGE PIC X(60).
           77 WS-RCTL-EVENT    PIC X(5).
           77 WS-TODAY         PIC 9(8).
           77 WS-NOW           PIC 9(8).

           77 WS-IVREG-EOF-SW  PIC X VALUE "N".
               88 END-OF-REGISTER VALUE "Y".
           77 WS-ARCHIVE-AVAIL-SW PIC X VALUE "N".
               88 ARCHIVE-IS-AVAILABLE VALUE "Y".

      *----------------------------------------------------------*
      * THE REGISTER AND THE ARCHIVE INDEX ARE MERGED ON INVOICE  *
      * NUMBER.  EACH SIDE'S NEXT RECORD WAITS HERE WITH ITS KEY, *
      * WHICH GOES TO WS-HIGH-KEY WHEN THAT SIDE RUNS OUT; THE    *
      * ONE TAKEN IS MOVED INTO THE REGISTER RECORD AREA FOR THE  *
      * REST OF THE RUN TO WORK ON.                               *
      *----------------------------------------------------------*
           77 WS-HIGH-KEY      PIC 9(9) VALUE 999999999.
           77 WS-LIVE-KEY      PIC 9(9).
           77 WS-ARX-KEY       PIC 9(9).
           77 WS-LIVE-IMAGE    PIC X(94).
           77 WS-ENTRY-SOURCE  PIC X(1).
               88 ENTRY-IS-LIVE     VALUE "L".
               88 ENTRY-IS-ARCHIVED VALUE "A".
           77 WS-ARCHIVED-LISTED PIC 9(5) VALUE ZEROS.
           77 WS-LINES-END-SW  PIC X VALUE "N".
               88 END-OF-INVOICE-LINES VALUE "Y".
           77 WS-GLEXT-EOF-SW  PIC X VALUE "N".
               88 END-OF-GLEXT VALUE "Y".
           77 WS-GLSUP-EOF-SW  PIC X VALUE "N".
               88 END-OF-GLSUP VALUE "Y".
           77 WS-LINES-AVAIL-SW PIC X VALUE "N".
               88 LINE-HISTORY-IS-AVAILABLE VALUE "Y".
           77 WS-MASTER-AVAIL-SW PIC X VALUE "N".
               88 MASTER-IS-AVAILABLE VALUE "Y".
           77 WS-LEDGER-AVAIL-SW PIC X VALUE "N".
               88 LEDGER-IS-AVAILABLE VALUE "Y".

      *----------------------------------------------------------*
      * THE CONTROL CARD CARRIES THE REGISTER MONTH AS YYYYMM.    *
      * A DATE BELONGS TO THE MONTH WHEN ITS FIRST SIX DIGITS     *
      * MATCH THE CARD.  "MONTHEND" ON THE CARD INSTEAD TAKES THE *
      * MONTH DATEROLL LAST CLOSED, WHEN IT CLOSED ONE.           *
      *----------------------------------------------------------*
           77 WS-CARD-VALID-SW PIC X.
               88 WS-CARD-IS-VALID VALUE "Y".
           77 WS-CARD-TRIES    PIC 9 VALUE ZEROS.
           01 WS-PERIOD-CARD.
               05 WS-CARD-YEAR     PIC 9(4).
               05 WS-CARD-MONTH    PIC 99.
           01 WS-PERIOD-CARD-X REDEFINES WS-PERIOD-CARD PIC X(6).
           01 WS-PERIOD-CARD-N REDEFINES WS-PERIOD-CARD PIC 9(6).
           77 WS-DATE-PERIOD   PIC 9(6).
           77 WS-RELEASE-DATE  PIC 9(8).
           77 WS-CARD-ENTRY    PIC X(8).
           77 WS-MONTHEND-SW   PIC X VALUE "N".
               88 MONTHEND-REQUESTED VALUE "Y".
           77 WS-PEREND-STATUS PIC X(2).
               88 PEREND-OK VALUE "00".
           77 WS-PERIOD-END-SW PIC X VALUE "N".
               88 MONTH-JUST-CLOSED VALUE "Y".

      *----------------------------------------------------------*
      * HOW THE INVOICE IN HAND STANDS AGAINST THE MONTH - ISSUED *
      * IN IT (LISTED ON THE REGISTER) AND/OR RELEASED FROM HOLD  *
      * IN IT (ITS JOURNAL LINES WENT OUT ON GLSUP THIS MONTH).   *
      *----------------------------------------------------------*
           77 WS-ISSUED-SW     PIC X VALUE "N".
               88 ISSUED-IN-PERIOD VALUE "Y".
           77 WS-RELEASED-SW   PIC X VALUE "N".
               88 RELEASED-IN-PERIOD VALUE "Y".
           77 WS-DUPLICATE-SW  PIC X VALUE "N".
               88 NUMBER-LOOKS-DUPLICATED VALUE "Y".

           77 WS-FIRST-NUMBER-SW PIC X VALUE "Y".
               88 FIRST-NUMBER-READ VALUE "Y".
           77 WS-PREV-NO       PIC 9(8) VALUE ZEROS.
           77 WS-PREV-DATE     PIC 9(8) VALUE ZEROS.
           77 WS-PREV-ISSUED-SW PIC X VALUE "N".
               88 PREV-ISSUED-IN-PERIOD VALUE "Y".
           77 WS-GAP-FROM      PIC 9(8).
           77 WS-GAP-TO        PIC 9(8).
           77 WS-NEXT-NUMBER   PIC 9(8) VALUE ZEROS.

           77 WS-CUSTOMER-NAME PIC X(24).
           77 WS-LINE-NET      PIC S9(7)V99.
           77 WS-LINE-TAX      PIC S9(7)V99.
           77 WS-INV-LINES-READ PIC 9(4).
           77 WS-INV-NET-SUM   PIC S9(7)V99.
           77 WS-INV-TAX-SUM   PIC S9(7)V99.
           77 WS-POST-CATEGORY PIC X(2).
           77 WS-POST-TAX      PIC S9(7)V99.
           77 WS-RATE-PCT      PIC 99V9.

      *----------------------------------------------------------*
      * THE INVOICE IN HAND'S TAXABLE AND VAT BY RATE, AND THE    *
      * SAME FOR THE WHOLE MONTH.                                 *
      *----------------------------------------------------------*
           77 INV-RATE-COUNT   PIC 99 VALUE ZEROS.
           77 INV-RATE-IDX     PIC 99.
           77 INV-RATE-FOUND-SW PIC X VALUE "N".
               88 INV-RATE-FOUND VALUE "Y".
           01 INVOICE-RATE-TABLE.
               05 INVOICE-RATE-ENTRY OCCURS 20 TIMES.
                   10 IRT-RATE      PIC V999.
                   10 IRT-NET       PIC S9(7)V99.
                   10 IRT-TAX       PIC S9(7)V99.

           77 PER-RATE-COUNT   PIC 99 VALUE ZEROS.
           77 PER-RATE-IDX     PIC 99.
           77 PER-RATE-FOUND-SW PIC X VALUE "N".
               88 PER-RATE-FOUND VALUE "Y".
           01 PERIOD-RATE-TABLE.
               05 PERIOD-RATE-ENTRY OCCURS 20 TIMES.
                   10 PRT-RATE      PIC V999.
                   10 PRT-LINES     PIC 9(6).
                   10 PRT-NET       PIC S9(9)V99.
                   10 PRT-TAX       PIC S9(9)V99.
           77 WS-PERIOD-LINES  PIC 9(6) VALUE ZEROS.
           77 WS-UNANALYSED-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-UNANALYSED-NET PIC S9(9)V99 VALUE ZEROS.
           77 WS-UNANALYSED-TAX PIC S9(9)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * THE GL TIE-OUT, PER VAT CATEGORY.  THE REGISTER SIDE      *
      * SPLITS THE MONTH'S VAT INTO WHAT SHOULD HAVE GONE OUT ON  *
      * THE NIGHT'S GLEXT (RELEASED WHEN ISSUED), WHAT IS STILL   *
      * HELD, AND WHAT WENT OUT ON GLSUP (RELEASED THIS MONTH,    *
      * WHENEVER ISSUED); THE LEDGER SIDE IS THE VATPAY LINES     *
      * DATED IN THE MONTH ON EACH FILE.                          *
      *----------------------------------------------------------*
           77 GL-CAT-COUNT     PIC 99 VALUE ZEROS.
           77 GL-CAT-IDX       PIC 99.
           77 GL-CAT-FOUND-SW  PIC X VALUE "N".
               88 GL-CAT-FOUND VALUE "Y".
           01 GL-TIE-TABLE.
               05 GL-TIE-ENTRY OCCURS 40 TIMES.
                   10 GTT-CATEGORY    PIC X(2).
                   10 GTT-REGISTER    PIC S9(9)V99.
                   10 GTT-HELD        PIC S9(9)V99.
                   10 GTT-EXPECT-EXT  PIC S9(9)V99.
                   10 GTT-EXPECT-SUP  PIC S9(9)V99.
                   10 GTT-LEDGER-EXT  PIC S9(9)V99.
                   10 GTT-LEDGER-SUP  PIC S9(9)V99.
           77 WS-TIE-EXPECTED  PIC S9(9)V99.
           77 WS-TIE-LEDGER    PIC S9(9)V99.
           77 WS-TIE-DIFFERENCE PIC S9(9)V99.
           77 WS-TIE-ADJUST    PIC S9(9)V99.

      *----------------------------------------------------------*
      * GLEXT IS ONE BLOCK PER NIGHT; A SECOND BLOCK FOR A NIGHT  *
      * ALREADY SEEN IS A REPEATED COPY AND IS LEFT OUT.          *
      *----------------------------------------------------------*
           77 WS-BLOCK-USED-SW PIC X VALUE "N".
               88 GL-BLOCK-IS-USED VALUE "Y".
           77 NIGHT-COUNT      PIC 99 VALUE ZEROS.
           77 NIGHT-IDX        PIC 99.
           77 NIGHT-FOUND-SW   PIC X VALUE "N".
               88 NIGHT-ALREADY-SEEN VALUE "Y".
           01 GL-NIGHT-TABLE.
               05 GL-NIGHT-DATE PIC 9(8) OCCURS 31 TIMES.
           77 WS-REPEAT-COUNT  PIC 9(4) VALUE ZEROS.

           77 WS-INVOICE-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-CREDIT-COUNT  PIC 9(6) VALUE ZEROS.
           77 WS-HELD-COUNT    PIC 9(6) VALUE ZEROS.
           77 WS-GAP-COUNT     PIC 9(6) VALUE ZEROS.
           77 WS-DUPLICATE-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-TIE-BREAK-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZEROS.
           77 WS-DOCUMENT-COUNT PIC 9(8) VALUE ZEROS.
           77 WS-PERIOD-NET    PIC S9(9)V99 VALUE ZEROS.
           77 WS-PERIOD-TAX    PIC S9(9)V99 VALUE ZEROS.
           77 WS-PERIOD-GROSS  PIC S9(9)V99 VALUE ZEROS.

           01 VAT-TITLE-LINE.
               05 FILLER          PIC X(30)
                   VALUE "VAT SALES REGISTER FOR MONTH  ".
               05 VTL-YEAR        PIC 9(4).
               05 FILLER          PIC X(1) VALUE "/".
               05 VTL-MONTH       PIC 99.
               05 FILLER          PIC X(14) VALUE "    RUN DATE  ".
               05 VTL-RUN-DATE    PIC 9(8).
               05 FILLER          PIC X(21) VALUE SPACES.

           01 VAT-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "NUMBER   DATE     FISCAL CODE      CUSTO".
               05 FILLER          PIC X(40)
                   VALUE "MER                 DOC                 ".

           01 VAT-INVOICE-LINE.
               05 VIL-INVOICE-NO  PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VIL-DATE        PIC 9(8).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VIL-FISCAL-CODE PIC X(16).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VIL-NAME        PIC X(24).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VIL-DOC-TYPE    PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VIL-HELD        PIC X(4).
               05 FILLER          PIC X(9) VALUE SPACES.

           01 VAT-RATE-LINE.
               05 FILLER          PIC X(9) VALUE SPACES.
               05 FILLER          PIC X(5) VALUE "RATE ".
               05 VRL-RATE        PIC Z9.9.
               05 FILLER          PIC X(11) VALUE "%  TAXABLE ".
               05 VRL-NET         PIC -(7)9.99.
               05 FILLER          PIC X(6) VALUE "  VAT ".
               05 VRL-TAX         PIC -(7)9.99.
               05 FILLER          PIC X(23) VALUE SPACES.

           01 VAT-EXCEPTION-LINE.
               05 FILLER          PIC X(9) VALUE SPACES.
               05 FILLER          PIC X(4) VALUE "*** ".
               05 VEL-TEXT        PIC X(67).

           01 VAT-RATE-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "   RATE    LINES         TAXABLE        ".
               05 FILLER          PIC X(40)
                   VALUE "     VAT                                ".

           01 VAT-RATE-TOTAL-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 VRT-RATE-TEXT   PIC X(5).
               05 VRT-RATE-EDIT REDEFINES VRT-RATE-TEXT.
                   10 FILLER      PIC X(1).
                   10 VRT-RATE    PIC Z9.9.
               05 VRT-PCT-SIGN    PIC X(1).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 VRT-LINES       PIC ZZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 VRT-NET         PIC -(10)9.99.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 VRT-TAX         PIC -(10)9.99.
               05 FILLER          PIC X(32) VALUE SPACES.

           01 VAT-TIE-HEADING-LINE.
               05 FILLER          PIC X(40)
                   VALUE "CAT REGISTER VAT  HELD/RELEASE   EXPECTE".
               05 FILLER          PIC X(40)
                   VALUE "D GL LEDGER VATPAY    DIFFERENCE        ".

           01 VAT-TIE-LINE.
               05 VTI-CATEGORY    PIC X(2).
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VTI-REGISTER    PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VTI-ADJUST      PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VTI-EXPECTED    PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VTI-LEDGER      PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VTI-DIFFERENCE  PIC -(9)9.99.
               05 FILLER          PIC X(1) VALUE SPACES.
               05 VTI-FLAG        PIC X(7).

           01 VAT-SUMMARY-LINE.
               05 VSL-LABEL       PIC X(30).
               05 VSL-COUNT       PIC ZZZZZZZ9.
               05 FILLER          PIC X(42) VALUE SPACES.

           01 VAT-AMOUNT-LINE.
               05 VAL-LABEL       PIC X(30).
               05 VAL-AMOUNT      PIC -(10)9.99.
               05 FILLER          PIC X(36) VALUE SPACES.
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               PERFORM GET-BUSINESS-DATE

               MOVE "N" TO WS-CARD-VALID-SW
               MOVE ZEROS TO WS-CARD-TRIES
               PERFORM ACCEPT-PERIOD-CARD
                   THRU ACCEPT-PERIOD-CARD-EXIT
                   UNTIL WS-CARD-IS-VALID
                      OR WS-CARD-TRIES IS NOT LESS THAN 3
               IF NOT WS-CARD-IS-VALID THEN
                   DISPLAY "ERROR: NO VALID REGISTER MONTH AFTER 3 "
                       "TRIES - RUN ABANDONED."
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               IF MONTHEND-REQUESTED THEN
                   PERFORM GET-PERIOD-END
                   IF NOT MONTH-JUST-CLOSED THEN
                       DISPLAY "MONTHEND: THE LAST BUSINESS DAY "
                           "CLOSED DID NOT END A MONTH - NO VAT "
                           "REGISTER TONIGHT."
                       GO TO PROGRAM-EXIT
                   END-IF
                   DISPLAY "MONTHEND: VAT REGISTER FOR "
                       WS-PERIOD-CARD-X "."
               END-IF

               MOVE "START" TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL

               OPEN INPUT INVOICE-REGISTER-FILE
               IF NOT IVREG-OK THEN
                   DISPLAY "ERROR: INVOICE REGISTER NOT AVAILABLE - "
                       "STATUS " WS-IVREG-STATUS ".  RUN ABANDONED."
                   MOVE "END  " TO WS-RCTL-EVENT
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-EXIT
               END-IF

               OPEN INPUT ARCHIVED-INDEX-FILE
               IF INVARX-OK THEN
                   MOVE "Y" TO WS-ARCHIVE-AVAIL-SW
               END-IF

               OPEN INPUT INVOICE-HISTORY-FILE
               IF INVLINE-OK THEN
                   MOVE "Y" TO WS-LINES-AVAIL-SW
               ELSE
                   DISPLAY "WARNING: INVOICE LINE HISTORY NOT "
                       "AVAILABLE - REGISTER TOTALS PRINTED "
                       "WITHOUT A RATE SPLIT."
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF PM-OK THEN
                   MOVE "Y" TO WS-MASTER-AVAIL-SW
               ELSE
                   DISPLAY "WARNING: PERSON MASTER NOT AVAILABLE - "
                       "CUSTOMER NAMES LEFT BLANK."
               END-IF

               PERFORM READ-INVOICE-SEQUENCE

               OPEN OUTPUT VAT-REGISTER-FILE
               MOVE WS-CARD-YEAR  TO VTL-YEAR
               MOVE WS-CARD-MONTH TO VTL-MONTH
               MOVE WS-TODAY      TO VTL-RUN-DATE
               MOVE VAT-TITLE-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
               MOVE SPACES TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
               MOVE VAT-HEADING-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD

               MOVE WS-HIGH-KEY TO WS-LIVE-KEY
                                   WS-ARX-KEY
               MOVE ZEROS TO IVR-INVOICE-NO
               START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IVR-INVOICE-NO
                   INVALID KEY
                       MOVE "Y" TO WS-IVREG-EOF-SW
               END-START

               IF NOT END-OF-REGISTER THEN
                   PERFORM READ-NEXT-LIVE-INVOICE
               END-IF
               IF ARCHIVE-IS-AVAILABLE THEN
                   PERFORM READ-NEXT-ARCHIVED-INVOICE
               END-IF
               PERFORM TAKE-NEXT-INVOICE

               PERFORM REGISTER-ONE-INVOICE
                   UNTIL END-OF-REGISTER

               PERFORM CHECK-SEQUENCE-AFTER-LAST

               IF WS-DOCUMENT-COUNT IS EQUAL TO ZEROS THEN
                   MOVE "NO INVOICES ISSUED IN THE MONTH."
                       TO VAT-REGISTER-RECORD
                   WRITE VAT-REGISTER-RECORD
               END-IF

               PERFORM PRINT-RATE-TOTALS

               PERFORM READ-GL-EXTRACT THRU READ-GL-EXTRACT-EXIT
               PERFORM READ-GL-SUPPLEMENT
               PERFORM PRINT-GL-TIE-OUT THRU PRINT-GL-TIE-OUT-EXIT

               PERFORM PRINT-REGISTER-SUMMARY

               CLOSE INVOICE-REGISTER-FILE
               IF ARCHIVE-IS-AVAILABLE THEN
                   CLOSE ARCHIVED-INDEX-FILE
               END-IF
               IF LINE-HISTORY-IS-AVAILABLE THEN
                   CLOSE INVOICE-HISTORY-FILE
               END-IF
               IF MASTER-IS-AVAILABLE THEN
                   CLOSE PERSON-MASTER-FILE
               END-IF
               CLOSE VAT-REGISTER-FILE

               COMPUTE WS-EXCEPTION-COUNT = WS-GAP-COUNT
                   + WS-DUPLICATE-COUNT + WS-TIE-BREAK-COUNT
               IF WS-EXCEPTION-COUNT IS GREATER THAN ZEROS THEN
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "VAT REGISTER " WS-PERIOD-CARD-X
                           " - GAPS " WS-GAP-COUNT
                           " DUPLICATES " WS-DUPLICATE-COUNT
                           " UNTIED " WS-TIE-BREAK-COUNT
                           DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE 4 TO RETURN-CODE
               END-IF

               MOVE "END  " TO WS-RCTL-EVENT
               PERFORM WRITE-RUN-CONTROL
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

      *----------------------------------------------------------*
      * ACCEPT-PERIOD-CARD READS THE REGISTER MONTH (YYYYMM) OFF  *
      * SYSIN.  IT MUST BE NUMERIC WITH A MONTH OF 01 TO 12, OR   *
      * THE CARD IS ASKED FOR AGAIN.                              *
      *----------------------------------------------------------*
       ACCEPT-PERIOD-CARD.
           DISPLAY "ENTER REGISTER MONTH (YYYYMM OR MONTHEND): "
               WITH NO ADVANCING
           ACCEPT WS-CARD-ENTRY
           MOVE "Y" TO WS-CARD-VALID-SW
           IF WS-CARD-ENTRY = "MONTHEND" THEN
               MOVE "Y" TO WS-MONTHEND-SW
               GO TO ACCEPT-PERIOD-CARD-EXIT
           END-IF
           MOVE WS-CARD-ENTRY TO WS-PERIOD-CARD-X

           IF WS-PERIOD-CARD-N IS NOT NUMERIC THEN
               MOVE "N" TO WS-CARD-VALID-SW
               ADD 1 TO WS-CARD-TRIES
               DISPLAY "ERROR: MONTH MUST BE NUMERIC YYYYMM.  "
                   "TRY AGAIN."
           ELSE
               IF WS-CARD-MONTH IS LESS THAN 1
                       OR WS-CARD-MONTH IS GREATER THAN 12 THEN
                   MOVE "N" TO WS-CARD-VALID-SW
                   ADD 1 TO WS-CARD-TRIES
                   DISPLAY "ERROR: MONTH MUST BE 01 TO 12.  "
                       "TRY AGAIN."
               END-IF
           END-IF.

       ACCEPT-PERIOD-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * GET-PERIOD-END READS THE PEREND RECORD DATEROLL LEFT FOR  *
      * THE LAST BUSINESS DAY CLOSED.  WHEN THAT DAY ENDED A      *
      * MONTH, THAT MONTH BECOMES THE REGISTER MONTH; A MISSING   *
      * FILE COUNTS AS NO MONTH END.                              *
      *----------------------------------------------------------*
       GET-PERIOD-END.
           MOVE "N" TO WS-PERIOD-END-SW
           OPEN INPUT PERIOD-END-FILE
           IF PEREND-OK THEN
               READ PERIOD-END-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PED-MONTH-END THEN
                           MOVE "Y" TO WS-PERIOD-END-SW
                           MOVE PED-PERIOD TO WS-PERIOD-CARD-N
                       END-IF
               END-READ
               CLOSE PERIOD-END-FILE
           END-IF.

      *----------------------------------------------------------*
      * READ-INVOICE-SEQUENCE PICKS UP THE NEXT NUMBER THE        *
      * PRICING RUN WILL HAND OUT, FOR THE CHECKS AFTER THE LAST  *
      * INVOICE ON THE REGISTER.                                  *
      *----------------------------------------------------------*
       READ-INVOICE-SEQUENCE.
           OPEN INPUT INVOICE-SEQUENCE-FILE
           IF INVSEQ-OK THEN
               READ INVOICE-SEQUENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE INVOICE-SEQUENCE-RECORD TO WS-NEXT-NUMBER
               END-READ
               CLOSE INVOICE-SEQUENCE-FILE
           ELSE
               DISPLAY "WARNING: NO INVSEQ FILE - NUMBERING CHECKED "
                   "ON THE REGISTER ONLY."
           END-IF.

      *----------------------------------------------------------*
      * REGISTER-ONE-INVOICE TAKES EACH REGISTER RECORD - LIVE OR *
      * ARCHIVED - IN NUMBER ORDER.  THE NUMBERING IS CHECKED     *
      * AGAINST THE PRIOR NUMBER; AN INVOICE ISSUED IN THE MONTH  *
      * IS LISTED, AND ONE ISSUED OR RELEASED IN THE MONTH HAS    *
      * ITS LINES ANALYSED FOR THE GL TIE-OUT.  A RELEASE DATE    *
      * THAT IS NOT NUMERIC COUNTS AS NEVER RELEASED.             *
      *----------------------------------------------------------*
       REGISTER-ONE-INVOICE.
           MOVE "N" TO WS-ISSUED-SW
           MOVE "N" TO WS-RELEASED-SW
           IF IVR-RELEASE-DATE IS NUMERIC THEN
               MOVE IVR-RELEASE-DATE TO WS-RELEASE-DATE
           ELSE
               MOVE ZEROS TO WS-RELEASE-DATE
           END-IF
           DIVIDE IVR-RUN-DATE BY 100 GIVING WS-DATE-PERIOD
           IF WS-DATE-PERIOD IS EQUAL TO WS-PERIOD-CARD-N THEN
               MOVE "Y" TO WS-ISSUED-SW
           END-IF
           DIVIDE WS-RELEASE-DATE BY 100 GIVING WS-DATE-PERIOD
           IF WS-DATE-PERIOD IS EQUAL TO WS-PERIOD-CARD-N THEN
               MOVE "Y" TO WS-RELEASED-SW
           END-IF

           PERFORM CHECK-NUMBER-SEQUENCE

           IF ISSUED-IN-PERIOD OR RELEASED-IN-PERIOD THEN
               PERFORM ANALYSE-INVOICE-LINES
                   THRU ANALYSE-INVOICE-LINES-EXIT
           END-IF

           IF ISSUED-IN-PERIOD THEN
               PERFORM PRINT-REGISTER-ENTRY
           END-IF

           MOVE "N" TO WS-FIRST-NUMBER-SW
           MOVE IVR-INVOICE-NO TO WS-PREV-NO
           MOVE IVR-RUN-DATE   TO WS-PREV-DATE
           MOVE WS-ISSUED-SW   TO WS-PREV-ISSUED-SW

           IF ENTRY-IS-ARCHIVED THEN
               IF ISSUED-IN-PERIOD THEN
                   ADD 1 TO WS-ARCHIVED-LISTED
               END-IF
               PERFORM READ-NEXT-ARCHIVED-INVOICE
           ELSE
               PERFORM READ-NEXT-LIVE-INVOICE
           END-IF
           PERFORM TAKE-NEXT-INVOICE.

      *----------------------------------------------------------*
      * READ-NEXT-LIVE-INVOICE AND READ-NEXT-ARCHIVED-INVOICE     *
      * BRING UP THE NEXT RECORD ON EACH SIDE OF THE MERGE.       *
      * TAKE-NEXT-INVOICE PUTS THE LOWER NUMBER OF THE TWO IN THE *
      * REGISTER RECORD AREA, OR ENDS THE REGISTER WHEN BOTH      *
      * SIDES ARE DONE.  A NUMBER ON BOTH - AN ARCHIVED INVOICE    *
      * THE CLOSE FAILED TO TAKE OFF THE REGISTER - IS TAKEN FROM *
      * THE REGISTER ONLY.                                        *
      *----------------------------------------------------------*
       READ-NEXT-LIVE-INVOICE.
           READ INVOICE-REGISTER-FILE NEXT
               AT END
                   MOVE WS-HIGH-KEY TO WS-LIVE-KEY
               NOT AT END
                   MOVE IVR-INVOICE-NO TO WS-LIVE-KEY
                   MOVE INVOICE-REGISTER-RECORD TO WS-LIVE-IMAGE
           END-READ.

       READ-NEXT-ARCHIVED-INVOICE.
           READ ARCHIVED-INDEX-FILE NEXT
               AT END
                   MOVE WS-HIGH-KEY TO WS-ARX-KEY
               NOT AT END
                   MOVE ARX-INVOICE-NO TO WS-ARX-KEY
           END-READ.

       TAKE-NEXT-INVOICE.
           IF WS-ARX-KEY IS EQUAL TO WS-LIVE-KEY
                   AND WS-ARX-KEY IS NOT EQUAL TO WS-HIGH-KEY THEN
               PERFORM READ-NEXT-ARCHIVED-INVOICE
           END-IF

           IF WS-LIVE-KEY IS EQUAL TO WS-HIGH-KEY
                   AND WS-ARX-KEY IS EQUAL TO WS-HIGH-KEY THEN
               MOVE "Y" TO WS-IVREG-EOF-SW
           ELSE
               IF WS-LIVE-KEY IS LESS THAN WS-ARX-KEY THEN
                   MOVE "L" TO WS-ENTRY-SOURCE
                   MOVE WS-LIVE-IMAGE TO INVOICE-REGISTER-RECORD
               ELSE
                   MOVE "A" TO WS-ENTRY-SOURCE
                   MOVE ARX-INVOICE-IMAGE TO INVOICE-REGISTER-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * CHECK-NUMBER-SEQUENCE FLAGS A BREAK IN THE NUMBERING      *
      * WHEN EITHER SIDE OF IT WAS ISSUED IN THE MONTH, AND AN    *
      * INVOICE DATED BEFORE THE ONE NUMBERED AHEAD OF IT - THE   *
      * MARK OF A SEQUENCE THAT WAS SET BACK AND HANDED NUMBERS   *
      * OUT AGAIN.                                                *
      *----------------------------------------------------------*
       CHECK-NUMBER-SEQUENCE.
           IF FIRST-NUMBER-READ THEN
               IF IVR-INVOICE-NO IS GREATER THAN 1
                       AND ISSUED-IN-PERIOD THEN
                   MOVE 1 TO WS-GAP-FROM
                   COMPUTE WS-GAP-TO = IVR-INVOICE-NO - 1
                   PERFORM PRINT-NUMBER-GAP
               END-IF
           ELSE
               IF IVR-INVOICE-NO IS GREATER THAN WS-PREV-NO + 1
                       AND (ISSUED-IN-PERIOD
                            OR PREV-ISSUED-IN-PERIOD) THEN
                   COMPUTE WS-GAP-FROM = WS-PREV-NO + 1
                   COMPUTE WS-GAP-TO   = IVR-INVOICE-NO - 1
                   PERFORM PRINT-NUMBER-GAP
               END-IF
               IF IVR-RUN-DATE IS LESS THAN WS-PREV-DATE
                       AND ISSUED-IN-PERIOD THEN
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO VEL-TEXT
                   STRING "DUPLICATE - " IVR-INVOICE-NO
                           " DATED BEFORE " WS-PREV-NO
                           " - NUMBERING WAS SET BACK"
                           DELIMITED BY SIZE
                       INTO VEL-TEXT
                   MOVE VAT-EXCEPTION-LINE TO VAT-REGISTER-RECORD
                   WRITE VAT-REGISTER-RECORD
               END-IF
           END-IF.

       PRINT-NUMBER-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE SPACES TO VEL-TEXT
           STRING "GAP - NUMBERS " WS-GAP-FROM " TO " WS-GAP-TO
                   " NOT ON THE REGISTER" DELIMITED BY SIZE
               INTO VEL-TEXT
           MOVE VAT-EXCEPTION-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD.

      *----------------------------------------------------------*
      * CHECK-SEQUENCE-AFTER-LAST LOOKS PAST THE HIGHEST NUMBER   *
      * ON THE REGISTER TO INVSEQ.  A NEXT NUMBER NOT ABOVE IT    *
      * MEANS NUMBERS WILL BE HANDED OUT TWICE; ONE MORE THAN A   *
      * STEP ABOVE IT, AFTER AN INVOICE OF THE MONTH, MEANS       *
      * NUMBERS WERE TAKEN AND NEVER REGISTERED.                  *
      *----------------------------------------------------------*
       CHECK-SEQUENCE-AFTER-LAST.
           IF WS-NEXT-NUMBER IS EQUAL TO ZEROS
                   OR FIRST-NUMBER-READ THEN
               CONTINUE
           ELSE
               IF WS-NEXT-NUMBER IS NOT GREATER THAN WS-PREV-NO THEN
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO VEL-TEXT
                   STRING "DUPLICATE - INVSEQ NEXT NUMBER "
                           WS-NEXT-NUMBER " NOT ABOVE "
                           WS-PREV-NO DELIMITED BY SIZE
                       INTO VEL-TEXT
                   MOVE VAT-EXCEPTION-LINE TO VAT-REGISTER-RECORD
                   WRITE VAT-REGISTER-RECORD
               ELSE
                   IF WS-NEXT-NUMBER IS GREATER THAN WS-PREV-NO + 1
                           AND PREV-ISSUED-IN-PERIOD THEN
                       COMPUTE WS-GAP-FROM = WS-PREV-NO + 1
                       COMPUTE WS-GAP-TO   = WS-NEXT-NUMBER - 1
                       PERFORM PRINT-NUMBER-GAP
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ANALYSE-INVOICE-LINES READS THE INVOICE'S LINES OFF THE   *
      * LINE HISTORY, STARTING AT LINE ZERO OF ITS NUMBER, AND    *
      * SPLITS THEM BY RATE AND CATEGORY.  AN INVOICE WITH NO     *
      * LINES ON FILE FALLS BACK TO ITS REGISTER TOTALS UNDER     *
      * CATEGORY "??".  LINES THAT DO NOT BELONG TO THE REGISTER  *
      * RECORD - ANOTHER CUSTOMER OR DATE, MORE LINES THAN THE    *
      * INVOICE HAD, OR TOTALS THAT DISAGREE - MEAN THE NUMBER    *
      * WAS ISSUED TWICE AND THE LATER ISSUE OVERWROTE THE FIRST. *
      *----------------------------------------------------------*
       ANALYSE-INVOICE-LINES.
           MOVE "N" TO WS-DUPLICATE-SW
           MOVE ZEROS TO INV-RATE-COUNT
                         WS-INV-LINES-READ
                         WS-INV-NET-SUM
                         WS-INV-TAX-SUM

           IF NOT LINE-HISTORY-IS-AVAILABLE THEN
               GO TO ANALYSE-INVOICE-LINES-FALLBACK
           END-IF

           MOVE "N" TO WS-LINES-END-SW
           MOVE IVR-INVOICE-NO TO LNH-INVOICE-NO
           MOVE ZEROS          TO LNH-LINE-SEQ
           START INVOICE-HISTORY-FILE
               KEY IS NOT LESS THAN LNH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINES-END-SW
           END-START

           IF NOT END-OF-INVOICE-LINES THEN
               READ INVOICE-HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-LINES-END-SW
               END-READ
           END-IF

           PERFORM ADD-ONE-INVOICE-LINE
               UNTIL END-OF-INVOICE-LINES

           IF WS-INV-LINES-READ IS GREATER THAN ZEROS THEN
               IF WS-INV-LINES-READ IS GREATER THAN IVR-LINE-COUNT
                       OR WS-INV-NET-SUM IS NOT EQUAL TO IVR-SUBTOTAL
                       OR WS-INV-TAX-SUM IS NOT EQUAL TO
                           IVR-TAX-TOTAL THEN
                   MOVE "Y" TO WS-DUPLICATE-SW
               END-IF
               GO TO ANALYSE-INVOICE-LINES-EXIT
           END-IF.

       ANALYSE-INVOICE-LINES-FALLBACK.
           MOVE "??"          TO WS-POST-CATEGORY
           MOVE IVR-TAX-TOTAL TO WS-POST-TAX
           PERFORM POST-CATEGORY-TAX THRU POST-CATEGORY-TAX-EXIT
           IF ISSUED-IN-PERIOD THEN
               ADD 1            TO WS-UNANALYSED-COUNT
               ADD IVR-SUBTOTAL  TO WS-UNANALYSED-NET
               ADD IVR-TAX-TOTAL TO WS-UNANALYSED-TAX
           END-IF.

       ANALYSE-INVOICE-LINES-EXIT.
           EXIT.

       ADD-ONE-INVOICE-LINE.
           IF LNH-INVOICE-NO IS NOT EQUAL TO IVR-INVOICE-NO THEN
               MOVE "Y" TO WS-LINES-END-SW
           ELSE
               ADD 1 TO WS-INV-LINES-READ
               IF LNH-IS-CREDIT THEN
                   COMPUTE WS-LINE-NET = ZEROS - LNH-NET
                   COMPUTE WS-LINE-TAX = ZEROS - LNH-TAX
               ELSE
                   MOVE LNH-NET TO WS-LINE-NET
                   MOVE LNH-TAX TO WS-LINE-TAX
               END-IF
               ADD WS-LINE-NET TO WS-INV-NET-SUM
               ADD WS-LINE-TAX TO WS-INV-TAX-SUM

               IF LNH-FISCAL-CODE IS NOT EQUAL TO IVR-FISCAL-CODE
                       OR LNH-INVOICE-DATE IS NOT EQUAL TO
                           IVR-RUN-DATE THEN
                   MOVE "Y" TO WS-DUPLICATE-SW
               END-IF

               IF ISSUED-IN-PERIOD THEN
                   PERFORM ADD-LINE-TO-INVOICE-RATES
                   PERFORM ADD-LINE-TO-PERIOD-RATES
               END-IF

               MOVE LNH-CATEGORY TO WS-POST-CATEGORY
               MOVE WS-LINE-TAX  TO WS-POST-TAX
               PERFORM POST-CATEGORY-TAX THRU POST-CATEGORY-TAX-EXIT

               READ INVOICE-HISTORY-FILE NEXT
                   AT END MOVE "Y" TO WS-LINES-END-SW
               END-READ
           END-IF.

       ADD-LINE-TO-INVOICE-RATES.
           MOVE "N" TO INV-RATE-FOUND-SW
           PERFORM FIND-INVOICE-RATE
               VARYING INV-RATE-IDX FROM 1 BY 1
               UNTIL INV-RATE-IDX > INV-RATE-COUNT
                  OR INV-RATE-FOUND
           IF INV-RATE-FOUND THEN
               SUBTRACT 1 FROM INV-RATE-IDX
           ELSE
               IF INV-RATE-COUNT IS LESS THAN 20 THEN
                   ADD 1 TO INV-RATE-COUNT
                   MOVE INV-RATE-COUNT TO INV-RATE-IDX
                   MOVE LNH-TAX-RATE TO IRT-RATE(INV-RATE-IDX)
                   MOVE ZEROS TO IRT-NET(INV-RATE-IDX)
                                 IRT-TAX(INV-RATE-IDX)
               ELSE
                   MOVE 20 TO INV-RATE-IDX
               END-IF
           END-IF
           ADD WS-LINE-NET TO IRT-NET(INV-RATE-IDX)
           ADD WS-LINE-TAX TO IRT-TAX(INV-RATE-IDX).

       FIND-INVOICE-RATE.
           IF IRT-RATE(INV-RATE-IDX) IS EQUAL TO LNH-TAX-RATE THEN
               MOVE "Y" TO INV-RATE-FOUND-SW
           END-IF.

       ADD-LINE-TO-PERIOD-RATES.
           MOVE "N" TO PER-RATE-FOUND-SW
           PERFORM FIND-PERIOD-RATE
               VARYING PER-RATE-IDX FROM 1 BY 1
               UNTIL PER-RATE-IDX > PER-RATE-COUNT
                  OR PER-RATE-FOUND
           IF PER-RATE-FOUND THEN
               SUBTRACT 1 FROM PER-RATE-IDX
           ELSE
               IF PER-RATE-COUNT IS LESS THAN 20 THEN
                   ADD 1 TO PER-RATE-COUNT
                   MOVE PER-RATE-COUNT TO PER-RATE-IDX
                   MOVE LNH-TAX-RATE TO PRT-RATE(PER-RATE-IDX)
                   MOVE ZEROS TO PRT-LINES(PER-RATE-IDX)
                                 PRT-NET(PER-RATE-IDX)
                                 PRT-TAX(PER-RATE-IDX)
               ELSE
                   MOVE 20 TO PER-RATE-IDX
               END-IF
           END-IF
           ADD 1           TO PRT-LINES(PER-RATE-IDX)
           ADD 1           TO WS-PERIOD-LINES
           ADD WS-LINE-NET TO PRT-NET(PER-RATE-IDX)
           ADD WS-LINE-TAX TO PRT-TAX(PER-RATE-IDX).

       FIND-PERIOD-RATE.
           IF PRT-RATE(PER-RATE-IDX) IS EQUAL TO LNH-TAX-RATE THEN
               MOVE "Y" TO PER-RATE-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * POST-CATEGORY-TAX ROUTES WS-POST-TAX TO ITS CATEGORY'S    *
      * TIE-OUT SLOT.  ISSUED IN THE MONTH, IT IS REGISTER VAT -  *
      * AND STILL HELD, OR EXPECTED ON THAT NIGHT'S GLEXT IF IT   *
      * WAS NEVER HELD.  RELEASED IN THE MONTH, IT IS EXPECTED ON *
      * GLSUP.  AN INVOICE ISSUED HELD AND RELEASED LATER IS      *
      * EXPECTED ON NEITHER FILE THIS MONTH.                      *
      *----------------------------------------------------------*
       POST-CATEGORY-TAX.
           MOVE "N" TO GL-CAT-FOUND-SW
           PERFORM FIND-GL-CATEGORY
               VARYING GL-CAT-IDX FROM 1 BY 1
               UNTIL GL-CAT-IDX > GL-CAT-COUNT
                  OR GL-CAT-FOUND
           IF GL-CAT-FOUND THEN
               SUBTRACT 1 FROM GL-CAT-IDX
           ELSE
               IF GL-CAT-COUNT IS NOT LESS THAN 40 THEN
                   GO TO POST-CATEGORY-TAX-EXIT
               END-IF
               PERFORM ADD-GL-CATEGORY
           END-IF

           IF ISSUED-IN-PERIOD THEN
               ADD WS-POST-TAX TO GTT-REGISTER(GL-CAT-IDX)
               IF IVR-IS-HELD THEN
                   ADD WS-POST-TAX TO GTT-HELD(GL-CAT-IDX)
               ELSE
                   IF WS-RELEASE-DATE IS EQUAL TO ZEROS THEN
                       ADD WS-POST-TAX TO GTT-EXPECT-EXT(GL-CAT-IDX)
                   END-IF
               END-IF
           END-IF
           IF RELEASED-IN-PERIOD THEN
               ADD WS-POST-TAX TO GTT-EXPECT-SUP(GL-CAT-IDX)
           END-IF.

       POST-CATEGORY-TAX-EXIT.
           EXIT.

       FIND-GL-CATEGORY.
           IF GTT-CATEGORY(GL-CAT-IDX) IS EQUAL TO WS-POST-CATEGORY
                   THEN
               MOVE "Y" TO GL-CAT-FOUND-SW
           END-IF.

       ADD-GL-CATEGORY.
           ADD 1 TO GL-CAT-COUNT
           MOVE GL-CAT-COUNT     TO GL-CAT-IDX
           MOVE WS-POST-CATEGORY TO GTT-CATEGORY(GL-CAT-IDX)
           MOVE ZEROS TO GTT-REGISTER(GL-CAT-IDX)
                         GTT-HELD(GL-CAT-IDX)
                         GTT-EXPECT-EXT(GL-CAT-IDX)
                         GTT-EXPECT-SUP(GL-CAT-IDX)
                         GTT-LEDGER-EXT(GL-CAT-IDX)
                         GTT-LEDGER-SUP(GL-CAT-IDX).

      *----------------------------------------------------------*
      * PRINT-REGISTER-ENTRY LISTS ONE INVOICE OF THE MONTH -     *
      * THE HEADER LINE, ONE LINE PER VAT RATE, AND A DUPLICATE   *
      * WARNING WHEN ITS LINES DID NOT MATCH IT.                  *
      *----------------------------------------------------------*
       PRINT-REGISTER-ENTRY.
           ADD 1 TO WS-DOCUMENT-COUNT
           ADD IVR-SUBTOTAL    TO WS-PERIOD-NET
           ADD IVR-TAX-TOTAL   TO WS-PERIOD-TAX
           ADD IVR-GRAND-TOTAL TO WS-PERIOD-GROSS

           PERFORM LOOKUP-CUSTOMER-NAME
           MOVE IVR-INVOICE-NO  TO VIL-INVOICE-NO
           MOVE IVR-RUN-DATE    TO VIL-DATE
           MOVE IVR-FISCAL-CODE TO VIL-FISCAL-CODE
           MOVE WS-CUSTOMER-NAME TO VIL-NAME
           IF IVR-IS-CREDIT THEN
               MOVE "CREDIT" TO VIL-DOC-TYPE
               ADD 1 TO WS-CREDIT-COUNT
           ELSE
               IF IVR-IS-INTEREST-NOTE THEN
                   MOVE "INTRST" TO VIL-DOC-TYPE
               ELSE
                   MOVE "INV   " TO VIL-DOC-TYPE
               END-IF
               ADD 1 TO WS-INVOICE-COUNT
           END-IF
           IF IVR-IS-HELD THEN
               MOVE "HELD" TO VIL-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE SPACES TO VIL-HELD
           END-IF
           MOVE VAT-INVOICE-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           IF INV-RATE-COUNT IS GREATER THAN ZEROS THEN
               PERFORM PRINT-ONE-INVOICE-RATE
                   VARYING INV-RATE-IDX FROM 1 BY 1
                   UNTIL INV-RATE-IDX > INV-RATE-COUNT
           ELSE
               MOVE SPACES TO VEL-TEXT
               MOVE "NO LINE HISTORY - REGISTER TOTALS, RATE UNKNOWN"
                   TO VEL-TEXT
               MOVE VAT-EXCEPTION-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
               MOVE ZEROS         TO VRL-RATE
               MOVE IVR-SUBTOTAL  TO VRL-NET
               MOVE IVR-TAX-TOTAL TO VRL-TAX
               MOVE VAT-RATE-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
           END-IF

           IF NUMBER-LOOKS-DUPLICATED THEN
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE SPACES TO VEL-TEXT
               STRING "DUPLICATE - LINE HISTORY FOR " IVR-INVOICE-NO
                       " DOES NOT MATCH THE REGISTER"
                       DELIMITED BY SIZE
                   INTO VEL-TEXT
               MOVE VAT-EXCEPTION-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
           END-IF.

       PRINT-ONE-INVOICE-RATE.
           COMPUTE WS-RATE-PCT = IRT-RATE(INV-RATE-IDX) * 100
           MOVE WS-RATE-PCT           TO VRL-RATE
           MOVE IRT-NET(INV-RATE-IDX) TO VRL-NET
           MOVE IRT-TAX(INV-RATE-IDX) TO VRL-TAX
           MOVE VAT-RATE-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD.

      *----------------------------------------------------------*
      * LOOKUP-CUSTOMER-NAME BUILDS "LAST FIRST" OFF THE PERSON   *
      * MASTER, FALLING BACK TO THE FISCAL-CODE NAME FRAGMENTS    *
      * FOR A RECORD LOADED BEFORE THE FULL NAMES EXISTED.        *
      *----------------------------------------------------------*
       LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF MASTER-IS-AVAILABLE THEN
               MOVE IVR-FISCAL-CODE TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       MOVE "*NOT ON PERSON MASTER*"
                           TO WS-CUSTOMER-NAME
                   NOT INVALID KEY
                       IF PM-FULL-LAST-NAME IS EQUAL TO SPACES THEN
                           STRING PM-LAST-NAME " " PM-FIRST-NAME
                                   DELIMITED BY SIZE
                               INTO WS-CUSTOMER-NAME
                       ELSE
                           STRING PM-FULL-LAST-NAME
                                   DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   PM-FULL-FIRST-NAME
                                   DELIMITED BY "  "
                               INTO WS-CUSTOMER-NAME
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * PRINT-RATE-TOTALS PRINTS THE MONTH'S TAXABLE AND VAT PER  *
      * RATE, INVOICES LESS CREDITS, HELD INVOICES INCLUDED.      *
      *----------------------------------------------------------*
       PRINT-RATE-TOTALS.
           MOVE SPACES TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD
           MOVE "PERIOD TOTALS BY VAT RATE" TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD
           MOVE VAT-RATE-HEADING-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           PERFORM PRINT-ONE-PERIOD-RATE
               VARYING PER-RATE-IDX FROM 1 BY 1
               UNTIL PER-RATE-IDX > PER-RATE-COUNT

           IF WS-UNANALYSED-COUNT IS GREATER THAN ZEROS THEN
               MOVE "  ?  "             TO VRT-RATE-TEXT
               MOVE SPACES              TO VRT-PCT-SIGN
               MOVE WS-UNANALYSED-COUNT TO VRT-LINES
               MOVE WS-UNANALYSED-NET   TO VRT-NET
               MOVE WS-UNANALYSED-TAX   TO VRT-TAX
               MOVE VAT-RATE-TOTAL-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
           END-IF

           MOVE "TOTAL"          TO VRT-RATE-TEXT
           MOVE SPACES           TO VRT-PCT-SIGN
           COMPUTE WS-PERIOD-LINES = WS-PERIOD-LINES
               + WS-UNANALYSED-COUNT
           MOVE WS-PERIOD-LINES  TO VRT-LINES
           MOVE WS-PERIOD-NET    TO VRT-NET
           MOVE WS-PERIOD-TAX    TO VRT-TAX
           MOVE VAT-RATE-TOTAL-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD.

       PRINT-ONE-PERIOD-RATE.
           COMPUTE WS-RATE-PCT = PRT-RATE(PER-RATE-IDX) * 100
           MOVE SPACES      TO VRT-RATE-TEXT
           MOVE WS-RATE-PCT TO VRT-RATE
           MOVE "%"         TO VRT-PCT-SIGN
           MOVE PRT-LINES(PER-RATE-IDX) TO VRT-LINES
           MOVE PRT-NET(PER-RATE-IDX)   TO VRT-NET
           MOVE PRT-TAX(PER-RATE-IDX)   TO VRT-TAX
           MOVE VAT-RATE-TOTAL-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD.

      *----------------------------------------------------------*
      * READ-GL-EXTRACT SUMS THE VATPAY LINES OF EVERY GLEXT      *
      * BLOCK WHOSE HEADER FALLS IN THE MONTH, BY CATEGORY.  THE  *
      * FILE IS THE EXTRACT HISTORY THE NIGHTLY CHAIN APPENDS TO  *
      * ONCE RECONCILE HAS PROVED EACH NIGHT'S EXTRACT.  WITHOUT  *
      * IT THERE IS NOTHING TO TIE TO.                            *
      *----------------------------------------------------------*
       READ-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           IF NOT GLEXT-OK THEN
               DISPLAY "WARNING: NO GL EXTRACT HISTORY - VAT NOT "
                   "TIED TO THE LEDGER."
               GO TO READ-GL-EXTRACT-EXIT
           END-IF
           MOVE "Y" TO WS-LEDGER-AVAIL-SW

           READ GL-EXTRACT-FILE
               AT END MOVE "Y" TO WS-GLEXT-EOF-SW
           END-READ
           PERFORM ACCUMULATE-GL-EXTRACT-RECORD
               UNTIL END-OF-GLEXT

           CLOSE GL-EXTRACT-FILE.

       READ-GL-EXTRACT-EXIT.
           EXIT.

       ACCUMULATE-GL-EXTRACT-RECORD.
           IF GLX-IS-HEADER THEN
               MOVE "N" TO WS-BLOCK-USED-SW
               DIVIDE GLH-RUN-DATE BY 100 GIVING WS-DATE-PERIOD
               IF WS-DATE-PERIOD IS EQUAL TO WS-PERIOD-CARD-N THEN
                   PERFORM CHECK-GL-NIGHT
               END-IF
           END-IF

           IF GLX-IS-DETAIL AND GL-BLOCK-IS-USED
                   AND GLD-ACCOUNT IS EQUAL TO "VATPAY" THEN
               MOVE GLD-CATEGORY TO WS-POST-CATEGORY
               PERFORM FIND-OR-ADD-GL-CATEGORY
               IF GL-CAT-FOUND THEN
                   ADD GLD-AMOUNT TO GTT-LEDGER-EXT(GL-CAT-IDX)
               END-IF
           END-IF

           READ GL-EXTRACT-FILE
               AT END MOVE "Y" TO WS-GLEXT-EOF-SW
           END-READ.

       CHECK-GL-NIGHT.
           MOVE "N" TO NIGHT-FOUND-SW
           PERFORM FIND-GL-NIGHT
               VARYING NIGHT-IDX FROM 1 BY 1
               UNTIL NIGHT-IDX > NIGHT-COUNT
                  OR NIGHT-ALREADY-SEEN
           IF NIGHT-ALREADY-SEEN THEN
               ADD 1 TO WS-REPEAT-COUNT
               MOVE SPACES TO VEL-TEXT
               STRING "GL EXTRACT FOR " GLH-RUN-DATE
                       " APPEARS AGAIN - REPEAT LEFT OUT"
                       DELIMITED BY SIZE
                   INTO VEL-TEXT
               DISPLAY "WARNING: " VEL-TEXT
           ELSE
               MOVE "Y" TO WS-BLOCK-USED-SW
               IF NIGHT-COUNT IS LESS THAN 31 THEN
                   ADD 1 TO NIGHT-COUNT
                   MOVE GLH-RUN-DATE TO GL-NIGHT-DATE(NIGHT-COUNT)
               END-IF
           END-IF.

       FIND-GL-NIGHT.
           IF GL-NIGHT-DATE(NIGHT-IDX) IS EQUAL TO GLH-RUN-DATE THEN
               MOVE "Y" TO NIGHT-FOUND-SW
           END-IF.

      *----------------------------------------------------------*
      * READ-GL-SUPPLEMENT DOES THE SAME FOR THE GLSUP BLOCKS     *
      * INVINQ WRITES ON EACH RELEASE - ONE BLOCK PER RELEASE, SO *
      * SEVERAL ON ONE DATE ARE NORMAL.  NO SUPPLEMENT SIMPLY     *
      * MEANS NOTHING WAS EVER RELEASED.                          *
      *----------------------------------------------------------*
       READ-GL-SUPPLEMENT.
           OPEN INPUT GL-SUPPLEMENT-FILE
           IF GLSUP-OK THEN
               READ GL-SUPPLEMENT-FILE
                   AT END MOVE "Y" TO WS-GLSUP-EOF-SW
               END-READ
               PERFORM ACCUMULATE-GL-SUPPLEMENT-RECORD
                   UNTIL END-OF-GLSUP
               CLOSE GL-SUPPLEMENT-FILE
           END-IF.

       ACCUMULATE-GL-SUPPLEMENT-RECORD.
           IF GLS-IS-HEADER THEN
               MOVE "N" TO WS-BLOCK-USED-SW
               DIVIDE GLS-RUN-DATE BY 100 GIVING WS-DATE-PERIOD
               IF WS-DATE-PERIOD IS EQUAL TO WS-PERIOD-CARD-N THEN
                   MOVE "Y" TO WS-BLOCK-USED-SW
               END-IF
           END-IF

           IF GLS-IS-DETAIL AND GL-BLOCK-IS-USED
                   AND GLS-ACCOUNT IS EQUAL TO "VATPAY" THEN
               MOVE GLS-CATEGORY TO WS-POST-CATEGORY
               PERFORM FIND-OR-ADD-GL-CATEGORY
               IF GL-CAT-FOUND THEN
                   ADD GLS-AMOUNT TO GTT-LEDGER-SUP(GL-CAT-IDX)
               END-IF
           END-IF

           READ GL-SUPPLEMENT-FILE
               AT END MOVE "Y" TO WS-GLSUP-EOF-SW
           END-READ.

       FIND-OR-ADD-GL-CATEGORY.
           MOVE "N" TO GL-CAT-FOUND-SW
           PERFORM FIND-GL-CATEGORY
               VARYING GL-CAT-IDX FROM 1 BY 1
               UNTIL GL-CAT-IDX > GL-CAT-COUNT
                  OR GL-CAT-FOUND
           IF GL-CAT-FOUND THEN
               SUBTRACT 1 FROM GL-CAT-IDX
           ELSE
               IF GL-CAT-COUNT IS LESS THAN 40 THEN
                   PERFORM ADD-GL-CATEGORY
                   MOVE "Y" TO GL-CAT-FOUND-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * PRINT-GL-TIE-OUT PRINTS, PER CATEGORY, THE REGISTER VAT,  *
      * THE ADJUSTMENT FOR HELD AND RELEASED INVOICES THAT TAKES  *
      * IT TO WHAT THE LEDGER SHOULD HOLD FOR THE MONTH, THE      *
      * VATPAY LINES IT DOES HOLD, AND THE DIFFERENCE.  ANY       *
      * DIFFERENCE IS AN EXCEPTION.                               *
      *----------------------------------------------------------*
       PRINT-GL-TIE-OUT.
           MOVE SPACES TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD
           MOVE "VAT TIE-OUT TO GL VATPAY BY CATEGORY"
               TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           IF NOT LEDGER-IS-AVAILABLE THEN
               MOVE "NO GL EXTRACT HISTORY - TIE-OUT NOT PERFORMED."
                   TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
               GO TO PRINT-GL-TIE-OUT-EXIT
           END-IF

           MOVE VAT-TIE-HEADING-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD
           PERFORM PRINT-ONE-TIE-CATEGORY
               VARYING GL-CAT-IDX FROM 1 BY 1
               UNTIL GL-CAT-IDX > GL-CAT-COUNT

           IF WS-REPEAT-COUNT IS GREATER THAN ZEROS THEN
               MOVE SPACES TO VEL-TEXT
               STRING "REPEATED GL EXTRACT BLOCKS LEFT OUT: "
                       WS-REPEAT-COUNT DELIMITED BY SIZE
                   INTO VEL-TEXT
               MOVE VAT-EXCEPTION-LINE TO VAT-REGISTER-RECORD
               WRITE VAT-REGISTER-RECORD
           END-IF.

       PRINT-GL-TIE-OUT-EXIT.
           EXIT.

       PRINT-ONE-TIE-CATEGORY.
           COMPUTE WS-TIE-EXPECTED = GTT-EXPECT-EXT(GL-CAT-IDX)
               + GTT-EXPECT-SUP(GL-CAT-IDX)
           COMPUTE WS-TIE-LEDGER = GTT-LEDGER-EXT(GL-CAT-IDX)
               + GTT-LEDGER-SUP(GL-CAT-IDX)
           COMPUTE WS-TIE-ADJUST = WS-TIE-EXPECTED
               - GTT-REGISTER(GL-CAT-IDX)
           COMPUTE WS-TIE-DIFFERENCE = WS-TIE-EXPECTED - WS-TIE-LEDGER

           MOVE GTT-CATEGORY(GL-CAT-IDX) TO VTI-CATEGORY
           MOVE GTT-REGISTER(GL-CAT-IDX) TO VTI-REGISTER
           MOVE WS-TIE-ADJUST            TO VTI-ADJUST
           MOVE WS-TIE-EXPECTED          TO VTI-EXPECTED
           MOVE WS-TIE-LEDGER            TO VTI-LEDGER
           MOVE WS-TIE-DIFFERENCE        TO VTI-DIFFERENCE
           IF WS-TIE-DIFFERENCE IS EQUAL TO ZEROS THEN
               MOVE "TIES   " TO VTI-FLAG
           ELSE
               MOVE "NO TIE " TO VTI-FLAG
               ADD 1 TO WS-TIE-BREAK-COUNT
           END-IF
           MOVE VAT-TIE-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD.

      *----------------------------------------------------------*
      * PRINT-REGISTER-SUMMARY CLOSES THE REGISTER WITH THE       *
      * DOCUMENT COUNTS, THE MONTH'S TOTALS AND THE EXCEPTIONS.   *
      *----------------------------------------------------------*
       PRINT-REGISTER-SUMMARY.
           MOVE SPACES TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "INVOICES:                     " TO VSL-LABEL
           MOVE WS-INVOICE-COUNT TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "CREDIT NOTES:                 " TO VSL-LABEL
           MOVE WS-CREDIT-COUNT TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "OF WHICH STILL HELD:          " TO VSL-LABEL
           MOVE WS-HELD-COUNT TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "OF WHICH ARCHIVED:            " TO VSL-LABEL
           MOVE WS-ARCHIVED-LISTED TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "TAXABLE:                      " TO VAL-LABEL
           MOVE WS-PERIOD-NET TO VAL-AMOUNT
           MOVE VAT-AMOUNT-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "VAT:                          " TO VAL-LABEL
           MOVE WS-PERIOD-TAX TO VAL-AMOUNT
           MOVE VAT-AMOUNT-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "TOTAL INVOICED:               " TO VAL-LABEL
           MOVE WS-PERIOD-GROSS TO VAL-AMOUNT
           MOVE VAT-AMOUNT-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "NUMBERING GAPS:               " TO VSL-LABEL
           MOVE WS-GAP-COUNT TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "NUMBERS ISSUED TWICE:         " TO VSL-LABEL
           MOVE WS-DUPLICATE-COUNT TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD

           MOVE "CATEGORIES NOT TIED TO GL:    " TO VSL-LABEL
           MOVE WS-TIE-BREAK-COUNT TO VSL-COUNT
           MOVE VAT-SUMMARY-LINE TO VAT-REGISTER-RECORD
           WRITE VAT-REGISTER-RECORD.

      *----------------------------------------------------------*
      * GET-BUSINESS-DATE READS THE RUN'S BUSINESS DATE OFF THE   *
      * SHARED BUSDATE FILE.  A MISSING FILE FALLS BACK TO THE    *
      * SYSTEM CLOCK WITH A WARNING.                              *
      *----------------------------------------------------------*
       GET-BUSINESS-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK THEN
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BUSINESS-DATE-RECORD TO WS-TODAY
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY "WARNING: NO BUSINESS DATE FILE - USING THE "
                   "SYSTEM DATE."
           END-IF.

      *----------------------------------------------------------*
      * LOG-ERROR WRITES WS-ERROR-MESSAGE TO THE SHARED ERRLOG    *
      * FILE, STAMPED WITH TODAY'S DATE/TIME AND THIS PROGRAM'S   *
      * NAME.                                                     *
      *----------------------------------------------------------*
       LOG-ERROR.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND ERROR-LOG-FILE
           IF ERRLOG-FILE-NOT-FOUND THEN
               OPEN OUTPUT ERROR-LOG-FILE
               CLOSE ERROR-LOG-FILE
               OPEN EXTEND ERROR-LOG-FILE
           END-IF

           MOVE SPACES           TO ERROR-LOG-RECORD
           MOVE WS-TODAY         TO ERL-DATE
           MOVE WS-NOW           TO ERL-TIME
           MOVE "VATREG"         TO ERL-PROGRAM
           MOVE WS-ERROR-MESSAGE TO ERL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------*
      * WRITE-RUN-CONTROL STAMPS THE SHARED RUN-CONTROL FILE WITH *
      * A START OR END RECORD FOR THIS STEP, CARRYING THE         *
      * DOCUMENTS LISTED AND THE EXCEPTIONS FOUND.                *
      *----------------------------------------------------------*
       WRITE-RUN-CONTROL.
           ACCEPT WS-NOW FROM TIME

           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF

           MOVE SPACES             TO RUN-CONTROL-RECORD
           MOVE WS-TODAY           TO RCR-DATE
           MOVE WS-NOW             TO RCR-TIME
           MOVE "VATREG"           TO RCR-STEP
           MOVE WS-RCTL-EVENT      TO RCR-EVENT
           MOVE WS-DOCUMENT-COUNT  TO RCR-PROCESSED
           MOVE WS-EXCEPTION-COUNT TO RCR-REJECTED
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
