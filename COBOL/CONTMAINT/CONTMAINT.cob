       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMAINT.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  MAINTENANCE OF THE        *
      *                 CONTPRC CUSTOMER CONTRACT PRICE FILE IN   *
      *                 THE STYLE OF ITMMAINT - ADD/CHANGE/       *
      *                 INQUIRE/DELETE OF A NEGOTIATED PRICE,     *
      *                 KEYED BY FISCAL CODE PLUS ITEM CODE.  A   *
      *                 CONTRACT IS EITHER A SPECIAL UNIT PRICE   *
      *                 OR A PERCENTAGE OFF LIST, WITH UP TO      *
      *                 THREE QUANTITY-BREAK TIERS AND A VALID-   *
      *                 FROM/VALID-TO WINDOW.  THE CUSTOMER MUST  *
      *                 BE ON PERSMAST AND THE ITEM ON ITEMTAB,   *
      *                 PRICES AND PERCENTAGES NUMERIC, THE DATES *
      *                 IN ORDER AND THE TIER QUANTITIES RISING,  *
      *                 SO A BAD CONTRACT IS TURNED AWAY HERE     *
      *                 INSTEAD OF MISPRICING A NIGHT'S BILLING.  *
      * 15/10/2026  NM  OPERATOR ID ASKED AT SIGN-ON.  EVERY ADD, *
      *                 CHANGE AND DELETE NOW WRITES BEFORE AND   *
      *                 AFTER IMAGES OF THE CONTRACT RECORD TO    *
      *                 THE MAINTAUD AUDIT LOG FOR MAINTRPT.      *
      * 15/10/2026  NM  VALID-FROM AND VALID-TO MUST BE REAL      *
      *                 CALENDAR DATES, PROVED THE SAME WAY AS IN *
      *                 RECMAINT, SO A 20260231 NO LONGER SLIPS   *
      *                 THROUGH TO THE NIGHT'S PRICING.           *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTPRC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KEY
               FILE STATUS IS WS-CONTPRC-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FISCAL-CODE
               FILE STATUS IS WS-PM-STATUS.

           SELECT ITEM-TABLE-FILE ASSIGN TO "ITEMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTPRC.

       FD  PERSON-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  ITEM-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ITEM-TABLE-RECORD.
           05 ITM-ITEM-CODE     PIC X(8).
           05 ITM-DESCRIPTION   PIC X(20).
           05 ITM-UNIT-PRICE    PIC 9(4)V99.
           05 ITM-CATEGORY-CODE PIC X(2).

       FD  MAINT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTAUD.
       WORKING-STORAGE SECTION.
           77 WS-CONTPRC-STATUS PIC X(2).
               88 CONTPRC-OK             VALUE "00".
               88 CONTPRC-NOT-FOUND      VALUE "23".
               88 CONTPRC-FILE-NOT-FOUND VALUE "35".
           77 WS-PM-STATUS   PIC X(2).
               88 PM-OK VALUE "00".
           77 WS-ITEM-STATUS PIC X(2).
               88 ITEM-OK VALUE "00".
           77 WS-ITEM-EOF-SW PIC X VALUE "N".
               88 END-OF-ITEM-TABLE VALUE "Y".

           77 WS-FUNCTION    PIC X(1).
               88 FUNCTION-IS-ADD     VALUE "A".
               88 FUNCTION-IS-CHANGE  VALUE "C".
               88 FUNCTION-IS-INQUIRE VALUE "I".
               88 FUNCTION-IS-DELETE  VALUE "D".
               88 FUNCTION-IS-QUIT    VALUE "Q".

           77 ITEM-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
           77 ITEM-SEARCH-IDX  PIC 9(3).
           77 ITEM-FOUND-IDX   PIC 9(3).
           77 ITEM-FOUND-SW    PIC X VALUE "N".
               88 ITEM-ENTRY-FOUND VALUE "Y".

           01 ITEM-TABLE-ENTRIES.
               05 ITEM-TABLE-ENTRY OCCURS 100 TIMES.
                   10 ITEM-CODE        PIC X(8).
                   10 ITEM-DESCRIPTION PIC X(20).
                   10 ITEM-UNIT-PRICE  PIC 9(4)V99.

           77 WS-FISCAL-ENTRY   PIC X(16).
           77 WS-CODE-ENTRY     PIC X(8).
           77 WS-TYPE-ENTRY     PIC X(1).
               88 ENTRY-IS-SPECIAL-PRICE VALUE "P".
               88 ENTRY-IS-DISCOUNT      VALUE "D".
           77 WS-PRICE-ENTRY    PIC X(6).
           77 WS-PRICE-NUMERIC REDEFINES WS-PRICE-ENTRY PIC 9(6).
           77 WS-PCT-ENTRY      PIC X(4).
           77 WS-PCT-NUMERIC REDEFINES WS-PCT-ENTRY PIC 9(4).
           77 WS-FROM-ENTRY     PIC X(8).
           77 WS-FROM-NUMERIC REDEFINES WS-FROM-ENTRY PIC 9(8).
           77 WS-TO-ENTRY       PIC X(8).
           77 WS-TO-NUMERIC REDEFINES WS-TO-ENTRY PIC 9(8).
           77 WS-QTY-ENTRY      PIC X(3).
           77 WS-QTY-NUMERIC REDEFINES WS-QTY-ENTRY PIC 9(3).
           77 WS-ENTRY-VALID-SW PIC X.
               88 WS-ENTRY-IS-VALID VALUE "Y".

           01 WS-DATE-CHECK.
               05 WS-CHECK-YEAR     PIC 9(4).
               05 WS-CHECK-MONTH    PIC 9(2).
               05 WS-CHECK-DAY      PIC 9(2).
           01 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK PIC 9(8).
           77 WS-DATE-VALID-SW  PIC X.
               88 WS-DATE-IS-VALID VALUE "Y".
           77 WS-DAY-INT        PIC 9(8).
           77 WS-ROUND-TRIP     PIC 9(8).

           77 WS-TIER-IDX       PIC 9.
           77 WS-LAST-TIER-QTY  PIC 9(3).
           77 WS-BASE-PRICE     PIC 9(4)V99.
           77 WS-BASE-PCT       PIC 9(2)V99.
           01 WS-ENTRY-TIERS.
               05 WS-ENTRY-TIER OCCURS 3 TIMES.
                   10 ENT-TIER-MIN-QTY  PIC 9(3).
                   10 ENT-TIER-PRICE    PIC 9(4)V99.
                   10 ENT-TIER-PCT      PIC 9(2)V99.

           77 WS-PRICE-DISPLAY  PIC Z,ZZZ9.99.
           77 WS-PCT-DISPLAY    PIC Z9.99.
           77 WS-QTY-DISPLAY    PIC ZZ9.

           77 WS-MAINTAUD-STATUS PIC X(2).
               88 MAINTAUD-OK             VALUE "00".
               88 MAINTAUD-FILE-NOT-FOUND VALUE "35".
           77 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
           77 WS-SIGN-ON-TRIES   PIC 9 VALUE ZEROS.
           77 WS-AUD-ACTION      PIC X(1).
           77 WS-AUD-DATE        PIC 9(8).
           77 WS-AUD-TIME        PIC 9(8).
           77 WS-AUD-BEFORE-IMAGE PIC X(180).
           77 WS-AUD-AFTER-IMAGE  PIC X(180).
           01 WS-AUD-KEY.
               05 WS-AUD-KEY-FISCAL-CODE PIC X(16).
               05 WS-AUD-KEY-ITEM-CODE   PIC X(8).
       PROCEDURE DIVISION.
           PROGRAM-START.
               PERFORM SIGN-ON-OPERATOR
                   THRU SIGN-ON-OPERATOR-EXIT
               IF WS-OPERATOR-ID = SPACES THEN
                   GO TO END-PROGRAM
               END-IF

               PERFORM LOAD-ITEM-TABLE THRU LOAD-ITEM-TABLE-DONE
               GO TO MAIN-PROCEDURE.

           MAIN-PROCEDURE.
               DISPLAY "A)DD  C)HANGE  I)NQUIRE  D)ELETE  Q)UIT: "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCTION

               IF FUNCTION-IS-ADD THEN
                   PERFORM ADD-CONTRACT-ENTRY
                       THRU ADD-CONTRACT-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-CHANGE THEN
                   PERFORM CHANGE-CONTRACT-ENTRY
                       THRU CHANGE-CONTRACT-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-INQUIRE THEN
                   PERFORM INQUIRE-CONTRACT-ENTRY
                       THRU INQUIRE-CONTRACT-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-DELETE THEN
                   PERFORM DELETE-CONTRACT-ENTRY
                       THRU DELETE-CONTRACT-ENTRY-EXIT
                   GO TO MAIN-PROCEDURE
               END-IF

               IF FUNCTION-IS-QUIT THEN
                   GO TO END-PROGRAM
               ELSE
                   DISPLAY "ERROR: " WS-FUNCTION " NOT A VALID "
                       "FUNCTION."
                   GO TO MAIN-PROCEDURE
               END-IF.

      *----------------------------------------------------------*
      * ADD-CONTRACT-ENTRY ACCEPTS AND VALIDATES A NEW CONTRACT   *
      * AND WRITES IT.  A CUSTOMER WHO ALREADY HAS A CONTRACT FOR *
      * THE ITEM IS REJECTED - CHANGE THE EXISTING ONE INSTEAD.   *
      *----------------------------------------------------------*
           ADD-CONTRACT-ENTRY.
               PERFORM ACCEPT-CONTRACT-KEY
                   THRU ACCEPT-CONTRACT-KEY-EXIT
               IF NOT WS-ENTRY-IS-VALID THEN
                   GO TO ADD-CONTRACT-ENTRY-EXIT
               END-IF

               PERFORM ACCEPT-CONTRACT-TERMS
                   THRU ACCEPT-CONTRACT-TERMS-EXIT
               IF NOT WS-ENTRY-IS-VALID THEN
                   GO TO ADD-CONTRACT-ENTRY-EXIT
               END-IF

               OPEN I-O CONTRACT-PRICE-FILE
               IF CONTPRC-FILE-NOT-FOUND THEN
                   OPEN OUTPUT CONTRACT-PRICE-FILE
                   CLOSE CONTRACT-PRICE-FILE
                   OPEN I-O CONTRACT-PRICE-FILE
               END-IF

               PERFORM MOVE-ENTRY-TO-RECORD
               WRITE CONTRACT-PRICE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: " WS-FISCAL-ENTRY
                           " ALREADY HAS A CONTRACT FOR "
                           WS-CODE-ENTRY "."
                   NOT INVALID KEY
                       DISPLAY "CONTRACT ADDED."
                       MOVE "A"    TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-BEFORE-IMAGE
                       MOVE CONTRACT-PRICE-RECORD
                           TO WS-AUD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
               CLOSE CONTRACT-PRICE-FILE.

           ADD-CONTRACT-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * CHANGE-CONTRACT-ENTRY SHOWS AN EXISTING CONTRACT AND      *
      * RE-KEYS ITS TYPE, PRICE OR DISCOUNT, DATES AND TIERS.     *
      *----------------------------------------------------------*
           CHANGE-CONTRACT-ENTRY.
               PERFORM ACCEPT-CONTRACT-KEY
                   THRU ACCEPT-CONTRACT-KEY-EXIT
               IF NOT WS-ENTRY-IS-VALID THEN
                   GO TO CHANGE-CONTRACT-ENTRY-EXIT
               END-IF

               OPEN I-O CONTRACT-PRICE-FILE
               MOVE WS-FISCAL-ENTRY TO CPR-FISCAL-CODE
               MOVE WS-CODE-ENTRY   TO CPR-ITEM-CODE
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CONTRACT FOR "
                           WS-FISCAL-ENTRY " " WS-CODE-ENTRY "."
               END-READ

               IF CONTPRC-OK THEN
                   PERFORM DISPLAY-CONTRACT-RECORD
                   MOVE CONTRACT-PRICE-RECORD TO WS-AUD-BEFORE-IMAGE
                   PERFORM ACCEPT-CONTRACT-TERMS
                       THRU ACCEPT-CONTRACT-TERMS-EXIT
                   IF WS-ENTRY-IS-VALID THEN
                       PERFORM MOVE-ENTRY-TO-RECORD
                       REWRITE CONTRACT-PRICE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: COULD NOT REWRITE "
                                   "RECORD."
                           NOT INVALID KEY
                               DISPLAY "CONTRACT CHANGED."
                               MOVE "C" TO WS-AUD-ACTION
                               MOVE CONTRACT-PRICE-RECORD
                                   TO WS-AUD-AFTER-IMAGE
                               PERFORM WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE CONTRACT-PRICE-FILE.

           CHANGE-CONTRACT-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * INQUIRE-CONTRACT-ENTRY DISPLAYS ONE CONTRACT.             *
      *----------------------------------------------------------*
           INQUIRE-CONTRACT-ENTRY.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-FISCAL-ENTRY
               DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
               ACCEPT WS-CODE-ENTRY

               OPEN INPUT CONTRACT-PRICE-FILE
               IF NOT CONTPRC-OK THEN
                   DISPLAY "ERROR: NO CONTRACT PRICE FILE ON FILE."
                   GO TO INQUIRE-CONTRACT-ENTRY-EXIT
               END-IF

               MOVE WS-FISCAL-ENTRY TO CPR-FISCAL-CODE
               MOVE WS-CODE-ENTRY   TO CPR-ITEM-CODE
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CONTRACT FOR "
                           WS-FISCAL-ENTRY " " WS-CODE-ENTRY "."
               END-READ

               IF CONTPRC-OK THEN
                   PERFORM DISPLAY-CONTRACT-RECORD
               END-IF
               CLOSE CONTRACT-PRICE-FILE.

           INQUIRE-CONTRACT-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * DELETE-CONTRACT-ENTRY REMOVES ONE CONTRACT - THE CUSTOMER *
      * BILLS AT LIST FOR THAT ITEM AFTERWARDS.                   *
      *----------------------------------------------------------*
           DELETE-CONTRACT-ENTRY.
               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-FISCAL-ENTRY
               DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
               ACCEPT WS-CODE-ENTRY

               OPEN I-O CONTRACT-PRICE-FILE
               IF NOT CONTPRC-OK THEN
                   DISPLAY "ERROR: NO CONTRACT PRICE FILE ON FILE."
                   GO TO DELETE-CONTRACT-ENTRY-EXIT
               END-IF

               MOVE WS-FISCAL-ENTRY TO CPR-FISCAL-CODE
               MOVE WS-CODE-ENTRY   TO CPR-ITEM-CODE
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       DISPLAY "ERROR: NO CONTRACT FOR "
                           WS-FISCAL-ENTRY " " WS-CODE-ENTRY "."
               END-READ

               IF CONTPRC-OK THEN
                   MOVE CONTRACT-PRICE-RECORD TO WS-AUD-BEFORE-IMAGE
                   DELETE CONTRACT-PRICE-FILE RECORD
                   DISPLAY "CONTRACT DELETED."
                   MOVE "D"    TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
               END-IF
               CLOSE CONTRACT-PRICE-FILE.

           DELETE-CONTRACT-ENTRY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * ACCEPT-CONTRACT-KEY PROMPTS FOR THE FISCAL CODE AND ITEM  *
      * CODE AND CHECKS THE CUSTOMER IS ON THE PERSON MASTER AND  *
      * THE ITEM ON THE ITEM MASTER, SHOWING THE LIST PRICE THE   *
      * CONTRACT WILL BE MEASURED AGAINST.                        *
      *----------------------------------------------------------*
           ACCEPT-CONTRACT-KEY.
               MOVE "N" TO WS-ENTRY-VALID-SW

               DISPLAY "ENTER FISCAL CODE: " WITH NO ADVANCING
               ACCEPT WS-FISCAL-ENTRY
               IF WS-FISCAL-ENTRY IS EQUAL TO SPACES THEN
                   DISPLAY "ERROR: FISCAL CODE IS REQUIRED."
                   GO TO ACCEPT-CONTRACT-KEY-EXIT
               END-IF

               OPEN INPUT PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   DISPLAY "ERROR: PERSON MASTER NOT AVAILABLE - "
                       "STATUS " WS-PM-STATUS "."
                   GO TO ACCEPT-CONTRACT-KEY-EXIT
               END-IF
               MOVE WS-FISCAL-ENTRY TO PM-FISCAL-CODE
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: " WS-FISCAL-ENTRY
                           " NOT ON THE PERSON MASTER."
               END-READ
               CLOSE PERSON-MASTER-FILE
               IF NOT PM-OK THEN
                   GO TO ACCEPT-CONTRACT-KEY-EXIT
               END-IF

               DISPLAY "ENTER ITEM CODE: " WITH NO ADVANCING
               ACCEPT WS-CODE-ENTRY
               PERFORM LOCATE-ITEM-ENTRY
               IF NOT ITEM-ENTRY-FOUND THEN
                   DISPLAY "ERROR: ITEM " WS-CODE-ENTRY
                       " NOT ON THE ITEM MASTER."
                   GO TO ACCEPT-CONTRACT-KEY-EXIT
               END-IF

               MOVE ITEM-UNIT-PRICE(ITEM-FOUND-IDX)
                   TO WS-PRICE-DISPLAY
               DISPLAY ITEM-CODE(ITEM-FOUND-IDX) " "
                   ITEM-DESCRIPTION(ITEM-FOUND-IDX)
                   " LIST PRICE " WS-PRICE-DISPLAY

               MOVE "Y" TO WS-ENTRY-VALID-SW.

           ACCEPT-CONTRACT-KEY-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * ACCEPT-CONTRACT-TERMS PROMPTS FOR THE PRICING TYPE, THE   *
      * BASE SPECIAL PRICE OR DISCOUNT, THE VALIDITY DATES AND    *
      * THE THREE QUANTITY-BREAK TIERS.  VALID-TO MAY BE ZEROS    *
      * FOR AN OPEN-ENDED CONTRACT BUT OTHERWISE MAY NOT FALL     *
      * BEFORE VALID-FROM; A TIER WITH A ZERO QUANTITY IS UNUSED. *
      *----------------------------------------------------------*
           ACCEPT-CONTRACT-TERMS.
               MOVE "N" TO WS-ENTRY-VALID-SW

               DISPLAY "ENTER P)RICE OR D)ISCOUNT CONTRACT: "
                   WITH NO ADVANCING
               ACCEPT WS-TYPE-ENTRY
               IF NOT ENTRY-IS-SPECIAL-PRICE
                       AND NOT ENTRY-IS-DISCOUNT THEN
                   DISPLAY "ERROR: TYPE MUST BE P OR D."
                   GO TO ACCEPT-CONTRACT-TERMS-EXIT
               END-IF

               MOVE ZEROS TO WS-BASE-PRICE
                             WS-BASE-PCT
               IF ENTRY-IS-SPECIAL-PRICE THEN
                   PERFORM ACCEPT-CONTRACT-PRICE
                   IF WS-PRICE-NUMERIC IS NOT NUMERIC THEN
                       GO TO ACCEPT-CONTRACT-TERMS-EXIT
                   END-IF
                   COMPUTE WS-BASE-PRICE = WS-PRICE-NUMERIC / 100
               ELSE
                   PERFORM ACCEPT-CONTRACT-PERCENT
                   IF WS-PCT-NUMERIC IS NOT NUMERIC THEN
                       GO TO ACCEPT-CONTRACT-TERMS-EXIT
                   END-IF
                   COMPUTE WS-BASE-PCT = WS-PCT-NUMERIC / 100
               END-IF

               DISPLAY "ENTER VALID FROM (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-FROM-ENTRY
               IF WS-FROM-NUMERIC IS NOT NUMERIC
                       OR WS-FROM-NUMERIC IS EQUAL TO ZEROS THEN
                   DISPLAY "ERROR: VALID FROM MUST BE A YYYYMMDD "
                       "DATE."
                   GO TO ACCEPT-CONTRACT-TERMS-EXIT
               END-IF
               MOVE WS-FROM-NUMERIC TO WS-DATE-CHECK-N
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-DATE-IS-VALID THEN
                   DISPLAY "ERROR: " WS-FROM-ENTRY
                       " IS NOT A CALENDAR DATE."
                   GO TO ACCEPT-CONTRACT-TERMS-EXIT
               END-IF

               DISPLAY "ENTER VALID TO (YYYYMMDD, 00000000 = NO "
                   "END): " WITH NO ADVANCING
               ACCEPT WS-TO-ENTRY
               IF WS-TO-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: VALID TO MUST BE A YYYYMMDD "
                       "DATE OR ZEROS."
                   GO TO ACCEPT-CONTRACT-TERMS-EXIT
               END-IF
               IF WS-TO-NUMERIC IS NOT EQUAL TO ZEROS THEN
                   MOVE WS-TO-NUMERIC TO WS-DATE-CHECK-N
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT WS-DATE-IS-VALID THEN
                       DISPLAY "ERROR: " WS-TO-ENTRY
                           " IS NOT A CALENDAR DATE."
                       GO TO ACCEPT-CONTRACT-TERMS-EXIT
                   END-IF
               END-IF
               IF WS-TO-NUMERIC IS NOT EQUAL TO ZEROS
                       AND WS-TO-NUMERIC IS LESS THAN
                           WS-FROM-NUMERIC THEN
                   DISPLAY "ERROR: VALID TO IS BEFORE VALID FROM."
                   GO TO ACCEPT-CONTRACT-TERMS-EXIT
               END-IF

               MOVE ZEROS TO WS-LAST-TIER-QTY
               MOVE "Y" TO WS-ENTRY-VALID-SW
               PERFORM ACCEPT-ONE-TIER
                   THRU ACCEPT-ONE-TIER-EXIT
                   VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
                      OR NOT WS-ENTRY-IS-VALID.

           ACCEPT-CONTRACT-TERMS-EXIT.
               EXIT.

           ACCEPT-ONE-TIER.
               MOVE ZEROS TO ENT-TIER-MIN-QTY(WS-TIER-IDX)
                             ENT-TIER-PRICE(WS-TIER-IDX)
                             ENT-TIER-PCT(WS-TIER-IDX)

               DISPLAY "TIER " WS-TIER-IDX " MINIMUM QUANTITY "
                   "(000 = NO TIER): " WITH NO ADVANCING
               ACCEPT WS-QTY-ENTRY
               IF WS-QTY-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: QUANTITY MUST BE THREE DIGITS."
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   GO TO ACCEPT-ONE-TIER-EXIT
               END-IF
               IF WS-QTY-NUMERIC IS EQUAL TO ZEROS THEN
                   GO TO ACCEPT-ONE-TIER-EXIT
               END-IF
               IF WS-QTY-NUMERIC IS NOT GREATER THAN
                       WS-LAST-TIER-QTY THEN
                   DISPLAY "ERROR: TIER QUANTITIES MUST RISE."
                   MOVE "N" TO WS-ENTRY-VALID-SW
                   GO TO ACCEPT-ONE-TIER-EXIT
               END-IF
               MOVE WS-QTY-NUMERIC TO WS-LAST-TIER-QTY
                                      ENT-TIER-MIN-QTY(WS-TIER-IDX)

               IF ENTRY-IS-SPECIAL-PRICE THEN
                   PERFORM ACCEPT-CONTRACT-PRICE
                   IF WS-PRICE-NUMERIC IS NOT NUMERIC THEN
                       MOVE "N" TO WS-ENTRY-VALID-SW
                       GO TO ACCEPT-ONE-TIER-EXIT
                   END-IF
                   COMPUTE ENT-TIER-PRICE(WS-TIER-IDX) =
                       WS-PRICE-NUMERIC / 100
               ELSE
                   PERFORM ACCEPT-CONTRACT-PERCENT
                   IF WS-PCT-NUMERIC IS NOT NUMERIC THEN
                       MOVE "N" TO WS-ENTRY-VALID-SW
                       GO TO ACCEPT-ONE-TIER-EXIT
                   END-IF
                   COMPUTE ENT-TIER-PCT(WS-TIER-IDX) =
                       WS-PCT-NUMERIC / 100
               END-IF.

           ACCEPT-ONE-TIER-EXIT.
               EXIT.

           ACCEPT-CONTRACT-PRICE.
               DISPLAY "ENTER UNIT PRICE IN CENTS "
                   "(E.G. 001250 = 12.50): " WITH NO ADVANCING
               ACCEPT WS-PRICE-ENTRY
               IF WS-PRICE-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: PRICE MUST BE SIX DIGITS OF "
                       "CENTS, 000000 THROUGH 999999."
               END-IF.

           ACCEPT-CONTRACT-PERCENT.
               DISPLAY "ENTER DISCOUNT IN HUNDREDTHS OF A PERCENT "
                   "(E.G. 1250 = 12.50%): " WITH NO ADVANCING
               ACCEPT WS-PCT-ENTRY
               IF WS-PCT-NUMERIC IS NOT NUMERIC THEN
                   DISPLAY "ERROR: DISCOUNT MUST BE FOUR DIGITS, "
                       "0000 THROUGH 9999."
               END-IF.

      *----------------------------------------------------------*
      * MOVE-ENTRY-TO-RECORD BUILDS THE CONTRACT RECORD FROM THE  *
      * VALIDATED ENTRY - USED BY BOTH ADD AND CHANGE.            *
      *----------------------------------------------------------*
           MOVE-ENTRY-TO-RECORD.
               MOVE WS-FISCAL-ENTRY TO CPR-FISCAL-CODE
               MOVE WS-CODE-ENTRY   TO CPR-ITEM-CODE
               MOVE WS-TYPE-ENTRY   TO CPR-PRICE-TYPE
               MOVE WS-BASE-PRICE   TO CPR-UNIT-PRICE
               MOVE WS-BASE-PCT     TO CPR-DISCOUNT-PCT
               MOVE WS-FROM-NUMERIC TO CPR-VALID-FROM
               MOVE WS-TO-NUMERIC   TO CPR-VALID-TO
               PERFORM MOVE-ONE-TIER-TO-RECORD
                   VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3.

           MOVE-ONE-TIER-TO-RECORD.
               MOVE ENT-TIER-MIN-QTY(WS-TIER-IDX)
                   TO CPR-TIER-MIN-QTY(WS-TIER-IDX)
               MOVE ENT-TIER-PRICE(WS-TIER-IDX)
                   TO CPR-TIER-UNIT-PRICE(WS-TIER-IDX)
               MOVE ENT-TIER-PCT(WS-TIER-IDX)
                   TO CPR-TIER-DISCOUNT-PCT(WS-TIER-IDX).

      *----------------------------------------------------------*
      * CHECK-CALENDAR-DATE PROVES WS-DATE-CHECK IS A REAL DATE   *
      * BY TAKING IT TO A DAY NUMBER AND BACK.                    *
      *----------------------------------------------------------*
           CHECK-CALENDAR-DATE.
               MOVE "N" TO WS-DATE-VALID-SW
               IF WS-CHECK-YEAR IS LESS THAN 1601
                       OR WS-CHECK-MONTH IS LESS THAN 1
                       OR WS-CHECK-MONTH IS GREATER THAN 12
                       OR WS-CHECK-DAY IS LESS THAN 1
                       OR WS-CHECK-DAY IS GREATER THAN 31 THEN
                   CONTINUE
               ELSE
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-N)
                   COMPUTE WS-ROUND-TRIP =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   IF WS-ROUND-TRIP IS EQUAL TO WS-DATE-CHECK-N THEN
                       MOVE "Y" TO WS-DATE-VALID-SW
                   END-IF
               END-IF.

      *----------------------------------------------------------*
      * DISPLAY-CONTRACT-RECORD SHOWS THE CONTRACT IN THE RECORD  *
      * AREA - ITS BASE TERMS, VALIDITY AND EVERY TIER IN USE.    *
      *----------------------------------------------------------*
           DISPLAY-CONTRACT-RECORD.
               IF CPR-IS-SPECIAL-PRICE THEN
                   MOVE CPR-UNIT-PRICE TO WS-PRICE-DISPLAY
                   DISPLAY CPR-FISCAL-CODE " " CPR-ITEM-CODE
                       " SPECIAL PRICE " WS-PRICE-DISPLAY
               ELSE
                   MOVE CPR-DISCOUNT-PCT TO WS-PCT-DISPLAY
                   DISPLAY CPR-FISCAL-CODE " " CPR-ITEM-CODE
                       " DISCOUNT " WS-PCT-DISPLAY "%"
               END-IF
               DISPLAY "  VALID FROM " CPR-VALID-FROM
                   " TO " CPR-VALID-TO
               PERFORM DISPLAY-ONE-TIER
                   VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3.

           DISPLAY-ONE-TIER.
               IF CPR-TIER-MIN-QTY(WS-TIER-IDX) IS GREATER THAN
                       ZEROS THEN
                   MOVE CPR-TIER-MIN-QTY(WS-TIER-IDX)
                       TO WS-QTY-DISPLAY
                   IF CPR-IS-SPECIAL-PRICE THEN
                       MOVE CPR-TIER-UNIT-PRICE(WS-TIER-IDX)
                           TO WS-PRICE-DISPLAY
                       DISPLAY "  TIER " WS-TIER-IDX " FROM QTY "
                           WS-QTY-DISPLAY " PRICE " WS-PRICE-DISPLAY
                   ELSE
                       MOVE CPR-TIER-DISCOUNT-PCT(WS-TIER-IDX)
                           TO WS-PCT-DISPLAY
                       DISPLAY "  TIER " WS-TIER-IDX " FROM QTY "
                           WS-QTY-DISPLAY " DISCOUNT "
                           WS-PCT-DISPLAY "%"
                   END-IF
               END-IF.

      *----------------------------------------------------------*
      * LOCATE-ITEM-ENTRY FINDS THE ITEM MASTER SLOT MATCHING THE *
      * KEYED ITEM CODE AND LEAVES IT IN ITEM-FOUND-IDX.          *
      *----------------------------------------------------------*
           LOCATE-ITEM-ENTRY.
               MOVE "N" TO ITEM-FOUND-SW
               MOVE ZEROS TO ITEM-FOUND-IDX

               PERFORM CHECK-ITEM-ENTRY-SLOT
                   VARYING ITEM-SEARCH-IDX FROM 1 BY 1
                   UNTIL ITEM-SEARCH-IDX > ITEM-ENTRY-COUNT.

           CHECK-ITEM-ENTRY-SLOT.
               IF ITEM-CODE(ITEM-SEARCH-IDX) IS EQUAL TO
                       WS-CODE-ENTRY THEN
                   MOVE "Y" TO ITEM-FOUND-SW
                   MOVE ITEM-SEARCH-IDX TO ITEM-FOUND-IDX
               END-IF.

      *----------------------------------------------------------*
      * LOAD-ITEM-TABLE READS ITEMTAB INTO WORKING STORAGE AT     *
      * STARTUP FOR THE ITEM CHECKS.  WITH NO ITEM MASTER NO      *
      * CONTRACT CAN BE ADDED OR CHANGED.                         *
      *----------------------------------------------------------*
           LOAD-ITEM-TABLE.
               OPEN INPUT ITEM-TABLE-FILE
               IF NOT ITEM-OK THEN
                   DISPLAY "WARNING: NO ITEM MASTER ON FILE - "
                       "CONTRACTS CANNOT BE ADDED OR CHANGED."
                   GO TO LOAD-ITEM-TABLE-DONE
               END-IF

               READ ITEM-TABLE-FILE
                   AT END MOVE "Y" TO WS-ITEM-EOF-SW
               END-READ

               PERFORM STORE-ITEM-TABLE-ENTRY
                   UNTIL END-OF-ITEM-TABLE

               CLOSE ITEM-TABLE-FILE.

           LOAD-ITEM-TABLE-DONE.
               EXIT.

           STORE-ITEM-TABLE-ENTRY.
               ADD 1 TO ITEM-ENTRY-COUNT
               MOVE ITM-ITEM-CODE
                   TO ITEM-CODE(ITEM-ENTRY-COUNT)
               MOVE ITM-DESCRIPTION
                   TO ITEM-DESCRIPTION(ITEM-ENTRY-COUNT)
               MOVE ITM-UNIT-PRICE
                   TO ITEM-UNIT-PRICE(ITEM-ENTRY-COUNT)

               READ ITEM-TABLE-FILE
                   AT END MOVE "Y" TO WS-ITEM-EOF-SW
               END-READ.

      *----------------------------------------------------------*
      * SIGN-ON-OPERATOR ASKS WHO IS AT THE TERMINAL BEFORE ANY   *
      * MAINTENANCE IS ALLOWED.  A BLANK ID IS REFUSED; AFTER     *
      * THREE TRIES THE ID IS LEFT BLANK AND THE SESSION ENDS.    *
      *----------------------------------------------------------*
           SIGN-ON-OPERATOR.
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES THEN
                   ADD 1 TO WS-SIGN-ON-TRIES
                   IF WS-SIGN-ON-TRIES IS LESS THAN 3 THEN
                       DISPLAY "ERROR: AN OPERATOR ID IS REQUIRED."
                       GO TO SIGN-ON-OPERATOR
                   END-IF
                   DISPLAY "NO OPERATOR ID - SESSION ENDED."
               END-IF.

           SIGN-ON-OPERATOR-EXIT.
               EXIT.

      *----------------------------------------------------------*
      * WRITE-MAINT-AUDIT APPENDS ONE ENTRY TO THE SHARED         *
      * MAINTENANCE AUDIT LOG - OPERATOR, PROGRAM, WALL-CLOCK     *
      * STAMP, FISCAL CODE PLUS ITEM, AND THE CONTRACT BEFORE AND *
      * AFTER THE ACTION JUST TAKEN.  THE LOG IS CREATED ON FIRST *
      * USE.                                                      *
      *----------------------------------------------------------*
           WRITE-MAINT-AUDIT.
               ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-TIME FROM TIME
               MOVE WS-FISCAL-ENTRY TO WS-AUD-KEY-FISCAL-CODE
               MOVE WS-CODE-ENTRY   TO WS-AUD-KEY-ITEM-CODE

               OPEN EXTEND MAINT-AUDIT-FILE
               IF MAINTAUD-FILE-NOT-FOUND THEN
                   OPEN OUTPUT MAINT-AUDIT-FILE
                   CLOSE MAINT-AUDIT-FILE
                   OPEN EXTEND MAINT-AUDIT-FILE
               END-IF

               MOVE SPACES              TO MAINT-AUDIT-RECORD
               MOVE WS-AUD-DATE         TO MAU-DATE
               MOVE WS-AUD-TIME         TO MAU-TIME
               MOVE WS-OPERATOR-ID      TO MAU-OPERATOR
               MOVE "CONTMAINT"         TO MAU-PROGRAM
               MOVE WS-AUD-ACTION       TO MAU-ACTION
               MOVE WS-AUD-KEY          TO MAU-KEY
               MOVE WS-AUD-BEFORE-IMAGE TO MAU-BEFORE-IMAGE
               MOVE WS-AUD-AFTER-IMAGE  TO MAU-AFTER-IMAGE
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE.

           END-PROGRAM.
       STOP RUN.
