      *----------------------------------------------------------*
      * DUNHIST - DUNNING HISTORY RECORD LAYOUT.                  *
      * ONE RECORD PER CUSTOMER EVER SENT A DUNNING LETTER, KEYED *
      * BY FISCAL CODE.  DNH-LEVEL IS THE LAST LETTER SENT, SO    *
      * DUNRUN ESCALATES TO THE NEXT ONE INSTEAD OF REPEATING IT. *
      * PAYPOST (AND DUNRUN ITSELF) PUT THE LEVEL BACK TO ZERO    *
      * ONCE THE CUSTOMER'S OPEN BALANCE IS CLEARED, STAMPING THE *
      * DATE IN DNH-RESET-DATE.                                   *
      *----------------------------------------------------------*
       01  DUNNING-HISTORY-RECORD.
           05 DNH-FISCAL-CODE   PIC X(16).
           05 DNH-LEVEL         PIC 9(1).
               88 DNH-NOT-DUNNED       VALUE 0.
               88 DNH-FIRST-REMINDER   VALUE 1.
               88 DNH-SECOND-REMINDER  VALUE 2.
               88 DNH-FINAL-NOTICE     VALUE 3.
           05 DNH-LAST-LETTER   PIC 9(8).
           05 DNH-LETTER-COUNT  PIC 9(4).
           05 DNH-RESET-DATE    PIC 9(8).
