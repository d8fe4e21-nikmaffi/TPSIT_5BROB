      *----------------------------------------------------------*
      * EINVCTL - ELECTRONIC INVOICE TRANSMISSION CONTROL RECORD. *
      * ONE RECORD PER INVOICE NUMBER EINVEXP HAS EXPORTED, SO    *
      * NOTHING GOES OUT TWICE AND NOTHING IS MISSED.  EIC-STATUS *
      * IS "S" ONCE THE DOCUMENT IS ON EINVOUT, THEN "A" OR "R"   *
      * AS THE INTERCHANGE'S ACKNOWLEDGEMENT (EINVACK) IS APPLIED *
      * - A REJECTION CARRIES THE INTERCHANGE'S REASON AND IS     *
      * SENT AGAIN ON THE NEXT RUN, COUNTED IN EIC-ATTEMPTS.      *
      *----------------------------------------------------------*
       01  EINV-CONTROL-RECORD.
           05 EIC-INVOICE-NO      PIC 9(8).
           05 EIC-DOC-TYPE        PIC X(4).
           05 EIC-FISCAL-CODE     PIC X(16).
           05 EIC-GRAND-TOTAL     PIC S9(6)V99.
           05 EIC-EXPORT-DATE     PIC 9(8).
           05 EIC-ATTEMPTS        PIC 9(2).
           05 EIC-STATUS          PIC X(1).
               88 EIC-IS-SENT     VALUE "S".
               88 EIC-IS-ACCEPTED VALUE "A".
               88 EIC-IS-REJECTED VALUE "R".
           05 EIC-STATUS-DATE     PIC 9(8).
           05 EIC-REJECT-REASON   PIC X(40).
