      *----------------------------------------------------------*
      * EINVDOC - ELECTRONIC INVOICE DOCUMENT RECORD LAYOUT.      *
      * EINVEXP WRITES ONE DOCUMENT PER RELEASED INVOICE TO THE   *
      * EINVOUT INTERCHANGE FILE, AS A RUN OF FIXED RECORDS THAT  *
      * EACH CARRY THE RECORD TYPE AND THE INVOICE NUMBER:        *
      *   H - DOCUMENT HEADER: TD01 INVOICE OR TD04 CREDIT NOTE,  *
      *       INVOICE DATE, CURRENCY, EXPORT DATE AND ATTEMPT     *
      *   S - SELLER (OFF THE SELLER DATA FILE)                   *
      *   B - BUYER: FISCAL CODE, FULL NAME AND ADDRESS           *
      *   L - ONE PER BILLED LINE                                 *
      *   V - VAT SUMMARY, ONE PER RATE                           *
      *   T - DOCUMENT TOTALS AND THE DOCUMENT'S RECORD COUNT     *
      * AMOUNTS ARE SIGNED, TWO IMPLIED DECIMALS, SIGN LEADING    *
      * SEPARATE AS ON THE GL EXTRACT.  A CREDIT NOTE CARRIES ITS *
      * AMOUNTS POSITIVE - THE TD04 TYPE SAYS THEY ARE CREDITS -  *
      * SO A LINE ONLY PRINTS NEGATIVE WHERE IT RUNS AGAINST THE  *
      * DOCUMENT.  VAT RATES ARE PERCENTAGES, TWO DECIMALS.       *
      *----------------------------------------------------------*
       01  EINV-DOCUMENT-RECORD.
           05 EDR-RECORD-TYPE      PIC X(1).
               88 EDR-IS-HEADER    VALUE "H".
               88 EDR-IS-SELLER    VALUE "S".
               88 EDR-IS-BUYER     VALUE "B".
               88 EDR-IS-LINE      VALUE "L".
               88 EDR-IS-VAT       VALUE "V".
               88 EDR-IS-TOTAL     VALUE "T".
           05 EDR-INVOICE-NO       PIC 9(8).
           05 EDR-BODY             PIC X(151).
       01  EINV-HEADER-RECORD REDEFINES EINV-DOCUMENT-RECORD.
           05 FILLER               PIC X(9).
           05 EDH-DOC-TYPE         PIC X(4).
               88 EDH-IS-INVOICE   VALUE "TD01".
               88 EDH-IS-CREDIT    VALUE "TD04".
           05 EDH-INVOICE-DATE     PIC 9(8).
           05 EDH-CURRENCY         PIC X(3).
           05 EDH-EXPORT-DATE      PIC 9(8).
           05 EDH-ATTEMPT          PIC 9(2).
           05 FILLER               PIC X(126).
       01  EINV-SELLER-RECORD REDEFINES EINV-DOCUMENT-RECORD.
           05 FILLER               PIC X(9).
           05 EDS-NAME             PIC X(40).
           05 EDS-VAT-NUMBER       PIC X(11).
           05 EDS-FISCAL-CODE      PIC X(16).
           05 EDS-ADDRESS          PIC X(40).
           05 EDS-POSTCODE         PIC X(5).
           05 EDS-CITY             PIC X(30).
           05 EDS-PROVINCE         PIC X(2).
           05 EDS-COUNTRY          PIC X(2).
           05 FILLER               PIC X(5).
       01  EINV-BUYER-RECORD REDEFINES EINV-DOCUMENT-RECORD.
           05 FILLER               PIC X(9).
           05 EDB-FISCAL-CODE      PIC X(16).
           05 EDB-LAST-NAME        PIC X(20).
           05 EDB-FIRST-NAME       PIC X(20).
           05 EDB-ADDRESS-LINE-1   PIC X(30).
           05 EDB-ADDRESS-LINE-2   PIC X(30).
           05 FILLER               PIC X(35).
       01  EINV-LINE-RECORD REDEFINES EINV-DOCUMENT-RECORD.
           05 FILLER               PIC X(9).
           05 EDL-LINE-SEQ         PIC 9(4).
           05 EDL-ITEM-CODE        PIC X(8).
           05 EDL-DESCRIPTION      PIC X(20).
           05 EDL-QUANTITY         PIC 9(3).
           05 EDL-UNIT-PRICE       PIC 9(4)V99.
           05 EDL-VAT-RATE         PIC 9(2)V99.
           05 EDL-CATEGORY         PIC X(2).
           05 EDL-NET              PIC S9(7)V99
                   SIGN LEADING SEPARATE.
           05 EDL-TAX              PIC S9(7)V99
                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(84).
       01  EINV-VAT-RECORD REDEFINES EINV-DOCUMENT-RECORD.
           05 FILLER               PIC X(9).
           05 EDV-VAT-RATE         PIC 9(2)V99.
           05 EDV-TAXABLE          PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 EDV-TAX              PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(123).
       01  EINV-TOTAL-RECORD REDEFINES EINV-DOCUMENT-RECORD.
           05 FILLER               PIC X(9).
           05 EDT-TAXABLE          PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 EDT-TAX              PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 EDT-TOTAL            PIC S9(9)V99
                   SIGN LEADING SEPARATE.
           05 EDT-LINE-COUNT       PIC 9(4).
           05 EDT-RECORD-COUNT     PIC 9(4).
           05 FILLER               PIC X(107).
