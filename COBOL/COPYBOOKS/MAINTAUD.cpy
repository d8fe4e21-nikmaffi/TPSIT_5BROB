      *----------------------------------------------------------*
      * MAINTAUD - TABLE AND MASTER MAINTENANCE AUDIT LOG RECORD. *
      * SHARED BY VATMAINT, ITMMAINT, PROVMAINT, CREDMAINT,       *
      * CONTMAINT, SUSMAINT AND INVINQ'S HOLD RELEASE.  EVERY     *
      * ADD, CHANGE, DELETE AND RELEASE APPENDS ONE ENTRY WITH    *
      * THE OPERATOR WHO SIGNED ON, THE PROGRAM, THE WALL-CLOCK   *
      * DATE AND TIME, THE KEY, AND THE RECORD (OR TABLE ENTRY)   *
      * AS IT STOOD BEFORE AND AFTER.  THE BEFORE-IMAGE IS BLANK  *
      * ON AN ADD AND THE AFTER-IMAGE IS BLANK ON A DELETE.       *
      * IMAGES ARE THE OWNING PROGRAM'S OWN RECORD LAYOUT, LEFT   *
      * JUSTIFIED.  REPORTED BY MAINTRPT.                         *
      *----------------------------------------------------------*
       01  MAINT-AUDIT-RECORD.
           05 MAU-DATE          PIC 9(8).
           05 MAU-TIME          PIC 9(8).
           05 MAU-OPERATOR      PIC X(8).
           05 MAU-PROGRAM       PIC X(10).
           05 MAU-ACTION        PIC X(1).
               88 MAU-IS-ADD     VALUE "A".
               88 MAU-IS-CHANGE  VALUE "C".
               88 MAU-IS-DELETE  VALUE "D".
               88 MAU-IS-RELEASE VALUE "R".
           05 MAU-KEY           PIC X(24).
           05 MAU-BEFORE-IMAGE  PIC X(180).
           05 MAU-AFTER-IMAGE   PIC X(180).
