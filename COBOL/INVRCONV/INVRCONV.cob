       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRCONV.
       AUTHOR. NICOLO' MAFFI.
       INSTALLATION. RASPBERRY PI.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      * 15/10/2026  NM  FIRST WRITTEN.  ONE-TIME CONVERSION OF    *
      *                 THE INVOICE REGISTER FROM ITS OLD 78-BYTE *
      *                 RECORD TO THE 94-BYTE RECORD THAT CARRIES *
      *                 IVR-RELEASE-DATE AND IVR-DUE-DATE.  READS *
      *                 THE OLD CLUSTER AS UNLOADED BY INVRCONV   *
      *                 JCL STEP01, ZERO-FILLS THE TWO NEW DATES  *
      *                 AND LOADS THE REDEFINED CLUSTER.  A ZERO  *
      *                 RELEASE DATE IS WHAT AN INVOICE NEVER     *
      *                 HELD CARRIES; A ZERO DUE DATE MAKES EVERY *
      *                 READER FALL BACK TO THE RUN DATE, THE WAY *
      *                 THE REGISTER WAS AGED BEFORE TERMS.       *
      *----------------------------------------------------------*
       SECURITY. CONFIDENTIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IVR-INVOICE-NO
               ALTERNATE RECORD KEY IS IVR-FISCAL-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-IVREG-STATUS.

           SELECT OLD-REGISTER-FILE ASSIGN TO "OLDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREG.

      *----------------------------------------------------------*
      * THE UNLOADED OLD REGISTER.  A RECORD IS EXPECTED TO BE    *
      * EXACTLY 78 BYTES - THE OLD LAYOUT, IVR-INVOICE-NO THROUGH *
      * IVR-HELD-FLAG.  A 94-BYTE RECORD MEANS THE CLUSTER HAS    *
      * ALREADY BEEN CONVERTED.                                   *
      *----------------------------------------------------------*
       FD  OLD-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 94 CHARACTERS
               DEPENDING ON WS-OLD-LENGTH.
       01  OLD-REGISTER-RECORD.
           05 ORR-IMAGE         PIC X(78).
           05 FILLER            PIC X(16).
       WORKING-STORAGE SECTION.
           77 WS-IVREG-STATUS   PIC X(2).
               88 IVREG-OK          VALUE "00".
           77 WS-OLDREG-STATUS  PIC X(2).
               88 OLDREG-OK          VALUE "00".
           77 WS-OLD-LENGTH     PIC 9(4).
           77 WS-OLDREG-EOF-SW  PIC X VALUE "N".
               88 END-OF-OLD-REGISTER VALUE "Y".
           77 WS-READ-COUNT     PIC 9(7) VALUE ZEROS.
           77 WS-BAD-COUNT      PIC 9(7) VALUE ZEROS.
           77 WS-LOADED-COUNT   PIC 9(7) VALUE ZEROS.
           77 WS-LAST-INVOICE   PIC 9(8) VALUE ZEROS.
           77 WS-PARM           PIC X(20).
       PROCEDURE DIVISION.
           MAIN-PROCEDURE.
               ACCEPT WS-PARM FROM COMMAND-LINE

               PERFORM VERIFY-OLD-REGISTER
                   THRU VERIFY-OLD-REGISTER-EXIT
               IF RETURN-CODE IS NOT EQUAL TO ZEROS THEN
                   GO TO PROGRAM-EXIT
               END-IF

               IF WS-PARM(1:6) IS EQUAL TO "VERIFY" THEN
                   DISPLAY "OLD REGISTER VERIFIED - " WS-READ-COUNT
                       " RECORDS IN THE 78-BYTE LAYOUT, IN KEY "
                       "ORDER."
                   GO TO PROGRAM-EXIT
               END-IF

               PERFORM LOAD-CONVERTED-REGISTER

               IF WS-LOADED-COUNT IS NOT EQUAL TO WS-READ-COUNT THEN
                   DISPLAY "ERROR: LOADED " WS-LOADED-COUNT
                       " RECORDS BUT THE OLD REGISTER HOLDS "
                       WS-READ-COUNT ".  REGISTER IS SUSPECT - "
                       "RELOAD FROM OLDREG BEFORE NIGHTLY RUNS."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "INVOICE REGISTER CONVERTED - "
                       WS-LOADED-COUNT " RECORDS LOADED IN THE "
                       "94-BYTE LAYOUT."
               END-IF
               GO TO PROGRAM-EXIT.

           PROGRAM-EXIT.
       STOP RUN.

      *----------------------------------------------------------*
      * VERIFY-OLD-REGISTER READS THE WHOLE UNLOAD BEFORE         *
      * ANYTHING IS LOADED.  EVERY RECORD MUST BE 78 BYTES, CARRY *
      * A NUMERIC INVOICE NUMBER AND RUN DATE, AND COME IN RISING *
      * NUMBER ORDER; ANY DOUBT REFUSES WITH RC=8.  UNDER         *
      * PARM=VERIFY THIS RUNS AS ITS OWN JOB STEP AHEAD OF THE    *
      * IDCAMS DELETE, SO A WRONG OR ALREADY-CONVERTED FILE IS    *
      * REFUSED WHILE THE OLD CLUSTER IS STILL UNTOUCHED.         *
      *----------------------------------------------------------*
       VERIFY-OLD-REGISTER.
           OPEN INPUT OLD-REGISTER-FILE
           IF NOT OLDREG-OK THEN
               DISPLAY "ERROR: OLD REGISTER NOT AVAILABLE - STATUS "
                   WS-OLDREG-STATUS ".  NOTHING CONVERTED."
               MOVE 8 TO RETURN-CODE
               GO TO VERIFY-OLD-REGISTER-EXIT
           END-IF

           READ OLD-REGISTER-FILE
               AT END MOVE "Y" TO WS-OLDREG-EOF-SW
           END-READ

           PERFORM CHECK-ONE-OLD-RECORD
               UNTIL END-OF-OLD-REGISTER

           CLOSE OLD-REGISTER-FILE

           IF WS-BAD-COUNT IS GREATER THAN ZEROS THEN
               DISPLAY "ERROR: " WS-BAD-COUNT " OF " WS-READ-COUNT
                   " RECORDS ARE NOT IN THE OLD LAYOUT.  NOTHING "
                   "CONVERTED."
               MOVE 8 TO RETURN-CODE
           END-IF.

       VERIFY-OLD-REGISTER-EXIT.
           EXIT.

       CHECK-ONE-OLD-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           MOVE ORR-IMAGE TO INVOICE-REGISTER-RECORD

           IF WS-OLD-LENGTH IS NOT EQUAL TO 78
                   OR IVR-INVOICE-NO IS NOT NUMERIC
                   OR IVR-RUN-DATE IS NOT NUMERIC THEN
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "ERROR: RECORD " WS-READ-COUNT " IS "
                   WS-OLD-LENGTH " BYTES: " ORR-IMAGE(1:24)
           ELSE
               IF IVR-INVOICE-NO IS NOT GREATER THAN WS-LAST-INVOICE
                       THEN
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY "ERROR: INVOICE " IVR-INVOICE-NO
                       " IS OUT OF KEY ORDER."
               ELSE
                   MOVE IVR-INVOICE-NO TO WS-LAST-INVOICE
               END-IF
           END-IF

           READ OLD-REGISTER-FILE
               AT END MOVE "Y" TO WS-OLDREG-EOF-SW
           END-READ.

      *----------------------------------------------------------*
      * LOAD-CONVERTED-REGISTER RE-READS THE VERIFIED UNLOAD AND  *
      * LOADS EVERY RECORD INTO THE FRESHLY DEFINED CLUSTER WITH  *
      * THE RELEASE AND DUE DATES ZERO.  THE UNLOAD IS IN KEY     *
      * SEQUENCE, WHICH IS WHAT A SEQUENTIAL VSAM LOAD REQUIRES.  *
      *----------------------------------------------------------*
       LOAD-CONVERTED-REGISTER.
           MOVE "N" TO WS-OLDREG-EOF-SW
           OPEN INPUT OLD-REGISTER-FILE
           OPEN OUTPUT INVOICE-REGISTER-FILE

           READ OLD-REGISTER-FILE
               AT END MOVE "Y" TO WS-OLDREG-EOF-SW
           END-READ

           PERFORM LOAD-ONE-OLD-RECORD
               UNTIL END-OF-OLD-REGISTER

           CLOSE INVOICE-REGISTER-FILE
           CLOSE OLD-REGISTER-FILE.

       LOAD-ONE-OLD-RECORD.
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           MOVE ORR-IMAGE TO INVOICE-REGISTER-RECORD
           MOVE ZEROS TO IVR-RELEASE-DATE
                         IVR-DUE-DATE
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: COULD NOT LOAD INVOICE "
                       IVR-INVOICE-NO " - STATUS " WS-IVREG-STATUS
                       "."
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE

           READ OLD-REGISTER-FILE
               AT END MOVE "Y" TO WS-OLDREG-EOF-SW
           END-READ.
