      * Caskade Programming Language Adapter for COBOL - Transmission
      * Schedule Maintenance
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
      *                 EXPECTED-TRANSMISSION SCHEDULE (XMITSCHD,
      *                 CKSCHREC). READS A MAINTENANCE TRANSACTION
      *                 FILE OF ADD/REPLACE/DELETE REQUESTS,
      *                 VALIDATES THE SEND DAYS, INTAKE COUNT AND
      *                 CUTOFF - AND THAT THE SUBMITTER IS ON THE
      *                 SUBMITTER MASTER - BEFORE ANYTHING TOUCHES
      *                 THE INDEXED FILE, AND PRINTS A BEFORE/AFTER
      *                 CHANGE REPORT PER SUBMITTER. THE NEW
      *                 CASKADE-FEEDCHK MORNING REPORT HOLDS THE
      *                 SUBMITTER VOLUME REGISTER TO THIS FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-SCHDMAINT.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-MAINT-FILE
               ASSIGN TO "SCHDTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-SCHEDULE
               ASSIGN TO "XMITSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-SCHD-KEY.

           SELECT OPTIONAL CASKADE-SUBM-MASTER
               ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-SMST-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One maintenance request per record - the action verb, the
      *> submitter it applies to, and (for ADD/REPLACE) the full
      *> replacement entry in CK-SCHD-RECORD's own shape
       FD  CASKADE-MAINT-FILE.
       01  CK-XMNT-RECORD.
           05 CK-XMNT-ACTION           PIC X(07).
              88 CK-XMNT-ADD           VALUE 'ADD'.
              88 CK-XMNT-REPLACE       VALUE 'REPLACE'.
              88 CK-XMNT-DELETE        VALUE 'DELETE'.
           05 CK-XMNT-SUBMITTER        PIC X(08).
           05 CK-XMNT-SEND-DAYS        PIC X(05).
           05 CK-XMNT-SEND-DAYS-R REDEFINES CK-XMNT-SEND-DAYS.
              10 CK-XMNT-SEND-DAY      PIC X(01) OCCURS 5 TIMES.
           05 CK-XMNT-INTAKE-COUNT     PIC 9(02).
           05 CK-XMNT-CUTOFF-BDAYS     PIC 9(01).
           05 CK-XMNT-CUTOFF-TIME      PIC 9(04).
           05 CK-XMNT-CUTOFF-TIME-R REDEFINES CK-XMNT-CUTOFF-TIME.
              10 CK-XMNT-CUTOFF-HH     PIC 9(02).
              10 CK-XMNT-CUTOFF-MM     PIC 9(02).
           05 CK-XMNT-DESCRIPTION      PIC X(30).
           05 FILLER                   PIC X(23).

      *> The expected-transmission schedule (CKSCHREC), read by
      *> CASKADE-FEEDCHK
       FD  CASKADE-SCHEDULE.
       COPY CKSCHREC.

      *> Read only - a scheduled submitter must be on the master
       FD  CASKADE-SUBM-MASTER.
       COPY CKSUBREC.

       WORKING-STORAGE SECTION.
       77 CK-DAY-IX     PIC 9(02) COMP.

       01  CK-MAINT-SWITCHES.
           05 CK-EOF-SW                PIC X(01) VALUE 'N'.
              88 CK-END-OF-MAINT-FILE  VALUE 'Y'.
           05 CK-REJECT-SW             PIC X(01) VALUE 'N'.
              88 CK-XMNT-REJECTED      VALUE 'Y'.
           05 CK-BEFORE-SW             PIC X(01) VALUE 'N'.
              88 CK-SCHD-ON-FILE       VALUE 'Y'.
           05 CK-SEND-DAY-SW           PIC X(01) VALUE 'N'.
              88 CK-SENDS-SOME-DAY     VALUE 'Y'.

      *> One reason per rejected request, printed on the change report
       01  CK-REJECT-REASON            PIC X(40).

      *> Maintenance run totals for the end-of-report balance line
       01  CK-MAINT-COUNTS.
           05 CK-CNT-MAINT-READ        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-APPLIED     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-REJECTED    PIC 9(08) COMP VALUE 0.

      *> Before-image of the schedule entry as it stood on file
      *> ahead of this request, saved for the change report
       01  CK-SCHD-BEFORE-IMAGE.
           05 CK-XIMG-SUBMITTER        PIC X(08).
           05 CK-XIMG-SEND-DAYS        PIC X(05).
           05 CK-XIMG-INTAKE-COUNT     PIC 9(02).
           05 CK-XIMG-CUTOFF-BDAYS     PIC 9(01).
           05 CK-XIMG-CUTOFF-TIME      PIC 9(04).
           05 CK-XIMG-DESCRIPTION      PIC X(30).
           05 CK-XIMG-LAST-CHANGED     PIC 9(08).
           05 FILLER                   PIC X(10).

       PROCEDURE DIVISION.

      *****************************************************
      * MAINT-DRIVER - READS THE MAINTENANCE FILE ONE      *
      * REQUEST AT A TIME, VALIDATES IT IN FULL, APPLIES   *
      * IT TO THE SCHEDULE ONLY IF IT PASSED EVERY EDIT,   *
      * AND PRINTS A BEFORE/AFTER CHANGE REPORT PER        *
      * SUBMITTER.                                         *
      *****************************************************
       MAINT-DRIVER-PROCEDURE.
           OPEN INPUT CASKADE-MAINT-FILE
           OPEN I-O CASKADE-SCHEDULE
           OPEN INPUT CASKADE-SUBM-MASTER
           DISPLAY '================================================'
           DISPLAY 'CASKADE-SCHDMAINT TRANSMISSION SCHEDULE CHANGES'
           DISPLAY '================================================'
           PERFORM READ-MAINT-PROCEDURE
           PERFORM PROCESS-MAINT-PROCEDURE
               UNTIL CK-END-OF-MAINT-FILE
           CLOSE CASKADE-MAINT-FILE
           CLOSE CASKADE-SCHEDULE
           CLOSE CASKADE-SUBM-MASTER
           PERFORM PRINT-MAINT-TOTALS-PROCEDURE
           IF CK-CNT-MAINT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       READ-MAINT-PROCEDURE.
           READ CASKADE-MAINT-FILE
               AT END SET CK-END-OF-MAINT-FILE TO TRUE
           END-READ
           .

      *> Validates the request in full before anything touches the
      *> indexed file - a request that fails any edit is reported and
      *> skipped, never half-applied
       PROCESS-MAINT-PROCEDURE.
           ADD 1 TO CK-CNT-MAINT-READ
           MOVE 'N' TO CK-REJECT-SW
           MOVE SPACES TO CK-REJECT-REASON
           PERFORM VALIDATE-MAINT-PROCEDURE
           PERFORM FETCH-BEFORE-IMAGE-PROCEDURE
           IF NOT CK-XMNT-REJECTED
               PERFORM CHECK-ACTION-FIT-PROCEDURE
           END-IF
           IF NOT CK-XMNT-REJECTED
               PERFORM APPLY-MAINT-PROCEDURE
           END-IF
           IF CK-XMNT-REJECTED
               ADD 1 TO CK-CNT-MAINT-REJECTED
           END-IF
           PERFORM PRINT-CHANGE-PROCEDURE
           PERFORM READ-MAINT-PROCEDURE
           .

      *> Field edits - an ADD/REPLACE must name a submitter on the
      *> submitter master, flag each weekday Y/N with at least one
      *> send day, expect one to ninety-nine intakes, and carry a
      *> real HHMM cutoff no more than nine business days out. A
      *> DELETE needs only the key.
       VALIDATE-MAINT-PROCEDURE.
           IF NOT CK-XMNT-ADD AND NOT CK-XMNT-REPLACE
                   AND NOT CK-XMNT-DELETE
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'ACTION NOT ADD/REPLACE/DELETE'
                   TO CK-REJECT-REASON
           END-IF
           IF NOT CK-XMNT-REJECTED AND CK-XMNT-SUBMITTER = SPACES
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'SUBMITTER ID IS BLANK' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-XMNT-REJECTED
                   AND (CK-XMNT-ADD OR CK-XMNT-REPLACE)
               PERFORM VALIDATE-ENTRY-PROCEDURE
           END-IF
           .

       VALIDATE-ENTRY-PROCEDURE.
           MOVE CK-XMNT-SUBMITTER TO CK-SMST-SUBMITTER
           READ CASKADE-SUBM-MASTER
               INVALID KEY
                   SET CK-XMNT-REJECTED TO TRUE
                   MOVE 'SUBMITTER NOT ON SUBMITTER MASTER'
                       TO CK-REJECT-REASON
           END-READ
           IF NOT CK-XMNT-REJECTED
               MOVE 'N' TO CK-SEND-DAY-SW
               PERFORM VALIDATE-SEND-DAY-PROCEDURE
                   VARYING CK-DAY-IX FROM 1 BY 1
                   UNTIL CK-DAY-IX > 5
                      OR CK-XMNT-REJECTED
           END-IF
           IF NOT CK-XMNT-REJECTED AND NOT CK-SENDS-SOME-DAY
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'NO SEND DAY FLAGGED Y' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-XMNT-REJECTED
               IF CK-XMNT-INTAKE-COUNT NOT NUMERIC
                       OR CK-XMNT-INTAKE-COUNT < 1
                   SET CK-XMNT-REJECTED TO TRUE
                   MOVE 'INTAKE COUNT NOT 1 THROUGH 99'
                       TO CK-REJECT-REASON
               END-IF
           END-IF
           IF NOT CK-XMNT-REJECTED
                   AND CK-XMNT-CUTOFF-BDAYS NOT NUMERIC
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'CUTOFF BUSINESS DAYS NOT 0 THROUGH 9'
                   TO CK-REJECT-REASON
           END-IF
           IF NOT CK-XMNT-REJECTED
               IF CK-XMNT-CUTOFF-TIME NOT NUMERIC
                       OR CK-XMNT-CUTOFF-HH > 23
                       OR CK-XMNT-CUTOFF-MM > 59
                   SET CK-XMNT-REJECTED TO TRUE
                   MOVE 'CUTOFF TIME NOT A VALID HHMM'
                       TO CK-REJECT-REASON
               END-IF
           END-IF
           .

       VALIDATE-SEND-DAY-PROCEDURE.
           EVALUATE CK-XMNT-SEND-DAY(CK-DAY-IX)
               WHEN 'Y'
                   SET CK-SENDS-SOME-DAY TO TRUE
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   SET CK-XMNT-REJECTED TO TRUE
                   MOVE 'SEND DAY FLAG NOT Y/N' TO CK-REJECT-REASON
           END-EVALUATE
           .

      *> Reads the entry as it stands on the schedule ahead of this
      *> request and saves it as the report's before-image
       FETCH-BEFORE-IMAGE-PROCEDURE.
           MOVE 'N' TO CK-BEFORE-SW
           MOVE SPACES TO CK-SCHD-BEFORE-IMAGE
           MOVE CK-XMNT-SUBMITTER TO CK-SCHD-SUBMITTER
           READ CASKADE-SCHEDULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CK-SCHD-ON-FILE TO TRUE
                   MOVE CK-SCHD-RECORD TO CK-SCHD-BEFORE-IMAGE
           END-READ
           .

      *> The action must fit what is already on file - ADD of a
      *> scheduled submitter or REPLACE/DELETE of an unscheduled one
      *> is a mistake in the request, not something to apply quietly
       CHECK-ACTION-FIT-PROCEDURE.
           IF CK-XMNT-ADD AND CK-SCHD-ON-FILE
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'ADD - SUBMITTER ALREADY SCHEDULED'
                   TO CK-REJECT-REASON
           END-IF
           IF CK-XMNT-REPLACE AND NOT CK-SCHD-ON-FILE
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'REPLACE - SUBMITTER NOT SCHEDULED'
                   TO CK-REJECT-REASON
           END-IF
           IF CK-XMNT-DELETE AND NOT CK-SCHD-ON-FILE
               SET CK-XMNT-REJECTED TO TRUE
               MOVE 'DELETE - SUBMITTER NOT SCHEDULED'
                   TO CK-REJECT-REASON
           END-IF
           .

       APPLY-MAINT-PROCEDURE.
           MOVE CK-XMNT-SUBMITTER TO CK-SCHD-SUBMITTER
           IF CK-XMNT-ADD OR CK-XMNT-REPLACE
               MOVE CK-XMNT-SEND-DAYS TO CK-SCHD-SEND-DAYS
               MOVE CK-XMNT-INTAKE-COUNT TO CK-SCHD-INTAKE-COUNT
               MOVE CK-XMNT-CUTOFF-BDAYS TO CK-SCHD-CUTOFF-BDAYS
               MOVE CK-XMNT-CUTOFF-TIME TO CK-SCHD-CUTOFF-TIME
               MOVE CK-XMNT-DESCRIPTION TO CK-SCHD-DESCRIPTION
               ACCEPT CK-SCHD-LAST-CHANGED FROM DATE YYYYMMDD
           END-IF
           EVALUATE TRUE
               WHEN CK-XMNT-ADD
                   WRITE CK-SCHD-RECORD
                       INVALID KEY
                           SET CK-XMNT-REJECTED TO TRUE
                           MOVE 'ADD - WRITE REJECTED BY FILE'
                               TO CK-REJECT-REASON
                   END-WRITE
               WHEN CK-XMNT-REPLACE
                   REWRITE CK-SCHD-RECORD
                       INVALID KEY
                           SET CK-XMNT-REJECTED TO TRUE
                           MOVE 'REPLACE - REWRITE REJECTED BY FILE'
                               TO CK-REJECT-REASON
                   END-REWRITE
               WHEN CK-XMNT-DELETE
                   DELETE CASKADE-SCHEDULE
                       INVALID KEY
                           SET CK-XMNT-REJECTED TO TRUE
                           MOVE 'DELETE - DELETE REJECTED BY FILE'
                               TO CK-REJECT-REASON
                   END-DELETE
           END-EVALUATE
           IF NOT CK-XMNT-REJECTED
               ADD 1 TO CK-CNT-MAINT-APPLIED
           END-IF
           .

      *****************************************************
      * PRINT-CHANGE - ONE REPORT BLOCK PER REQUEST: THE   *
      * ACTION, THE SUBMITTER, ITS BEFORE-IMAGE AS IT      *
      * STOOD ON THE SCHEDULE, ITS AFTER-IMAGE AS APPLIED, *
      * AND THE REASON WHEN THE REQUEST WAS REJECTED.      *
      *****************************************************
       PRINT-CHANGE-PROCEDURE.
           DISPLAY '------------------------------------------------'
           DISPLAY 'ACTION ' CK-XMNT-ACTION ' SUBMITTER '
               CK-XMNT-SUBMITTER
           IF CK-SCHD-ON-FILE
               DISPLAY 'BEFORE - DAYS ' CK-XIMG-SEND-DAYS
                   ' INTAKES ' CK-XIMG-INTAKE-COUNT
                   ' CUTOFF ' CK-XIMG-CUTOFF-TIME
                   ' +' CK-XIMG-CUTOFF-BDAYS ' BDAYS'
                   ' CHANGED ' CK-XIMG-LAST-CHANGED
               DISPLAY '  DESC  ' CK-XIMG-DESCRIPTION
           ELSE
               DISPLAY 'BEFORE - SUBMITTER NOT SCHEDULED'
           END-IF
           IF CK-XMNT-REJECTED
               DISPLAY 'REJECTED - ' CK-REJECT-REASON
           ELSE
               IF CK-XMNT-DELETE
                   DISPLAY 'AFTER  - SCHEDULE ENTRY DELETED'
               ELSE
                   DISPLAY 'AFTER  - DAYS ' CK-XMNT-SEND-DAYS
                       ' INTAKES ' CK-XMNT-INTAKE-COUNT
                       ' CUTOFF ' CK-XMNT-CUTOFF-TIME
                       ' +' CK-XMNT-CUTOFF-BDAYS ' BDAYS'
                   DISPLAY '  DESC  ' CK-XMNT-DESCRIPTION
               END-IF
           END-IF
           .

       PRINT-MAINT-TOTALS-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'REQUESTS READ     ' CK-CNT-MAINT-READ
           DISPLAY 'REQUESTS APPLIED  ' CK-CNT-MAINT-APPLIED
           DISPLAY 'REQUESTS REJECTED ' CK-CNT-MAINT-REJECTED
           DISPLAY '================================================'
           .
