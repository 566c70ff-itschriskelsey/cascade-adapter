      * Caskade Programming Language Adapter for COBOL - Submitter
      * Master Maintenance
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
      *                 SUBMITTER MASTER (SUBMAST, CKSUBREC). READS A
      *                 MAINTENANCE TRANSACTION FILE OF ADD/REPLACE/
      *                 DELETE REQUESTS, VALIDATES THE ACTIVE FLAG,
      *                 DAILY VOLUME CEILING, ENTITLED OP CODES AND
      *                 ENTITLED RULE NAMES BEFORE ANYTHING TOUCHES
      *                 THE INDEXED FILE, AND PRINTS A BEFORE/AFTER
      *                 CHANGE REPORT PER SUBMITTER - THE AUDITABLE
      *                 PATH FOR STANDING A CAPTURE SYSTEM UP OR DOWN
      *                 AND CHANGING WHAT IT MAY SEND. LAST QUARTER A
      *                 TEST CAPTURE SYSTEM'S TRAFFIC RAN THROUGH THE
      *                 PRODUCTION RULES AND WAS SCORED AS REAL
      *                 DECISIONS; CASKADE-TXNEDIT AND THE ADAPTER'S
      *                 MULTIDAY INTAKE VERIFICATION NOW HOLD EVERY
      *                 DETAIL TO THIS FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-SUBMMAINT.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-MAINT-FILE
               ASSIGN TO "SUBMTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-SUBM-MASTER
               ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-SMST-KEY.

           SELECT OPTIONAL CASKADE-RULES-FILE
               ASSIGN TO "RULESFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-RULE-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One maintenance request per record - the action verb, the
      *> submitter it applies to, and (for ADD/REPLACE) the full
      *> replacement entry in CK-SMST-RECORD's own shape
       FD  CASKADE-MAINT-FILE.
       01  CK-SMNT-RECORD.
           05 CK-SMNT-ACTION           PIC X(07).
              88 CK-SMNT-ADD           VALUE 'ADD'.
              88 CK-SMNT-REPLACE       VALUE 'REPLACE'.
              88 CK-SMNT-DELETE        VALUE 'DELETE'.
           05 CK-SMNT-SUBMITTER        PIC X(08).
           05 CK-SMNT-ACTIVE-FLAG      PIC X(01).
           05 CK-SMNT-DESCRIPTION      PIC X(30).
           05 CK-SMNT-DAILY-CEILING    PIC 9(08).
           05 CK-SMNT-OP-COUNT         PIC 9(02).
           05 CK-SMNT-OPS.
              10 CK-SMNT-OP-CODE       PIC X(05) OCCURS 16 TIMES.
           05 CK-SMNT-RULE-COUNT       PIC 9(02).
           05 CK-SMNT-RULE-NAME        PIC X(10) OCCURS 20 TIMES.
           05 FILLER                   PIC X(08).

      *> The submitter master (CKSUBREC), shared with CASKADE-TXNEDIT
      *> and CASKADE-ADAPTER, which enforce it
       FD  CASKADE-SUBM-MASTER.
       COPY CKSUBREC.

      *> Read only - every rule name a request entitles must have at
      *> least one version on file
       FD  CASKADE-RULES-FILE.
       COPY CKRULREC.

       WORKING-STORAGE SECTION.
       77 CK-OP-IX      PIC 9(02) COMP.
       77 CK-DUP-IX     PIC 9(02) COMP.
       77 CK-VALID-IX   PIC 9(02) COMP.
       77 CK-RULE-IX    PIC 9(02) COMP.

       01  CK-MAINT-SWITCHES.
           05 CK-EOF-SW                PIC X(01) VALUE 'N'.
              88 CK-END-OF-MAINT-FILE  VALUE 'Y'.
           05 CK-REJECT-SW             PIC X(01) VALUE 'N'.
              88 CK-SMNT-REJECTED      VALUE 'Y'.
           05 CK-BEFORE-SW             PIC X(01) VALUE 'N'.
              88 CK-SUBM-ON-FILE       VALUE 'Y'.
           05 CK-VALID-OP-SW           PIC X(01) VALUE 'N'.
              88 CK-VALID-OP           VALUE 'Y'.
           05 CK-RULE-OP-SW            PIC X(01) VALUE 'N'.
              88 CK-RULE-OP-ENTITLED   VALUE 'Y'.

      *> Every op code a submitter may be entitled to - the ten
      *> scalar gates, the five vector ops, and RULE
       01  CK-VALID-OP-TABLE.
           05 FILLER                   PIC X(40) VALUE
               'NOT  AND  OR   EQ   NEQ  BOOL XOR  NAND '.
           05 FILLER                   PIC X(40) VALUE
               'NOR  XNOR VAND VOR  VXOR VNOT VCNT RULE '.
       01  CK-VALID-OP-TABLE-R REDEFINES CK-VALID-OP-TABLE.
           05 CK-VALID-OP-NAMES        PIC X(05) OCCURS 16 TIMES.

      *> One reason per rejected request, printed on the change report
       01  CK-REJECT-REASON            PIC X(40).

      *> Maintenance run totals for the end-of-report balance line
       01  CK-MAINT-COUNTS.
           05 CK-CNT-MAINT-READ        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-APPLIED     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-REJECTED    PIC 9(08) COMP VALUE 0.

      *> Before-image of the submitter as it stood on the master
      *> ahead of this request, saved for the change report
       01  CK-SUBM-BEFORE-IMAGE.
           05 CK-SIMG-SUBMITTER        PIC X(08).
           05 CK-SIMG-ACTIVE-FLAG      PIC X(01).
           05 CK-SIMG-DESCRIPTION      PIC X(30).
           05 CK-SIMG-DAILY-CEILING    PIC 9(08).
           05 CK-SIMG-OP-COUNT         PIC 9(02).
           05 CK-SIMG-OPS.
              10 CK-SIMG-OP-CODE       PIC X(05) OCCURS 16 TIMES.
           05 CK-SIMG-RULE-COUNT       PIC 9(02).
           05 CK-SIMG-RULE-NAME        PIC X(10) OCCURS 20 TIMES.
           05 CK-SIMG-LAST-CHANGED     PIC 9(08).
           05 FILLER                   PIC X(08).

       PROCEDURE DIVISION.

      *****************************************************
      * MAINT-DRIVER - READS THE MAINTENANCE FILE ONE      *
      * REQUEST AT A TIME, VALIDATES IT IN FULL, APPLIES   *
      * IT TO THE SUBMITTER MASTER ONLY IF IT PASSED EVERY *
      * EDIT, AND PRINTS A BEFORE/AFTER CHANGE REPORT PER  *
      * SUBMITTER SO EVERY ENTITLEMENT CHANGE IS AUDITABLE.*
      *****************************************************
       MAINT-DRIVER-PROCEDURE.
           OPEN INPUT CASKADE-MAINT-FILE
           OPEN I-O CASKADE-SUBM-MASTER
           OPEN INPUT CASKADE-RULES-FILE
           DISPLAY '================================================'
           DISPLAY 'CASKADE-SUBMMAINT SUBMITTER MASTER CHANGE REPORT'
           DISPLAY '================================================'
           PERFORM READ-MAINT-PROCEDURE
           PERFORM PROCESS-MAINT-PROCEDURE
               UNTIL CK-END-OF-MAINT-FILE
           CLOSE CASKADE-MAINT-FILE
           CLOSE CASKADE-SUBM-MASTER
           CLOSE CASKADE-RULES-FILE
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
           IF NOT CK-SMNT-REJECTED
               PERFORM CHECK-ACTION-FIT-PROCEDURE
           END-IF
           IF NOT CK-SMNT-REJECTED
               PERFORM APPLY-MAINT-PROCEDURE
           END-IF
           IF CK-SMNT-REJECTED
               ADD 1 TO CK-CNT-MAINT-REJECTED
           END-IF
           PERFORM PRINT-CHANGE-PROCEDURE
           PERFORM READ-MAINT-PROCEDURE
           .

      *> Field edits - an ADD/REPLACE must carry a Y/N active flag, a
      *> numeric ceiling, one to sixteen distinct Caskade op codes,
      *> and up to twenty rule names, each '*ALL' or a rule with a
      *> version on file. A RULE entitlement without rule names, or
      *> rule names without the RULE op, would never let a RULE
      *> detail through (or would let nothing use the names), so the
      *> pair must travel together. A DELETE needs only the key.
       VALIDATE-MAINT-PROCEDURE.
           IF NOT CK-SMNT-ADD AND NOT CK-SMNT-REPLACE
                   AND NOT CK-SMNT-DELETE
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'ACTION NOT ADD/REPLACE/DELETE'
                   TO CK-REJECT-REASON
           END-IF
           IF NOT CK-SMNT-REJECTED AND CK-SMNT-SUBMITTER = SPACES
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'SUBMITTER ID IS BLANK' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-SMNT-REJECTED
                   AND (CK-SMNT-ADD OR CK-SMNT-REPLACE)
               PERFORM VALIDATE-ENTRY-PROCEDURE
           END-IF
           .

       VALIDATE-ENTRY-PROCEDURE.
           IF CK-SMNT-ACTIVE-FLAG NOT = 'Y'
                   AND CK-SMNT-ACTIVE-FLAG NOT = 'N'
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'ACTIVE FLAG NOT Y/N' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-SMNT-REJECTED
                   AND CK-SMNT-DAILY-CEILING NOT NUMERIC
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'DAILY CEILING NOT NUMERIC' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-SMNT-REJECTED
               IF CK-SMNT-OP-COUNT NOT NUMERIC
                       OR CK-SMNT-OP-COUNT < 1
                       OR CK-SMNT-OP-COUNT > 16
                   SET CK-SMNT-REJECTED TO TRUE
                   MOVE 'OP COUNT NOT 1 THROUGH 16'
                       TO CK-REJECT-REASON
               ELSE
                   MOVE 'N' TO CK-RULE-OP-SW
                   PERFORM VALIDATE-OP-PROCEDURE
                       VARYING CK-OP-IX FROM 1 BY 1
                       UNTIL CK-OP-IX > CK-SMNT-OP-COUNT
                          OR CK-SMNT-REJECTED
               END-IF
           END-IF
           IF NOT CK-SMNT-REJECTED
               IF CK-SMNT-RULE-COUNT NOT NUMERIC
                       OR CK-SMNT-RULE-COUNT > 20
                   SET CK-SMNT-REJECTED TO TRUE
                   MOVE 'RULE COUNT NOT 0 THROUGH 20'
                       TO CK-REJECT-REASON
               ELSE
                   PERFORM VALIDATE-RULE-PROCEDURE
                       VARYING CK-RULE-IX FROM 1 BY 1
                       UNTIL CK-RULE-IX > CK-SMNT-RULE-COUNT
                          OR CK-SMNT-REJECTED
               END-IF
           END-IF
           IF NOT CK-SMNT-REJECTED
               IF CK-RULE-OP-ENTITLED AND CK-SMNT-RULE-COUNT = 0
                   SET CK-SMNT-REJECTED TO TRUE
                   MOVE 'RULE OP ENTITLED WITH NO RULE NAMES'
                       TO CK-REJECT-REASON
               END-IF
               IF NOT CK-RULE-OP-ENTITLED AND CK-SMNT-RULE-COUNT > 0
                   SET CK-SMNT-REJECTED TO TRUE
                   MOVE 'RULE NAMES LISTED WITHOUT RULE OP'
                       TO CK-REJECT-REASON
               END-IF
           END-IF
           .

      *> One entitled op code - it must be a Caskade op and must not
      *> already appear earlier in the request's list
       VALIDATE-OP-PROCEDURE.
           MOVE 'N' TO CK-VALID-OP-SW
           PERFORM CHECK-VALID-OP-PROCEDURE
               VARYING CK-VALID-IX FROM 1 BY 1
               UNTIL CK-VALID-IX > 16
                  OR CK-VALID-OP
           IF NOT CK-VALID-OP
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'ENTITLED OP CODE NOT A CASKADE OP'
                   TO CK-REJECT-REASON
           ELSE
               PERFORM CHECK-DUP-OP-PROCEDURE
                   VARYING CK-DUP-IX FROM 1 BY 1
                   UNTIL CK-DUP-IX NOT < CK-OP-IX
                      OR CK-SMNT-REJECTED
           END-IF
           IF CK-SMNT-OP-CODE(CK-OP-IX) = 'RULE'
               SET CK-RULE-OP-ENTITLED TO TRUE
           END-IF
           .

       CHECK-VALID-OP-PROCEDURE.
           IF CK-SMNT-OP-CODE(CK-OP-IX) = CK-VALID-OP-NAMES(CK-VALID-IX)
               SET CK-VALID-OP TO TRUE
           END-IF
           .

       CHECK-DUP-OP-PROCEDURE.
           IF CK-SMNT-OP-CODE(CK-DUP-IX) = CK-SMNT-OP-CODE(CK-OP-IX)
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'ENTITLED OP CODE LISTED TWICE'
                   TO CK-REJECT-REASON
           END-IF
           .

      *> One entitled rule name - '*ALL' is the every-rule wildcard;
      *> any other name must have at least one version on the rules
      *> file, so a typo cannot quietly entitle nothing
       VALIDATE-RULE-PROCEDURE.
           IF CK-SMNT-RULE-NAME(CK-RULE-IX) = SPACES
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'ENTITLED RULE NAME IS BLANK' TO CK-REJECT-REASON
           ELSE
               IF CK-SMNT-RULE-NAME(CK-RULE-IX) NOT = '*ALL'
                   MOVE CK-SMNT-RULE-NAME(CK-RULE-IX) TO CK-RULE-NAME
                   MOVE 0 TO CK-RULE-EFF-DATE
                   START CASKADE-RULES-FILE
                       KEY NOT < CK-RULE-KEY
                       INVALID KEY
                           SET CK-SMNT-REJECTED TO TRUE
                       NOT INVALID KEY
                           PERFORM CHECK-RULE-ON-FILE-PROCEDURE
                   END-START
                   IF CK-SMNT-REJECTED
                       MOVE 'ENTITLED RULE NOT ON RULES FILE'
                           TO CK-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

       CHECK-RULE-ON-FILE-PROCEDURE.
           READ CASKADE-RULES-FILE NEXT RECORD
               AT END
                   SET CK-SMNT-REJECTED TO TRUE
               NOT AT END
                   IF CK-RULE-NAME NOT = CK-SMNT-RULE-NAME(CK-RULE-IX)
                       SET CK-SMNT-REJECTED TO TRUE
                   END-IF
           END-READ
           .

      *> Reads the submitter as it stands on the master ahead of this
      *> request and saves it as the report's before-image
       FETCH-BEFORE-IMAGE-PROCEDURE.
           MOVE 'N' TO CK-BEFORE-SW
           MOVE SPACES TO CK-SUBM-BEFORE-IMAGE
           MOVE CK-SMNT-SUBMITTER TO CK-SMST-SUBMITTER
           READ CASKADE-SUBM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CK-SUBM-ON-FILE TO TRUE
                   MOVE CK-SMST-RECORD TO CK-SUBM-BEFORE-IMAGE
           END-READ
           .

      *> The action must fit what is already on file - ADD of an
      *> existing submitter or REPLACE/DELETE of a missing one is a
      *> mistake in the request, not something to apply quietly.
      *> Standing a submitter down is a REPLACE with flag 'N', which
      *> keeps its entitlements on file for the day it comes back.
       CHECK-ACTION-FIT-PROCEDURE.
           IF CK-SMNT-ADD AND CK-SUBM-ON-FILE
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'ADD - SUBMITTER ALREADY ON FILE'
                   TO CK-REJECT-REASON
           END-IF
           IF CK-SMNT-REPLACE AND NOT CK-SUBM-ON-FILE
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'REPLACE - SUBMITTER NOT ON FILE'
                   TO CK-REJECT-REASON
           END-IF
           IF CK-SMNT-DELETE AND NOT CK-SUBM-ON-FILE
               SET CK-SMNT-REJECTED TO TRUE
               MOVE 'DELETE - SUBMITTER NOT ON FILE'
                   TO CK-REJECT-REASON
           END-IF
           .

      *> Applies one fully validated request to the indexed file -
      *> list slots past the request's counts are spaced out so a
      *> shortened entitlement leaves nothing stale behind
       APPLY-MAINT-PROCEDURE.
           MOVE CK-SMNT-SUBMITTER TO CK-SMST-SUBMITTER
           IF CK-SMNT-ADD OR CK-SMNT-REPLACE
               MOVE CK-SMNT-ACTIVE-FLAG TO CK-SMST-ACTIVE-FLAG
               MOVE CK-SMNT-DESCRIPTION TO CK-SMST-DESCRIPTION
               MOVE CK-SMNT-DAILY-CEILING TO CK-SMST-DAILY-CEILING
               MOVE CK-SMNT-OP-COUNT TO CK-SMST-OP-COUNT
               PERFORM COPY-MAINT-OP-PROCEDURE
                   VARYING CK-OP-IX FROM 1 BY 1
                   UNTIL CK-OP-IX > 16
               MOVE CK-SMNT-RULE-COUNT TO CK-SMST-RULE-COUNT
               PERFORM COPY-MAINT-RULE-PROCEDURE
                   VARYING CK-RULE-IX FROM 1 BY 1
                   UNTIL CK-RULE-IX > 20
               ACCEPT CK-SMST-LAST-CHANGED FROM DATE YYYYMMDD
           END-IF
           EVALUATE TRUE
               WHEN CK-SMNT-ADD
                   WRITE CK-SMST-RECORD
                       INVALID KEY
                           SET CK-SMNT-REJECTED TO TRUE
                           MOVE 'ADD - WRITE REJECTED BY FILE'
                               TO CK-REJECT-REASON
                   END-WRITE
               WHEN CK-SMNT-REPLACE
                   REWRITE CK-SMST-RECORD
                       INVALID KEY
                           SET CK-SMNT-REJECTED TO TRUE
                           MOVE 'REPLACE - REWRITE REJECTED BY FILE'
                               TO CK-REJECT-REASON
                   END-REWRITE
               WHEN CK-SMNT-DELETE
                   DELETE CASKADE-SUBM-MASTER
                       INVALID KEY
                           SET CK-SMNT-REJECTED TO TRUE
                           MOVE 'DELETE - DELETE REJECTED BY FILE'
                               TO CK-REJECT-REASON
                   END-DELETE
           END-EVALUATE
           IF NOT CK-SMNT-REJECTED
               ADD 1 TO CK-CNT-MAINT-APPLIED
           END-IF
           .

       COPY-MAINT-OP-PROCEDURE.
           IF CK-OP-IX > CK-SMNT-OP-COUNT
               MOVE SPACES TO CK-SMST-OP-CODE(CK-OP-IX)
           ELSE
               MOVE CK-SMNT-OP-CODE(CK-OP-IX)
                   TO CK-SMST-OP-CODE(CK-OP-IX)
           END-IF
           .

       COPY-MAINT-RULE-PROCEDURE.
           IF CK-RULE-IX > CK-SMNT-RULE-COUNT
               MOVE SPACES TO CK-SMST-RULE-NAME(CK-RULE-IX)
           ELSE
               MOVE CK-SMNT-RULE-NAME(CK-RULE-IX)
                   TO CK-SMST-RULE-NAME(CK-RULE-IX)
           END-IF
           .

      *****************************************************
      * PRINT-CHANGE - ONE REPORT BLOCK PER REQUEST: THE   *
      * ACTION, THE SUBMITTER, ITS BEFORE-IMAGE AS IT      *
      * STOOD ON THE MASTER, ITS AFTER-IMAGE AS APPLIED,   *
      * AND THE REASON WHEN THE REQUEST WAS REJECTED.      *
      *****************************************************
       PRINT-CHANGE-PROCEDURE.
           DISPLAY '------------------------------------------------'
           DISPLAY 'ACTION ' CK-SMNT-ACTION ' SUBMITTER '
               CK-SMNT-SUBMITTER
           IF CK-SUBM-ON-FILE
               DISPLAY 'BEFORE - ACTIVE ' CK-SIMG-ACTIVE-FLAG
                   ' CEILING ' CK-SIMG-DAILY-CEILING
                   ' CHANGED ' CK-SIMG-LAST-CHANGED
               DISPLAY '  DESC  ' CK-SIMG-DESCRIPTION
               DISPLAY '  OPS   ' CK-SIMG-OPS
               PERFORM PRINT-BEFORE-RULE-PROCEDURE
                   VARYING CK-RULE-IX FROM 1 BY 1
                   UNTIL CK-RULE-IX > CK-SIMG-RULE-COUNT
                      OR CK-RULE-IX > 20
           ELSE
               DISPLAY 'BEFORE - SUBMITTER NOT ON FILE'
           END-IF
           IF CK-SMNT-REJECTED
               DISPLAY 'REJECTED - ' CK-REJECT-REASON
           ELSE
               IF CK-SMNT-DELETE
                   DISPLAY 'AFTER  - SUBMITTER DELETED'
               ELSE
                   DISPLAY 'AFTER  - ACTIVE ' CK-SMNT-ACTIVE-FLAG
                       ' CEILING ' CK-SMNT-DAILY-CEILING
                   DISPLAY '  DESC  ' CK-SMNT-DESCRIPTION
                   DISPLAY '  OPS   ' CK-SMNT-OPS
                   PERFORM PRINT-AFTER-RULE-PROCEDURE
                       VARYING CK-RULE-IX FROM 1 BY 1
                       UNTIL CK-RULE-IX > CK-SMNT-RULE-COUNT
               END-IF
           END-IF
           .

       PRINT-BEFORE-RULE-PROCEDURE.
           DISPLAY '  RULE  ' CK-SIMG-RULE-NAME(CK-RULE-IX)
           .

       PRINT-AFTER-RULE-PROCEDURE.
           DISPLAY '  RULE  ' CK-SMNT-RULE-NAME(CK-RULE-IX)
           .

       PRINT-MAINT-TOTALS-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'REQUESTS READ     ' CK-CNT-MAINT-READ
           DISPLAY 'REQUESTS APPLIED  ' CK-CNT-MAINT-APPLIED
           DISPLAY 'REQUESTS REJECTED ' CK-CNT-MAINT-REJECTED
           DISPLAY '================================================'
           .
