      *                 CHECK CLOSES FOR REPLACE. DELETING ONE
      *                 VERSION OF A NAME WITH OTHERS ON FILE STAYS
      *                 UNRESTRICTED, SINCE CALLERS RESOLVE BY NAME.
      * 10/15/2026 CK   EVERY APPLIED CHANGE IS NOW WRITTEN TO THE
      *                 PERMANENT KEYED RULES-FILE CHANGE JOURNAL
      *                 (RULEJRNL, CKRJNREC) WITH THE RULE'S BEFORE
      *                 AND AFTER IMAGES, THE DATE AND TIME APPLIED,
      *                 AND THE REQUESTER ID AND CHANGE TICKET NOW
      *                 CARRIED ON EVERY MAINTENANCE REQUEST (BOTH
      *                 MANDATORY) - THE PRINTED CHANGE REPORT WAS
      *                 THE ONLY RECORD OF A CHANGE AND WENT WITH
      *                 THE SYSOUT. NEW ACTION BACKOUT NAMES A
      *                 JOURNAL ENTRY AND RESTORES THE VERSION IT
      *                 CHANGED TO ITS BEFORE-IMAGE (OR DELETES IT,
      *                 WHEN THE ENTRY WAS ITS ADD) AS AN ORDINARY
      *                 ADD/REPLACE/DELETE, SO A BACKOUT PASSES
      *                 EVERY EDIT AND CALL-GRAPH CHECK A NEW CHANGE
      *                 WOULD AND IS JOURNALED IN TURN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-RULEMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-RULE-KEY.

           SELECT OPTIONAL CASKADE-RULE-JOURNAL
               ASSIGN TO "RULEJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-RJNL-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One maintenance request per record - the action verb, the
      *> rule name and effective business date of the version it
      *> applies to, and (for ADD/REPLACE) the full replacement step
      *> list in CK-RULE-RECORD's own shape, the requester ID and
      *> change ticket the journal entry is filed under, and (for
      *> BACKOUT) the key stamp of the journal entry to back out
       FD  CASKADE-MAINT-FILE.
       01  CK-MNT-RECORD.
           05 CK-MNT-ACTION            PIC X(07).
              88 CK-MNT-ADD            VALUE 'ADD'.
              88 CK-MNT-REPLACE        VALUE 'REPLACE'.
              88 CK-MNT-DELETE         VALUE 'DELETE'.
              88 CK-MNT-BACKOUT        VALUE 'BACKOUT'.
           05 CK-MNT-RULE-NAME         PIC X(10).
           05 CK-MNT-EFF-DATE          PIC 9(08).
           05 CK-MNT-STEP-COUNT        PIC 9(02).
               10 CK-MNT-STEP-SRC-B    PIC X(01).
               10 CK-MNT-STEP-SRC-X    PIC X(01).
               10 CK-MNT-STEP-CALL     PIC X(10).
           05 CK-MNT-REQUESTER         PIC X(08).
           05 CK-MNT-TICKET            PIC X(12).
           05 CK-MNT-BACKOUT-OF.
              10 CK-MNT-BACKOUT-DATE   PIC 9(08).
              10 CK-MNT-BACKOUT-TIME   PIC 9(08).
              10 CK-MNT-BACKOUT-SEQ    PIC 9(04).
           05 FILLER                   PIC X(08).

       FD  CASKADE-RULES-FILE.
       COPY CKRULREC.

       FD  CASKADE-RULE-JOURNAL.
       COPY CKRJNREC.

       WORKING-STORAGE SECTION.
       77 CK-STEP-IX    PIC 9(02) COMP.
       77 CK-IMG-IX     PIC 9(02) COMP.
              88 CK-MNT-REJECTED       VALUE 'Y'.
           05 CK-BEFORE-SW             PIC X(01) VALUE 'N'.
              88 CK-RULE-ON-FILE       VALUE 'Y'.
           05 CK-BACKOUT-SW            PIC X(01) VALUE 'N'.
              88 CK-BACKOUT-REQUEST    VALUE 'Y'.
           05 CK-JRNL-ERROR-SW         PIC X(01) VALUE 'N'.
              88 CK-JOURNAL-ERROR      VALUE 'Y'.

      *> One reason per rejected request, printed on the change report
       01  CK-REJECT-REASON            PIC X(40).
           05 CK-CNT-MAINT-READ        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-APPLIED     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-REJECTED    PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-BACKOUT     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-JOURNALED         PIC 9(08) COMP VALUE 0.

      *> Before-image of the rule as it stood on CASKADE-RULES-FILE
      *> ahead of this request, saved for the change report
               10 CK-IMG-STEP-SRC-X    PIC X(01).
               10 CK-IMG-STEP-CALL     PIC X(10).

      *> After-image of an ADD/REPLACE as it goes to the rules file,
      *> saved before the WRITE/REWRITE - the record area is not
      *> available once the record has been written - for the journal
       01  CK-RULE-AFTER-IMAGE.
           05 CK-AFT-RULE-NAME         PIC X(10).
           05 CK-AFT-EFF-DATE          PIC 9(08).
           05 CK-AFT-STEP-COUNT        PIC 9(02).
           05 CK-AFT-STEPS OCCURS 10 TIMES.
               10 CK-AFT-STEP-OP       PIC X(05).
               10 CK-AFT-STEP-SRC-A    PIC X(01).
               10 CK-AFT-STEP-SRC-B    PIC X(01).
               10 CK-AFT-STEP-SRC-X    PIC X(01).
               10 CK-AFT-STEP-CALL     PIC X(10).

      *> Call-graph walk work areas - an ADD/REPLACE whose steps
      *> invoke other rules is checked against the file before it is
      *> applied: every called name must be on file, the chain of
       MAINT-DRIVER-PROCEDURE.
           OPEN INPUT CASKADE-MAINT-FILE
           OPEN I-O CASKADE-RULES-FILE
           OPEN I-O CASKADE-RULE-JOURNAL
           DISPLAY '================================================'
           DISPLAY 'CASKADE-RULEMAINT RULES-FILE CHANGE REPORT'
           DISPLAY '================================================'
               UNTIL CK-END-OF-MAINT-FILE
           CLOSE CASKADE-MAINT-FILE
           CLOSE CASKADE-RULES-FILE
           CLOSE CASKADE-RULE-JOURNAL
           PERFORM PRINT-MAINT-TOTALS-PROCEDURE
           EVALUATE TRUE
               WHEN CK-JOURNAL-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN CK-CNT-MAINT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

           ADD 1 TO CK-CNT-MAINT-READ
           MOVE 'N' TO CK-REJECT-SW
           MOVE SPACES TO CK-REJECT-REASON
           MOVE 'N' TO CK-BACKOUT-SW
           IF CK-MNT-BACKOUT
               PERFORM PREPARE-BACKOUT-PROCEDURE
           END-IF
           IF NOT CK-MNT-REJECTED
               PERFORM VALIDATE-MAINT-PROCEDURE
           END-IF
           PERFORM FETCH-BEFORE-IMAGE-PROCEDURE
           IF NOT CK-MNT-REJECTED
               PERFORM CHECK-ACTION-FIT-PROCEDURE
               SET CK-MNT-REJECTED TO TRUE
               MOVE 'RULE NAME IS BLANK' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-MNT-REJECTED AND CK-MNT-REQUESTER = SPACES
               SET CK-MNT-REJECTED TO TRUE
               MOVE 'REQUESTER ID IS BLANK' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-MNT-REJECTED AND CK-MNT-TICKET = SPACES
               SET CK-MNT-REJECTED TO TRUE
               MOVE 'CHANGE TICKET IS BLANK' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-MNT-REJECTED
                   AND (CK-MNT-EFF-DATE NOT NUMERIC
                    OR CK-MNT-EFF-DATE = 0)
               PERFORM COPY-MAINT-STEP-PROCEDURE
                   VARYING CK-STEP-IX FROM 1 BY 1
                   UNTIL CK-STEP-IX > 10
               MOVE CK-RULE-RECORD TO CK-RULE-AFTER-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN CK-MNT-ADD
           END-EVALUATE
           IF NOT CK-MNT-REJECTED
               ADD 1 TO CK-CNT-MAINT-APPLIED
               IF CK-BACKOUT-REQUEST
                   ADD 1 TO CK-CNT-MAINT-BACKOUT
               END-IF
               PERFORM WRITE-JOURNAL-PROCEDURE
           END-IF
           .

      *> Files the permanent journal entry for a change just applied
      *> - keyed by rule name and the date, time and request number
      *> it was applied under, so a name's entries read back in the
      *> order they happened. The before-image is the version as
      *> FETCH-BEFORE-IMAGE found it, the after-image the record as
      *> APPLY-MAINT saved it just ahead of the write. A journal the
      *> change cannot be filed on is not a reason to undo a change
      *> already on the rules file, so the failure is reported and
      *> the step ends RC=08 for follow-up.
       WRITE-JOURNAL-PROCEDURE.
           MOVE SPACES TO CK-RJNL-RECORD
           MOVE CK-MNT-RULE-NAME TO CK-RJNL-RULE-NAME
           ACCEPT CK-RJNL-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RJNL-STAMP-TIME FROM TIME
           MOVE CK-CNT-MAINT-READ TO CK-RJNL-STAMP-SEQ
           MOVE CK-MNT-EFF-DATE TO CK-RJNL-EFF-DATE
           MOVE CK-MNT-ACTION TO CK-RJNL-ACTION
           MOVE CK-MNT-REQUESTER TO CK-RJNL-REQUESTER
           MOVE CK-MNT-TICKET TO CK-RJNL-TICKET
           IF CK-BACKOUT-REQUEST
               MOVE CK-MNT-BACKOUT-OF TO CK-RJNL-BACKOUT-OF
           ELSE
               MOVE ZEROS TO CK-RJNL-BACKOUT-OF
           END-IF
           MOVE 'N' TO CK-RJNL-BEFORE-SW
           IF CK-RULE-ON-FILE
               SET CK-RJNL-HAS-BEFORE TO TRUE
               MOVE CK-RULE-BEFORE-IMAGE TO CK-RJNL-BEFORE-IMAGE
           END-IF
           MOVE 'N' TO CK-RJNL-AFTER-SW
           IF NOT CK-MNT-DELETE
               SET CK-RJNL-HAS-AFTER TO TRUE
               MOVE CK-RULE-AFTER-IMAGE TO CK-RJNL-AFTER-IMAGE
           END-IF
           WRITE CK-RJNL-RECORD
               INVALID KEY
                   SET CK-JOURNAL-ERROR TO TRUE
                   DISPLAY 'JOURNAL WRITE FAILED - RULE '
                       CK-MNT-RULE-NAME ' CHANGE APPLIED UNJOURNALED'
               NOT INVALID KEY
                   ADD 1 TO CK-CNT-JOURNALED
           END-WRITE
           .

      *****************************************************
      * PREPARE-BACKOUT - TURNS A BACKOUT REQUEST INTO THE *
      * ORDINARY REQUEST THAT UNDOES THE NAMED JOURNAL     *
      * ENTRY: THE VERSION'S BEFORE-IMAGE IS RESTORED BY   *
      * REPLACE IF THE VERSION IS ON FILE NOW OR ADD IF IT *
      * IS NOT, AND AN ENTRY WITH NO BEFORE-IMAGE (THE     *
      * VERSION'S ADD) IS UNDONE BY DELETE. THE RESTORED   *
      * STEPS ARE LAID OVER THE REQUEST'S OWN, SO FROM     *
      * HERE THE BACKOUT RUNS THE SAME EDITS, FIT CHECK    *
      * AND CALL-GRAPH WALKS AS ANY OTHER CHANGE - A       *
      * BACKOUT THAT WOULD BREAK A LIVE CHAIN TODAY IS     *
      * REJECTED LIKE ANY OTHER REQUEST THAT WOULD.        *
      *****************************************************
       PREPARE-BACKOUT-PROCEDURE.
           SET CK-BACKOUT-REQUEST TO TRUE
           IF CK-MNT-BACKOUT-DATE NOT NUMERIC
                   OR CK-MNT-BACKOUT-TIME NOT NUMERIC
                   OR CK-MNT-BACKOUT-SEQ NOT NUMERIC
                   OR CK-MNT-BACKOUT-DATE = 0
               SET CK-MNT-REJECTED TO TRUE
               MOVE 'BACKOUT - JOURNAL ENTRY NOT NAMED'
                   TO CK-REJECT-REASON
           END-IF
           IF NOT CK-MNT-REJECTED
               MOVE CK-MNT-RULE-NAME TO CK-RJNL-RULE-NAME
               MOVE CK-MNT-BACKOUT-DATE TO CK-RJNL-STAMP-DATE
               MOVE CK-MNT-BACKOUT-TIME TO CK-RJNL-STAMP-TIME
               MOVE CK-MNT-BACKOUT-SEQ TO CK-RJNL-STAMP-SEQ
               READ CASKADE-RULE-JOURNAL
                   INVALID KEY
                       SET CK-MNT-REJECTED TO TRUE
                       MOVE 'BACKOUT - JOURNAL ENTRY NOT ON FILE'
                           TO CK-REJECT-REASON
               END-READ
           END-IF
           IF NOT CK-MNT-REJECTED
                   AND CK-RJNL-EFF-DATE NOT = CK-MNT-EFF-DATE
               SET CK-MNT-REJECTED TO TRUE
               MOVE 'BACKOUT - ENTRY IS FOR ANOTHER VERSION'
                   TO CK-REJECT-REASON
           END-IF
           IF NOT CK-MNT-REJECTED
               IF CK-RJNL-HAS-BEFORE
                   PERFORM RESTORE-BEFORE-IMAGE-PROCEDURE
               ELSE
                   MOVE 'DELETE' TO CK-MNT-ACTION
               END-IF
           END-IF
           .

      *> Lays the journal entry's before-image over the request as
      *> its step list, then chooses REPLACE or ADD by whether the
      *> version is on the rules file now
       RESTORE-BEFORE-IMAGE-PROCEDURE.
           MOVE CK-RJNL-BEFORE-IMAGE TO CK-RULE-RECORD
           MOVE CK-RULE-STEP-COUNT TO CK-MNT-STEP-COUNT
           PERFORM RESTORE-BACKOUT-STEP-PROCEDURE
               VARYING CK-STEP-IX FROM 1 BY 1
               UNTIL CK-STEP-IX > 10
           MOVE CK-MNT-RULE-NAME TO CK-RULE-NAME
           MOVE CK-MNT-EFF-DATE TO CK-RULE-EFF-DATE
           READ CASKADE-RULES-FILE
               INVALID KEY
                   MOVE 'ADD' TO CK-MNT-ACTION
               NOT INVALID KEY
                   MOVE 'REPLACE' TO CK-MNT-ACTION
           END-READ
           .

       RESTORE-BACKOUT-STEP-PROCEDURE.
           MOVE CK-RULE-STEP-OP(CK-STEP-IX)
               TO CK-MNT-STEP-OP(CK-STEP-IX)
           MOVE CK-RULE-STEP-SRC-A(CK-STEP-IX)
               TO CK-MNT-STEP-SRC-A(CK-STEP-IX)
           MOVE CK-RULE-STEP-SRC-B(CK-STEP-IX)
               TO CK-MNT-STEP-SRC-B(CK-STEP-IX)
           MOVE CK-RULE-STEP-SRC-X(CK-STEP-IX)
               TO CK-MNT-STEP-SRC-X(CK-STEP-IX)
           MOVE CK-RULE-STEP-CALL(CK-STEP-IX)
               TO CK-MNT-STEP-CALL(CK-STEP-IX)
           .

      *> Copies one step from the maintenance request onto the rule
      * PRINT-CHANGE - ONE REPORT BLOCK PER REQUEST: THE   *
      * ACTION, THE RULE NAME, ITS BEFORE-IMAGE AS IT      *
      * STOOD ON FILE, ITS AFTER-IMAGE AS APPLIED, AND THE *
      * REASON WHEN THE REQUEST WAS REJECTED. A BACKOUT    *
      * PRINTS AS THE ACTION IT WAS APPLIED AS, WITH THE   *
      * JOURNAL ENTRY IT BACKED OUT.                       *
      *****************************************************
       PRINT-CHANGE-PROCEDURE.
           DISPLAY '------------------------------------------------'
           DISPLAY 'ACTION ' CK-MNT-ACTION ' RULE ' CK-MNT-RULE-NAME
               ' EFFECTIVE ' CK-MNT-EFF-DATE
           DISPLAY 'REQUESTER ' CK-MNT-REQUESTER
               ' TICKET ' CK-MNT-TICKET
           IF CK-BACKOUT-REQUEST
               DISPLAY 'BACKOUT OF JOURNAL ENTRY ' CK-MNT-BACKOUT-DATE
                   ' ' CK-MNT-BACKOUT-TIME ' ' CK-MNT-BACKOUT-SEQ
           END-IF
           IF CK-RULE-ON-FILE
               DISPLAY 'BEFORE - STEP COUNT ' CK-IMG-STEP-COUNT
               PERFORM PRINT-BEFORE-STEP-PROCEDURE
           DISPLAY 'REQUESTS READ     ' CK-CNT-MAINT-READ
           DISPLAY 'REQUESTS APPLIED  ' CK-CNT-MAINT-APPLIED
           DISPLAY 'REQUESTS REJECTED ' CK-CNT-MAINT-REJECTED
           DISPLAY 'BACKOUTS APPLIED  ' CK-CNT-MAINT-BACKOUT
           DISPLAY 'CHANGES JOURNALED ' CK-CNT-JOURNALED
           DISPLAY '================================================'
           .
