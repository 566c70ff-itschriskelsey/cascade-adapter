      * Caskade Programming Language Adapter for COBOL - Rules File
      * Change History Inquiry
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - THE INQUIRY SIDE OF THE
      *                 RULES-FILE CHANGE JOURNAL. GIVEN REQUEST
      *                 CARDS NAMING A RULE (AND OPTIONALLY ONE
      *                 EFFECTIVE-DATE VERSION OF IT), LISTS EVERY
      *                 JOURNALED CHANGE TO THE RULE IN THE ORDER IT
      *                 WAS APPLIED - WHO ASKED FOR IT, UNDER WHICH
      *                 CHANGE TICKET, WHEN, WHAT THE VERSION LOOKED
      *                 LIKE BEFORE AND AFTER, AND WHICH ENTRY A
      *                 BACKOUT UNDID - SO "WHO CHANGED THIS RULE AND
      *                 WHY" IS ANSWERED FROM THE FILE INSTEAD OF OLD
      *                 CHANGE REPORTS. THE DATE, TIME AND SEQUENCE
      *                 SHOWN ON EACH ENTRY ARE WHAT A RULEMAINT
      *                 BACKOUT REQUEST NAMES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-RULEHIST.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-HIST-CARDS
               ASSIGN TO "RHSTCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASKADE-RULE-JOURNAL
               ASSIGN TO "RULEJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-RJNL-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One inquiry request per card: the rule name, and an optional
      *> effective date limiting the listing to that one version (a
      *> zero or blank date lists every version of the name)
       FD  CASKADE-HIST-CARDS.
       01  CK-HINQ-CARD.
           05 CK-HINQ-RULE-NAME        PIC X(10).
           05 FILLER                   PIC X(01).
           05 CK-HINQ-EFF-DATE         PIC 9(08).
           05 FILLER                   PIC X(61).

       FD  CASKADE-RULE-JOURNAL.
       COPY CKRJNREC.

       WORKING-STORAGE SECTION.
       77 CK-STEP-IX    PIC 9(02) COMP.

       01  CK-HINQ-SWITCHES.
           05 CK-CARD-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-CARDS       VALUE 'Y'.
           05 CK-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
              88 CK-BROWSE-DONE        VALUE 'Y'.

       01  CK-HINQ-COUNTS.
           05 CK-CNT-CARDS             PIC 9(08) COMP VALUE 0.
           05 CK-CNT-ENTRIES-SHOWN     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-CARD-ENTRIES      PIC 9(08) COMP VALUE 0.

      *> Effective-date filter for the current card (zero = every
      *> version of the name)
       77 CK-HINQ-VERSION              PIC 9(08) VALUE 0.

      *> The journaled before/after images are laid back over the
      *> rules-file record layout (a working-storage copy of
      *> CKRULREC) for field access when the steps are listed
       COPY CKRULREC.

       PROCEDURE DIVISION.

      *****************************************************
      * INQUIRY-DRIVER - ONE BROWSE OF THE CHANGE JOURNAL  *
      * PER REQUEST CARD: START AT THE RULE NAME'S FIRST   *
      * ENTRY, READ FORWARD UNTIL THE NAME CHANGES, AND    *
      * LIST EVERY ENTRY THAT CLEARS THE VERSION FILTER    *
      * WITH ITS BEFORE AND AFTER IMAGES.                  *
      *****************************************************
       INQUIRY-DRIVER-PROCEDURE.
           OPEN INPUT CASKADE-HIST-CARDS
           OPEN INPUT CASKADE-RULE-JOURNAL
           DISPLAY '================================================'
           DISPLAY 'CASKADE-RULEHIST RULES-FILE CHANGE HISTORY'
           DISPLAY '================================================'
           PERFORM READ-CARD-PROCEDURE
           PERFORM PROCESS-CARD-PROCEDURE
               UNTIL CK-END-OF-CARDS
           CLOSE CASKADE-HIST-CARDS
           CLOSE CASKADE-RULE-JOURNAL
           DISPLAY '================================================'
           DISPLAY 'CARDS PROCESSED ' CK-CNT-CARDS
           DISPLAY 'ENTRIES SHOWN   ' CK-CNT-ENTRIES-SHOWN
           DISPLAY '================================================'
           STOP RUN
           .

       READ-CARD-PROCEDURE.
           READ CASKADE-HIST-CARDS
               AT END SET CK-END-OF-CARDS TO TRUE
           END-READ
           .

       PROCESS-CARD-PROCEDURE.
           ADD 1 TO CK-CNT-CARDS
           IF CK-HINQ-RULE-NAME = SPACES
               DISPLAY 'REQUEST CARD SKIPPED - RULE NAME IS BLANK'
           ELSE
               IF CK-HINQ-EFF-DATE NOT NUMERIC
                   MOVE 0 TO CK-HINQ-VERSION
               ELSE
                   MOVE CK-HINQ-EFF-DATE TO CK-HINQ-VERSION
               END-IF
               DISPLAY '--------------------------------------------'
               DISPLAY 'RULE ' CK-HINQ-RULE-NAME
                   ' VERSION ' CK-HINQ-VERSION
               MOVE 0 TO CK-CNT-CARD-ENTRIES
               PERFORM BROWSE-JOURNAL-PROCEDURE
               IF CK-CNT-CARD-ENTRIES = 0
                   DISPLAY 'NO JOURNALED CHANGES FOR THIS REQUEST'
               END-IF
           END-IF
           PERFORM READ-CARD-PROCEDURE
           .

      *> The journal key is rule name then date, time and request
      *> sequence applied, so a START at the name with a zero stamp
      *> lands on the name's oldest entry
       BROWSE-JOURNAL-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-HINQ-RULE-NAME TO CK-RJNL-RULE-NAME
           MOVE 0 TO CK-RJNL-STAMP-DATE
           MOVE 0 TO CK-RJNL-STAMP-TIME
           MOVE 0 TO CK-RJNL-STAMP-SEQ
           START CASKADE-RULE-JOURNAL
               KEY NOT < CK-RJNL-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM BROWSE-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       BROWSE-NEXT-PROCEDURE.
           READ CASKADE-RULE-JOURNAL NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-RJNL-RULE-NAME NOT = CK-HINQ-RULE-NAME
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       IF CK-HINQ-VERSION = 0
                               OR CK-RJNL-EFF-DATE = CK-HINQ-VERSION
                           PERFORM SHOW-JOURNAL-ENTRY-PROCEDURE
                       END-IF
                   END-IF
           END-READ
           .

      *****************************************************
      * SHOW-JOURNAL-ENTRY - ONE BLOCK PER ENTRY: THE      *
      * STAMP A BACKOUT WOULD NAME, THE ACTION AND VERSION,*
      * REQUESTER AND TICKET, THE ENTRY A BACKOUT UNDID,   *
      * AND THE VERSION'S STEPS BEFORE AND AFTER.          *
      *****************************************************
       SHOW-JOURNAL-ENTRY-PROCEDURE.
           ADD 1 TO CK-CNT-ENTRIES-SHOWN
           ADD 1 TO CK-CNT-CARD-ENTRIES
           DISPLAY 'APPLIED ' CK-RJNL-STAMP-DATE ' ' CK-RJNL-STAMP-TIME
               ' SEQ ' CK-RJNL-STAMP-SEQ
               ' ACTION ' CK-RJNL-ACTION
               ' EFFECTIVE ' CK-RJNL-EFF-DATE
           DISPLAY '  REQUESTER ' CK-RJNL-REQUESTER
               ' TICKET ' CK-RJNL-TICKET
           IF CK-RJNL-BACKOUT-DATE NOT = 0
               DISPLAY '  BACKOUT OF ENTRY ' CK-RJNL-BACKOUT-DATE
                   ' ' CK-RJNL-BACKOUT-TIME ' ' CK-RJNL-BACKOUT-SEQ
           END-IF
           IF CK-RJNL-HAS-BEFORE
               MOVE CK-RJNL-BEFORE-IMAGE TO CK-RULE-RECORD
               DISPLAY '  BEFORE - STEP COUNT ' CK-RULE-STEP-COUNT
               PERFORM PRINT-IMAGE-STEP-PROCEDURE
                   VARYING CK-STEP-IX FROM 1 BY 1
                   UNTIL CK-STEP-IX > CK-RULE-STEP-COUNT
                      OR CK-STEP-IX > 10
           ELSE
               DISPLAY '  BEFORE - VERSION NOT ON FILE'
           END-IF
           IF CK-RJNL-HAS-AFTER
               MOVE CK-RJNL-AFTER-IMAGE TO CK-RULE-RECORD
               DISPLAY '  AFTER  - STEP COUNT ' CK-RULE-STEP-COUNT
               PERFORM PRINT-IMAGE-STEP-PROCEDURE
                   VARYING CK-STEP-IX FROM 1 BY 1
                   UNTIL CK-STEP-IX > CK-RULE-STEP-COUNT
                      OR CK-STEP-IX > 10
           ELSE
               DISPLAY '  AFTER  - VERSION DELETED'
           END-IF
           .

       PRINT-IMAGE-STEP-PROCEDURE.
           DISPLAY '    STEP ' CK-STEP-IX
               ' OP ' CK-RULE-STEP-OP(CK-STEP-IX)
               ' SRC A=' CK-RULE-STEP-SRC-A(CK-STEP-IX)
               ' B=' CK-RULE-STEP-SRC-B(CK-STEP-IX)
               ' X=' CK-RULE-STEP-SRC-X(CK-STEP-IX)
               ' CALLS ' CK-RULE-STEP-CALL(CK-STEP-IX)
           .
