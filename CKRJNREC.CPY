      ******************************************************************
      * CKRJNREC - CASKADE RULES-FILE CHANGE JOURNAL LAYOUT            *
      * ------------------------------------------------------------ *
      * One permanent entry per change CASKADE-RULEMAINT applies to  *
      * the rules file, keyed by rule name plus the date, time and   *
      * request sequence the change was applied, so a rule's whole   *
      * history reads in order from one START. Each entry carries    *
      * the version it touched (CK-RJNL-EFF-DATE), the action        *
      * applied, the requester ID and change ticket off the          *
      * maintenance request, and the CK-RULE-RECORD images before    *
      * and after the change - no before-image on an ADD, no         *
      * after-image on a DELETE. A BACKOUT request restores a        *
      * version from an entry's before-image through RULEMAINT's     *
      * own edits and is itself journaled, with CK-RJNL-BACKOUT-OF   *
      * naming the entry it undid (zeros on an ordinary change).     *
      * CASKADE-RULEHIST lists a rule's history. Entries are never   *
      * rewritten or deleted. COPYed into the FD of every program    *
      * that writes or reads the journal.                            *
      ******************************************************************
       01  CK-RJNL-RECORD.
           05 CK-RJNL-KEY.
              10 CK-RJNL-RULE-NAME     PIC X(10).
              10 CK-RJNL-STAMP-DATE    PIC 9(08).
              10 CK-RJNL-STAMP-TIME    PIC 9(08).
              10 CK-RJNL-STAMP-SEQ     PIC 9(04).
           05 CK-RJNL-EFF-DATE         PIC 9(08).
           05 CK-RJNL-ACTION           PIC X(07).
              88 CK-RJNL-ADD           VALUE 'ADD'.
              88 CK-RJNL-REPLACE       VALUE 'REPLACE'.
              88 CK-RJNL-DELETE        VALUE 'DELETE'.
           05 CK-RJNL-REQUESTER        PIC X(08).
           05 CK-RJNL-TICKET           PIC X(12).
           05 CK-RJNL-BACKOUT-OF.
              10 CK-RJNL-BACKOUT-DATE  PIC 9(08).
              10 CK-RJNL-BACKOUT-TIME  PIC 9(08).
              10 CK-RJNL-BACKOUT-SEQ   PIC 9(04).
           05 CK-RJNL-BEFORE-SW        PIC X(01).
              88 CK-RJNL-HAS-BEFORE    VALUE 'Y'.
           05 CK-RJNL-BEFORE-IMAGE     PIC X(200).
           05 CK-RJNL-AFTER-SW         PIC X(01).
              88 CK-RJNL-HAS-AFTER     VALUE 'Y'.
           05 CK-RJNL-AFTER-IMAGE      PIC X(200).
           05 FILLER                   PIC X(10).
