      * Caskade Programming Language Adapter for COBOL - Cross-
      * Archive Integrity Audit
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - CASKADE-RECONCILE PROVES
      *                 THE LIVE FILES BALANCE ON THE NIGHT, BUT ONCE
      *                 CASKADE-AUDARCH HAS FILED THEM NOTHING CHECKED
      *                 THE PERMANENT ARCHIVES AGAIN, AND
      *                 CASKADE-AUDPURGE DELETES FROM ALL THREE
      *                 INDEPENDENTLY. THIS PERIODIC STEP WALKS A
      *                 CONTROL CARD'S BUSINESS-DATE RANGE OF THE
      *                 AUDIT, TRANSACTION AND RESULT ARCHIVES ON
      *                 THEIR SHARED DATE/INTAKE/SEQUENCE/CORRECTION
      *                 KEY AND REPORTS EVERY AUDIT ROW MISSING ITS
      *                 TRANSACTION OR RESULT IMAGE, EVERY RESULT
      *                 IMAGE WHOSE VALUE, RETURN CODE OR VCNT COUNT
      *                 DISAGREES WITH ITS AUDIT ROW, AND EVERY DATE
      *                 WHOSE ARCHIVED ROW COUNTS DISAGREE WITH EACH
      *                 OTHER, WITH THE GATE-USAGE HISTORY TOTALS, OR
      *                 WITH CASKADE-AUDARCH'S RECORDS-OUT ON THE
      *                 RUN-STATUS FILE. ANY BREAK ENDS THE STEP
      *                 RC=08 - THE ARCHIVES ARE THE COMPLIANCE
      *                 RECORD OF WHAT WAS DECIDED, AND A HOLE IN
      *                 THEM SHOULD BE FOUND HERE, NOT BY THE
      *                 INVESTIGATION THAT FALLS INTO IT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-ARCHAUDIT.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-AUDIT-CARDS
               ASSIGN TO "ARCHCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASKADE-AUDIT-ARCHIVE
               ASSIGN TO "AUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-AARC-KEY.

           SELECT CASKADE-TXN-ARCHIVE
               ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-TARC-KEY.

           SELECT CASKADE-RSLT-ARCHIVE
               ASSIGN TO "RSLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-RARC-KEY.

           SELECT CASKADE-HISTORY-FILE
               ASSIGN TO "GATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-HIST-KEY.

           SELECT CASKADE-RUN-STATUS
               ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-RST-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One control card: the first and last business dates to
      *> audit (a zero TO-date means through the run date)
       FD  CASKADE-AUDIT-CARDS.
       01  CK-ACRD-CARD.
           05 CK-ACRD-FROM-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-ACRD-TO-DATE          PIC 9(08).
           05 FILLER                   PIC X(63).

       FD  CASKADE-AUDIT-ARCHIVE.
       COPY CKAARREC.

       FD  CASKADE-TXN-ARCHIVE.
       COPY CKTARREC.

       FD  CASKADE-RSLT-ARCHIVE.
       COPY CKRARREC.

       FD  CASKADE-HISTORY-FILE.
       COPY CKHISREC.

       FD  CASKADE-RUN-STATUS.
       COPY CKRSTREC.

       WORKING-STORAGE SECTION.

      *> The archived result image is laid back over the live result
      *> layout (a working-storage copy of CKRSLREC) for the field
      *> comparisons, the way CASKADE-AUDINQ does its rejoin
       COPY CKRSLREC.

       01  CK-AUDT-SWITCHES.
           05 CK-CARD-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-CARDS       VALUE 'Y'.
           05 CK-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
              88 CK-BROWSE-DONE        VALUE 'Y'.
           05 CK-DAY-BREAK-SW          PIC X(01) VALUE 'N'.
              88 CK-DAY-HAS-BREAK      VALUE 'Y'.

      *> The business-date range under audit
       01  CK-AUDT-RANGE.
           05 CK-RUN-DATE              PIC 9(08) VALUE 0.
           05 CK-RANGE-FROM            PIC 9(08) VALUE 0.
           05 CK-RANGE-TO              PIC 9(08) VALUE 0.

      *> The audit row being checked - its op code classifies it
      *> as a vector op (no scalar result to compare) or not
       01  CK-ROW-WORK.
           05 CK-ROW-OP                PIC X(05).
              88 CK-ROW-VECTOR-OP      VALUE 'VAND' 'VOR' 'VXOR'
                                             'VNOT' 'VCNT'.
           05 CK-BREAK-REASON          PIC X(40).
           05 CK-LOOKUP-DATE           PIC 9(08).

      *> Row-level breaks are all counted, but only the first
      *> CK-BREAK-SHOW-MAX are listed - a whole leg missing for a
      *> date would otherwise print every row of the day
       77 CK-BREAK-SHOW-MAX            PIC 9(04) COMP VALUE 200.

      *> One entry per business date in the range that any of the
      *> five files has anything for, kept in date order. The
      *> archive counts cover every row of the date; the audit-
      *> derived TRUE/FALSE/INVALID/VECTOR figures cover only
      *> original (pass 0) rows, since a correction run files no
      *> gate-usage history. They mirror how the adapter tallies:
      *> one TRUE/FALSE/INVALID per scalar or RULE transaction
      *> (INVALID = return code 04) and one VAND..VCNT count per
      *> vector transaction. The history's per-gate counters also
      *> count rule steps, and its RULE counter counts every nested
      *> rule call as well as each RULE transaction, so none of
      *> them are compared - RULE transactions still balance
      *> through the TRUE/FALSE/INVALID split.
       01  CK-DAY-TABLE.
           05 CK-DAY-MAX               PIC 9(04) COMP VALUE 400.
           05 CK-DAY-COUNT             PIC 9(04) COMP VALUE 0.
           05 CK-DAY-IX                PIC 9(04) COMP.
           05 CK-DAY-FOUND-IX          PIC 9(04) COMP.
           05 CK-DAY-SHIFT-IX          PIC 9(04) COMP.
           05 CK-DAY-ENTRY OCCURS 400 TIMES.
              10 CK-DAY-DATE           PIC 9(08).
              10 CK-DAY-AUD-ORIG       PIC 9(08) COMP.
              10 CK-DAY-AUD-CORR       PIC 9(08) COMP.
              10 CK-DAY-TXN-ROWS       PIC 9(08) COMP.
              10 CK-DAY-RSLT-ROWS      PIC 9(08) COMP.
              10 CK-DAY-ROW-BREAKS     PIC 9(08) COMP.
              10 CK-DAY-AUD-TRUE       PIC 9(08) COMP.
              10 CK-DAY-AUD-FALSE      PIC 9(08) COMP.
              10 CK-DAY-AUD-INVALID    PIC 9(08) COMP.
              10 CK-DAY-AUD-VECTOR     PIC 9(08) COMP.
              10 CK-DAY-HIST-SW        PIC X(01).
                 88 CK-DAY-HIST-SEEN   VALUE 'Y'.
              10 CK-DAY-HIST-TRUE      PIC 9(08) COMP.
              10 CK-DAY-HIST-FALSE     PIC 9(08) COMP.
              10 CK-DAY-HIST-INVALID   PIC 9(08) COMP.
              10 CK-DAY-HIST-VECTOR    PIC 9(08) COMP.
              10 CK-DAY-RST-SW         PIC X(01).
                 88 CK-DAY-RST-SEEN    VALUE 'Y'.
              10 CK-DAY-RST-OUT        PIC 9(08) COMP.

       01  CK-DAY-ARCH-TOTAL           PIC 9(08) COMP VALUE 0.

       01  CK-AUDT-COUNTS.
           05 CK-CNT-AUDIT-ROWS        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-TXN-ROWS          PIC 9(08) COMP VALUE 0.
           05 CK-CNT-RSLT-ROWS         PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NO-TXN            PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NO-RSLT           PIC 9(08) COMP VALUE 0.
           05 CK-CNT-VALUE-BREAKS      PIC 9(08) COMP VALUE 0.
           05 CK-CNT-ROW-BREAKS        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-DAY-BREAKS        PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************
      * AUDIT-DRIVER - READS THE RANGE CARD, WALKS THE     *
      * AUDIT ARCHIVE ACROSS THE RANGE CHECKING EVERY ROW  *
      * AGAINST ITS TRANSACTION AND RESULT IMAGES, COUNTS  *
      * THE TRANSACTION AND RESULT ARCHIVES, GATHERS THE   *
      * GATE-USAGE HISTORY AND AUDARCH RUN-STATUS FIGURES  *
      * FOR THE SAME DATES, AND PRINTS ONE BALANCE BLOCK   *
      * PER DATE. ANY BREAK ENDS THE STEP RC=08.           *
      *****************************************************
       AUDIT-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CASKADE-AUDIT-CARDS
           PERFORM READ-CARD-PROCEDURE
           CLOSE CASKADE-AUDIT-CARDS
           DISPLAY '================================================'
           DISPLAY 'CASKADE-ARCHAUDIT CROSS-ARCHIVE INTEGRITY AUDIT'
           DISPLAY 'BUSINESS DATES ' CK-RANGE-FROM ' THRU '
               CK-RANGE-TO
           DISPLAY '================================================'
           OPEN INPUT CASKADE-AUDIT-ARCHIVE
           OPEN INPUT CASKADE-TXN-ARCHIVE
           OPEN INPUT CASKADE-RSLT-ARCHIVE
           PERFORM CHECK-AUDIT-ARCHIVE-PROCEDURE
           PERFORM COUNT-TXN-ARCHIVE-PROCEDURE
           PERFORM COUNT-RSLT-ARCHIVE-PROCEDURE
           CLOSE CASKADE-AUDIT-ARCHIVE
           CLOSE CASKADE-TXN-ARCHIVE
           CLOSE CASKADE-RSLT-ARCHIVE
           OPEN INPUT CASKADE-HISTORY-FILE
           PERFORM GATHER-HISTORY-PROCEDURE
           CLOSE CASKADE-HISTORY-FILE
           OPEN INPUT CASKADE-RUN-STATUS
           PERFORM GATHER-RUN-STATUS-PROCEDURE
           CLOSE CASKADE-RUN-STATUS
           PERFORM PRINT-DAY-BALANCE-PROCEDURE
               VARYING CK-DAY-IX FROM 1 BY 1
               UNTIL CK-DAY-IX > CK-DAY-COUNT
           PERFORM PRINT-AUDIT-TOTALS-PROCEDURE
           IF CK-CNT-ROW-BREAKS > 0 OR CK-CNT-DAY-BREAKS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *> The range card is mandatory - an audit with no range is a
      *> setup mistake, and the step fails before reading anything
       READ-CARD-PROCEDURE.
           READ CASKADE-AUDIT-CARDS
               AT END SET CK-END-OF-CARDS TO TRUE
           END-READ
           IF CK-END-OF-CARDS
               DISPLAY 'CASKADE-ARCHAUDIT RANGE CARD MISSING - '
                   'NOTHING AUDITED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-ACRD-FROM-DATE NOT NUMERIC
                   OR CK-ACRD-FROM-DATE = 0
               DISPLAY 'CASKADE-ARCHAUDIT FROM-DATE NOT A VALID '
                   'DATE - NOTHING AUDITED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CK-ACRD-FROM-DATE TO CK-RANGE-FROM
           IF CK-ACRD-TO-DATE NOT NUMERIC OR CK-ACRD-TO-DATE = 0
               MOVE CK-RUN-DATE TO CK-RANGE-TO
           ELSE
               MOVE CK-ACRD-TO-DATE TO CK-RANGE-TO
           END-IF
           IF CK-RANGE-TO < CK-RANGE-FROM
               DISPLAY 'CASKADE-ARCHAUDIT TO-DATE BEFORE FROM-DATE '
                   '- NOTHING AUDITED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> Finds CK-LOOKUP-DATE's entry, inserting it in date order
      *> when it is not there yet - the archive browses arrive in
      *> date order, so the last entry is checked first
       LOCATE-DAY-PROCEDURE.
           MOVE 0 TO CK-DAY-FOUND-IX
           IF CK-DAY-COUNT > 0
               IF CK-DAY-DATE(CK-DAY-COUNT) = CK-LOOKUP-DATE
                   MOVE CK-DAY-COUNT TO CK-DAY-FOUND-IX
               END-IF
           END-IF
           IF CK-DAY-FOUND-IX = 0
               PERFORM CHECK-DAY-ENTRY-PROCEDURE
                   VARYING CK-DAY-IX FROM 1 BY 1
                   UNTIL CK-DAY-IX > CK-DAY-COUNT
                      OR CK-DAY-FOUND-IX > 0
           END-IF
           IF CK-DAY-FOUND-IX = 0
               PERFORM INSERT-DAY-ENTRY-PROCEDURE
           END-IF
           .

       CHECK-DAY-ENTRY-PROCEDURE.
           IF CK-DAY-DATE(CK-DAY-IX) = CK-LOOKUP-DATE
               MOVE CK-DAY-IX TO CK-DAY-FOUND-IX
           END-IF
           .

      *> Opens a slot ahead of the first later date, shifting the
      *> later entries up one, and zeroes it
       INSERT-DAY-ENTRY-PROCEDURE.
           IF CK-DAY-COUNT = CK-DAY-MAX
               DISPLAY 'DATE RANGE EXCEEDS ' CK-DAY-MAX
                   ' BUSINESS DATES - DAY TABLE MUST BE ENLARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE CK-DAY-FOUND-IX = CK-DAY-COUNT + 1
           PERFORM FIND-INSERT-POINT-PROCEDURE
               VARYING CK-DAY-IX FROM CK-DAY-COUNT BY -1
               UNTIL CK-DAY-IX < 1
           PERFORM SHIFT-DAY-ENTRY-PROCEDURE
               VARYING CK-DAY-SHIFT-IX FROM CK-DAY-COUNT BY -1
               UNTIL CK-DAY-SHIFT-IX < CK-DAY-FOUND-IX
           ADD 1 TO CK-DAY-COUNT
           MOVE CK-LOOKUP-DATE TO CK-DAY-DATE(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-AUD-ORIG(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-AUD-CORR(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-TXN-ROWS(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-RSLT-ROWS(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-ROW-BREAKS(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-AUD-TRUE(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-AUD-FALSE(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-AUD-INVALID(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-AUD-VECTOR(CK-DAY-FOUND-IX)
           MOVE 'N' TO CK-DAY-HIST-SW(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-HIST-TRUE(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-HIST-FALSE(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-HIST-INVALID(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-HIST-VECTOR(CK-DAY-FOUND-IX)
           MOVE 'N' TO CK-DAY-RST-SW(CK-DAY-FOUND-IX)
           MOVE 0 TO CK-DAY-RST-OUT(CK-DAY-FOUND-IX)
           .

       FIND-INSERT-POINT-PROCEDURE.
           IF CK-DAY-DATE(CK-DAY-IX) > CK-LOOKUP-DATE
               MOVE CK-DAY-IX TO CK-DAY-FOUND-IX
           END-IF
           .

       SHIFT-DAY-ENTRY-PROCEDURE.
           MOVE CK-DAY-ENTRY(CK-DAY-SHIFT-IX)
               TO CK-DAY-ENTRY(CK-DAY-SHIFT-IX + 1)
           .

      *****************************************************
      * CHECK-AUDIT-ARCHIVE - ONE BROWSE OF THE AUDIT      *
      * ARCHIVE ACROSS THE RANGE. EVERY ROW MUST HAVE A    *
      * TRANSACTION AND A RESULT IMAGE UNDER ITS OWN KEY,  *
      * AND THE RESULT IMAGE MUST AGREE WITH THE ROW ON    *
      * RETURN CODE, VCNT COUNT AND (FOR A SCALAR OR RULE  *
      * OP) RESULT VALUE.                                  *
      *****************************************************
       CHECK-AUDIT-ARCHIVE-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-RANGE-FROM TO CK-AARC-DATE
           MOVE 0 TO CK-AARC-INTAKE
           MOVE 0 TO CK-AARC-SEQ
           MOVE 0 TO CK-AARC-CORR
           START CASKADE-AUDIT-ARCHIVE
               KEY NOT < CK-AARC-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM CHECK-AUDIT-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       CHECK-AUDIT-NEXT-PROCEDURE.
           READ CASKADE-AUDIT-ARCHIVE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-AARC-DATE > CK-RANGE-TO
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM CHECK-AUDIT-ROW-PROCEDURE
                   END-IF
           END-READ
           .

       CHECK-AUDIT-ROW-PROCEDURE.
           ADD 1 TO CK-CNT-AUDIT-ROWS
           MOVE CK-AARC-DATE TO CK-LOOKUP-DATE
           PERFORM LOCATE-DAY-PROCEDURE
           MOVE CK-AARC-OP-CODE TO CK-ROW-OP
           IF CK-AARC-CORR = 0
               ADD 1 TO CK-DAY-AUD-ORIG(CK-DAY-FOUND-IX)
               PERFORM TALLY-AUDIT-ROW-PROCEDURE
           ELSE
               ADD 1 TO CK-DAY-AUD-CORR(CK-DAY-FOUND-IX)
           END-IF
           MOVE CK-AARC-DATE TO CK-TARC-DATE
           MOVE CK-AARC-INTAKE TO CK-TARC-INTAKE
           MOVE CK-AARC-SEQ TO CK-TARC-SEQ
           MOVE CK-AARC-CORR TO CK-TARC-CORR
           READ CASKADE-TXN-ARCHIVE
               INVALID KEY
                   ADD 1 TO CK-CNT-NO-TXN
                   MOVE 'NO TRANSACTION IMAGE ON TXNARCH'
                       TO CK-BREAK-REASON
                   PERFORM NOTE-ROW-BREAK-PROCEDURE
           END-READ
           MOVE CK-AARC-DATE TO CK-RARC-DATE
           MOVE CK-AARC-INTAKE TO CK-RARC-INTAKE
           MOVE CK-AARC-SEQ TO CK-RARC-SEQ
           MOVE CK-AARC-CORR TO CK-RARC-CORR
           READ CASKADE-RSLT-ARCHIVE
               INVALID KEY
                   ADD 1 TO CK-CNT-NO-RSLT
                   MOVE 'NO RESULT IMAGE ON RSLARCH'
                       TO CK-BREAK-REASON
                   PERFORM NOTE-ROW-BREAK-PROCEDURE
               NOT INVALID KEY
                   MOVE CK-RARC-RSLT-IMAGE TO CK-RESULT-RECORD
                   PERFORM COMPARE-RESULT-IMAGE-PROCEDURE
           END-READ
           .

      *> Files an original row into its date's figures the way the
      *> adapter tallied it into the gate-usage history
       TALLY-AUDIT-ROW-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-ROW-VECTOR-OP
                   ADD 1 TO CK-DAY-AUD-VECTOR(CK-DAY-FOUND-IX)
               WHEN CK-AARC-RETURN-CODE = 4
                   ADD 1 TO CK-DAY-AUD-INVALID(CK-DAY-FOUND-IX)
               WHEN CK-AARC-RESULT = 1
                   ADD 1 TO CK-DAY-AUD-TRUE(CK-DAY-FOUND-IX)
               WHEN OTHER
                   ADD 1 TO CK-DAY-AUD-FALSE(CK-DAY-FOUND-IX)
           END-EVALUATE
           .

      *> A vector row's audit result is zeroed by design (its outcome
      *> is the result vector), so only its return code and count
      *> are compared
       COMPARE-RESULT-IMAGE-PROCEDURE.
           IF NOT CK-ROW-VECTOR-OP
                   AND CK-RSLT-VALUE NOT = CK-AARC-RESULT
               ADD 1 TO CK-CNT-VALUE-BREAKS
               MOVE 'RESULT VALUE DISAGREES WITH AUDIT ROW'
                   TO CK-BREAK-REASON
               PERFORM NOTE-ROW-BREAK-PROCEDURE
           END-IF
           IF CK-RSLT-RETURN-CODE NOT = CK-AARC-RETURN-CODE
               ADD 1 TO CK-CNT-VALUE-BREAKS
               MOVE 'RETURN CODE DISAGREES WITH AUDIT ROW'
                   TO CK-BREAK-REASON
               PERFORM NOTE-ROW-BREAK-PROCEDURE
           END-IF
           IF CK-RSLT-COUNT-VALUE NOT = CK-AARC-COUNT-VALUE
               ADD 1 TO CK-CNT-VALUE-BREAKS
               MOVE 'VCNT COUNT DISAGREES WITH AUDIT ROW'
                   TO CK-BREAK-REASON
               PERFORM NOTE-ROW-BREAK-PROCEDURE
           END-IF
           .

       NOTE-ROW-BREAK-PROCEDURE.
           ADD 1 TO CK-CNT-ROW-BREAKS
           ADD 1 TO CK-DAY-ROW-BREAKS(CK-DAY-FOUND-IX)
           IF CK-CNT-ROW-BREAKS NOT > CK-BREAK-SHOW-MAX
               DISPLAY 'BREAK ' CK-AARC-DATE ' INTAKE ' CK-AARC-INTAKE
                   ' SEQ ' CK-AARC-SEQ ' CORR ' CK-AARC-CORR
                   ' OP ' CK-AARC-OP-CODE ' - ' CK-BREAK-REASON
           END-IF
           .

      *> Counts the transaction archive's rows per date across the
      *> range - an image with no audit row shows up as a count
       COUNT-TXN-ARCHIVE-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-RANGE-FROM TO CK-TARC-DATE
           MOVE 0 TO CK-TARC-INTAKE
           MOVE 0 TO CK-TARC-SEQ
           MOVE 0 TO CK-TARC-CORR
           START CASKADE-TXN-ARCHIVE
               KEY NOT < CK-TARC-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM COUNT-TXN-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       COUNT-TXN-NEXT-PROCEDURE.
           READ CASKADE-TXN-ARCHIVE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-TARC-DATE > CK-RANGE-TO
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO CK-CNT-TXN-ROWS
                       MOVE CK-TARC-DATE TO CK-LOOKUP-DATE
                       PERFORM LOCATE-DAY-PROCEDURE
                       ADD 1 TO CK-DAY-TXN-ROWS(CK-DAY-FOUND-IX)
                   END-IF
           END-READ
           .

       COUNT-RSLT-ARCHIVE-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-RANGE-FROM TO CK-RARC-DATE
           MOVE 0 TO CK-RARC-INTAKE
           MOVE 0 TO CK-RARC-SEQ
           MOVE 0 TO CK-RARC-CORR
           START CASKADE-RSLT-ARCHIVE
               KEY NOT < CK-RARC-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM COUNT-RSLT-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       COUNT-RSLT-NEXT-PROCEDURE.
           READ CASKADE-RSLT-ARCHIVE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-RARC-DATE > CK-RANGE-TO
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO CK-CNT-RSLT-ROWS
                       MOVE CK-RARC-DATE TO CK-LOOKUP-DATE
                       PERFORM LOCATE-DAY-PROCEDURE
                       ADD 1 TO CK-DAY-RSLT-ROWS(CK-DAY-FOUND-IX)
                   END-IF
           END-READ
           .

      *> Totals each date's gate-usage history across its instance
      *> rows, the way CASKADE-GATETREND does before trending
       GATHER-HISTORY-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-RANGE-FROM TO CK-HIST-DATE
           MOVE 0 TO CK-HIST-INSTANCE
           START CASKADE-HISTORY-FILE
               KEY NOT < CK-HIST-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM GATHER-HISTORY-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       GATHER-HISTORY-NEXT-PROCEDURE.
           READ CASKADE-HISTORY-FILE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-HIST-DATE > CK-RANGE-TO
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM FILE-HISTORY-ROW-PROCEDURE
                   END-IF
           END-READ
           .

       FILE-HISTORY-ROW-PROCEDURE.
           MOVE CK-HIST-DATE TO CK-LOOKUP-DATE
           PERFORM LOCATE-DAY-PROCEDURE
           SET CK-DAY-HIST-SEEN(CK-DAY-FOUND-IX) TO TRUE
           ADD CK-HIST-CNT-RESULT-TRUE
               TO CK-DAY-HIST-TRUE(CK-DAY-FOUND-IX)
           ADD CK-HIST-CNT-RESULT-FALSE
               TO CK-DAY-HIST-FALSE(CK-DAY-FOUND-IX)
           ADD CK-HIST-CNT-RESULT-INVALID
               TO CK-DAY-HIST-INVALID(CK-DAY-FOUND-IX)
           ADD CK-HIST-CNT-VAND CK-HIST-CNT-VOR CK-HIST-CNT-VXOR
               CK-HIST-CNT-VNOT CK-HIST-CNT-VCNT
               TO CK-DAY-HIST-VECTOR(CK-DAY-FOUND-IX)
           .

      *> Every CASKADE-AUDARCH run-status row whose business date is
      *> in the range - the night's own row and any correction run's
      *> row, which files under its run date but carries the
      *> original business date - summed per business date
       GATHER-RUN-STATUS-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           PERFORM GATHER-RUN-STATUS-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       GATHER-RUN-STATUS-NEXT-PROCEDURE.
           READ CASKADE-RUN-STATUS NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-RST-PROGRAM = 'CASKADE-AUDARCH'
                           AND CK-RST-BUS-DATE NOT < CK-RANGE-FROM
                           AND CK-RST-BUS-DATE NOT > CK-RANGE-TO
                       MOVE CK-RST-BUS-DATE TO CK-LOOKUP-DATE
                       PERFORM LOCATE-DAY-PROCEDURE
                       SET CK-DAY-RST-SEEN(CK-DAY-FOUND-IX) TO TRUE
                       ADD CK-RST-RECORDS-OUT
                           TO CK-DAY-RST-OUT(CK-DAY-FOUND-IX)
                   END-IF
           END-READ
           .

      *****************************************************
      * PRINT-DAY-BALANCE - ONE BLOCK PER DATE: THE THREE  *
      * ARCHIVES' ROW COUNTS MUST AGREE WITH EACH OTHER,   *
      * THEIR SUM MUST EQUAL AUDARCH'S RECORDS-OUT ON THE  *
      * RUN-STATUS FILE, AND THE ORIGINAL AUDIT ROWS MUST  *
      * REPRODUCE THE GATE-USAGE HISTORY'S RESULT SPLIT    *
      * AND VECTOR-OP TOTAL.                               *
      *****************************************************
       PRINT-DAY-BALANCE-PROCEDURE.
           MOVE 'N' TO CK-DAY-BREAK-SW
           COMPUTE CK-DAY-ARCH-TOTAL = CK-DAY-AUD-ORIG(CK-DAY-IX)
               + CK-DAY-AUD-CORR(CK-DAY-IX)
               + CK-DAY-TXN-ROWS(CK-DAY-IX)
               + CK-DAY-RSLT-ROWS(CK-DAY-IX)
           DISPLAY '------------------------------------------------'
           DISPLAY 'DATE ' CK-DAY-DATE(CK-DAY-IX)
               ' AUDIT ' CK-DAY-AUD-ORIG(CK-DAY-IX)
               ' + CORR ' CK-DAY-AUD-CORR(CK-DAY-IX)
               ' TXN ' CK-DAY-TXN-ROWS(CK-DAY-IX)
               ' RESULT ' CK-DAY-RSLT-ROWS(CK-DAY-IX)
           IF CK-DAY-ROW-BREAKS(CK-DAY-IX) > 0
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  ROW-LEVEL BREAKS      '
                   CK-DAY-ROW-BREAKS(CK-DAY-IX)
           END-IF
           IF CK-DAY-TXN-ROWS(CK-DAY-IX) NOT =
                   CK-DAY-AUD-ORIG(CK-DAY-IX)
                   + CK-DAY-AUD-CORR(CK-DAY-IX)
                   OR CK-DAY-RSLT-ROWS(CK-DAY-IX) NOT =
                   CK-DAY-AUD-ORIG(CK-DAY-IX)
                   + CK-DAY-AUD-CORR(CK-DAY-IX)
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  ARCHIVE ROW COUNTS DISAGREE ACROSS THE '
                   'THREE ARCHIVES'
           END-IF
           PERFORM CHECK-DAY-RUN-STATUS-PROCEDURE
           PERFORM CHECK-DAY-HISTORY-PROCEDURE
           IF CK-DAY-HAS-BREAK
               ADD 1 TO CK-CNT-DAY-BREAKS
               DISPLAY '  ** DATE OUT OF BALANCE'
           ELSE
               DISPLAY '  IN BALANCE'
           END-IF
           .

       CHECK-DAY-RUN-STATUS-PROCEDURE.
           IF NOT CK-DAY-RST-SEEN(CK-DAY-IX)
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  NO CASKADE-AUDARCH RUN-STATUS ROW FOR '
                   'THIS DATE'
           ELSE
               IF CK-DAY-RST-OUT(CK-DAY-IX) NOT = CK-DAY-ARCH-TOTAL
                   SET CK-DAY-HAS-BREAK TO TRUE
                   DISPLAY '  RUNSTAT AUDARCH RECORDS-OUT '
                       CK-DAY-RST-OUT(CK-DAY-IX)
                       ' ARCHIVED ROWS ' CK-DAY-ARCH-TOTAL
               END-IF
           END-IF
           .

      *> A date with no original audit rows and no history row has
      *> nothing to compare - a correction-only date in the range
       CHECK-DAY-HISTORY-PROCEDURE.
           IF NOT CK-DAY-HIST-SEEN(CK-DAY-IX)
               IF CK-DAY-AUD-ORIG(CK-DAY-IX) > 0
                   SET CK-DAY-HAS-BREAK TO TRUE
                   DISPLAY '  NO GATE-USAGE HISTORY ROW FOR THIS DATE'
               END-IF
           ELSE
               PERFORM COMPARE-DAY-HISTORY-PROCEDURE
           END-IF
           .

       COMPARE-DAY-HISTORY-PROCEDURE.
           IF CK-DAY-HIST-TRUE(CK-DAY-IX)
                   NOT = CK-DAY-AUD-TRUE(CK-DAY-IX)
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  GATEHIST TRUE    ' CK-DAY-HIST-TRUE(CK-DAY-IX)
                   ' ARCHIVED ' CK-DAY-AUD-TRUE(CK-DAY-IX)
           END-IF
           IF CK-DAY-HIST-FALSE(CK-DAY-IX)
                   NOT = CK-DAY-AUD-FALSE(CK-DAY-IX)
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  GATEHIST FALSE   '
                   CK-DAY-HIST-FALSE(CK-DAY-IX)
                   ' ARCHIVED ' CK-DAY-AUD-FALSE(CK-DAY-IX)
           END-IF
           IF CK-DAY-HIST-INVALID(CK-DAY-IX)
                   NOT = CK-DAY-AUD-INVALID(CK-DAY-IX)
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  GATEHIST INVALID '
                   CK-DAY-HIST-INVALID(CK-DAY-IX)
                   ' ARCHIVED ' CK-DAY-AUD-INVALID(CK-DAY-IX)
           END-IF
           IF CK-DAY-HIST-VECTOR(CK-DAY-IX)
                   NOT = CK-DAY-AUD-VECTOR(CK-DAY-IX)
               SET CK-DAY-HAS-BREAK TO TRUE
               DISPLAY '  GATEHIST VECTOR  '
                   CK-DAY-HIST-VECTOR(CK-DAY-IX)
                   ' ARCHIVED ' CK-DAY-AUD-VECTOR(CK-DAY-IX)
           END-IF
           .

       PRINT-AUDIT-TOTALS-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'DATES AUDITED          ' CK-DAY-COUNT
           DISPLAY 'DATES OUT OF BALANCE   ' CK-CNT-DAY-BREAKS
           DISPLAY 'AUDIT ROWS CHECKED     ' CK-CNT-AUDIT-ROWS
           DISPLAY 'TXN ARCHIVE ROWS       ' CK-CNT-TXN-ROWS
           DISPLAY 'RESULT ARCHIVE ROWS    ' CK-CNT-RSLT-ROWS
           DISPLAY 'MISSING TXN IMAGES     ' CK-CNT-NO-TXN
           DISPLAY 'MISSING RESULT IMAGES  ' CK-CNT-NO-RSLT
           DISPLAY 'RESULT DISAGREEMENTS   ' CK-CNT-VALUE-BREAKS
           DISPLAY 'ROW-LEVEL BREAKS       ' CK-CNT-ROW-BREAKS
           IF CK-CNT-ROW-BREAKS > CK-BREAK-SHOW-MAX
               DISPLAY '(FIRST ' CK-BREAK-SHOW-MAX
                   ' ROW-LEVEL BREAKS LISTED)'
           END-IF
           DISPLAY '================================================'
           .
