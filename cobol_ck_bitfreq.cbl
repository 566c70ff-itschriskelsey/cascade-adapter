      * Caskade Programming Language Adapter for COBOL - Screening
      * Vector Bit-Position Frequency Report
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - THE CAPTURE SYSTEMS' 256-
      *                 BIT SCREENING VECTORS GO THROUGH VAND/VOR/
      *                 VXOR/VNOT/VCNT EVERY NIGHT, BUT ALL THE AUDIT
      *                 SIDE KEEPS IS A LENGTH AND A VCNT COUNT, SO
      *                 NOBODY COULD SAY WHICH SCREENING POSITIONS
      *                 ACTUALLY FIRE. THIS REPORT READS A CONTROL
      *                 CARD'S BUSINESS-DATE RANGE OF THE TRANSACTION
      *                 AND RESULT ARCHIVES AND, PER SUBMITTER AND
      *                 VECTOR OP, PRINTS HOW OFTEN EACH BIT POSITION
      *                 IS SET ON INPUT VECTOR A, INPUT VECTOR B AND
      *                 THE RESULT VECTOR, AND THE DISTRIBUTION OF
      *                 VCNT COUNTS. WITH A PRIOR PERIOD ON THE CARD
      *                 EACH POSITION IS SET AGAINST ITS PRIOR-PERIOD
      *                 RATE AND A SHARP CHANGE IS FLAGGED - THE
      *                 EARLY WARNING OF A CAPTURE-SIDE MAPPING
      *                 CHANGE - AND A POSITION THAT NEVER FIRES IN
      *                 THE PERIOD IS FLAGGED FOR RETIREMENT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-BITFREQ.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-BITFREQ-CARDS
               ASSIGN TO "BITCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASKADE-TXN-ARCHIVE
               ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-TARC-KEY.

           SELECT CASKADE-RSLT-ARCHIVE
               ASSIGN TO "RSLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-RARC-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One control card: the business-date range reported on, an
      *> optional prior period to compare it with (zeros = no
      *> comparison; a zero TO-date means through the run date), and
      *> an optional sharp-change threshold in percentage points
       FD  CASKADE-BITFREQ-CARDS.
       01  CK-BCRD-CARD.
           05 CK-BCRD-FROM-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-BCRD-TO-DATE          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-BCRD-PRIOR-FROM       PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-BCRD-PRIOR-TO         PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-BCRD-SHIFT-POINTS     PIC 9(03).
           05 FILLER                   PIC X(41).

       FD  CASKADE-TXN-ARCHIVE.
       COPY CKTARREC.

       FD  CASKADE-RSLT-ARCHIVE.
       COPY CKRARREC.

       WORKING-STORAGE SECTION.
       77 CK-POS-IX     PIC 9(03) COMP.
       77 CK-PER-IX     PIC 9(01) COMP.
       77 CK-BAND-IX    PIC 9(01) COMP.

      *> The archived transaction and result images are laid back
      *> over the live record layouts (working-storage copies of
      *> CKTXNREC/CKRSLREC) for field access
       COPY CKTXNREC.

       COPY CKRSLREC.

      *> Alert thresholds - a position whose set rate moved
      *> CK-SHIFT-POINTS percentage points or more from the prior
      *> period is flagged, once both periods carry at least
      *> CK-SHIFT-MIN-VECTORS vectors for the submitter and op (a
      *> handful of vectors swings any rate)
       01  CK-BITFREQ-THRESHOLDS.
           05 CK-SHIFT-POINTS          PIC 9(03) VALUE 20.
           05 CK-SHIFT-MIN-VECTORS     PIC 9(08) COMP VALUE 30.

       01  CK-BITFREQ-SWITCHES.
           05 CK-CARD-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-CARDS       VALUE 'Y'.
           05 CK-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
              88 CK-BROWSE-DONE        VALUE 'Y'.
           05 CK-PRIOR-SW              PIC X(01) VALUE 'N'.
              88 CK-PRIOR-PERIOD-GIVEN VALUE 'Y'.
           05 CK-HOLD-SW               PIC X(01) VALUE 'N'.
              88 CK-ROW-HELD           VALUE 'Y'.
           05 CK-RSLT-FOUND-SW         PIC X(01) VALUE 'N'.
              88 CK-RSLT-FOUND         VALUE 'Y'.
           05 CK-POS-FIRES-SW          PIC X(01) VALUE 'N'.
              88 CK-POS-FIRES          VALUE 'Y'.
           05 CK-POS-SHIFT-SW          PIC X(01) VALUE 'N'.
              88 CK-POS-SHIFTED        VALUE 'Y'.

      *> The periods under report - 1 is the current period, 2 the
      *> prior period it is compared with
       01  CK-BITFREQ-RANGE.
           05 CK-RUN-DATE              PIC 9(08) VALUE 0.
           05 CK-BROWSE-FROM           PIC 9(08) VALUE 0.
           05 CK-PERIOD-RANGE OCCURS 2 TIMES.
              10 CK-PERIOD-FROM        PIC 9(08).
              10 CK-PERIOD-TO          PIC 9(08).

      *> The archive row held back one read - a correction pass
      *> files directly after the original it supersedes (the pass
      *> is the last part of the key), so a row is only tallied once
      *> the next row shows no later pass of it is coming
       01  CK-HOLD-RECORD.
           05 CK-HOLD-KEY.
              10 CK-HOLD-DATE          PIC 9(08).
              10 CK-HOLD-INTAKE        PIC 9(02).
              10 CK-HOLD-SEQ           PIC 9(08).
              10 CK-HOLD-CORR          PIC 9(01).
           05 CK-HOLD-TXN-IMAGE        PIC X(560).

      *> One entry per submitter and vector op. Per period, each
      *> bit position keeps how many vectors were long enough to
      *> carry it (the A/B rate's base), how many of those had a
      *> result vector archived (the result rate's base), and how
      *> many had the bit set on A, on B and on the result. VCNT
      *> counts fall into seven bands: 0, 1-8, 9-16, 17-32, 33-64,
      *> 65-128 and 129-256.
       01  CK-GROUP-TABLE.
           05 CK-GRP-MAX               PIC 9(03) COMP VALUE 40.
           05 CK-GRP-COUNT             PIC 9(03) COMP VALUE 0.
           05 CK-GRP-IX                PIC 9(03) COMP.
           05 CK-GRP-FOUND-IX          PIC 9(03) COMP.
           05 CK-GRP-ENTRY OCCURS 40 TIMES.
              10 CK-GRP-SUBMITTER      PIC X(08).
              10 CK-GRP-OP             PIC X(05).
                 88 CK-GRP-USES-B      VALUE 'VAND' 'VOR' 'VXOR'.
                 88 CK-GRP-USES-RESULT VALUE 'VAND' 'VOR' 'VXOR'
                                             'VNOT'.
                 88 CK-GRP-VCNT        VALUE 'VCNT'.
              10 CK-GRP-MAX-LEN        PIC 9(03) COMP.
              10 CK-GRP-NEVER-FIRES    PIC 9(03) COMP.
              10 CK-GRP-SHIFTED        PIC 9(03) COMP.
              10 CK-GRP-PERIOD OCCURS 2 TIMES.
                 15 CK-GRP-VECTORS     PIC 9(08) COMP.
                 15 CK-GRP-VCNT-BAND   PIC 9(08) COMP
                                       OCCURS 7 TIMES.
                 15 CK-GRP-POS OCCURS 256 TIMES.
                    20 CK-GRP-ELIG     PIC 9(08) COMP.
                    20 CK-GRP-RELIG    PIC 9(08) COMP.
                    20 CK-GRP-A-SET    PIC 9(08) COMP.
                    20 CK-GRP-B-SET    PIC 9(08) COMP.
                    20 CK-GRP-R-SET    PIC 9(08) COMP.

       01  CK-VCNT-BAND-NAMES.
           05 FILLER                   PIC X(35) VALUE
               '0      1-8    9-16   17-32  33-64  '.
           05 FILLER                   PIC X(14) VALUE
               '65-128 129-256'.
       01  CK-VCNT-BAND-NAMES-R REDEFINES CK-VCNT-BAND-NAMES.
           05 CK-VCNT-BAND-NAME        PIC X(07) OCCURS 7 TIMES.

      *> Working fields for one vector's tally and one position's
      *> printed line - rates are whole percentages
       01  CK-TALLY-WORK.
           05 CK-TALLY-PERIOD          PIC 9(01) COMP.
           05 CK-TALLY-LEN             PIC 9(03) COMP.
           05 CK-TALLY-SUBMITTER       PIC X(08).
       01  CK-POS-WORK.
           05 CK-PCT-A                 PIC 9(03) OCCURS 2 TIMES.
           05 CK-PCT-B                 PIC 9(03) OCCURS 2 TIMES.
           05 CK-PCT-R                 PIC 9(03) OCCURS 2 TIMES.
           05 CK-PCT-DIFF              PIC S9(03).
           05 CK-POS-FLAG              PIC X(24).

       01  CK-BITFREQ-COUNTS.
           05 CK-CNT-ROWS-READ         PIC 9(08) COMP VALUE 0.
           05 CK-CNT-SUPERSEDED        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-VECTORS           PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NO-RESULT         PIC 9(08) COMP VALUE 0.
           05 CK-CNT-BAD-LENGTH        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NEVER-FIRES       PIC 9(08) COMP VALUE 0.
           05 CK-CNT-SHIFTED           PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************
      * BITFREQ-DRIVER - READS THE CONTROL CARD, WALKS THE *
      * TRANSACTION ARCHIVE FROM THE START OF THE EARLIER  *
      * PERIOD THROUGH THE END OF THE CURRENT ONE, TALLIES *
      * EVERY VECTOR TRANSACTION'S LATEST PASS WITH ITS    *
      * ARCHIVED RESULT, AND PRINTS ONE BLOCK PER          *
      * SUBMITTER AND VECTOR OP. A SHARP CHANGE FROM THE   *
      * PRIOR PERIOD ENDS THE STEP RC=04.                  *
      *****************************************************
       BITFREQ-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CASKADE-BITFREQ-CARDS
           PERFORM READ-CARD-PROCEDURE
           CLOSE CASKADE-BITFREQ-CARDS
           DISPLAY '================================================'
           DISPLAY 'CASKADE-BITFREQ SCREENING BIT-POSITION PROFILE'
           DISPLAY 'PERIOD ' CK-PERIOD-FROM(1) ' THRU '
               CK-PERIOD-TO(1)
           IF CK-PRIOR-PERIOD-GIVEN
               DISPLAY 'PRIOR  ' CK-PERIOD-FROM(2) ' THRU '
                   CK-PERIOD-TO(2) ' SHIFT THRESHOLD +/- '
                   CK-SHIFT-POINTS ' POINTS'
           ELSE
               DISPLAY 'NO PRIOR PERIOD - CHANGES NOT FLAGGED'
           END-IF
           DISPLAY '================================================'
           OPEN INPUT CASKADE-TXN-ARCHIVE
           OPEN INPUT CASKADE-RSLT-ARCHIVE
           PERFORM SCAN-TXN-ARCHIVE-PROCEDURE
           CLOSE CASKADE-TXN-ARCHIVE
           CLOSE CASKADE-RSLT-ARCHIVE
           PERFORM PRINT-GROUP-BLOCK-PROCEDURE
               VARYING CK-GRP-IX FROM 1 BY 1
               UNTIL CK-GRP-IX > CK-GRP-COUNT
           PERFORM PRINT-BITFREQ-TOTALS-PROCEDURE
           IF CK-CNT-SHIFTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *> The card is mandatory; a bad date on it fails the step
      *> before anything is read
       READ-CARD-PROCEDURE.
           READ CASKADE-BITFREQ-CARDS
               AT END SET CK-END-OF-CARDS TO TRUE
           END-READ
           IF CK-END-OF-CARDS
               DISPLAY 'CASKADE-BITFREQ CONTROL CARD MISSING - '
                   'NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-BCRD-FROM-DATE NOT NUMERIC
                   OR CK-BCRD-FROM-DATE = 0
               DISPLAY 'CASKADE-BITFREQ FROM-DATE NOT A VALID DATE '
                   '- NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CK-BCRD-FROM-DATE TO CK-PERIOD-FROM(1)
           IF CK-BCRD-TO-DATE NOT NUMERIC OR CK-BCRD-TO-DATE = 0
               MOVE CK-RUN-DATE TO CK-PERIOD-TO(1)
           ELSE
               MOVE CK-BCRD-TO-DATE TO CK-PERIOD-TO(1)
           END-IF
           MOVE CK-PERIOD-FROM(1) TO CK-BROWSE-FROM
           MOVE 0 TO CK-PERIOD-FROM(2)
           MOVE 0 TO CK-PERIOD-TO(2)
           IF CK-BCRD-PRIOR-FROM NUMERIC AND CK-BCRD-PRIOR-FROM > 0
               SET CK-PRIOR-PERIOD-GIVEN TO TRUE
               MOVE CK-BCRD-PRIOR-FROM TO CK-PERIOD-FROM(2)
               MOVE CK-BCRD-PRIOR-FROM TO CK-BROWSE-FROM
               IF CK-BCRD-PRIOR-TO NUMERIC
                   MOVE CK-BCRD-PRIOR-TO TO CK-PERIOD-TO(2)
               END-IF
           END-IF
           IF CK-BCRD-SHIFT-POINTS NUMERIC
                   AND CK-BCRD-SHIFT-POINTS > 0
               MOVE CK-BCRD-SHIFT-POINTS TO CK-SHIFT-POINTS
           END-IF
           IF CK-PERIOD-TO(1) < CK-PERIOD-FROM(1)
               DISPLAY 'CASKADE-BITFREQ TO-DATE BEFORE FROM-DATE - '
                   'NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-PRIOR-PERIOD-GIVEN
                   AND (CK-PERIOD-TO(2) < CK-PERIOD-FROM(2)
                    OR CK-PERIOD-TO(2) NOT < CK-PERIOD-FROM(1))
               DISPLAY 'CASKADE-BITFREQ PRIOR PERIOD MUST END BEFORE '
                   'THE PERIOD STARTS - NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      * SCAN-TXN-ARCHIVE - ONE BROWSE FROM THE EARLIER     *
      * PERIOD'S START THROUGH THE CURRENT PERIOD'S END.   *
      * EACH ROW IS HELD UNTIL THE NEXT ONE SHOWS WHETHER  *
      * A CORRECTION PASS SUPERSEDES IT, SO EVERY          *
      * TRANSACTION IS TALLIED ONCE, AS LAST CORRECTED.    *
      *****************************************************
       SCAN-TXN-ARCHIVE-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE 'N' TO CK-HOLD-SW
           MOVE CK-BROWSE-FROM TO CK-TARC-DATE
           MOVE 0 TO CK-TARC-INTAKE
           MOVE 0 TO CK-TARC-SEQ
           MOVE 0 TO CK-TARC-CORR
           START CASKADE-TXN-ARCHIVE
               KEY NOT < CK-TARC-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM SCAN-TXN-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           IF CK-ROW-HELD
               PERFORM TALLY-HELD-ROW-PROCEDURE
           END-IF
           .

       SCAN-TXN-NEXT-PROCEDURE.
           READ CASKADE-TXN-ARCHIVE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-TARC-DATE > CK-PERIOD-TO(1)
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM HOLD-TXN-ROW-PROCEDURE
                   END-IF
           END-READ
           .

       HOLD-TXN-ROW-PROCEDURE.
           ADD 1 TO CK-CNT-ROWS-READ
           IF CK-ROW-HELD
               IF CK-TARC-DATE = CK-HOLD-DATE
                       AND CK-TARC-INTAKE = CK-HOLD-INTAKE
                       AND CK-TARC-SEQ = CK-HOLD-SEQ
                   ADD 1 TO CK-CNT-SUPERSEDED
               ELSE
                   PERFORM TALLY-HELD-ROW-PROCEDURE
               END-IF
           END-IF
           MOVE CK-TARC-RECORD TO CK-HOLD-RECORD
           SET CK-ROW-HELD TO TRUE
           .

      *> Tallies the held row if it is a vector transaction dated
      *> inside one of the two periods (a date between them is
      *> skipped), with its archived result image when there is one
       TALLY-HELD-ROW-PROCEDURE.
           MOVE 0 TO CK-TALLY-PERIOD
           IF CK-HOLD-DATE NOT < CK-PERIOD-FROM(1)
               MOVE 1 TO CK-TALLY-PERIOD
           ELSE
               IF CK-PRIOR-PERIOD-GIVEN
                       AND CK-HOLD-DATE NOT < CK-PERIOD-FROM(2)
                       AND CK-HOLD-DATE NOT > CK-PERIOD-TO(2)
                   MOVE 2 TO CK-TALLY-PERIOD
               END-IF
           END-IF
           MOVE CK-HOLD-TXN-IMAGE TO CK-TXN-RECORD
           IF CK-TALLY-PERIOD > 0 AND CK-TXN-VECTOR-OP
               PERFORM TALLY-VECTOR-PROCEDURE
           END-IF
           .

       TALLY-VECTOR-PROCEDURE.
           MOVE 'N' TO CK-RSLT-FOUND-SW
           MOVE CK-HOLD-KEY TO CK-RARC-KEY
           READ CASKADE-RSLT-ARCHIVE
               INVALID KEY
                   ADD 1 TO CK-CNT-NO-RESULT
               NOT INVALID KEY
                   SET CK-RSLT-FOUND TO TRUE
                   MOVE CK-RARC-RSLT-IMAGE TO CK-RESULT-RECORD
           END-READ
           IF CK-RSLT-FOUND AND CK-RSLT-SUBMITTER NOT = SPACES
               MOVE CK-RSLT-SUBMITTER TO CK-TALLY-SUBMITTER
           ELSE
               MOVE CK-TXN-SUBMITTER TO CK-TALLY-SUBMITTER
           END-IF
           PERFORM LOCATE-GROUP-PROCEDURE
           IF CK-TXN-VECTOR-LEN NOT NUMERIC
                   OR CK-TXN-VECTOR-LEN > 256
               ADD 1 TO CK-CNT-BAD-LENGTH
               MOVE 0 TO CK-TALLY-LEN
           ELSE
               MOVE CK-TXN-VECTOR-LEN TO CK-TALLY-LEN
           END-IF
           ADD 1 TO CK-CNT-VECTORS
           ADD 1 TO CK-GRP-VECTORS(CK-GRP-FOUND-IX, CK-TALLY-PERIOD)
           IF CK-TALLY-LEN > CK-GRP-MAX-LEN(CK-GRP-FOUND-IX)
               MOVE CK-TALLY-LEN TO CK-GRP-MAX-LEN(CK-GRP-FOUND-IX)
           END-IF
           PERFORM TALLY-POSITION-PROCEDURE
               VARYING CK-POS-IX FROM 1 BY 1
               UNTIL CK-POS-IX > CK-TALLY-LEN
           IF CK-GRP-VCNT(CK-GRP-FOUND-IX) AND CK-RSLT-FOUND
               PERFORM TALLY-VCNT-BAND-PROCEDURE
           END-IF
           .

       TALLY-POSITION-PROCEDURE.
           ADD 1 TO CK-GRP-ELIG(CK-GRP-FOUND-IX, CK-TALLY-PERIOD,
               CK-POS-IX)
           IF CK-TXN-VECTOR-A(CK-POS-IX) = 1
               ADD 1 TO CK-GRP-A-SET(CK-GRP-FOUND-IX,
                   CK-TALLY-PERIOD, CK-POS-IX)
           END-IF
           IF CK-GRP-USES-B(CK-GRP-FOUND-IX)
                   AND CK-TXN-VECTOR-B(CK-POS-IX) = 1
               ADD 1 TO CK-GRP-B-SET(CK-GRP-FOUND-IX,
                   CK-TALLY-PERIOD, CK-POS-IX)
           END-IF
           IF CK-GRP-USES-RESULT(CK-GRP-FOUND-IX) AND CK-RSLT-FOUND
               ADD 1 TO CK-GRP-RELIG(CK-GRP-FOUND-IX,
                   CK-TALLY-PERIOD, CK-POS-IX)
               IF CK-RSLT-VECTOR-RESULT(CK-POS-IX) = 1
                   ADD 1 TO CK-GRP-R-SET(CK-GRP-FOUND-IX,
                       CK-TALLY-PERIOD, CK-POS-IX)
               END-IF
           END-IF
           .

       TALLY-VCNT-BAND-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-RSLT-COUNT-VALUE = 0
                   MOVE 1 TO CK-BAND-IX
               WHEN CK-RSLT-COUNT-VALUE NOT > 8
                   MOVE 2 TO CK-BAND-IX
               WHEN CK-RSLT-COUNT-VALUE NOT > 16
                   MOVE 3 TO CK-BAND-IX
               WHEN CK-RSLT-COUNT-VALUE NOT > 32
                   MOVE 4 TO CK-BAND-IX
               WHEN CK-RSLT-COUNT-VALUE NOT > 64
                   MOVE 5 TO CK-BAND-IX
               WHEN CK-RSLT-COUNT-VALUE NOT > 128
                   MOVE 6 TO CK-BAND-IX
               WHEN OTHER
                   MOVE 7 TO CK-BAND-IX
           END-EVALUATE
           ADD 1 TO CK-GRP-VCNT-BAND(CK-GRP-FOUND-IX,
               CK-TALLY-PERIOD, CK-BAND-IX)
           .

      *> Finds the submitter and op's group, opening a new one with
      *> every counter zeroed on first sight
       LOCATE-GROUP-PROCEDURE.
           MOVE 0 TO CK-GRP-FOUND-IX
           PERFORM CHECK-GROUP-ENTRY-PROCEDURE
               VARYING CK-GRP-IX FROM 1 BY 1
               UNTIL CK-GRP-IX > CK-GRP-COUNT
                  OR CK-GRP-FOUND-IX > 0
           IF CK-GRP-FOUND-IX = 0
               IF CK-GRP-COUNT = CK-GRP-MAX
                   DISPLAY 'SUBMITTER/OP GROUPS EXCEED ' CK-GRP-MAX
                       ' - GROUP TABLE MUST BE ENLARGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CK-GRP-COUNT
               MOVE CK-GRP-COUNT TO CK-GRP-FOUND-IX
               MOVE CK-TALLY-SUBMITTER
                   TO CK-GRP-SUBMITTER(CK-GRP-FOUND-IX)
               MOVE CK-TXN-OP-CODE TO CK-GRP-OP(CK-GRP-FOUND-IX)
               MOVE 0 TO CK-GRP-MAX-LEN(CK-GRP-FOUND-IX)
               MOVE 0 TO CK-GRP-NEVER-FIRES(CK-GRP-FOUND-IX)
               MOVE 0 TO CK-GRP-SHIFTED(CK-GRP-FOUND-IX)
               PERFORM CLEAR-GROUP-PERIOD-PROCEDURE
                   VARYING CK-PER-IX FROM 1 BY 1
                   UNTIL CK-PER-IX > 2
           END-IF
           .

       CHECK-GROUP-ENTRY-PROCEDURE.
           IF CK-GRP-SUBMITTER(CK-GRP-IX) = CK-TALLY-SUBMITTER
                   AND CK-GRP-OP(CK-GRP-IX) = CK-TXN-OP-CODE
               MOVE CK-GRP-IX TO CK-GRP-FOUND-IX
           END-IF
           .

       CLEAR-GROUP-PERIOD-PROCEDURE.
           MOVE 0 TO CK-GRP-VECTORS(CK-GRP-FOUND-IX, CK-PER-IX)
           PERFORM CLEAR-GROUP-BAND-PROCEDURE
               VARYING CK-BAND-IX FROM 1 BY 1
               UNTIL CK-BAND-IX > 7
           PERFORM CLEAR-GROUP-POSITION-PROCEDURE
               VARYING CK-POS-IX FROM 1 BY 1
               UNTIL CK-POS-IX > 256
           .

       CLEAR-GROUP-BAND-PROCEDURE.
           MOVE 0 TO CK-GRP-VCNT-BAND(CK-GRP-FOUND-IX, CK-PER-IX,
               CK-BAND-IX)
           .

       CLEAR-GROUP-POSITION-PROCEDURE.
           MOVE 0 TO CK-GRP-ELIG(CK-GRP-FOUND-IX, CK-PER-IX,
               CK-POS-IX)
           MOVE 0 TO CK-GRP-RELIG(CK-GRP-FOUND-IX, CK-PER-IX,
               CK-POS-IX)
           MOVE 0 TO CK-GRP-A-SET(CK-GRP-FOUND-IX, CK-PER-IX,
               CK-POS-IX)
           MOVE 0 TO CK-GRP-B-SET(CK-GRP-FOUND-IX, CK-PER-IX,
               CK-POS-IX)
           MOVE 0 TO CK-GRP-R-SET(CK-GRP-FOUND-IX, CK-PER-IX,
               CK-POS-IX)
           .

      *****************************************************
      * PRINT-GROUP-BLOCK - ONE BLOCK PER SUBMITTER AND    *
      * VECTOR OP: THE VECTOR COUNTS, ONE LINE PER BIT     *
      * POSITION WITH ITS SET RATE ON A, B AND THE RESULT  *
      * (CURRENT/PRIOR PERCENT - B ONLY FOR THE TWO-VECTOR *
      * OPS, THE RESULT NOT FOR VCNT), ITS FLAGS, AND FOR  *
      * VCNT THE COUNT DISTRIBUTION.                       *
      *****************************************************
       PRINT-GROUP-BLOCK-PROCEDURE.
           DISPLAY '------------------------------------------------'
           DISPLAY 'SUBMITTER ' CK-GRP-SUBMITTER(CK-GRP-IX)
               ' OP ' CK-GRP-OP(CK-GRP-IX)
               ' VECTORS ' CK-GRP-VECTORS(CK-GRP-IX, 1)
               ' PRIOR ' CK-GRP-VECTORS(CK-GRP-IX, 2)
           DISPLAY '  POS   A CUR/PRI   B CUR/PRI   R CUR/PRI  FLAGS'
           PERFORM PRINT-POSITION-LINE-PROCEDURE
               VARYING CK-POS-IX FROM 1 BY 1
               UNTIL CK-POS-IX > CK-GRP-MAX-LEN(CK-GRP-IX)
           IF CK-GRP-VCNT(CK-GRP-IX)
               DISPLAY '  VCNT COUNT BAND   CURRENT    PRIOR'
               PERFORM PRINT-VCNT-BAND-PROCEDURE
                   VARYING CK-BAND-IX FROM 1 BY 1
                   UNTIL CK-BAND-IX > 7
           END-IF
           DISPLAY '  POSITIONS NEVER FIRING '
               CK-GRP-NEVER-FIRES(CK-GRP-IX)
               ' SHARPLY CHANGED ' CK-GRP-SHIFTED(CK-GRP-IX)
           .

       PRINT-POSITION-LINE-PROCEDURE.
           PERFORM COMPUTE-POSITION-RATES-PROCEDURE
               VARYING CK-PER-IX FROM 1 BY 1
               UNTIL CK-PER-IX > 2
           PERFORM FLAG-POSITION-PROCEDURE
           DISPLAY '  ' CK-POS-IX
               '   ' CK-PCT-A(1) '/' CK-PCT-A(2)
               '     ' CK-PCT-B(1) '/' CK-PCT-B(2)
               '     ' CK-PCT-R(1) '/' CK-PCT-R(2)
               '    ' CK-POS-FLAG
           .

       COMPUTE-POSITION-RATES-PROCEDURE.
           MOVE 0 TO CK-PCT-A(CK-PER-IX)
           MOVE 0 TO CK-PCT-B(CK-PER-IX)
           MOVE 0 TO CK-PCT-R(CK-PER-IX)
           IF CK-GRP-ELIG(CK-GRP-IX, CK-PER-IX, CK-POS-IX) > 0
               COMPUTE CK-PCT-A(CK-PER-IX) ROUNDED
                   = CK-GRP-A-SET(CK-GRP-IX, CK-PER-IX, CK-POS-IX)
                   * 100
                   / CK-GRP-ELIG(CK-GRP-IX, CK-PER-IX, CK-POS-IX)
               COMPUTE CK-PCT-B(CK-PER-IX) ROUNDED
                   = CK-GRP-B-SET(CK-GRP-IX, CK-PER-IX, CK-POS-IX)
                   * 100
                   / CK-GRP-ELIG(CK-GRP-IX, CK-PER-IX, CK-POS-IX)
           END-IF
           IF CK-GRP-RELIG(CK-GRP-IX, CK-PER-IX, CK-POS-IX) > 0
               COMPUTE CK-PCT-R(CK-PER-IX) ROUNDED
                   = CK-GRP-R-SET(CK-GRP-IX, CK-PER-IX, CK-POS-IX)
                   * 100
                   / CK-GRP-RELIG(CK-GRP-IX, CK-PER-IX, CK-POS-IX)
           END-IF
           .

      *> A position never fires when no current-period vector had it
      *> set on any vector the op reads or writes; it has changed
      *> sharply when any of its rates moved the threshold or more
      *> against a prior period with enough volume to judge by
       FLAG-POSITION-PROCEDURE.
           MOVE SPACES TO CK-POS-FLAG
           MOVE 'N' TO CK-POS-FIRES-SW
           MOVE 'N' TO CK-POS-SHIFT-SW
           IF CK-GRP-A-SET(CK-GRP-IX, 1, CK-POS-IX) > 0
                   OR CK-GRP-B-SET(CK-GRP-IX, 1, CK-POS-IX) > 0
                   OR CK-GRP-R-SET(CK-GRP-IX, 1, CK-POS-IX) > 0
               SET CK-POS-FIRES TO TRUE
           END-IF
           IF CK-PRIOR-PERIOD-GIVEN
                   AND CK-GRP-VECTORS(CK-GRP-IX, 1)
                       NOT < CK-SHIFT-MIN-VECTORS
                   AND CK-GRP-VECTORS(CK-GRP-IX, 2)
                       NOT < CK-SHIFT-MIN-VECTORS
                   AND CK-GRP-ELIG(CK-GRP-IX, 1, CK-POS-IX) > 0
                   AND CK-GRP-ELIG(CK-GRP-IX, 2, CK-POS-IX) > 0
               PERFORM CHECK-POSITION-SHIFT-PROCEDURE
           END-IF
           EVALUATE TRUE
               WHEN CK-GRP-ELIG(CK-GRP-IX, 1, CK-POS-IX) > 0
                       AND NOT CK-POS-FIRES
                   MOVE 'NEVER FIRES' TO CK-POS-FLAG
                   ADD 1 TO CK-GRP-NEVER-FIRES(CK-GRP-IX)
                   ADD 1 TO CK-CNT-NEVER-FIRES
               WHEN CK-POS-SHIFTED
                   MOVE '** SHARP CHANGE' TO CK-POS-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CK-POS-SHIFTED
               ADD 1 TO CK-GRP-SHIFTED(CK-GRP-IX)
               ADD 1 TO CK-CNT-SHIFTED
               IF NOT CK-POS-FIRES
                   MOVE 'NEVER FIRES - WAS FIRING' TO CK-POS-FLAG
               END-IF
           END-IF
           .

       CHECK-POSITION-SHIFT-PROCEDURE.
           COMPUTE CK-PCT-DIFF = CK-PCT-A(1) - CK-PCT-A(2)
           PERFORM TEST-SHIFT-DIFF-PROCEDURE
           IF CK-GRP-USES-B(CK-GRP-IX)
               COMPUTE CK-PCT-DIFF = CK-PCT-B(1) - CK-PCT-B(2)
               PERFORM TEST-SHIFT-DIFF-PROCEDURE
           END-IF
           IF CK-GRP-USES-RESULT(CK-GRP-IX)
               COMPUTE CK-PCT-DIFF = CK-PCT-R(1) - CK-PCT-R(2)
               PERFORM TEST-SHIFT-DIFF-PROCEDURE
           END-IF
           .

       TEST-SHIFT-DIFF-PROCEDURE.
           IF CK-PCT-DIFF < 0
               COMPUTE CK-PCT-DIFF = 0 - CK-PCT-DIFF
           END-IF
           IF CK-PCT-DIFF NOT < CK-SHIFT-POINTS
               SET CK-POS-SHIFTED TO TRUE
           END-IF
           .

       PRINT-VCNT-BAND-PROCEDURE.
           DISPLAY '  ' CK-VCNT-BAND-NAME(CK-BAND-IX)
               '          ' CK-GRP-VCNT-BAND(CK-GRP-IX, 1, CK-BAND-IX)
               ' ' CK-GRP-VCNT-BAND(CK-GRP-IX, 2, CK-BAND-IX)
           .

       PRINT-BITFREQ-TOTALS-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'ARCHIVE ROWS READ        ' CK-CNT-ROWS-READ
           DISPLAY 'SUPERSEDED BY CORRECTION ' CK-CNT-SUPERSEDED
           DISPLAY 'VECTORS TALLIED          ' CK-CNT-VECTORS
           DISPLAY 'NO ARCHIVED RESULT       ' CK-CNT-NO-RESULT
           DISPLAY 'BAD VECTOR LENGTH        ' CK-CNT-BAD-LENGTH
           DISPLAY 'SUBMITTER/OP GROUPS      ' CK-GRP-COUNT
           DISPLAY 'POSITIONS NEVER FIRING   ' CK-CNT-NEVER-FIRES
           DISPLAY 'POSITIONS SHARPLY CHANGED' CK-CNT-SHIFTED
           DISPLAY '================================================'
           .
