      * Caskade Programming Language Adapter for COBOL - Submitter
      * Result Return Distribution
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - THE CAPTURE SYSTEMS ON THE
      *                 CONSOLIDATED TRANSMISSION HAVE NEVER HAD
      *                 ANYTHING BACK FROM THIS SHOP BUT PHONE CALLS
      *                 AND A SHARED RESULT FILE THEY HAD TO PICK
      *                 THEIR OWN ROWS OUT OF. THIS STEP RUNS AFTER
      *                 CASKADE-RSLTMERGE AND CASKADE-RECONCILE AND
      *                 WRITES ONE RETURN TRANSMISSION PER SUBMITTER
      *                 (CKRTNREC) - THAT SUBMITTER'S RESULTFL ROWS,
      *                 VECTOR RESULTS AND VCNT COUNTS INCLUDED, PLUS
      *                 THE DETAIL RECORDS CASKADE-TXNEDIT BOUNCED
      *                 BACK TO THEM ON REJECTFL - EACH BETWEEN A
      *                 HEADER AND A TRAILER CARRYING THE SAME COUNT
      *                 AND SEQ-HASH DISCIPLINE AS CKTXNREC. A
      *                 DISTRIBUTION REPORT BALANCES EVERY RETURN
      *                 TRANSMISSION BACK TO THE RESULTFL AND
      *                 REJECTFL TOTALS, SO NOTHING GOES OUT SHORT
      *                 OR TWICE (RC=8 WHEN IT DOES NOT BALANCE).
      * 10/15/2026 CK   REJECTFL IS NOW OPTIONAL. ONLY CASKADE-TXNEDIT
      *                 WRITES IT, ON THE SINGLE-FILE PATH - A
      *                 MULTIDAY SERIES GOES STRAIGHT TO THE ADAPTER,
      *                 WHICH DOES ITS OWN ENTITLEMENT EDITS AND
      *                 FAILS THE INTAKE RATHER THAN REJECTING ROWS -
      *                 SO A MULTIDAY NIGHT HAS NO REJECTFL AND THE
      *                 STEP EITHER ABENDED ON THE MISSING DD OR
      *                 HELD EVERY RETURN RC=8 FOR A MISSING HEADER.
      *                 A MISSING OR EMPTY REJECTFL IS NOW ZERO
      *                 REJECTS. THE RESULT ROWS CARRY NO BUSINESS
      *                 DATE, SO WITHOUT A REJECTFL HEADER THE DATE
      *                 COMES FROM PARM=YYYYMMDD, AS CASKADE-RSLTMERGE
      *                 TAKES IT; WITH NEITHER THE RUN-STATUS ROW
      *                 FALLS BACK TO THE START DATE, AS BEFORE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-RSLTRTN.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-RESULT-FILE
               ASSIGN TO "RESULTFL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-REJECT-FILE
               ASSIGN TO "REJECTFL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASKADE-RETURN-FILE
               ASSIGN TO "RTNFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-RUN-STATUS
               ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-RST-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CASKADE-RESULT-FILE.
       COPY CKRSLREC.

      *> CASKADE-TXNEDIT's rejected file - byte-for-byte CKTXNREC
      *> images between the incoming header and the rejected file's
      *> own trailer. Only the single-file path is edited by
      *> CASKADE-TXNEDIT; a MULTIDAY night goes straight to the
      *> adapter and has no REJECTFL, which reads as zero rejects.
      *> Each header-to-trailer unit is still verified on its own.
       FD  CASKADE-REJECT-FILE.
       COPY CKTXNREC.

       FD  CASKADE-RETURN-FILE.
       COPY CKRTNREC.

      *> This step's line of the morning chain report - the shared
      *> operations run-status file every chain step writes as its
      *> last act (CKRSTREC), read back by CASKADE-RUNSTAT
       FD  CASKADE-RUN-STATUS.
       COPY CKRSTREC.

       WORKING-STORAGE SECTION.

      *> Start stamps for the run-status record filed at end of run
       01  CK-RUN-STAMP.
           05 CK-RUN-START-DATE        PIC 9(08) VALUE 0.
           05 CK-RUN-START-TIME        PIC 9(08) VALUE 0.

       01  CK-RTN-SWITCHES.
           05 CK-RSLT-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-RSLT-FILE   VALUE 'Y'.
           05 CK-REJ-EOF-SW            PIC X(01) VALUE 'N'.
              88 CK-END-OF-REJ-FILE    VALUE 'Y'.
           05 CK-CORR-FILE-SW          PIC X(01) VALUE 'N'.
              88 CK-CORRECTION-FILE    VALUE 'Y'.
           05 CK-CTL-ERROR-SW          PIC X(01) VALUE 'N'.
              88 CK-CTL-ERROR          VALUE 'Y'.
           05 CK-BALANCE-SW            PIC X(01) VALUE 'N'.
              88 CK-OUT-OF-BALANCE     VALUE 'Y'.

      *> Business date off REJECTFL's first header - the date the
      *> night's edited transmission was filed under, stamped on
      *> every return header and the run-status row. With no
      *> REJECTFL header (a MULTIDAY night) it comes from the EXEC
      *> card's PARM=, since the result rows carry no date.
       77 CK-RTN-BUS-DATE              PIC 9(08) VALUE 0.

      *> Control-record bookkeeping for REJECTFL - each header-to-
      *> trailer unit is verified on its own, the way the adapter
      *> verifies a MULTIDAY series intake by intake
       01  CK-REJ-CONTROLS.
           05 CK-REJ-INTAKE            PIC 9(02) VALUE 0.
           05 CK-REJ-BLK-COUNT         PIC 9(08) COMP VALUE 0.
           05 CK-REJ-BLK-HASH          PIC 9(16) VALUE 0.
           05 CK-REJ-HEADER-SW         PIC X(01) VALUE 'N'.
              88 CK-REJ-IN-BLOCK       VALUE 'Y'.

      *> Whole-file totals off the census pass - what the return
      *> transmissions must add back up to
       01  CK-RTN-COUNTS.
           05 CK-CNT-RSLT-READ         PIC 9(08) COMP VALUE 0.
           05 CK-CNT-REJ-READ          PIC 9(08) COMP VALUE 0.
           05 CK-CNT-RSLT-SENT         PIC 9(08) COMP VALUE 0.
           05 CK-CNT-REJ-SENT          PIC 9(08) COMP VALUE 0.
           05 CK-CNT-TRANSMISSIONS     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-RECORDS-OUT       PIC 9(08) COMP VALUE 0.
           05 CK-HASH-READ             PIC 9(16) VALUE 0.
           05 CK-HASH-SENT             PIC 9(16) VALUE 0.

      *> One entry per submitter seen on either input. A return
      *> transmission cannot be lumped under *OTHERS* the way a
      *> report subtotal can - every row has to reach its own
      *> submitter - so a night with more submitters than the table
      *> holds fails the step cleanly instead.
       01  CK-SUBM-TABLE.
           05 CK-SUBM-MAX              PIC 9(02) COMP VALUE 20.
           05 CK-SUBM-COUNT            PIC 9(02) COMP VALUE 0.
           05 CK-SUBM-IX               PIC 9(02) COMP.
           05 CK-SUBM-FOUND-IX         PIC 9(02) COMP.
           05 CK-SUBM-ENTRY OCCURS 20 TIMES.
              10 CK-SUBM-ID            PIC X(08).
              10 CK-SUBM-RSLT-CNT      PIC 9(08) COMP.
              10 CK-SUBM-REJ-CNT       PIC 9(08) COMP.
              10 CK-SUBM-HASH          PIC 9(16).
              10 CK-SUBM-RSLT-SENT     PIC 9(08) COMP.
              10 CK-SUBM-REJ-SENT      PIC 9(08) COMP.
              10 CK-SUBM-HASH-SENT     PIC 9(16).

      *> Submitter being looked up, off whichever input row is in
      *> hand
       77 CK-SUBM-LOOKUP               PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  CK-JCL-PARM.
           05 CK-JCL-PARM-LEN          PIC S9(04) COMP.
           05 CK-JCL-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING CK-JCL-PARM.

      *****************************************************
      * RETURN-DRIVER - A CENSUS PASS OVER RESULTFL AND    *
      * REJECTFL BUILDS THE SUBMITTER TABLE AND THE TOTALS *
      * THE RETURNS MUST BALANCE TO; THEN ONE RETURN       *
      * TRANSMISSION IS WRITTEN PER SUBMITTER, EACH A      *
      * FRESH PASS OF BOTH INPUTS PICKING OUT THAT         *
      * SUBMITTER'S ROWS, AND THE DISTRIBUTION REPORT      *
      * BALANCES WHAT WENT OUT AGAINST WHAT CAME IN.       *
      *****************************************************
       RETURN-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RUN-START-TIME FROM TIME
           DISPLAY '================================================'
           DISPLAY 'CASKADE-RSLTRTN SUBMITTER RETURN DISTRIBUTION'
           DISPLAY '================================================'
           PERFORM CENSUS-RESULT-FILE-PROCEDURE
           PERFORM CENSUS-REJECT-FILE-PROCEDURE
           IF CK-RTN-BUS-DATE = 0
                   AND CK-JCL-PARM-TEXT(1:8) NUMERIC
                   AND CK-JCL-PARM-TEXT(1:8) NOT = '00000000'
               MOVE CK-JCL-PARM-TEXT(1:8) TO CK-RTN-BUS-DATE
           END-IF
           OPEN OUTPUT CASKADE-RETURN-FILE
           IF CK-CTL-ERROR
               DISPLAY 'REJECTFL CONTROL TOTALS DO NOT VERIFY - '
                   'RETURN TRANSMISSIONS HELD'
           ELSE
               PERFORM WRITE-RETURN-PROCEDURE
                   VARYING CK-SUBM-IX FROM 1 BY 1
                   UNTIL CK-SUBM-IX > CK-SUBM-COUNT
           END-IF
           CLOSE CASKADE-RETURN-FILE
           PERFORM PRINT-DISTRIBUTION-PROCEDURE
           IF CK-CTL-ERROR OR CK-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-STATUS-PROCEDURE
           STOP RUN
           .
      *> Files this step's run-status record - program, run and
      *> business dates, start/end stamps, records in/out and the
      *> condition code - so CASKADE-RUNSTAT can answer "is last
      *> night clean?" from one file instead of seven sysouts
      *> A correction run's return files under its own start date,
      *> for the same reason the rest of a correction chain does -
      *> its REJECTFL header carries the ORIGINAL business date
       WRITE-RUN-STATUS-PROCEDURE.
           OPEN I-O CASKADE-RUN-STATUS
           IF CK-RTN-BUS-DATE > 0 AND NOT CK-CORRECTION-FILE
               MOVE CK-RTN-BUS-DATE TO CK-RST-CHAIN-DATE
           ELSE
               MOVE CK-RUN-START-DATE TO CK-RST-CHAIN-DATE
           END-IF
           MOVE 'CASKADE-RSLTRTN' TO CK-RST-PROGRAM
           MOVE 1 TO CK-RST-INSTANCE
           MOVE CK-RTN-BUS-DATE TO CK-RST-BUS-DATE
           MOVE CK-RUN-START-DATE TO CK-RST-START-DATE
           MOVE CK-RUN-START-TIME TO CK-RST-START-TIME
           ACCEPT CK-RST-END-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RST-END-TIME FROM TIME
           COMPUTE CK-RST-RECORDS-IN
               = CK-CNT-RSLT-READ + CK-CNT-REJ-READ
           MOVE CK-CNT-RECORDS-OUT TO CK-RST-RECORDS-OUT
           MOVE RETURN-CODE TO CK-RST-COND-CODE
           WRITE CK-RST-RECORD
               INVALID KEY
                   REWRITE CK-RST-RECORD
           END-WRITE
           CLOSE CASKADE-RUN-STATUS
           .

      *> Census of the merged result file - every row is counted,
      *> hashed and credited to its own CK-RSLT-SUBMITTER
       CENSUS-RESULT-FILE-PROCEDURE.
           OPEN INPUT CASKADE-RESULT-FILE
           MOVE 'N' TO CK-RSLT-EOF-SW
           PERFORM READ-RSLT-PROCEDURE
           PERFORM CENSUS-RSLT-ROW-PROCEDURE
               UNTIL CK-END-OF-RSLT-FILE
           CLOSE CASKADE-RESULT-FILE
           .

       READ-RSLT-PROCEDURE.
           READ CASKADE-RESULT-FILE
               AT END SET CK-END-OF-RSLT-FILE TO TRUE
           END-READ
           .

       CENSUS-RSLT-ROW-PROCEDURE.
           ADD 1 TO CK-CNT-RSLT-READ
           ADD CK-RSLT-SEQ-NBR TO CK-HASH-READ
           IF CK-RSLT-CORRECTION
               SET CK-CORRECTION-FILE TO TRUE
           END-IF
           MOVE CK-RSLT-SUBMITTER TO CK-SUBM-LOOKUP
           PERFORM LOCATE-SUBMITTER-PROCEDURE
           ADD 1 TO CK-SUBM-RSLT-CNT(CK-SUBM-FOUND-IX)
           ADD CK-RSLT-SEQ-NBR TO CK-SUBM-HASH(CK-SUBM-FOUND-IX)
           PERFORM READ-RSLT-PROCEDURE
           .

      *> Census of the rejected file - headers open a unit and give
      *> the business date, details are counted, hashed and
      *> credited to their (already backfilled) submitter, and each
      *> trailer is verified against its own unit. A missing or
      *> empty file is a night with nothing rejected; a detail or
      *> trailer with no header ahead of it is still an error.
       CENSUS-REJECT-FILE-PROCEDURE.
           OPEN INPUT CASKADE-REJECT-FILE
           MOVE 'N' TO CK-REJ-EOF-SW
           PERFORM READ-REJ-PROCEDURE
           PERFORM CENSUS-REJ-RECORD-PROCEDURE
               UNTIL CK-END-OF-REJ-FILE
           CLOSE CASKADE-REJECT-FILE
           IF CK-REJ-INTAKE = 0 AND NOT CK-CTL-ERROR
               DISPLAY 'REJECTFL ABSENT OR EMPTY - NO REJECTED '
                   'DETAILS TO RETURN'
           END-IF
           IF CK-REJ-IN-BLOCK
               SET CK-CTL-ERROR TO TRUE
               DISPLAY 'REJECTFL TRAILER RECORD MISSING - '
                   'POSSIBLE TRUNCATED FILE'
           END-IF
           .

       READ-REJ-PROCEDURE.
           READ CASKADE-REJECT-FILE
               AT END SET CK-END-OF-REJ-FILE TO TRUE
           END-READ
           .

       CENSUS-REJ-RECORD-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-TXN-HEADER-TYPE
                   IF CK-REJ-IN-BLOCK
                       SET CK-CTL-ERROR TO TRUE
                       DISPLAY 'REJECTFL HEADER WITHOUT TRAILER '
                           'BEFORE IT - INTAKE ' CK-REJ-INTAKE
                   END-IF
                   SET CK-REJ-IN-BLOCK TO TRUE
                   ADD 1 TO CK-REJ-INTAKE
                   MOVE 0 TO CK-REJ-BLK-COUNT
                   MOVE 0 TO CK-REJ-BLK-HASH
                   IF CK-RTN-BUS-DATE = 0
                       MOVE CK-THDR-BUS-DATE TO CK-RTN-BUS-DATE
                   END-IF
               WHEN CK-TXN-DETAIL-TYPE
                   IF NOT CK-REJ-IN-BLOCK
                       SET CK-CTL-ERROR TO TRUE
                       DISPLAY 'REJECTFL DETAIL OUTSIDE A HEADER/'
                           'TRAILER UNIT - SEQ ' CK-TXN-SEQ-NBR
                   END-IF
                   ADD 1 TO CK-CNT-REJ-READ
                   ADD 1 TO CK-REJ-BLK-COUNT
                   ADD CK-TXN-SEQ-NBR TO CK-REJ-BLK-HASH
                   ADD CK-TXN-SEQ-NBR TO CK-HASH-READ
                   IF CK-TXN-CORR-NBR > 0
                       SET CK-CORRECTION-FILE TO TRUE
                   END-IF
                   MOVE CK-TXN-SUBMITTER TO CK-SUBM-LOOKUP
                   PERFORM LOCATE-SUBMITTER-PROCEDURE
                   ADD 1 TO CK-SUBM-REJ-CNT(CK-SUBM-FOUND-IX)
                   ADD CK-TXN-SEQ-NBR TO CK-SUBM-HASH(CK-SUBM-FOUND-IX)
               WHEN CK-TXN-TRAILER-TYPE
                   PERFORM VERIFY-REJ-TRAILER-PROCEDURE
               WHEN OTHER
                   SET CK-CTL-ERROR TO TRUE
                   DISPLAY 'UNKNOWN RECORD TYPE ON REJECTFL'
           END-EVALUATE
           PERFORM READ-REJ-PROCEDURE
           .

       VERIFY-REJ-TRAILER-PROCEDURE.
           IF NOT CK-REJ-IN-BLOCK
               SET CK-CTL-ERROR TO TRUE
               DISPLAY 'REJECTFL TRAILER WITHOUT A HEADER'
           ELSE
               IF CK-TTRL-DETAIL-COUNT NOT = CK-REJ-BLK-COUNT
                   SET CK-CTL-ERROR TO TRUE
                   DISPLAY 'REJECTFL DETAIL COUNT MISMATCH - INTAKE '
                       CK-REJ-INTAKE ' TRAILER ' CK-TTRL-DETAIL-COUNT
                       ' READ ' CK-REJ-BLK-COUNT
               END-IF
               IF CK-TTRL-SEQ-HASH NOT = CK-REJ-BLK-HASH
                   SET CK-CTL-ERROR TO TRUE
                   DISPLAY 'REJECTFL SEQ HASH MISMATCH - INTAKE '
                       CK-REJ-INTAKE ' TRAILER ' CK-TTRL-SEQ-HASH
                       ' READ ' CK-REJ-BLK-HASH
               END-IF
           END-IF
           MOVE 'N' TO CK-REJ-HEADER-SW
           .

      *> Finds the submitter's table entry, adding it on first
      *> sight - overflow fails the step, since a return row can
      *> only go back to the submitter it belongs to
       LOCATE-SUBMITTER-PROCEDURE.
           MOVE 0 TO CK-SUBM-FOUND-IX
           PERFORM FIND-SUBMITTER-PROCEDURE
               VARYING CK-SUBM-IX FROM 1 BY 1
               UNTIL CK-SUBM-IX > CK-SUBM-COUNT
           IF CK-SUBM-FOUND-IX = 0
               IF CK-SUBM-COUNT = CK-SUBM-MAX
                   DISPLAY 'MORE THAN ' CK-SUBM-MAX ' SUBMITTERS '
                       'ON THE NIGHT - SUBMITTER TABLE MUST BE '
                       'ENLARGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CK-SUBM-COUNT
               MOVE CK-SUBM-COUNT TO CK-SUBM-FOUND-IX
               MOVE CK-SUBM-LOOKUP TO CK-SUBM-ID(CK-SUBM-FOUND-IX)
               MOVE 0 TO CK-SUBM-RSLT-CNT(CK-SUBM-FOUND-IX)
               MOVE 0 TO CK-SUBM-REJ-CNT(CK-SUBM-FOUND-IX)
               MOVE 0 TO CK-SUBM-HASH(CK-SUBM-FOUND-IX)
               MOVE 0 TO CK-SUBM-RSLT-SENT(CK-SUBM-FOUND-IX)
               MOVE 0 TO CK-SUBM-REJ-SENT(CK-SUBM-FOUND-IX)
               MOVE 0 TO CK-SUBM-HASH-SENT(CK-SUBM-FOUND-IX)
           END-IF
           .

       FIND-SUBMITTER-PROCEDURE.
           IF CK-SUBM-ID(CK-SUBM-IX) = CK-SUBM-LOOKUP
               MOVE CK-SUBM-IX TO CK-SUBM-FOUND-IX
           END-IF
           .

      *****************************************************
      * WRITE-RETURN - ONE SUBMITTER'S RETURN TRANSMISSION *
      * - A HEADER, THEIR RESULT ROWS IN RESULTFL ORDER,   *
      * THEIR REJECTED DETAILS IN REJECTFL ORDER, AND A    *
      * TRAILER WITH THE COUNT AND SEQ HASH OF EXACTLY     *
      * WHAT WAS WRITTEN BETWEEN THEM.                     *
      *****************************************************
       WRITE-RETURN-PROCEDURE.
           MOVE SPACES TO CK-RTN-RECORD
           MOVE 'H' TO CK-RTN-REC-TYPE
           MOVE CK-RTN-BUS-DATE TO CK-RHDR-BUS-DATE
           MOVE CK-SUBM-ID(CK-SUBM-IX) TO CK-RHDR-SUBMITTER
           MOVE CK-RUN-START-DATE TO CK-RHDR-CREATED-DATE
           WRITE CK-RTN-RECORD
           ADD 1 TO CK-CNT-RECORDS-OUT
           OPEN INPUT CASKADE-RESULT-FILE
           MOVE 'N' TO CK-RSLT-EOF-SW
           PERFORM READ-RSLT-PROCEDURE
           PERFORM RETURN-RSLT-ROW-PROCEDURE
               UNTIL CK-END-OF-RSLT-FILE
           CLOSE CASKADE-RESULT-FILE
           OPEN INPUT CASKADE-REJECT-FILE
           MOVE 'N' TO CK-REJ-EOF-SW
           MOVE 0 TO CK-REJ-INTAKE
           PERFORM READ-REJ-PROCEDURE
           PERFORM RETURN-REJ-ROW-PROCEDURE
               UNTIL CK-END-OF-REJ-FILE
           CLOSE CASKADE-REJECT-FILE
           MOVE SPACES TO CK-RTN-RECORD
           MOVE 'T' TO CK-RTN-REC-TYPE
           COMPUTE CK-RTRL-DETAIL-COUNT
               = CK-SUBM-RSLT-SENT(CK-SUBM-IX)
               + CK-SUBM-REJ-SENT(CK-SUBM-IX)
           MOVE CK-SUBM-HASH-SENT(CK-SUBM-IX) TO CK-RTRL-SEQ-HASH
           MOVE CK-SUBM-RSLT-SENT(CK-SUBM-IX) TO CK-RTRL-RESULT-COUNT
           MOVE CK-SUBM-REJ-SENT(CK-SUBM-IX) TO CK-RTRL-REJECT-COUNT
           WRITE CK-RTN-RECORD
           ADD 1 TO CK-CNT-RECORDS-OUT
           ADD 1 TO CK-CNT-TRANSMISSIONS
           .

       RETURN-RSLT-ROW-PROCEDURE.
           IF CK-RSLT-SUBMITTER = CK-SUBM-ID(CK-SUBM-IX)
               MOVE SPACES TO CK-RTN-RECORD
               MOVE 'D' TO CK-RTN-REC-TYPE
               MOVE 'R' TO CK-RTN-ROW-KIND
               MOVE CK-RSLT-SEQ-NBR TO CK-RTN-SEQ-NBR
               MOVE CK-RSLT-INTAKE-ID TO CK-RTN-INTAKE-ID
               MOVE CK-RESULT-RECORD TO CK-RTN-IMAGE
               WRITE CK-RTN-RECORD
               ADD 1 TO CK-CNT-RECORDS-OUT
               ADD 1 TO CK-SUBM-RSLT-SENT(CK-SUBM-IX)
               ADD CK-RSLT-SEQ-NBR TO CK-SUBM-HASH-SENT(CK-SUBM-IX)
               ADD 1 TO CK-CNT-RSLT-SENT
               ADD CK-RSLT-SEQ-NBR TO CK-HASH-SENT
           END-IF
           PERFORM READ-RSLT-PROCEDURE
           .

      *> A rejected detail's intake is counted off the headers, the
      *> way the census pass counted them; a correction detail
      *> carries its original intake on the record instead
       RETURN-REJ-ROW-PROCEDURE.
           IF CK-TXN-HEADER-TYPE
               ADD 1 TO CK-REJ-INTAKE
           END-IF
           IF CK-TXN-DETAIL-TYPE
                   AND CK-TXN-SUBMITTER = CK-SUBM-ID(CK-SUBM-IX)
               MOVE SPACES TO CK-RTN-RECORD
               MOVE 'D' TO CK-RTN-REC-TYPE
               MOVE 'J' TO CK-RTN-ROW-KIND
               MOVE CK-TXN-SEQ-NBR TO CK-RTN-SEQ-NBR
               IF CK-TXN-CORR-NBR > 0
                   MOVE CK-TXN-ORIG-INTAKE TO CK-RTN-INTAKE-ID
               ELSE
                   MOVE CK-REJ-INTAKE TO CK-RTN-INTAKE-ID
               END-IF
               MOVE CK-TXN-RECORD TO CK-RTN-IMAGE
               WRITE CK-RTN-RECORD
               ADD 1 TO CK-CNT-RECORDS-OUT
               ADD 1 TO CK-SUBM-REJ-SENT(CK-SUBM-IX)
               ADD CK-TXN-SEQ-NBR TO CK-SUBM-HASH-SENT(CK-SUBM-IX)
               ADD 1 TO CK-CNT-REJ-SENT
               ADD CK-TXN-SEQ-NBR TO CK-HASH-SENT
           END-IF
           PERFORM READ-REJ-PROCEDURE
           .

      *****************************************************
      * PRINT-DISTRIBUTION - ONE LINE PER RETURN           *
      * TRANSMISSION (RESULTS, REJECTS, HASH) AGAINST THE  *
      * CENSUS FOR THAT SUBMITTER, THEN THE WHOLE NIGHT    *
      * BALANCED BACK TO RESULTFL AND REJECTFL - A ROW     *
      * SENT SHORT OR SENT TWICE SHOWS HERE AS OUT OF      *
      * BALANCE AND FAILS THE STEP.                        *
      *****************************************************
       PRINT-DISTRIBUTION-PROCEDURE.
           DISPLAY 'BUSINESS DATE       ' CK-RTN-BUS-DATE
           DISPLAY '------------------------------------------------'
           IF NOT CK-CTL-ERROR
               PERFORM PRINT-SUBMITTER-RETURN-PROCEDURE
                   VARYING CK-SUBM-IX FROM 1 BY 1
                   UNTIL CK-SUBM-IX > CK-SUBM-COUNT
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY 'RESULTFL ROWS READ  ' CK-CNT-RSLT-READ
           DISPLAY 'RESULT ROWS SENT    ' CK-CNT-RSLT-SENT
           DISPLAY 'REJECTFL ROWS READ  ' CK-CNT-REJ-READ
           DISPLAY 'REJECT ROWS SENT    ' CK-CNT-REJ-SENT
           DISPLAY 'SEQ HASH READ       ' CK-HASH-READ
           DISPLAY 'SEQ HASH SENT       ' CK-HASH-SENT
           DISPLAY 'TRANSMISSIONS       ' CK-CNT-TRANSMISSIONS
           IF NOT CK-CTL-ERROR
               IF CK-CNT-RSLT-SENT NOT = CK-CNT-RSLT-READ
                       OR CK-CNT-REJ-SENT NOT = CK-CNT-REJ-READ
                       OR CK-HASH-SENT NOT = CK-HASH-READ
                   SET CK-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
           IF CK-CTL-ERROR OR CK-OUT-OF-BALANCE
               DISPLAY 'DISTRIBUTION OUT OF BALANCE'
           ELSE
               DISPLAY 'DISTRIBUTION BALANCED TO RESULTFL AND '
                   'REJECTFL'
           END-IF
           DISPLAY '================================================'
           .

       PRINT-SUBMITTER-RETURN-PROCEDURE.
           DISPLAY 'SUBMITTER ' CK-SUBM-ID(CK-SUBM-IX)
               ' RESULTS ' CK-SUBM-RSLT-SENT(CK-SUBM-IX)
               ' REJECTS ' CK-SUBM-REJ-SENT(CK-SUBM-IX)
               ' HASH ' CK-SUBM-HASH-SENT(CK-SUBM-IX)
           IF CK-SUBM-RSLT-SENT(CK-SUBM-IX)
                   NOT = CK-SUBM-RSLT-CNT(CK-SUBM-IX)
                   OR CK-SUBM-REJ-SENT(CK-SUBM-IX)
                       NOT = CK-SUBM-REJ-CNT(CK-SUBM-IX)
                   OR CK-SUBM-HASH-SENT(CK-SUBM-IX)
                       NOT = CK-SUBM-HASH(CK-SUBM-IX)
               SET CK-OUT-OF-BALANCE TO TRUE
               DISPLAY '  OUT OF BALANCE - CENSUS RESULTS '
                   CK-SUBM-RSLT-CNT(CK-SUBM-IX)
                   ' REJECTS ' CK-SUBM-REJ-CNT(CK-SUBM-IX)
                   ' HASH ' CK-SUBM-HASH(CK-SUBM-IX)
           END-IF
           .
