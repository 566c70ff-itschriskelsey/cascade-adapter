      * Caskade Programming Language Adapter for COBOL - Warehouse
      * Extract of Archived Evaluations
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - THE ANALYTICS GROUP WANTS
      *                 OUR DECISIONS IN THEIR WAREHOUSE AND CANNOT
      *                 READ THE FIXED 560/294-BYTE ARCHIVE IMAGES
      *                 WITH THEIR 256 ONE-DIGIT OCCURS COLUMNS, SO
      *                 THEY HAVE BEEN LIVING ON AD HOC AUDINQ
      *                 PRINTOUTS. FOR A CONTROL CARD'S BUSINESS-DATE
      *                 RANGE THIS PROGRAM JOINS THE AUDIT ARCHIVE TO
      *                 THE TRANSACTION AND RESULT ARCHIVES ON THE
      *                 ARCHIVE KEY AND WRITES ONE PIPE-DELIMITED ROW
      *                 PER EVALUATION (XTRFILE) - DATE, INTAKE,
      *                 SEQUENCE, CORRECTION PASS, SUBMITTER, OP CODE,
      *                 OPERANDS, RESULT, RETURN CODE, RULE NAME AND
      *                 VERSION EFFECTIVE DATE, VCNT COUNT, AND THE
      *                 VECTORS AS COMPACT BIT STRINGS - BETWEEN A
      *                 COLUMN-NAME HEADER ROW AND A CONTROL-TOTAL
      *                 TRAILER ROW. A FULL EXTRACT SENDS THE WHOLE
      *                 RANGE; A CHANGES EXTRACT SENDS ONLY ROWS NOT
      *                 YET ON THE EXTRACT REGISTER (XTRREG,
      *                 CKXREGREC), WHICH PICKS UP LATE CORRECTION-
      *                 PASS ROWS FILED UNDER AN OLD BUSINESS DATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-WHSEXTR.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-EXTRACT-CARDS
               ASSIGN TO "XTRCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASKADE-AUDIT-ARCHIVE
               ASSIGN TO "AUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-AARC-KEY.

           SELECT CASKADE-TXN-ARCHIVE
               ASSIGN TO "TXNARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-TARC-KEY.

           SELECT CASKADE-RSLT-ARCHIVE
               ASSIGN TO "RSLARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-RARC-KEY.

           SELECT OPTIONAL CASKADE-EXTRACT-REGISTER
               ASSIGN TO "XTRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-XREG-KEY.

           SELECT CASKADE-EXTRACT-FILE
               ASSIGN TO "XTRFILE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One control card: the business-date range to extract (a
      *> zero TO-date means through the run date) and the mode, FULL
      *> or CHANGES (blank = CHANGES). A CHANGES run is normally given
      *> a range reaching back as far as corrections are accepted,
      *> so a late correction pass still falls inside it.
       FD  CASKADE-EXTRACT-CARDS.
       01  CK-XCRD-CARD.
           05 CK-XCRD-FROM-DATE        PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-XCRD-TO-DATE          PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CK-XCRD-MODE             PIC X(07).
           05 FILLER                   PIC X(55).

       FD  CASKADE-AUDIT-ARCHIVE.
       COPY CKAARREC.

       FD  CASKADE-TXN-ARCHIVE.
       COPY CKTARREC.

       FD  CASKADE-RSLT-ARCHIVE.
       COPY CKRARREC.

       FD  CASKADE-EXTRACT-REGISTER.
       COPY CKXREGREC.

      *> One delimited row per line, blank-padded to the record
      *> length - the longest row (three full 256-bit vectors) runs
      *> to under 850 bytes
       FD  CASKADE-EXTRACT-FILE.
       01  CK-XTR-LINE                 PIC X(900).

       WORKING-STORAGE SECTION.
       77 CK-VECTOR-IX  PIC 9(03) COMP.

      *> The archived transaction and result images are laid back
      *> over the live record layouts (working-storage copies of
      *> CKTXNREC/CKRSLREC) for field access
       COPY CKTXNREC.

       COPY CKRSLREC.

       01  CK-XTR-SWITCHES.
           05 CK-CARD-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-CARDS       VALUE 'Y'.
           05 CK-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
              88 CK-BROWSE-DONE        VALUE 'Y'.
           05 CK-XTR-MODE              PIC X(07) VALUE SPACES.
              88 CK-XTR-FULL           VALUE 'FULL'.
              88 CK-XTR-CHANGES        VALUE 'CHANGES'.
           05 CK-XTR-PASS              PIC 9(01) VALUE 0.
              88 CK-EXTRACT-PASS       VALUE 1.
              88 CK-REGISTER-PASS      VALUE 2.
           05 CK-ROW-SELECTED-SW       PIC X(01) VALUE 'N'.
              88 CK-ROW-SELECTED       VALUE 'Y'.
           05 CK-TXN-FOUND-SW          PIC X(01) VALUE 'N'.
              88 CK-TXN-FOUND          VALUE 'Y'.
           05 CK-RSLT-FOUND-SW         PIC X(01) VALUE 'N'.
              88 CK-RSLT-FOUND         VALUE 'Y'.

       01  CK-XTR-RANGE.
           05 CK-RUN-DATE              PIC 9(08) VALUE 0.
           05 CK-RUN-TIME              PIC 9(08) VALUE 0.
           05 CK-XTR-FROM-DATE         PIC 9(08) VALUE 0.
           05 CK-XTR-TO-DATE           PIC 9(08) VALUE 0.

      *> The row being built - CK-XTR-PTR is the next free column.
      *> Vectors go out as strings of 0/1 characters, only as long
      *> as the row's own vector length.
       01  CK-XTR-BUILD-AREA.
           05 CK-XTR-BUILD             PIC X(900).
           05 CK-XTR-PTR               PIC 9(04) COMP.
           05 CK-XTR-VECTOR-LEN        PIC 9(03) VALUE 0.
           05 CK-XTR-SUBMITTER         PIC X(08).
           05 CK-XTR-BITS-A.
              10 CK-XTR-BIT-A          PIC X(01) OCCURS 256 TIMES.
           05 CK-XTR-BITS-B.
              10 CK-XTR-BIT-B          PIC X(01) OCCURS 256 TIMES.
           05 CK-XTR-BITS-R.
              10 CK-XTR-BIT-R          PIC X(01) OCCURS 256 TIMES.

      *> Control totals - the trailer row carries the rows written,
      *> a hash total over their sequence numbers, the correction-
      *> pass and non-zero return-code row counts, and the VCNT
      *> counts summed, for the warehouse load to balance against
       01  CK-XTR-COUNTS.
           05 CK-CNT-AUDIT-READ        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-ALREADY-SENT      PIC 9(08) COMP VALUE 0.
           05 CK-CNT-ROWS-WRITTEN      PIC 9(08) VALUE 0.
           05 CK-CNT-SEQ-HASH          PIC 9(16) VALUE 0.
           05 CK-CNT-CORRECTION-ROWS   PIC 9(08) VALUE 0.
           05 CK-CNT-NONZERO-RC        PIC 9(08) VALUE 0.
           05 CK-CNT-VCNT-TOTAL        PIC 9(12) VALUE 0.
           05 CK-CNT-NO-TXN            PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NO-RSLT           PIC 9(08) COMP VALUE 0.
           05 CK-CNT-REGISTERED        PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************
      * EXTRACT-DRIVER - READS THE CONTROL CARD, WRITES    *
      * THE EXTRACT FILE IN ONE PASS OF THE AUDIT ARCHIVE, *
      * AND ONLY ONCE THAT FILE IS CLOSED FILES THE SAME   *
      * SELECTION ON THE EXTRACT REGISTER IN A SECOND      *
      * PASS - A RUN THAT FAILS PART WAY LEAVES NOTHING    *
      * MARKED AS SENT, AND ITS RERUN SENDS IT ALL AGAIN.  *
      * A VECTOR ROW MISSING ITS TRANSACTION OR RESULT     *
      * IMAGE STILL GOES OUT, WITH THAT VECTOR EMPTY, AND  *
      * ENDS THE STEP RC=04.                               *
      *****************************************************
       EXTRACT-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RUN-TIME FROM TIME
           OPEN INPUT CASKADE-EXTRACT-CARDS
           PERFORM READ-CARD-PROCEDURE
           CLOSE CASKADE-EXTRACT-CARDS
           DISPLAY '================================================'
           DISPLAY 'CASKADE-WHSEXTR WAREHOUSE EXTRACT'
           DISPLAY 'BUSINESS DATES ' CK-XTR-FROM-DATE ' THRU '
               CK-XTR-TO-DATE ' MODE ' CK-XTR-MODE
           DISPLAY '================================================'
           OPEN INPUT CASKADE-AUDIT-ARCHIVE
           OPEN INPUT CASKADE-TXN-ARCHIVE
           OPEN INPUT CASKADE-RSLT-ARCHIVE
           OPEN INPUT CASKADE-EXTRACT-REGISTER
           OPEN OUTPUT CASKADE-EXTRACT-FILE
           PERFORM WRITE-HEADER-ROW-PROCEDURE
           MOVE 1 TO CK-XTR-PASS
           PERFORM BROWSE-AUDIT-ARCHIVE-PROCEDURE
           PERFORM WRITE-TRAILER-ROW-PROCEDURE
           CLOSE CASKADE-EXTRACT-FILE
           CLOSE CASKADE-TXN-ARCHIVE
           CLOSE CASKADE-RSLT-ARCHIVE
           CLOSE CASKADE-EXTRACT-REGISTER
           OPEN I-O CASKADE-EXTRACT-REGISTER
           MOVE 2 TO CK-XTR-PASS
           PERFORM BROWSE-AUDIT-ARCHIVE-PROCEDURE
           CLOSE CASKADE-EXTRACT-REGISTER
           CLOSE CASKADE-AUDIT-ARCHIVE
           PERFORM PRINT-EXTRACT-TOTALS-PROCEDURE
           IF CK-CNT-NO-TXN > 0 OR CK-CNT-NO-RSLT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CK-CNT-REGISTERED NOT = CK-CNT-ROWS-WRITTEN
               DISPLAY 'REGISTER FILED ' CK-CNT-REGISTERED
                   ' ROWS BUT ' CK-CNT-ROWS-WRITTEN ' WERE EXTRACTED'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *> The card is mandatory; a bad date or mode on it fails the
      *> step before anything is read
       READ-CARD-PROCEDURE.
           READ CASKADE-EXTRACT-CARDS
               AT END SET CK-END-OF-CARDS TO TRUE
           END-READ
           IF CK-END-OF-CARDS
               DISPLAY 'CASKADE-WHSEXTR CONTROL CARD MISSING - '
                   'NOTHING EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-XCRD-FROM-DATE NOT NUMERIC
                   OR CK-XCRD-FROM-DATE = 0
               DISPLAY 'CASKADE-WHSEXTR FROM-DATE NOT A VALID DATE '
                   '- NOTHING EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CK-XCRD-FROM-DATE TO CK-XTR-FROM-DATE
           IF CK-XCRD-TO-DATE NOT NUMERIC OR CK-XCRD-TO-DATE = 0
               MOVE CK-RUN-DATE TO CK-XTR-TO-DATE
           ELSE
               MOVE CK-XCRD-TO-DATE TO CK-XTR-TO-DATE
           END-IF
           IF CK-XTR-TO-DATE < CK-XTR-FROM-DATE
               DISPLAY 'CASKADE-WHSEXTR TO-DATE BEFORE FROM-DATE - '
                   'NOTHING EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-XCRD-MODE = SPACES
               MOVE 'CHANGES' TO CK-XTR-MODE
           ELSE
               MOVE CK-XCRD-MODE TO CK-XTR-MODE
           END-IF
           IF NOT CK-XTR-FULL AND NOT CK-XTR-CHANGES
               DISPLAY 'CASKADE-WHSEXTR MODE ' CK-XCRD-MODE
                   ' NOT FULL OR CHANGES - NOTHING EXTRACTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *> One browse of the audit archive over the date range - the
      *> same browse serves both passes, so the register is filed
      *> for exactly the rows the extract pass selected
       BROWSE-AUDIT-ARCHIVE-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-XTR-FROM-DATE TO CK-AARC-DATE
           MOVE 0 TO CK-AARC-INTAKE
           MOVE 0 TO CK-AARC-SEQ
           MOVE 0 TO CK-AARC-CORR
           START CASKADE-AUDIT-ARCHIVE
               KEY NOT < CK-AARC-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM BROWSE-AUDIT-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       BROWSE-AUDIT-NEXT-PROCEDURE.
           READ CASKADE-AUDIT-ARCHIVE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-AARC-DATE > CK-XTR-TO-DATE
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM SELECT-AUDIT-ROW-PROCEDURE
                   END-IF
           END-READ
           .

      *> A FULL run takes every row in range; a CHANGES run skips a
      *> row already on the extract register
       SELECT-AUDIT-ROW-PROCEDURE.
           SET CK-ROW-SELECTED TO TRUE
           IF CK-XTR-CHANGES
               MOVE CK-AARC-KEY TO CK-XREG-KEY
               READ CASKADE-EXTRACT-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO CK-ROW-SELECTED-SW
               END-READ
           END-IF
           IF CK-EXTRACT-PASS
               ADD 1 TO CK-CNT-AUDIT-READ
               IF CK-ROW-SELECTED
                   PERFORM EXTRACT-ROW-PROCEDURE
               ELSE
                   ADD 1 TO CK-CNT-ALREADY-SENT
               END-IF
           ELSE
               IF CK-ROW-SELECTED
                   PERFORM FILE-REGISTER-PROCEDURE
               END-IF
           END-IF
           .

       FILE-REGISTER-PROCEDURE.
           MOVE CK-AARC-KEY TO CK-XREG-KEY
           MOVE CK-RUN-DATE TO CK-XREG-EXTRACT-DATE
           MOVE CK-RUN-TIME TO CK-XREG-EXTRACT-TIME
           MOVE CK-XTR-MODE TO CK-XREG-EXTRACT-MODE
           WRITE CK-XREG-RECORD
               INVALID KEY
                   REWRITE CK-XREG-RECORD
           END-WRITE
           ADD 1 TO CK-CNT-REGISTERED
           .

      *****************************************************
      * EXTRACT-ROW - JOINS ONE AUDIT ROW TO ITS ARCHIVED  *
      * TRANSACTION AND RESULT IMAGES ON THE SAME KEY AND  *
      * WRITES ITS DELIMITED ROW. A BLANK AUDIT SUBMITTER  *
      * (ROWS ARCHIVED BEFORE THE FIELD WAS CARRIED) IS    *
      * TAKEN FROM THE RESULT IMAGE.                       *
      *****************************************************
       EXTRACT-ROW-PROCEDURE.
           MOVE 'N' TO CK-TXN-FOUND-SW
           MOVE 'N' TO CK-RSLT-FOUND-SW
           MOVE CK-AARC-KEY TO CK-TARC-KEY
           READ CASKADE-TXN-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CK-TXN-FOUND TO TRUE
                   MOVE CK-TARC-TXN-IMAGE TO CK-TXN-RECORD
           END-READ
           MOVE CK-AARC-KEY TO CK-RARC-KEY
           READ CASKADE-RSLT-ARCHIVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CK-RSLT-FOUND TO TRUE
                   MOVE CK-RARC-RSLT-IMAGE TO CK-RESULT-RECORD
           END-READ
           MOVE CK-AARC-SUBMITTER TO CK-XTR-SUBMITTER
           IF CK-XTR-SUBMITTER = SPACES AND CK-RSLT-FOUND
               MOVE CK-RSLT-SUBMITTER TO CK-XTR-SUBMITTER
           END-IF
           PERFORM PREPARE-VECTORS-PROCEDURE
           MOVE SPACES TO CK-XTR-BUILD
           MOVE 1 TO CK-XTR-PTR
           STRING CK-AARC-DATE        DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-INTAKE      DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-SEQ         DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-CORR        DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-XTR-SUBMITTER    DELIMITED BY SPACE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-OP-CODE     DELIMITED BY SPACE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-OPERAND-A   DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-OPERAND-B   DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-OPERAND-X   DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-RESULT      DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-RETURN-CODE DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-RULE-NAME   DELIMITED BY SPACE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-RULE-EFF    DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-AARC-COUNT-VALUE DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  CK-XTR-VECTOR-LEN   DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
               INTO CK-XTR-BUILD
               WITH POINTER CK-XTR-PTR
           END-STRING
           PERFORM APPEND-VECTORS-PROCEDURE
           WRITE CK-XTR-LINE FROM CK-XTR-BUILD
           ADD 1 TO CK-CNT-ROWS-WRITTEN
           ADD CK-AARC-SEQ TO CK-CNT-SEQ-HASH
           ADD CK-AARC-COUNT-VALUE TO CK-CNT-VCNT-TOTAL
           IF CK-AARC-CORR > 0
               ADD 1 TO CK-CNT-CORRECTION-ROWS
           END-IF
           IF CK-AARC-RETURN-CODE NOT = 0
               ADD 1 TO CK-CNT-NONZERO-RC
           END-IF
           .

      *> Lays a vector row's elements out as 0/1 characters - input
      *> A for every vector op, input B only for the two-vector ops,
      *> and the result vector for all but VCNT, whose outcome is its
      *> count. The length is the audit row's own vector length.
       PREPARE-VECTORS-PROCEDURE.
           MOVE 0 TO CK-XTR-VECTOR-LEN
           IF CK-AARC-VECTOR-LEN NUMERIC
                   AND CK-AARC-VECTOR-LEN NOT > 256
               MOVE CK-AARC-VECTOR-LEN TO CK-XTR-VECTOR-LEN
           END-IF
           IF CK-XTR-VECTOR-LEN > 0
               IF NOT CK-TXN-FOUND
                   ADD 1 TO CK-CNT-NO-TXN
                   DISPLAY 'NO TRANSACTION IMAGE FOR ' CK-AARC-DATE
                       ' ' CK-AARC-INTAKE ' ' CK-AARC-SEQ
                       ' ' CK-AARC-CORR ' - INPUT VECTORS EMPTY'
               END-IF
               IF NOT CK-RSLT-FOUND AND CK-AARC-OP-CODE NOT = 'VCNT'
                   ADD 1 TO CK-CNT-NO-RSLT
                   DISPLAY 'NO RESULT IMAGE FOR ' CK-AARC-DATE
                       ' ' CK-AARC-INTAKE ' ' CK-AARC-SEQ
                       ' ' CK-AARC-CORR ' - RESULT VECTOR EMPTY'
               END-IF
               PERFORM PREPARE-VECTOR-ELEMENT-PROCEDURE
                   VARYING CK-VECTOR-IX FROM 1 BY 1
                   UNTIL CK-VECTOR-IX > CK-XTR-VECTOR-LEN
           END-IF
           .

       PREPARE-VECTOR-ELEMENT-PROCEDURE.
           IF CK-TXN-FOUND
               MOVE CK-TXN-VECTOR-A(CK-VECTOR-IX)
                   TO CK-XTR-BIT-A(CK-VECTOR-IX)
               MOVE CK-TXN-VECTOR-B(CK-VECTOR-IX)
                   TO CK-XTR-BIT-B(CK-VECTOR-IX)
           END-IF
           IF CK-RSLT-FOUND
               MOVE CK-RSLT-VECTOR-RESULT(CK-VECTOR-IX)
                   TO CK-XTR-BIT-R(CK-VECTOR-IX)
           END-IF
           .

      *> The three vector columns, each empty when the op does not
      *> use that vector or its image is missing
       APPEND-VECTORS-PROCEDURE.
           IF CK-XTR-VECTOR-LEN > 0 AND CK-TXN-FOUND
               STRING CK-XTR-BITS-A(1:CK-XTR-VECTOR-LEN)
                          DELIMITED BY SIZE
                   INTO CK-XTR-BUILD
                   WITH POINTER CK-XTR-PTR
               END-STRING
           END-IF
           STRING '|' DELIMITED BY SIZE
               INTO CK-XTR-BUILD
               WITH POINTER CK-XTR-PTR
           END-STRING
           IF CK-XTR-VECTOR-LEN > 0 AND CK-TXN-FOUND
                   AND (CK-AARC-OP-CODE = 'VAND'
                     OR CK-AARC-OP-CODE = 'VOR'
                     OR CK-AARC-OP-CODE = 'VXOR')
               STRING CK-XTR-BITS-B(1:CK-XTR-VECTOR-LEN)
                          DELIMITED BY SIZE
                   INTO CK-XTR-BUILD
                   WITH POINTER CK-XTR-PTR
               END-STRING
           END-IF
           STRING '|' DELIMITED BY SIZE
               INTO CK-XTR-BUILD
               WITH POINTER CK-XTR-PTR
           END-STRING
           IF CK-XTR-VECTOR-LEN > 0 AND CK-RSLT-FOUND
                   AND CK-AARC-OP-CODE NOT = 'VCNT'
               STRING CK-XTR-BITS-R(1:CK-XTR-VECTOR-LEN)
                          DELIMITED BY SIZE
                   INTO CK-XTR-BUILD
                   WITH POINTER CK-XTR-PTR
               END-STRING
           END-IF
           .

       WRITE-HEADER-ROW-PROCEDURE.
           MOVE SPACES TO CK-XTR-BUILD
           MOVE 1 TO CK-XTR-PTR
           STRING 'BUS_DATE|INTAKE|SEQ_NBR|CORR_PASS|SUBMITTER|'
                      DELIMITED BY SIZE
                  'OP_CODE|OPERAND_A|OPERAND_B|OPERAND_X|RESULT|'
                      DELIMITED BY SIZE
                  'RETURN_CODE|RULE_NAME|RULE_EFF_DATE|VCNT_COUNT|'
                      DELIMITED BY SIZE
                  'VECTOR_LEN|VECTOR_A|VECTOR_B|VECTOR_RESULT'
                      DELIMITED BY SIZE
               INTO CK-XTR-BUILD
               WITH POINTER CK-XTR-PTR
           END-STRING
           WRITE CK-XTR-LINE FROM CK-XTR-BUILD
           .

      *> The trailer names the range and mode it closes and carries
      *> the control totals over the rows between header and trailer
       WRITE-TRAILER-ROW-PROCEDURE.
           MOVE SPACES TO CK-XTR-BUILD
           MOVE 1 TO CK-XTR-PTR
           STRING 'TRAILER|'               DELIMITED BY SIZE
                  CK-XTR-FROM-DATE         DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  CK-XTR-TO-DATE           DELIMITED BY SIZE
                  '|'                      DELIMITED BY SIZE
                  CK-XTR-MODE              DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  CK-RUN-DATE              DELIMITED BY SIZE
                  '|ROWS='                 DELIMITED BY SIZE
                  CK-CNT-ROWS-WRITTEN      DELIMITED BY SIZE
                  '|SEQ_HASH='             DELIMITED BY SIZE
                  CK-CNT-SEQ-HASH          DELIMITED BY SIZE
                  '|CORRECTION_ROWS='      DELIMITED BY SIZE
                  CK-CNT-CORRECTION-ROWS   DELIMITED BY SIZE
                  '|NONZERO_RC_ROWS='      DELIMITED BY SIZE
                  CK-CNT-NONZERO-RC        DELIMITED BY SIZE
                  '|VCNT_TOTAL='           DELIMITED BY SIZE
                  CK-CNT-VCNT-TOTAL        DELIMITED BY SIZE
               INTO CK-XTR-BUILD
               WITH POINTER CK-XTR-PTR
           END-STRING
           WRITE CK-XTR-LINE FROM CK-XTR-BUILD
           .

       PRINT-EXTRACT-TOTALS-PROCEDURE.
           DISPLAY 'AUDIT ROWS IN RANGE      ' CK-CNT-AUDIT-READ
           DISPLAY 'ALREADY SENT - SKIPPED   ' CK-CNT-ALREADY-SENT
           DISPLAY 'ROWS EXTRACTED           ' CK-CNT-ROWS-WRITTEN
           DISPLAY '  CORRECTION-PASS ROWS   ' CK-CNT-CORRECTION-ROWS
           DISPLAY '  NON-ZERO RC ROWS       ' CK-CNT-NONZERO-RC
           DISPLAY 'SEQUENCE HASH TOTAL      ' CK-CNT-SEQ-HASH
           DISPLAY 'VCNT COUNT TOTAL         ' CK-CNT-VCNT-TOTAL
           DISPLAY 'NO TRANSACTION IMAGE     ' CK-CNT-NO-TXN
           DISPLAY 'NO RESULT IMAGE          ' CK-CNT-NO-RSLT
           DISPLAY 'FILED ON EXTRACT REGISTER' CK-CNT-REGISTERED
           DISPLAY '================================================'
           .
