      *                 IN/OUT AND CONDITION CODE - SO THE NEW
      *                 CASKADE-RUNSTAT MORNING REPORT CAN SHOW THE
      *                 WHOLE NIGHT'S CHAIN FROM ONE FILE.
      * 10/15/2026 CK   EVERY DETAIL IS NOW HELD TO THE SUBMITTER
      *                 MASTER (SUBMAST, CKSUBREC) - A SUBMITTER NOT
      *                 ON THE MASTER OR NOT ACTIVE, AN OP CODE OR
      *                 RULE NAME THE SUBMITTER IS NOT ENTITLED TO,
      *                 AND ANY DETAIL PAST THE SUBMITTER'S DAILY
      *                 VOLUME CEILING (COUNTED OVER THE DATE'S
      *                 EARLIER INTAKES ON THE SUBMITTER VOLUME
      *                 REGISTER AS WELL AS THIS ONE) IS REJECTED,
      *                 EACH WITH ITS OWN REASON. LAST QUARTER A
      *                 TEST CAPTURE SYSTEM'S TRAFFIC PASSED THIS
      *                 EDIT AND WAS SCORED AGAINST THE PRODUCTION
      *                 RULES. EVERY REGISTER FILING NOW FILES ONE
      *                 SUBMITTER VOLUME RECORD PER CAPTURE SYSTEM ON
      *                 THE TRANSMISSION (SUBMVOL, CKSVRGREC) - THE
      *                 REGISTER ITSELF ONLY NAMES THE CARRIER ON A
      *                 CONSOLIDATED FEED.
      * 10/15/2026 CK   THE HEADER'S BUSINESS DATE IS NOW EDITED
      *                 AGAINST THE BUSINESS CALENDAR (BUSCAL,
      *                 CKCALREC) - A DATE NOT ON THE CALENDAR, A
      *                 WEEKEND OR HOLIDAY, A DATE PAST THE RUN DATE,
      *                 OR ONE MORE THAN CK-MAX-AGE-BDAYS BUSINESS
      *                 DAYS OLD REJECTS EVERY DETAIL WITH THE DATE'S
      *                 REASON AND FAILS THE STEP (RC=8) SO THE CHAIN
      *                 STOPS. A CORRECTION FILE'S DETAILS ARE EXEMPT
      *                 FROM THE AGE LIMIT ONLY - ITS HEADER CARRIES
      *                 THE ORIGINAL BUSINESS DATE BY DESIGN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-TXNEDIT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-SREG-KEY.

           SELECT OPTIONAL CASKADE-SUBM-VOLUME
               ASSIGN TO "SUBMVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-SVRG-KEY.

           SELECT OPTIONAL CASKADE-SUBM-MASTER
               ASSIGN TO "SUBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-SMST-KEY.

           SELECT OPTIONAL CASKADE-CALENDAR
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CAL-KEY.

           SELECT OPTIONAL CASKADE-RUN-STATUS
               ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
       FD  CASKADE-SUBM-REGISTER.
       COPY CKSREGREC.

      *> One record per capture system per filed intake - its
      *> details received and accepted (CKSVRGREC)
       FD  CASKADE-SUBM-VOLUME.
       COPY CKSVRGREC.

      *> Who may send what - one record per capture system, with its
      *> active flag, entitled op codes and rule names, and daily
      *> detail-volume ceiling (CKSUBREC, CASKADE-SUBMMAINT)
       FD  CASKADE-SUBM-MASTER.
       COPY CKSUBREC.

      *> Business, holiday and weekend days with each date's prior
      *> and next business day (CKCALREC, CASKADE-CALMAINT)
       FD  CASKADE-CALENDAR.
       COPY CKCALREC.

      *> This step's line of the morning chain report - the shared
      *> operations run-status file every chain step writes as its
      *> last act (CKRSTREC), read back by CASKADE-RUNSTAT
       WORKING-STORAGE SECTION.
       77 CK-VECTOR-IX  PIC 9(03) COMP.
       77 CK-STEP-IX    PIC 9(02) COMP.
       77 CK-ENT-IX     PIC 9(02) COMP.

      *> Step source code being edited, one of the named rule's
      *> CK-RULE-STEP-SRC-A/B/X values in turn
              88 CK-REG-OVERRIDE       VALUE 'Y'.
           05 CK-CORR-FILE-SW          PIC X(01) VALUE 'N'.
              88 CK-CORRECTION-FILE    VALUE 'Y'.
           05 CK-SMST-FOUND-SW         PIC X(01) VALUE 'N'.
              88 CK-SMST-ON-FILE       VALUE 'Y'.
           05 CK-ENTITLED-SW           PIC X(01) VALUE 'N'.
              88 CK-ENTITLED           VALUE 'Y'.
           05 CK-SVRG-BROWSE-SW        PIC X(01) VALUE 'N'.
              88 CK-SVRG-BROWSE-DONE   VALUE 'Y'.

      *> Business date off the incoming header - the date a RULE
      *> record's named rule must have a version in force for
      *> detail whose own submitter field arrived blank
       77 CK-EDIT-SUBMITTER            PIC X(08) VALUE SPACES.

      *> Submitter whose master record is in the record area - the
      *> master is read again only when the detail submitter changes
       77 CK-SMST-LAST-READ            PIC X(08) VALUE LOW-VALUES.

      *> One entry per capture system on the transmission: its
      *> details received and accepted on this transmission, and
      *> the day's accepted total (earlier intakes' accepted details
      *> off the submitter volume register, plus this one's) held
      *> against its daily volume ceiling on the master. The ceiling
      *> is set, and the day's total seeded, the first time one of
      *> the system's details reaches the volume edit.
       01  CK-SVOL-TABLE.
           05 CK-SVOL-MAX              PIC 9(02) COMP VALUE 50.
           05 CK-SVOL-COUNT            PIC 9(02) COMP VALUE 0.
           05 CK-SVOL-IX               PIC 9(02) COMP.
           05 CK-SVOL-FOUND-IX         PIC 9(02) COMP.
           05 CK-SVOL-ENTRY OCCURS 50 TIMES.
              10 CK-SVOL-ID            PIC X(08) VALUE SPACES.
              10 CK-SVOL-PRIMED-SW     PIC X(01) VALUE 'N'.
                 88 CK-SVOL-PRIMED     VALUE 'Y'.
              10 CK-SVOL-RECEIVED      PIC 9(08) COMP VALUE 0.
              10 CK-SVOL-ACCEPTED      PIC 9(08) COMP VALUE 0.
              10 CK-SVOL-DETAILS       PIC 9(08) COMP VALUE 0.
              10 CK-SVOL-CEILING       PIC 9(08) VALUE 0.

      *> Order enforcement for a correction run's supplemental file:
      *> the prior correction detail's (original intake, sequence)
      *> key, against which each next one must ascend strictly -
      *> own rule name, or a step's called rule
       77 CK-RULE-LOOKUP-NAME          PIC X(10) VALUE SPACES.

      *> Header business date edit - the date must be a business
      *> day on the calendar, not past the run date, and no older
      *> than CK-MAX-AGE-BDAYS business days before the run date.
      *> A bad date rejects every detail; an old one every detail
      *> that is not a correction.
       77 CK-MAX-AGE-BDAYS             PIC 9(02) COMP VALUE 5.
       77 CK-AGE-IX                    PIC 9(02) COMP.

       01  CK-HDR-DATE-EDIT.
           05 CK-HDR-DATE-SW           PIC X(01) VALUE 'N'.
              88 CK-HDR-DATE-OK        VALUE 'N'.
              88 CK-HDR-DATE-BAD       VALUE 'B'.
              88 CK-HDR-DATE-OLD       VALUE 'O'.
           05 CK-HDR-DATE-REASON       PIC X(40) VALUE SPACES.
           05 CK-OLDEST-BUS-DATE       PIC 9(08) VALUE 0.

      *> One reason per rejected record, printed on the edit report
       01  CK-REJECT-REASON            PIC X(40).

           OPEN INPUT CASKADE-TXN-FILE
           OPEN INPUT CASKADE-RULES-FILE
           OPEN I-O CASKADE-SUBM-REGISTER
           OPEN I-O CASKADE-SUBM-VOLUME
           OPEN INPUT CASKADE-SUBM-MASTER
           OPEN INPUT CASKADE-CALENDAR
           OPEN OUTPUT CASKADE-ACCEPT-FILE
           OPEN OUTPUT CASKADE-REJECT-FILE
           DISPLAY '================================================'
           CLOSE CASKADE-TXN-FILE
           CLOSE CASKADE-RULES-FILE
           CLOSE CASKADE-SUBM-REGISTER
           CLOSE CASKADE-SUBM-VOLUME
           CLOSE CASKADE-SUBM-MASTER
           CLOSE CASKADE-CALENDAR
           CLOSE CASKADE-ACCEPT-FILE
           CLOSE CASKADE-REJECT-FILE
           PERFORM PRINT-EDIT-TOTALS-PROCEDURE
               SET CK-CTL-HEADER-SEEN TO TRUE
               MOVE CK-THDR-BUS-DATE TO CK-EDIT-BUS-DATE
               MOVE CK-THDR-SUBMITTER TO CK-EDIT-SUBMITTER
               PERFORM EDIT-HEADER-DATE-PROCEDURE
               WRITE CK-ACC-RECORD FROM CK-TXN-RECORD
               WRITE CK-REJ-RECORD FROM CK-TXN-RECORD
           END-IF
           IF CK-TXN-SUBMITTER = SPACES
               MOVE CK-EDIT-SUBMITTER TO CK-TXN-SUBMITTER
           END-IF
           PERFORM LOCATE-SVOL-ENTRY-PROCEDURE
           ADD 1 TO CK-SVOL-RECEIVED(CK-SVOL-FOUND-IX)
           MOVE 'N' TO CK-REJECT-SW
           MOVE SPACES TO CK-REJECT-REASON
           PERFORM EDIT-TXN-PROCEDURE
                       CK-CTL-TRL-HASH ' READ ' CK-CTL-SEQ-HASH
               END-IF
           END-IF
           IF CK-HDR-DATE-BAD
                   OR (CK-HDR-DATE-OLD AND NOT CK-CORRECTION-FILE)
               SET CK-CTL-ERROR TO TRUE
               DISPLAY 'TXNFILE HEADER BUSINESS DATE ' CK-EDIT-BUS-DATE
                   ' REJECTED - ' CK-HDR-DATE-REASON
           END-IF
           .

      *****************************************************
      * EDIT-HEADER-DATE - THE TRANSMISSION'S BUSINESS     *
      * DATE MUST NOT BE PAST THE RUN DATE, MUST BE A      *
      * BUSINESS DAY ON THE CALENDAR, AND MUST BE NO OLDER *
      * THAN CK-MAX-AGE-BDAYS BUSINESS DAYS BEFORE THE RUN *
      * DATE, COUNTED BACK ALONG THE CALENDAR'S PRIOR-     *
      * BUSINESS-DAY LINKS SO WEEKENDS AND HOLIDAYS DO NOT *
      * COUNT AGAINST A SUBMITTER. A CALENDAR THAT DOES    *
      * NOT REACH BACK THAT FAR FAILS THE DATE - THE EDIT  *
      * IS NEVER SKIPPED.                                  *
      *****************************************************
       EDIT-HEADER-DATE-PROCEDURE.
           MOVE CK-RUN-START-DATE TO CK-OLDEST-BUS-DATE
           PERFORM STEP-BACK-BUS-DAY-PROCEDURE
               VARYING CK-AGE-IX FROM 1 BY 1
               UNTIL CK-AGE-IX > CK-MAX-AGE-BDAYS
           EVALUATE TRUE
               WHEN CK-EDIT-BUS-DATE > CK-RUN-START-DATE
                   SET CK-HDR-DATE-BAD TO TRUE
                   MOVE 'BUSINESS DATE IS PAST THE RUN DATE'
                       TO CK-HDR-DATE-REASON
               WHEN CK-OLDEST-BUS-DATE = 0
                   SET CK-HDR-DATE-BAD TO TRUE
                   MOVE 'CALENDAR DOES NOT COVER THE AGE LIMIT'
                       TO CK-HDR-DATE-REASON
               WHEN OTHER
                   MOVE CK-EDIT-BUS-DATE TO CK-CAL-DATE
                   READ CASKADE-CALENDAR
                       INVALID KEY
                           SET CK-HDR-DATE-BAD TO TRUE
                           MOVE 'BUSINESS DATE NOT ON CALENDAR'
                               TO CK-HDR-DATE-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-HEADER-DAY-PROCEDURE
                   END-READ
           END-EVALUATE
           IF NOT CK-HDR-DATE-OK
               DISPLAY 'HEADER BUSINESS DATE ' CK-EDIT-BUS-DATE
                   ' REJECTED - ' CK-HDR-DATE-REASON
           END-IF
           .

       CHECK-HEADER-DAY-PROCEDURE.
           EVALUATE TRUE
               WHEN NOT CK-CAL-BUSINESS-DAY
                   SET CK-HDR-DATE-BAD TO TRUE
                   MOVE 'BUSINESS DATE IS A WEEKEND OR HOLIDAY'
                       TO CK-HDR-DATE-REASON
               WHEN CK-EDIT-BUS-DATE < CK-OLDEST-BUS-DATE
                   SET CK-HDR-DATE-OLD TO TRUE
                   MOVE 'BUSINESS DATE OLDER THAN AGE LIMIT'
                       TO CK-HDR-DATE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       STEP-BACK-BUS-DAY-PROCEDURE.
           IF CK-OLDEST-BUS-DATE > 0
               MOVE CK-OLDEST-BUS-DATE TO CK-CAL-DATE
               READ CASKADE-CALENDAR
                   INVALID KEY
                       MOVE 0 TO CK-OLDEST-BUS-DATE
                   NOT INVALID KEY
                       MOVE CK-CAL-PRIOR-BUS-DATE
                           TO CK-OLDEST-BUS-DATE
               END-READ
           END-IF
           .

      *****************************************************
               INVALID KEY
                   REWRITE CK-SREG-RECORD
           END-WRITE
           PERFORM FILE-SUBM-VOLUME-PROCEDURE
               VARYING CK-SVOL-IX FROM 1 BY 1
               UNTIL CK-SVOL-IX > CK-SVOL-COUNT
           .

      *> The register filing broken out by capture system, under
      *> the carrier's register key and with the same filing stamp
       FILE-SUBM-VOLUME-PROCEDURE.
           MOVE CK-SVOL-ID(CK-SVOL-IX) TO CK-SVRG-SUBMITTER
           MOVE CK-SREG-BUS-DATE TO CK-SVRG-BUS-DATE
           MOVE CK-SREG-SUBMITTER TO CK-SVRG-CARRIER
           MOVE CK-SREG-SEQ-HASH TO CK-SVRG-SEQ-HASH
           MOVE CK-SREG-DETAIL-COUNT TO CK-SVRG-DETAIL-COUNT
           MOVE CK-SVOL-RECEIVED(CK-SVOL-IX) TO CK-SVRG-RECEIVED
           MOVE CK-SVOL-ACCEPTED(CK-SVOL-IX) TO CK-SVRG-ACCEPTED
           MOVE CK-SREG-FILED-DATE TO CK-SVRG-FILED-DATE
           MOVE CK-SREG-FILED-TIME TO CK-SVRG-FILED-TIME
           MOVE CK-SREG-FILED-BY TO CK-SVRG-FILED-BY
           MOVE CK-RUN-START-DATE TO CK-SVRG-RUN-DATE
           MOVE CK-RUN-START-TIME TO CK-SVRG-RUN-TIME
           WRITE CK-SVRG-RECORD
               INVALID KEY
                   REWRITE CK-SVRG-RECORD
           END-WRITE
           .

      *> Each output file carries its own trailer so the accepted
      *> gates validate their operands are edited here.
       EDIT-TXN-PROCEDURE.
           PERFORM EDIT-CORRECTION-REF-PROCEDURE
           IF NOT CK-TXN-REJECTED
               PERFORM EDIT-DETAIL-DATE-PROCEDURE
           END-IF
           IF NOT CK-TXN-REJECTED
               PERFORM EDIT-SUBMITTER-PROCEDURE
           END-IF
           IF NOT CK-TXN-REJECTED
               PERFORM EDIT-OP-FIELDS-PROCEDURE
           END-IF
           IF NOT CK-TXN-REJECTED
               PERFORM EDIT-DAILY-VOLUME-PROCEDURE
           END-IF
           .

      *> Every detail of a transmission whose header date failed is
      *> bounced with the date's reason; an over-age date spares a
      *> correction detail, which is dated to its original night
       EDIT-DETAIL-DATE-PROCEDURE.
           IF CK-HDR-DATE-BAD
                   OR (CK-HDR-DATE-OLD AND CK-TXN-CORR-NBR = 0)
               SET CK-TXN-REJECTED TO TRUE
               MOVE CK-HDR-DATE-REASON TO CK-REJECT-REASON
           END-IF
           .

      *****************************************************
      * EDIT-SUBMITTER - THE DETAIL'S SUBMITTER MUST BE ON *
      * THE SUBMITTER MASTER AND ACTIVE, ITS OP CODE MUST  *
      * BE ONE THE SUBMITTER IS ENTITLED TO, AND A RULE    *
      * DETAIL'S RULE NAME MUST BE ONE OF THE SUBMITTER'S  *
      * ENTITLED RULES (OR THE SUBMITTER MUST HOLD '*ALL') *
      * - SO A TEST OR UNKNOWN CAPTURE SYSTEM'S TRAFFIC    *
      * NEVER REACHES THE PRODUCTION RULES. A BLANK RULE   *
      * NAME IS LEFT TO THE RULE EDIT'S OWN REASON.        *
      *****************************************************
       EDIT-SUBMITTER-PROCEDURE.
           IF CK-TXN-SUBMITTER NOT = CK-SMST-LAST-READ
               PERFORM READ-SUBM-MASTER-PROCEDURE
           END-IF
           EVALUATE TRUE
               WHEN NOT CK-SMST-ON-FILE
                   SET CK-TXN-REJECTED TO TRUE
                   MOVE 'SUBMITTER NOT ON SUBMITTER MASTER'
                       TO CK-REJECT-REASON
               WHEN NOT CK-SMST-ACTIVE
                   SET CK-TXN-REJECTED TO TRUE
                   MOVE 'SUBMITTER NOT ACTIVE ON MASTER'
                       TO CK-REJECT-REASON
               WHEN OTHER
                   MOVE 'N' TO CK-ENTITLED-SW
                   PERFORM CHECK-OP-ENTITLED-PROCEDURE
                       VARYING CK-ENT-IX FROM 1 BY 1
                       UNTIL CK-ENT-IX > CK-SMST-OP-COUNT
                          OR CK-ENT-IX > 16
                          OR CK-ENTITLED
                   IF NOT CK-ENTITLED
                       SET CK-TXN-REJECTED TO TRUE
                       MOVE 'OP CODE NOT ENTITLED FOR SUBMITTER'
                           TO CK-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF NOT CK-TXN-REJECTED AND CK-TXN-OP-CODE = 'RULE'
                   AND CK-TXN-RULE-NAME NOT = SPACES
               MOVE 'N' TO CK-ENTITLED-SW
               PERFORM CHECK-RULE-ENTITLED-PROCEDURE
                   VARYING CK-ENT-IX FROM 1 BY 1
                   UNTIL CK-ENT-IX > CK-SMST-RULE-COUNT
                      OR CK-ENT-IX > 20
                      OR CK-ENTITLED
               IF NOT CK-ENTITLED
                   SET CK-TXN-REJECTED TO TRUE
                   MOVE 'RULE NOT ENTITLED FOR SUBMITTER'
                       TO CK-REJECT-REASON
               END-IF
           END-IF
           .

       READ-SUBM-MASTER-PROCEDURE.
           MOVE CK-TXN-SUBMITTER TO CK-SMST-LAST-READ
           MOVE CK-TXN-SUBMITTER TO CK-SMST-SUBMITTER
           MOVE 'N' TO CK-SMST-FOUND-SW
           READ CASKADE-SUBM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CK-SMST-ON-FILE TO TRUE
           END-READ
           .

       CHECK-OP-ENTITLED-PROCEDURE.
           IF CK-SMST-OP-CODE(CK-ENT-IX) = CK-TXN-OP-CODE
               SET CK-ENTITLED TO TRUE
           END-IF
           .

       CHECK-RULE-ENTITLED-PROCEDURE.
           IF CK-SMST-RULE-NAME(CK-ENT-IX) = CK-TXN-RULE-NAME
                   OR CK-SMST-RULE-NAME(CK-ENT-IX) = '*ALL'
               SET CK-ENTITLED TO TRUE
           END-IF
           .

      *> Run last, once the detail has passed every other edit, so
      *> only details that would otherwise be accepted count toward
      *> the submitter's daily ceiling (zero on the master means no
      *> ceiling). The count is for the business date and the
      *> capture system: the system's entry starts from the details
      *> its earlier intakes for the date had accepted, off the
      *> submitter volume register, so a capture system sending
      *> several intakes a day - alone or inside a carrier's
      *> consolidated transmission - gets one ceiling across all of
      *> them, not one per intake.
       EDIT-DAILY-VOLUME-PROCEDURE.
           IF NOT CK-SVOL-PRIMED(CK-SVOL-FOUND-IX)
               SET CK-SVOL-PRIMED(CK-SVOL-FOUND-IX) TO TRUE
               MOVE CK-SMST-DAILY-CEILING
                   TO CK-SVOL-CEILING(CK-SVOL-FOUND-IX)
               IF CK-SMST-DAILY-CEILING > 0
                   PERFORM SEED-SVOL-FROM-VOLUME-PROCEDURE
               END-IF
           END-IF
           IF CK-SMST-DAILY-CEILING > 0
                   AND CK-SVOL-DETAILS(CK-SVOL-FOUND-IX)
                       NOT < CK-SMST-DAILY-CEILING
               SET CK-TXN-REJECTED TO TRUE
               MOVE 'SUBMITTER DAILY VOLUME CEILING EXCEEDED'
                   TO CK-REJECT-REASON
           ELSE
               ADD 1 TO CK-SVOL-DETAILS(CK-SVOL-FOUND-IX)
               ADD 1 TO CK-SVOL-ACCEPTED(CK-SVOL-FOUND-IX)
           END-IF
           .

      *> Finds the detail's capture system in the volume table,
      *> adding it on its first detail
       LOCATE-SVOL-ENTRY-PROCEDURE.
           MOVE 0 TO CK-SVOL-FOUND-IX
           PERFORM FIND-SVOL-ENTRY-PROCEDURE
               VARYING CK-SVOL-IX FROM 1 BY 1
               UNTIL CK-SVOL-IX > CK-SVOL-COUNT
                  OR CK-SVOL-FOUND-IX > 0
           IF CK-SVOL-FOUND-IX = 0
               IF CK-SVOL-COUNT = CK-SVOL-MAX
                   DISPLAY 'MORE THAN ' CK-SVOL-MAX
                       ' SUBMITTERS ON TXNFILE - VOLUME TABLE MUST BE '
                       'ENLARGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CK-SVOL-COUNT
               MOVE CK-SVOL-COUNT TO CK-SVOL-FOUND-IX
               MOVE CK-TXN-SUBMITTER TO CK-SVOL-ID(CK-SVOL-FOUND-IX)
           END-IF
           .

       FIND-SVOL-ENTRY-PROCEDURE.
           IF CK-SVOL-ID(CK-SVOL-IX) = CK-TXN-SUBMITTER
               MOVE CK-SVOL-IX TO CK-SVOL-FOUND-IX
           END-IF
           .

      *> Adds up the details the capture system's earlier intakes
      *> for the business date accepted, leaving out anything this
      *> run filed itself. Not done on the authorized reprocess (the
      *> volume register already holds this very transmission) or
      *> on a correction file (its details re-score that date's
      *> traffic, already counted once) - both are held to the
      *> ceiling over their own details only.
       SEED-SVOL-FROM-VOLUME-PROCEDURE.
           IF NOT CK-REG-OVERRIDE AND NOT CK-CORRECTION-FILE
               MOVE 'N' TO CK-SVRG-BROWSE-SW
               MOVE CK-TXN-SUBMITTER TO CK-SVRG-SUBMITTER
               MOVE CK-EDIT-BUS-DATE TO CK-SVRG-BUS-DATE
               MOVE LOW-VALUES TO CK-SVRG-CARRIER
               MOVE 0 TO CK-SVRG-SEQ-HASH
               MOVE 0 TO CK-SVRG-DETAIL-COUNT
               START CASKADE-SUBM-VOLUME
                   KEY NOT < CK-SVRG-KEY
                   INVALID KEY
                       SET CK-SVRG-BROWSE-DONE TO TRUE
               END-START
               PERFORM SEED-SVOL-NEXT-PROCEDURE
                   UNTIL CK-SVRG-BROWSE-DONE
           END-IF
           .

       SEED-SVOL-NEXT-PROCEDURE.
           READ CASKADE-SUBM-VOLUME NEXT RECORD
               AT END
                   SET CK-SVRG-BROWSE-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CK-SVRG-SUBMITTER NOT = CK-TXN-SUBMITTER
                               OR CK-SVRG-BUS-DATE
                                   NOT = CK-EDIT-BUS-DATE
                           SET CK-SVRG-BROWSE-DONE TO TRUE
                       WHEN CK-SVRG-RUN-DATE = CK-RUN-START-DATE
                               AND CK-SVRG-RUN-TIME
                                   = CK-RUN-START-TIME
                           CONTINUE
                       WHEN OTHER
                           ADD CK-SVRG-ACCEPTED
                               TO CK-SVOL-DETAILS(CK-SVOL-FOUND-IX)
                   END-EVALUATE
           END-READ
           .

      *> The original-work reference travels as a pair - a detail
           DISPLAY 'RECORDS READ      ' CK-CNT-EDIT-READ
           DISPLAY 'RECORDS ACCEPTED  ' CK-CNT-EDIT-ACCEPTED
           DISPLAY 'RECORDS REJECTED  ' CK-CNT-EDIT-REJECTED
           DISPLAY '------------------------------------------------'
           IF CK-SVOL-COUNT > 0
               DISPLAY 'SUBMITTER  RECEIVED  ACCEPTED  DAY TOTAL'
                   '  CEILING'
               PERFORM PRINT-SVOL-LINE-PROCEDURE
                   VARYING CK-SVOL-IX FROM 1 BY 1
                   UNTIL CK-SVOL-IX > CK-SVOL-COUNT
           END-IF
           DISPLAY '================================================'
           .

       PRINT-SVOL-LINE-PROCEDURE.
           DISPLAY CK-SVOL-ID(CK-SVOL-IX) '   '
               CK-SVOL-RECEIVED(CK-SVOL-IX) '  '
               CK-SVOL-ACCEPTED(CK-SVOL-IX) '  '
               CK-SVOL-DETAILS(CK-SVOL-IX) '  '
               CK-SVOL-CEILING(CK-SVOL-IX)
           .
