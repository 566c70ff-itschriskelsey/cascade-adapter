      *                 DOUBLE-WRITE OR DROP CORRECTION ROWS. AN
      *                 ABENDED CORRECTION RUN RERUNS FROM RECORD
      *                 ONE - THE FILES ARE SMALL.
      * 10/15/2026 CK   A MULTIDAY RUN NOW HOLDS EVERY DETAIL TO THE
      *                 SUBMITTER MASTER (SUBMAST, CKSUBREC) THE WAY
      *                 CASKADE-TXNEDIT DOES ON THE SINGLE-FILE PATH
      *                 - AN UNKNOWN OR INACTIVE SUBMITTER, AN
      *                 UNENTITLED OP CODE OR RULE NAME, OR A DETAIL
      *                 PAST THE SUBMITTER'S DAILY VOLUME CEILING
      *                 (COUNTED ACROSS THE WHOLE SERIES AND THE
      *                 DATE'S EARLIER INTAKES ON THE SUBMITTER
      *                 VOLUME REGISTER) IS NOT SCORED, IS LISTED
      *                 WITH ITS OWN REASON, AND FAILS ITS INTAKE'S
      *                 VERIFICATION (RC=16) BEFORE THE INTAKE CAN
      *                 BE FILED ON THE SUBMISSION REGISTER. EACH
      *                 INTAKE FILED ALSO FILES ONE SUBMITTER VOLUME
      *                 RECORD PER CAPTURE SYSTEM ON IT (SUBMVOL,
      *                 CKSVRGREC), STAMPED WITH THE SERIES' START -
      *                 CARRIED ON THE CHECKPOINT RECORD, SO A
      *                 RESTART STILL SEEDS THE CEILING WITH THE
      *                 DAY'S OTHER RUNS BUT LEAVES OUT THE FILINGS
      *                 OF THE RUN IT RESUMES.
      * 10/15/2026 CK   ADDED AN OPTIONAL RUN-CONTROL CARD FILE
      *                 (ADAPCARD) OF KEYWORD CARDS - MODE, INSTANCE,
      *                 REGOVERRIDE, CKPTINTERVAL, INVALIDPCT AND
      *                 INVALIDMIN - SO RUN OPTIONS NO LONGER HAVE TO
      *                 FIT THE EIGHT-BYTE PARM AND THE CHECKPOINT
      *                 INTERVAL IS NO LONGER FIXED AT 100. EVERY
      *                 CARD IS VALIDATED AND ECHOED; A BAD CARD, OR
      *                 ONE CONTRADICTING THE PARM, FAILS THE STEP
      *                 (RC=16) BEFORE ANY FILE IS OPENED. THE PARM
      *                 MODES WORK AS BEFORE. WITH INVALIDPCT SET, A
      *                 RUN WHOSE INVALID-RESULT RATE PASSES THE
      *                 LIMIT ONCE INVALIDMIN TRANSACTIONS HAVE BEEN
      *                 SCORED TAKES A FINAL CHECKPOINT, KEEPS ITS
      *                 RESTART POINT, SKIPS THE GATE-USAGE HISTORY,
      *                 AND STOPS RC=12 WITH THAT CODE ON ITS RUNSTAT
      *                 ROW - A FEED OF ALL RC=04 ROWS NO LONGER RUNS
      *                 TO THE END AND ARCHIVES A DAY OF GARBAGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-ADAPTER.
               ASSIGN TO "CKPTFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-RUN-CARDS
               ASSIGN TO "ADAPCARD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-RULES-FILE
               ASSIGN TO "RULESFL"
               ORGANIZATION IS INDEXED
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

           SELECT OPTIONAL CASKADE-HISTORY-FILE
               ASSIGN TO "GATEHIST"
               ORGANIZATION IS INDEXED
      *> checkpoint, so a restarted run can seed its own gate-usage
      *> counters and PRINT-SUMMARY-PROCEDURE still reports a true
      *> whole-day total instead of just the post-restart tail.
      *> CK-CKPT-SERIES-DATE/TIME carry the start stamp of the run
      *> that began the series forward to every restart of it.
       FD  CASKADE-CHECKPOINT-FILE.
       01  CK-CKPT-RECORD.
           05 CK-CKPT-LAST-SEQ         PIC 9(08).
              10 CK-CKPT-SUBM-TRUE     PIC 9(08).
              10 CK-CKPT-SUBM-FALSE    PIC 9(08).
              10 CK-CKPT-SUBM-INVALID  PIC 9(08).
           05 CK-CKPT-SERIES-DATE      PIC 9(08).
           05 CK-CKPT-SERIES-TIME      PIC 9(08).
           05 FILLER                   PIC X(08).

      *> Optional run-control cards, one keyword option per card:
      *> the keyword in columns 1-12 and its value left-justified in
      *> columns 14-21. A card with '*' in column 1 is a comment.
      *>   MODE         NORMAL, MULTIDAY, CORRECT OR SELFTEST
      *>   INSTANCE     PARTITION INSTANCE NUMBER, 01-99
      *>   REGOVERRIDE  YES OR NO - THE AUTHORIZED SUBMISSION-
      *>                REGISTER OVERRIDE (MULTIDAY ONLY)
      *>   CKPTINTERVAL TRANSACTIONS PER CHECKPOINT, 1-9999
      *>   INVALIDPCT   INVALID-RESULT RATE LIMIT, 1-99 PERCENT
      *>   INVALIDMIN   TRANSACTIONS SCORED BEFORE THE LIMIT APPLIES
       FD  CASKADE-RUN-CARDS.
       01  CK-RCTL-CARD.
           05 CK-RCTL-KEYWORD          PIC X(12).
           05 FILLER                   PIC X(01).
           05 CK-RCTL-VALUE            PIC X(08).
           05 FILLER                   PIC X(59).

      *> Named, multi-step Caskade expressions - an ordered sequence
      *> of gate calls keyed by rule name, so a named rule used
      *> across the shop can be changed by updating this file
       FD  CASKADE-SUBM-REGISTER.
       COPY CKSREGREC.

      *> One record per capture system per filed intake - its
      *> details received and accepted (CKSVRGREC), shared with
      *> CASKADE-TXNEDIT
       FD  CASKADE-SUBM-VOLUME.
       COPY CKSVRGREC.

      *> Who may send what (CKSUBREC) - read per submitter on a
      *> MULTIDAY run, whose intakes never pass through
      *> CASKADE-TXNEDIT's own submitter edit
       FD  CASKADE-SUBM-MASTER.
       COPY CKSUBREC.

      *> One record per business date - the closing gate-usage
      *> counters, written at end of run so CASKADE-GATETREND can
      *> trend them instead of someone digging out old sysout

       WORKING-STORAGE SECTION.
       77 CK-VECTOR-IX  PIC 9(03) COMP.
       77 CK-ENT-IX     PIC 9(02) COMP.

       COPY CKPARM.

      *> Checkpoint/restart controls - a checkpoint record is
      *> written every CK-CKPT-INTERVAL transactions; on startup, any
      *> transaction at or below the last checkpointed sequence
      *> number is skipped rather than reprocessed. The interval is
      *> 100 unless a CKPTINTERVAL control card says otherwise.
       01  CK-CKPT-CONTROLS.
           05 CK-CKPT-INTERVAL         PIC 9(04) COMP VALUE 100.
           05 CK-TXN-COUNTER           PIC 9(08) COMP VALUE 0.
           05 CK-RESTART-SEQ           PIC 9(08) VALUE 0.
           05 CK-RESTART-INTAKE        PIC 9(02) VALUE 0.

      *> Invalid-rate circuit breaker - off unless an INVALIDPCT card
      *> sets a limit. Once CK-BRK-MIN-COUNT transactions have been
      *> scored, a run whose share of RC=04 results passes the limit
      *> is stopped at a final checkpoint. The rate is this run's
      *> own: a restart counts afresh from its restart point, so a
      *> restart after the upstream fix is not tripped by the rows
      *> the stopped run already scored.
       01  CK-BREAKER-CONTROLS.
           05 CK-BRK-LIMIT-PCT         PIC 9(03) VALUE 0.
           05 CK-BRK-MIN-COUNT         PIC 9(08) COMP VALUE 500.
           05 CK-BRK-SCORED            PIC 9(08) COMP VALUE 0.
           05 CK-BRK-INVALID           PIC 9(08) COMP VALUE 0.
           05 CK-BREAKER-SW            PIC X(01) VALUE 'N'.
              88 CK-BREAKER-TRIPPED    VALUE 'Y'.

      *> Run-control card bookkeeping. The PARM is applied first; a
      *> card may add to it but may not contradict it, so a mode or
      *> instance named both ways must agree.
       01  CK-RCTL-CONTROLS.
           05 CK-RCTL-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-RUN-CARDS   VALUE 'Y'.
           05 CK-RCTL-ERROR-SW         PIC X(01) VALUE 'N'.
              88 CK-RCTL-ERROR         VALUE 'Y'.
           05 CK-RCTL-BAD-SW           PIC X(01) VALUE 'N'.
              88 CK-RCTL-CARD-BAD      VALUE 'Y'.
           05 CK-PARM-MODE-SW          PIC X(01) VALUE 'N'.
              88 CK-PARM-SET-MODE      VALUE 'Y'.
           05 CK-PARM-INSTANCE-SW      PIC X(01) VALUE 'N'.
              88 CK-PARM-SET-INSTANCE  VALUE 'Y'.
           05 CK-RCTL-CARD-COUNT       PIC 9(04) COMP VALUE 0.
           05 CK-RCTL-REASON           PIC X(40) VALUE SPACES.
           05 CK-RCTL-CARD-MODE        PIC X(08) VALUE SPACES.
           05 CK-RCTL-IX               PIC 9(02) COMP.
           05 CK-RCTL-VALUE-LEN        PIC 9(02) COMP.
           05 CK-RCTL-NUMBER           PIC 9(08) VALUE 0.

      *> Control-record bookkeeping for the header/trailer records on
      *> CASKADE-TXN-FILE - every record is classified as it is read
      *> (details processed, control records absorbed here), and the
           05 CK-RUN-START-DATE        PIC 9(08) VALUE 0.
           05 CK-RUN-START-TIME        PIC 9(08) VALUE 0.

      *> Start stamp of the series this run belongs to - this run's
      *> own, or on a checkpoint restart the interrupted run's,
      *> carried forward on every checkpoint. The volume register
      *> records are filed under it, so a restart (or a restart of
      *> a restart) can tell its own series' filings from the rest
      *> of the day's.
       01  CK-SERIES-STAMP.
           05 CK-SERIES-START-DATE     PIC 9(08) VALUE 0.
           05 CK-SERIES-START-TIME     PIC 9(08) VALUE 0.

      *> The submitter the current detail's output rows are stamped
      *> with - the detail's own CK-TXN-SUBMITTER, or the header's
      *> when the detail field is blank (a single-system feed from
      *> before the consolidated transmission)
       77 CK-DTL-SUBMITTER             PIC X(08) VALUE SPACES.

      *> Submitter-master checks on a MULTIDAY run - each detail is
      *> held to its submitter's active flag, entitled op codes and
      *> rule names, and daily volume ceiling as it is classified; a
      *> detail that fails is not scored, and any failure on an
      *> intake fails that intake's verification. The volume table
      *> counts by capture system and business date across the whole
      *> series, starting from the details the date's earlier
      *> intakes accepted on the submitter volume register, so the
      *> ceiling is a day's ceiling, not an intake's or a run's. Each
      *> entry also counts the current intake's details received and
      *> accepted, filed per capture system with the intake.
       01  CK-ENT-CONTROLS.
           05 CK-SVRG-BROWSE-SW        PIC X(01) VALUE 'N'.
              88 CK-SVRG-BROWSE-DONE   VALUE 'Y'.
           05 CK-ENT-REJECT-SW         PIC X(01) VALUE 'N'.
              88 CK-ENT-REJECTED       VALUE 'Y'.
           05 CK-ENTITLED-SW           PIC X(01) VALUE 'N'.
              88 CK-ENTITLED           VALUE 'Y'.
           05 CK-SMST-FOUND-SW         PIC X(01) VALUE 'N'.
              88 CK-SMST-ON-FILE       VALUE 'Y'.
           05 CK-SMST-LAST-READ        PIC X(08) VALUE LOW-VALUES.
           05 CK-ENT-REJECT-COUNT      PIC 9(08) COMP VALUE 0.
           05 CK-ENT-REJECT-REASON     PIC X(40) VALUE SPACES.

       01  CK-AVOL-TABLE.
           05 CK-AVOL-MAX              PIC 9(02) COMP VALUE 50.
           05 CK-AVOL-COUNT            PIC 9(02) COMP VALUE 0.
           05 CK-AVOL-IX               PIC 9(02) COMP.
           05 CK-AVOL-FOUND-IX         PIC 9(02) COMP.
           05 CK-AVOL-ENTRY OCCURS 50 TIMES.
              10 CK-AVOL-ID            PIC X(08) VALUE SPACES.
              10 CK-AVOL-BUS-DATE      PIC 9(08) VALUE 0.
              10 CK-AVOL-PRIMED-SW     PIC X(01) VALUE 'N'.
                 88 CK-AVOL-PRIMED     VALUE 'Y'.
              10 CK-AVOL-DETAILS       PIC 9(08) COMP VALUE 0.
              10 CK-AVOL-INTAKE-RCVD   PIC 9(08) COMP VALUE 0.
              10 CK-AVOL-INTAKE-ACC    PIC 9(08) COMP VALUE 0.

      *> Per-submitter transaction and TRUE/FALSE/INVALID breakout
      *> for the gate-usage summary - when one capture system on a
      *> consolidated intake sends garbage, this says whose rows
      *> Caskade traffic.
       77 CK-RUN-MODE                  PIC X(08).

      *> The mode the run actually takes - from the PARM, or from a
      *> MODE control card when the PARM names none
       77 CK-EFFECTIVE-MODE            PIC X(08) VALUE 'NORMAL'.
          88 CK-SELFTEST-MODE          VALUE 'SELFTEST'.

      *> Self-test controls - every A/B/X combination against every
      *> scalar gate
       01  CK-TEST-CONTROLS.
       BATCH-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RUN-START-TIME FROM TIME
           MOVE CK-RUN-START-DATE TO CK-SERIES-START-DATE
           MOVE CK-RUN-START-TIME TO CK-SERIES-START-TIME
           MOVE CK-JCL-PARM-TEXT TO CK-RUN-MODE
           IF CK-RUN-MODE = 'MULTIDAY'
               SET CK-MULTI-MODE TO TRUE
               SET CK-PARM-SET-MODE TO TRUE
               MOVE 'MULTIDAY' TO CK-EFFECTIVE-MODE
           END-IF
      *> PARM='MULTIOVR' is a MULTIDAY run with the authorized
      *> submission-register override - the deliberate reprocess of
           IF CK-RUN-MODE = 'MULTIOVR'
               SET CK-MULTI-MODE TO TRUE
               SET CK-REG-OVERRIDE TO TRUE
               SET CK-PARM-SET-MODE TO TRUE
               MOVE 'MULTIDAY' TO CK-EFFECTIVE-MODE
           END-IF
      *> A correction run reprocesses resubmitted transactions
      *> against the business date they belong to - the supplemental
      *> rule versions in force that day are the ones that score it
           IF CK-RUN-MODE = 'CORRECT'
               SET CK-CORRECT-MODE TO TRUE
               SET CK-PARM-SET-MODE TO TRUE
               MOVE 'CORRECT' TO CK-EFFECTIVE-MODE
           END-IF
      *> A partitioned parallel run's instances each carry their
      *> partition number as PARM='PARTnn', so each instance files
                   AND CK-RUN-MODE(5:2) NUMERIC
                   AND CK-RUN-MODE(5:2) NOT = '00'
               MOVE CK-RUN-MODE(5:2) TO CK-INSTANCE-NBR
               SET CK-PARM-SET-INSTANCE TO TRUE
           END-IF
           IF CK-RUN-MODE = 'SELFTEST'
               SET CK-PARM-SET-MODE TO TRUE
               MOVE 'SELFTEST' TO CK-EFFECTIVE-MODE
           END-IF
           PERFORM READ-RUN-CARDS-PROCEDURE
           IF CK-SELFTEST-MODE
               PERFORM SELF-TEST-PROCEDURE
           ELSE
               PERFORM OPEN-FILES-PROCEDURE
               PERFORM SKIP-TO-RESTART-PROCEDURE
               PERFORM PROCESS-TXN-PROCEDURE
                   UNTIL CK-END-OF-TXN-FILE
                      OR CK-BREAKER-TRIPPED
               IF CK-BREAKER-TRIPPED
                   PERFORM REPORT-BREAKER-STOP-PROCEDURE
               ELSE
                   PERFORM VERIFY-CONTROL-TOTALS-PROCEDURE
               END-IF
               PERFORM CLOSE-FILES-PROCEDURE
               PERFORM PRINT-SUMMARY-PROCEDURE
               PERFORM WRITE-HISTORY-PROCEDURE
           CLOSE CASKADE-RUN-STATUS
           .

      *****************************************************
      * READ-RUN-CARDS - READS THE OPTIONAL ADAPCARD FILE, *
      * ECHOING EVERY CARD WITH ITS VERDICT, THEN PRINTS   *
      * THE OPTIONS THE RUN WILL ACTUALLY TAKE. ANY BAD    *
      * CARD FAILS THE STEP HERE, BEFORE A FILE IS OPENED  *
      * OR A CHECKPOINT TOUCHED. NO FILE, OR AN EMPTY ONE, *
      * LEAVES THE PARM AND THE DEFAULTS IN CHARGE.        *
      *****************************************************
       READ-RUN-CARDS-PROCEDURE.
           OPEN INPUT CASKADE-RUN-CARDS
           PERFORM READ-RUN-CARD-PROCEDURE
           PERFORM PROCESS-RUN-CARD-PROCEDURE
               UNTIL CK-END-OF-RUN-CARDS
           CLOSE CASKADE-RUN-CARDS
           IF CK-REG-OVERRIDE AND NOT CK-MULTI-MODE
               SET CK-RCTL-ERROR TO TRUE
               DISPLAY 'REGOVERRIDE YES APPLIES ONLY TO A MULTIDAY '
                   'RUN'
           END-IF
           DISPLAY '================================================'
           DISPLAY 'CASKADE-ADAPTER RUN OPTIONS'
           DISPLAY '================================================'
           DISPLAY 'PARM                 ' CK-RUN-MODE
           DISPLAY 'CONTROL CARDS        ' CK-RCTL-CARD-COUNT
           DISPLAY 'RUN MODE             ' CK-EFFECTIVE-MODE
           DISPLAY 'INSTANCE             ' CK-INSTANCE-NBR
           DISPLAY 'REGISTER OVERRIDE    ' CK-REG-OVERRIDE-SW
           DISPLAY 'CHECKPOINT INTERVAL  ' CK-CKPT-INTERVAL
           IF CK-BRK-LIMIT-PCT > 0
               DISPLAY 'INVALID-RATE LIMIT   ' CK-BRK-LIMIT-PCT
                   ' PCT AFTER ' CK-BRK-MIN-COUNT ' TRANSACTIONS'
           ELSE
               DISPLAY 'INVALID-RATE LIMIT   NONE'
           END-IF
           DISPLAY '================================================'
           IF CK-RCTL-ERROR
               DISPLAY 'RUN-CONTROL CARDS IN ERROR - STEP FAILED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-RUN-CARD-PROCEDURE.
           READ CASKADE-RUN-CARDS
               AT END SET CK-END-OF-RUN-CARDS TO TRUE
           END-READ
           .

       PROCESS-RUN-CARD-PROCEDURE.
           IF CK-RCTL-CARD(1:1) NOT = '*' AND CK-RCTL-CARD NOT = SPACES
               ADD 1 TO CK-RCTL-CARD-COUNT
               MOVE 'N' TO CK-RCTL-BAD-SW
               MOVE SPACES TO CK-RCTL-REASON
               EVALUATE CK-RCTL-KEYWORD
                   WHEN 'MODE'
                       PERFORM APPLY-MODE-CARD-PROCEDURE
                   WHEN 'INSTANCE'
                       PERFORM APPLY-INSTANCE-CARD-PROCEDURE
                   WHEN 'REGOVERRIDE'
                       PERFORM APPLY-OVERRIDE-CARD-PROCEDURE
                   WHEN 'CKPTINTERVAL'
                       PERFORM APPLY-INTERVAL-CARD-PROCEDURE
                   WHEN 'INVALIDPCT'
                       PERFORM APPLY-LIMIT-CARD-PROCEDURE
                   WHEN 'INVALIDMIN'
                       PERFORM APPLY-MINIMUM-CARD-PROCEDURE
                   WHEN OTHER
                       SET CK-RCTL-CARD-BAD TO TRUE
                       MOVE 'UNKNOWN KEYWORD' TO CK-RCTL-REASON
               END-EVALUATE
               DISPLAY 'CONTROL CARD ' CK-RCTL-KEYWORD ' '
                   CK-RCTL-VALUE
               IF CK-RCTL-CARD-BAD
                   SET CK-RCTL-ERROR TO TRUE
                   DISPLAY '  *** REJECTED - ' CK-RCTL-REASON
               END-IF
           END-IF
           PERFORM READ-RUN-CARD-PROCEDURE
           .

      *> A MODE card stands in for the mode PARM; MULTIOVR stays a
      *> PARM shorthand - on cards it is MODE MULTIDAY plus
      *> REGOVERRIDE YES
       APPLY-MODE-CARD-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-RCTL-VALUE NOT = 'NORMAL'
                       AND CK-RCTL-VALUE NOT = 'MULTIDAY'
                       AND CK-RCTL-VALUE NOT = 'CORRECT'
                       AND CK-RCTL-VALUE NOT = 'SELFTEST'
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'MODE NOT NORMAL/MULTIDAY/CORRECT/SELFTEST'
                       TO CK-RCTL-REASON
               WHEN CK-PARM-SET-MODE
                       AND CK-RCTL-VALUE NOT = CK-EFFECTIVE-MODE
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'MODE CONTRADICTS THE PARM'
                       TO CK-RCTL-REASON
               WHEN CK-RCTL-CARD-MODE NOT = SPACES
                       AND CK-RCTL-VALUE NOT = CK-RCTL-CARD-MODE
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'MODE CONTRADICTS AN EARLIER MODE CARD'
                       TO CK-RCTL-REASON
               WHEN OTHER
                   MOVE CK-RCTL-VALUE TO CK-RCTL-CARD-MODE
                   MOVE CK-RCTL-VALUE TO CK-EFFECTIVE-MODE
                   IF CK-RCTL-VALUE = 'MULTIDAY'
                       SET CK-MULTI-MODE TO TRUE
                   END-IF
                   IF CK-RCTL-VALUE = 'CORRECT'
                       SET CK-CORRECT-MODE TO TRUE
                   END-IF
           END-EVALUATE
           .

       APPLY-INSTANCE-CARD-PROCEDURE.
           PERFORM PARSE-CARD-NUMBER-PROCEDURE
           EVALUATE TRUE
               WHEN CK-RCTL-CARD-BAD
                   CONTINUE
               WHEN CK-RCTL-NUMBER < 1 OR CK-RCTL-NUMBER > 99
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'INSTANCE MUST BE 01-99' TO CK-RCTL-REASON
               WHEN CK-PARM-SET-INSTANCE
                       AND CK-RCTL-NUMBER NOT = CK-INSTANCE-NBR
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'INSTANCE CONTRADICTS THE PARM'
                       TO CK-RCTL-REASON
               WHEN OTHER
                   MOVE CK-RCTL-NUMBER TO CK-INSTANCE-NBR
           END-EVALUATE
           .

       APPLY-OVERRIDE-CARD-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-RCTL-VALUE = 'YES'
                   SET CK-REG-OVERRIDE TO TRUE
               WHEN CK-RCTL-VALUE = 'NO' AND CK-RUN-MODE = 'MULTIOVR'
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'REGOVERRIDE CONTRADICTS THE PARM'
                       TO CK-RCTL-REASON
               WHEN CK-RCTL-VALUE = 'NO'
                   MOVE 'N' TO CK-REG-OVERRIDE-SW
               WHEN OTHER
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'REGOVERRIDE MUST BE YES OR NO'
                       TO CK-RCTL-REASON
           END-EVALUATE
           .

       APPLY-INTERVAL-CARD-PROCEDURE.
           PERFORM PARSE-CARD-NUMBER-PROCEDURE
           EVALUATE TRUE
               WHEN CK-RCTL-CARD-BAD
                   CONTINUE
               WHEN CK-RCTL-NUMBER < 1 OR CK-RCTL-NUMBER > 9999
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'CKPTINTERVAL MUST BE 1-9999'
                       TO CK-RCTL-REASON
               WHEN OTHER
                   MOVE CK-RCTL-NUMBER TO CK-CKPT-INTERVAL
           END-EVALUATE
           .

       APPLY-LIMIT-CARD-PROCEDURE.
           PERFORM PARSE-CARD-NUMBER-PROCEDURE
           EVALUATE TRUE
               WHEN CK-RCTL-CARD-BAD
                   CONTINUE
               WHEN CK-RCTL-NUMBER < 1 OR CK-RCTL-NUMBER > 99
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'INVALIDPCT MUST BE 1-99' TO CK-RCTL-REASON
               WHEN OTHER
                   MOVE CK-RCTL-NUMBER TO CK-BRK-LIMIT-PCT
           END-EVALUATE
           .

       APPLY-MINIMUM-CARD-PROCEDURE.
           PERFORM PARSE-CARD-NUMBER-PROCEDURE
           EVALUATE TRUE
               WHEN CK-RCTL-CARD-BAD
                   CONTINUE
               WHEN CK-RCTL-NUMBER < 1
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'INVALIDMIN MUST BE AT LEAST 1'
                       TO CK-RCTL-REASON
               WHEN OTHER
                   MOVE CK-RCTL-NUMBER TO CK-BRK-MIN-COUNT
           END-EVALUATE
           .

      *> A numeric value is the digits up to the first blank in the
      *> value columns, with nothing after them
       PARSE-CARD-NUMBER-PROCEDURE.
           MOVE 0 TO CK-RCTL-NUMBER
           MOVE 0 TO CK-RCTL-VALUE-LEN
           PERFORM MEASURE-CARD-VALUE-PROCEDURE
               VARYING CK-RCTL-IX FROM 1 BY 1
               UNTIL CK-RCTL-IX > 8
                  OR CK-RCTL-VALUE(CK-RCTL-IX:1) = SPACE
           EVALUATE TRUE
               WHEN CK-RCTL-VALUE-LEN = 0
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'VALUE MISSING' TO CK-RCTL-REASON
               WHEN CK-RCTL-VALUE(1:CK-RCTL-VALUE-LEN) NOT NUMERIC
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'VALUE NOT NUMERIC' TO CK-RCTL-REASON
               WHEN CK-RCTL-VALUE-LEN < 8
                       AND CK-RCTL-VALUE(CK-RCTL-VALUE-LEN + 1:)
                           NOT = SPACES
                   SET CK-RCTL-CARD-BAD TO TRUE
                   MOVE 'VALUE NOT NUMERIC' TO CK-RCTL-REASON
               WHEN OTHER
                   MOVE CK-RCTL-VALUE(1:CK-RCTL-VALUE-LEN)
                       TO CK-RCTL-NUMBER
           END-EVALUATE
           .

       MEASURE-CARD-VALUE-PROCEDURE.
           ADD 1 TO CK-RCTL-VALUE-LEN
           .

      *****************************************************
      * SELF-TEST - WALKS EVERY A/B/X COMBINATION AGAINST  *
      * EVERY SCALAR GATE AND DISPLAYS A FULL TRUTH-TABLE  *
           OPEN EXTEND CASKADE-CHECKPOINT-FILE
           IF CK-MULTI-MODE
               OPEN I-O CASKADE-SUBM-REGISTER
               OPEN I-O CASKADE-SUBM-VOLUME
               OPEN INPUT CASKADE-SUBM-MASTER
           END-IF
           OPEN INPUT CASKADE-RULES-FILE
           PERFORM LOAD-RULE-TABLE-PROCEDURE
                   ELSE
                       MOVE 1 TO CK-RESTART-INTAKE
                   END-IF
                   IF CK-CKPT-SERIES-DATE NUMERIC
                           AND CK-CKPT-SERIES-DATE > 0
                           AND CK-CKPT-SERIES-TIME NUMERIC
                       MOVE CK-CKPT-SERIES-DATE
                           TO CK-SERIES-START-DATE
                       MOVE CK-CKPT-SERIES-TIME
                           TO CK-SERIES-START-TIME
                   END-IF
                   PERFORM SEED-GATE-COUNTS-PROCEDURE
                   PERFORM SEED-SUBMITTER-COUNTS-PROCEDURE
           END-READ
                   END-IF
                   ADD 1 TO CK-CTL-DETAIL-COUNT
                   ADD CK-TXN-SEQ-NBR TO CK-CTL-SEQ-HASH
                   MOVE 'N' TO CK-ENT-REJECT-SW
                   IF CK-MULTI-MODE
                       PERFORM CHECK-ENTITLEMENT-PROCEDURE
                   END-IF
                   SET CK-TXN-DELIVERED TO TRUE
               WHEN OTHER
                   SET CK-CTL-ERROR TO TRUE
           MOVE 0 TO CK-CTL-TRL-HASH
           MOVE CK-THDR-BUS-DATE TO CK-RUN-BUS-DATE
           MOVE CK-THDR-SUBMITTER TO CK-RUN-SUBMITTER
           MOVE 0 TO CK-ENT-REJECT-COUNT
           PERFORM RESET-AVOL-INTAKE-PROCEDURE
               VARYING CK-AVOL-IX FROM 1 BY 1
               UNTIL CK-AVOL-IX > CK-AVOL-COUNT
           .

       RESET-AVOL-INTAKE-PROCEDURE.
           MOVE 0 TO CK-AVOL-INTAKE-RCVD(CK-AVOL-IX)
           MOVE 0 TO CK-AVOL-INTAKE-ACC(CK-AVOL-IX)
           .

      *****************************************************
      * CHECK-ENTITLEMENT - ON A MULTIDAY RUN, THE DETAIL'S*
      * SUBMITTER (THE HEADER'S WHEN THE DETAIL FIELD IS   *
      * BLANK) MUST BE ON THE SUBMITTER MASTER AND ACTIVE, *
      * ITS OP CODE AND ANY RULE NAME MUST BE ENTITLED,    *
      * AND IT MUST NOT TAKE THE SUBMITTER PAST ITS DAILY  *
      * VOLUME CEILING FOR THE BUSINESS DATE - THE SAME    *
      * CHECKS CASKADE-TXNEDIT APPLIES, WITH THE SAME      *
      * REASONS. A DETAIL SKIPPED ON A CHECKPOINT RESTART  *
      * PASSES THROUGH HERE TOO, SO THE VOLUME COUNTS STILL *
      * COVER THE WHOLE DAY.                               *
      *****************************************************
       CHECK-ENTITLEMENT-PROCEDURE.
           IF CK-TXN-SUBMITTER = SPACES
               MOVE CK-RUN-SUBMITTER TO CK-DTL-SUBMITTER
           ELSE
               MOVE CK-TXN-SUBMITTER TO CK-DTL-SUBMITTER
           END-IF
           PERFORM LOCATE-AVOL-ENTRY-PROCEDURE
           ADD 1 TO CK-AVOL-INTAKE-RCVD(CK-AVOL-FOUND-IX)
           IF CK-DTL-SUBMITTER NOT = CK-SMST-LAST-READ
               PERFORM READ-SUBM-MASTER-PROCEDURE
           END-IF
           EVALUATE TRUE
               WHEN NOT CK-SMST-ON-FILE
                   SET CK-ENT-REJECTED TO TRUE
                   MOVE 'SUBMITTER NOT ON SUBMITTER MASTER'
                       TO CK-ENT-REJECT-REASON
               WHEN NOT CK-SMST-ACTIVE
                   SET CK-ENT-REJECTED TO TRUE
                   MOVE 'SUBMITTER NOT ACTIVE ON MASTER'
                       TO CK-ENT-REJECT-REASON
               WHEN OTHER
                   MOVE 'N' TO CK-ENTITLED-SW
                   PERFORM CHECK-OP-ENTITLED-PROCEDURE
                       VARYING CK-ENT-IX FROM 1 BY 1
                       UNTIL CK-ENT-IX > CK-SMST-OP-COUNT
                          OR CK-ENT-IX > 16
                          OR CK-ENTITLED
                   IF NOT CK-ENTITLED
                       SET CK-ENT-REJECTED TO TRUE
                       MOVE 'OP CODE NOT ENTITLED FOR SUBMITTER'
                           TO CK-ENT-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF NOT CK-ENT-REJECTED AND CK-TXN-OP-CODE = 'RULE'
               MOVE 'N' TO CK-ENTITLED-SW
               PERFORM CHECK-RULE-ENTITLED-PROCEDURE
                   VARYING CK-ENT-IX FROM 1 BY 1
                   UNTIL CK-ENT-IX > CK-SMST-RULE-COUNT
                      OR CK-ENT-IX > 20
                      OR CK-ENTITLED
               IF NOT CK-ENTITLED
                   SET CK-ENT-REJECTED TO TRUE
                   MOVE 'RULE NOT ENTITLED FOR SUBMITTER'
                       TO CK-ENT-REJECT-REASON
               END-IF
           END-IF
           IF NOT CK-ENT-REJECTED
               PERFORM CHECK-DAILY-VOLUME-PROCEDURE
           END-IF
           IF CK-ENT-REJECTED
               ADD 1 TO CK-ENT-REJECT-COUNT
               DISPLAY 'INTAKE ' CK-INTAKE-NBR ' SEQ ' CK-TXN-SEQ-NBR
                   ' SUBMITTER ' CK-DTL-SUBMITTER ' OP '
                   CK-TXN-OP-CODE ' REJECTED - ' CK-ENT-REJECT-REASON
           END-IF
           .

       READ-SUBM-MASTER-PROCEDURE.
           MOVE CK-DTL-SUBMITTER TO CK-SMST-LAST-READ
           MOVE CK-DTL-SUBMITTER TO CK-SMST-SUBMITTER
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

      *> Zero on the master means no ceiling; otherwise a detail is
      *> counted against the capture system's business date only
      *> once it has passed every other check. The day's count is
      *> seeded from the volume register the first time the system
      *> reaches this check for the date.
       CHECK-DAILY-VOLUME-PROCEDURE.
           IF NOT CK-AVOL-PRIMED(CK-AVOL-FOUND-IX)
               SET CK-AVOL-PRIMED(CK-AVOL-FOUND-IX) TO TRUE
               IF CK-SMST-DAILY-CEILING > 0
                   PERFORM SEED-AVOL-FROM-VOLUME-PROCEDURE
               END-IF
           END-IF
           IF CK-SMST-DAILY-CEILING > 0
                   AND CK-AVOL-DETAILS(CK-AVOL-FOUND-IX)
                       NOT < CK-SMST-DAILY-CEILING
               SET CK-ENT-REJECTED TO TRUE
               MOVE 'SUBMITTER DAILY VOLUME CEILING EXCEEDED'
                   TO CK-ENT-REJECT-REASON
           ELSE
               ADD 1 TO CK-AVOL-DETAILS(CK-AVOL-FOUND-IX)
               ADD 1 TO CK-AVOL-INTAKE-ACC(CK-AVOL-FOUND-IX)
           END-IF
           .

      *> Finds the detail's capture system and business date in the
      *> volume table, adding it on its first detail
       LOCATE-AVOL-ENTRY-PROCEDURE.
           MOVE 0 TO CK-AVOL-FOUND-IX
           PERFORM FIND-AVOL-ENTRY-PROCEDURE
               VARYING CK-AVOL-IX FROM 1 BY 1
               UNTIL CK-AVOL-IX > CK-AVOL-COUNT
                  OR CK-AVOL-FOUND-IX > 0
           IF CK-AVOL-FOUND-IX = 0
               IF CK-AVOL-COUNT = CK-AVOL-MAX
                   DISPLAY 'MORE THAN ' CK-AVOL-MAX
                       ' SUBMITTER DATES ON TXNFILE - VOLUME TABLE '
                       'MUST BE ENLARGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CK-AVOL-COUNT
               MOVE CK-AVOL-COUNT TO CK-AVOL-FOUND-IX
               MOVE CK-DTL-SUBMITTER TO CK-AVOL-ID(CK-AVOL-FOUND-IX)
               MOVE CK-RUN-BUS-DATE
                   TO CK-AVOL-BUS-DATE(CK-AVOL-FOUND-IX)
           END-IF
           .

       FIND-AVOL-ENTRY-PROCEDURE.
           IF CK-AVOL-ID(CK-AVOL-IX) = CK-DTL-SUBMITTER
                   AND CK-AVOL-BUS-DATE(CK-AVOL-IX) = CK-RUN-BUS-DATE
               MOVE CK-AVOL-IX TO CK-AVOL-FOUND-IX
           END-IF
           .

      *> Adds up the details the capture system's earlier intakes
      *> for the business date accepted, leaving out every record
      *> this series filed itself - its own earlier intakes are
      *> already in the count, and on a checkpoint restart the
      *> interrupted run's filings carry the same series stamp, so
      *> the intakes the restart re-reads (their skipped details
      *> counted again as they pass) are not counted twice. Not done
      *> on the authorized reprocess, where the volume register
      *> already holds the very intakes being rerun - that run is
      *> held to the ceiling over its own details only.
       SEED-AVOL-FROM-VOLUME-PROCEDURE.
           IF NOT CK-REG-OVERRIDE
               MOVE 'N' TO CK-SVRG-BROWSE-SW
               MOVE CK-DTL-SUBMITTER TO CK-SVRG-SUBMITTER
               MOVE CK-RUN-BUS-DATE TO CK-SVRG-BUS-DATE
               MOVE LOW-VALUES TO CK-SVRG-CARRIER
               MOVE 0 TO CK-SVRG-SEQ-HASH
               MOVE 0 TO CK-SVRG-DETAIL-COUNT
               START CASKADE-SUBM-VOLUME
                   KEY NOT < CK-SVRG-KEY
                   INVALID KEY
                       SET CK-SVRG-BROWSE-DONE TO TRUE
               END-START
               PERFORM SEED-AVOL-NEXT-PROCEDURE
                   UNTIL CK-SVRG-BROWSE-DONE
           END-IF
           .

       SEED-AVOL-NEXT-PROCEDURE.
           READ CASKADE-SUBM-VOLUME NEXT RECORD
               AT END
                   SET CK-SVRG-BROWSE-DONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CK-SVRG-SUBMITTER NOT = CK-DTL-SUBMITTER
                               OR CK-SVRG-BUS-DATE
                                   NOT = CK-RUN-BUS-DATE
                           SET CK-SVRG-BROWSE-DONE TO TRUE
                       WHEN CK-SVRG-RUN-DATE = CK-SERIES-START-DATE
                               AND CK-SVRG-RUN-TIME
                                   = CK-SERIES-START-TIME
                           CONTINUE
                       WHEN OTHER
                           ADD CK-SVRG-ACCEPTED
                               TO CK-AVOL-DETAILS(CK-AVOL-FOUND-IX)
                   END-EVALUATE
           END-READ
           .

      *****************************************************
                       CK-CTL-TRL-HASH ' READ ' CK-CTL-SEQ-HASH
               END-IF
           END-IF
           IF CK-ENT-REJECT-COUNT > 0
               SET CK-CTL-ERROR TO TRUE
               DISPLAY 'INTAKE ' CK-INTAKE-NBR ' HAS '
                   CK-ENT-REJECT-COUNT ' DETAILS REJECTED ON THE '
                   'SUBMITTER MASTER - NOT SCORED'
           END-IF
           IF NOT CK-CTL-ERROR AND CK-MULTI-MODE
               PERFORM CHECK-SUBM-REGISTER-PROCEDURE
           END-IF
               INVALID KEY
                   REWRITE CK-SREG-RECORD
           END-WRITE
           PERFORM FILE-SUBM-VOLUME-PROCEDURE
               VARYING CK-AVOL-IX FROM 1 BY 1
               UNTIL CK-AVOL-IX > CK-AVOL-COUNT
           .

      *> The intake's register filing broken out by capture system,
      *> under the carrier's register key and with the same filing
      *> stamp - one record per system with details on the intake
       FILE-SUBM-VOLUME-PROCEDURE.
           IF CK-AVOL-INTAKE-RCVD(CK-AVOL-IX) > 0
               MOVE CK-AVOL-ID(CK-AVOL-IX) TO CK-SVRG-SUBMITTER
               MOVE CK-SREG-BUS-DATE TO CK-SVRG-BUS-DATE
               MOVE CK-SREG-SUBMITTER TO CK-SVRG-CARRIER
               MOVE CK-SREG-SEQ-HASH TO CK-SVRG-SEQ-HASH
               MOVE CK-SREG-DETAIL-COUNT TO CK-SVRG-DETAIL-COUNT
               MOVE CK-AVOL-INTAKE-RCVD(CK-AVOL-IX)
                   TO CK-SVRG-RECEIVED
               MOVE CK-AVOL-INTAKE-ACC(CK-AVOL-IX)
                   TO CK-SVRG-ACCEPTED
               MOVE CK-SREG-FILED-DATE TO CK-SVRG-FILED-DATE
               MOVE CK-SREG-FILED-TIME TO CK-SVRG-FILED-TIME
               MOVE CK-SREG-FILED-BY TO CK-SVRG-FILED-BY
               MOVE CK-SERIES-START-DATE TO CK-SVRG-RUN-DATE
               MOVE CK-SERIES-START-TIME TO CK-SVRG-RUN-TIME
               WRITE CK-SVRG-RECORD
                   INVALID KEY
                       REWRITE CK-SVRG-RECORD
               END-WRITE
           END-IF
           .

      *> A correction detail must reference the original work it
      *> reject file, so a missing reference is a build mistake that
      *> fails the step loudly rather than filing a replacement row
      *> under the wrong key
      *> A MULTIDAY detail that failed its submitter-master checks
      *> was listed when it was classified and is not scored here
       PROCESS-TXN-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-CORRECT-MODE
                       AND (CK-TXN-CORR-NBR < 1
                        OR CK-TXN-ORIG-INTAKE < 1)
                   SET CK-CTL-ERROR TO TRUE
                   DISPLAY 'CORRECTION DETAIL WITHOUT ORIGINAL '
                       'REFERENCE - SEQ ' CK-TXN-SEQ-NBR
               WHEN CK-ENT-REJECTED
                   CONTINUE
               WHEN OTHER
                   PERFORM EVALUATE-TXN-PROCEDURE
           END-EVALUATE
           IF NOT CK-BREAKER-TRIPPED
               PERFORM READ-TXN-PROCEDURE
           END-IF
           .

       EVALUATE-TXN-PROCEDURE.
           PERFORM WRITE-AUDIT-RECORD-PROCEDURE
           PERFORM TALLY-GATE-USAGE-PROCEDURE
           PERFORM CHECKPOINT-IF-DUE-PROCEDURE
           PERFORM CHECK-INVALID-RATE-PROCEDURE
           .

      *> Runs a single scalar or vector gate directly off the
               GIVING CK-CKPT-QUOTIENT
               REMAINDER CK-CKPT-REMAINDER
           IF CK-CKPT-REMAINDER = 0 AND NOT CK-CORRECT-MODE
               PERFORM WRITE-CHECKPOINT-PROCEDURE
           END-IF
           .

       WRITE-CHECKPOINT-PROCEDURE.
           MOVE CK-TXN-SEQ-NBR TO CK-CKPT-LAST-SEQ
           MOVE CK-INTAKE-NBR TO CK-CKPT-INTAKE-NBR
           ACCEPT CK-CKPT-DATE FROM DATE YYYYMMDD
           ACCEPT CK-CKPT-TIME FROM TIME
           MOVE CK-SERIES-START-DATE TO CK-CKPT-SERIES-DATE
           MOVE CK-SERIES-START-TIME TO CK-CKPT-SERIES-TIME
           PERFORM SNAPSHOT-GATE-COUNTS-PROCEDURE
           PERFORM SNAPSHOT-SUBMITTER-COUNTS-PROCEDURE
           WRITE CK-CKPT-RECORD
           .

      *> The circuit breaker, run after every scored transaction. On
      *> a trip the final checkpoint names this transaction, so the
      *> restart resumes with the next one - unless the regular
      *> checkpoint just did. A correction run writes none, as
      *> ever, and reruns from record one after the fix.
       CHECK-INVALID-RATE-PROCEDURE.
           ADD 1 TO CK-BRK-SCORED
           IF CK-PARM-RC-INVALID-INPUT
               ADD 1 TO CK-BRK-INVALID
           END-IF
           IF CK-BRK-LIMIT-PCT > 0
                   AND CK-BRK-SCORED NOT < CK-BRK-MIN-COUNT
                   AND CK-BRK-INVALID * 100
                       > CK-BRK-LIMIT-PCT * CK-BRK-SCORED
               SET CK-BREAKER-TRIPPED TO TRUE
               IF CK-CKPT-REMAINDER NOT = 0 AND NOT CK-CORRECT-MODE
                   PERFORM WRITE-CHECKPOINT-PROCEDURE
               END-IF
           END-IF
           .

      *****************************************************
      * REPORT-BREAKER-STOP - THE RUN STOPPED SHORT ON ITS *
      * INVALID-RESULT RATE. THE INTAKE IN HAND IS NOT     *
      * VERIFIED (ITS TRAILER WAS NEVER REACHED), THE      *
      * CHECKPOINT FILE KEEPS ITS RESTART POINT, AND THE   *
      * STEP ENDS RC=12 - THE CODE FILED ON RUNSTAT - SO   *
      * THE STOP CANNOT PASS FOR A CLEAN SHORT DAY.        *
      *****************************************************
       REPORT-BREAKER-STOP-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'INVALID-RESULT RATE OVER LIMIT - RUN STOPPED'
           DISPLAY 'SCORED ' CK-BRK-SCORED ' INVALID ' CK-BRK-INVALID
               ' LIMIT ' CK-BRK-LIMIT-PCT ' PCT'
           IF CK-CORRECT-MODE
               DISPLAY 'CORRECTION RUN - RERUN FROM RECORD ONE AFTER '
                   'THE UPSTREAM FIX'
           ELSE
               DISPLAY 'FINAL CHECKPOINT AT INTAKE ' CK-INTAKE-NBR
                   ' SEQ ' CK-TXN-SEQ-NBR
                   ' - RESTART RESUMES AFTER IT'
           END-IF
           DISPLAY '================================================'
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF
           .

                   'WRITTEN, ORIGINAL DAY''S ROW STANDS'
           ELSE
           IF CK-CTL-ERROR OR CK-RUN-BUS-DATE = 0
                   OR CK-BREAKER-TRIPPED
               DISPLAY 'RUN NOT CLEAN - GATE-USAGE HISTORY NOT '
                   'WRITTEN'
           ELSE
           CLOSE CASKADE-CHECKPOINT-FILE
           IF CK-MULTI-MODE
               CLOSE CASKADE-SUBM-REGISTER
               CLOSE CASKADE-SUBM-VOLUME
               CLOSE CASKADE-SUBM-MASTER
           END-IF
           IF NOT CK-CORRECT-MODE AND NOT CK-BREAKER-TRIPPED
               PERFORM RESET-CHECKPOINT-FILE-PROCEDURE
           END-IF
           .
      *> for that same file's genuine restart. A correction run
      *> skips the reset along with the checkpoints themselves, so a
      *> misrouted production CKPTFILE cannot lose a normal run's
      *> restart point to a correction pass. A run stopped by the
      *> invalid-rate breaker keeps its final checkpoint the same
      *> way an abended run does.
       RESET-CHECKPOINT-FILE-PROCEDURE.
           OPEN OUTPUT CASKADE-CHECKPOINT-FILE
           CLOSE CASKADE-CHECKPOINT-FILE
