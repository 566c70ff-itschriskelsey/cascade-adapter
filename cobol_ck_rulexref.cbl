      * Caskade Programming Language Adapter for COBOL - Rule
      * Cross-Reference and Dormancy Report
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - ONCE RULES COULD CALL
      *                 RULES (CK-RULE-STEP-CALL) NOBODY COULD SAY
      *                 WHAT DEPENDED ON WHAT, AND THE BUSINESS
      *                 OWNERS WERE RETIRING AND CHANGING RULES
      *                 BLIND. THIS REPORT READS THE VERSIONED RULES
      *                 FILE AND THE AUDIT ARCHIVE AND PRINTS, PER
      *                 RULE NAME: EVERY RULE IT CALLS AND EVERY RULE
      *                 THAT CALLS IT, DIRECTLY AND DOWN THE FOUR-
      *                 NAME CHAIN; EACH VERSION ON FILE AS IN FORCE,
      *                 FUTURE-DATED OR SUPERSEDED AS OF THE RUN
      *                 DATE; ITS ARCHIVED EVALUATION COUNT AND LAST-
      *                 RUN DATE OVER THE PARM= WINDOW, BY NAME AND
      *                 BY VERSION (CK-AARC-RULE-NAME/RULE-EFF); AND
      *                 FLAGS FOR NAMES NEVER CALLED AND NEVER
      *                 SUBMITTED IN THE WINDOW AND FOR SUPERSEDED
      *                 VERSIONS NOTHING IN THE WINDOW RAN - THE
      *                 CLEAN-OUT CANDIDATES. THE TOTALS SET THE
      *                 VERSION COUNT AGAINST THE ADAPTER'S 500-
      *                 VERSION RULE TABLE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-RULEXREF.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-RULES-FILE
               ASSIGN TO "RULESFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-RULE-KEY.

           SELECT CASKADE-AUDIT-ARCHIVE
               ASSIGN TO "AUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-AARC-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CASKADE-RULES-FILE.
       COPY CKRULREC.

       FD  CASKADE-AUDIT-ARCHIVE.
       COPY CKAARREC.

       WORKING-STORAGE SECTION.
       77 CK-STEP-IX    PIC 9(02) COMP.

       01  CK-XREF-SWITCHES.
           05 CK-RULES-EOF-SW          PIC X(01) VALUE 'N'.
              88 CK-END-OF-RULES       VALUE 'Y'.
           05 CK-BROWSE-DONE-SW        PIC X(01) VALUE 'N'.
              88 CK-BROWSE-DONE        VALUE 'Y'.
           05 CK-EDGE-DUP-SW           PIC X(01) VALUE 'N'.
              88 CK-EDGE-DUP           VALUE 'Y'.
           05 CK-FUTURE-VER-SW         PIC X(01) VALUE 'N'.
              88 CK-HAS-FUTURE-VER     VALUE 'Y'.

      *> The as-of date versions are resolved against (the run date)
      *> and the start of the evaluation window off the EXEC card's
      *> PARM= (blank or zero = everything the archive still holds);
      *> the window runs through the run date
       77 CK-AS-OF-DATE                PIC 9(08) VALUE 0.
       77 CK-WINDOW-FROM               PIC 9(08) VALUE 0.

      *> The adapter's rule-table capacity (CK-RTAB-MAX in
      *> LOAD-RULE-TABLE-PROCEDURE) and the call-chain depth limit
      *> RULEMAINT and the adapter enforce. This report's own tables
      *> are sized past the adapter's, so it still runs - and shows
      *> what to clean out - when the rules file has outgrown it.
       77 CK-ADAPTER-RTAB-MAX          PIC 9(04) COMP VALUE 500.
       77 CK-ADAPTER-RTAB-WARN         PIC 9(04) COMP VALUE 450.
       77 CK-RULE-MAX-DEPTH            PIC 9(02) COMP VALUE 4.

      *> Every version on the rules file, in key order (name, then
      *> effective date ascending), with the rules its RULE steps
      *> call and its archived evaluation count in the window
       01  CK-VER-TABLE.
           05 CK-VER-MAX               PIC 9(04) COMP VALUE 1000.
           05 CK-VER-COUNT             PIC 9(04) COMP VALUE 0.
           05 CK-VER-IX                PIC 9(04) COMP.
           05 CK-VER-FOUND-IX          PIC 9(04) COMP.
           05 CK-VER-LAST-IX           PIC 9(04) COMP.
           05 CK-VER-ENTRY OCCURS 1000 TIMES.
              10 CK-VER-NAME-IX        PIC 9(04) COMP.
              10 CK-VER-EFF            PIC 9(08).
              10 CK-VER-STATUS         PIC X(01).
                 88 CK-VER-IN-FORCE    VALUE 'I'.
                 88 CK-VER-FUTURE      VALUE 'F'.
                 88 CK-VER-SUPERSEDED  VALUE 'S'.
              10 CK-VER-EVALS          PIC 9(08) COMP.
              10 CK-VER-LAST-RUN       PIC 9(08).
              10 CK-VER-STEP-COUNT     PIC 9(02).
              10 CK-VER-CALL           PIC X(10) OCCURS 10 TIMES.

      *> One entry per rule name - every name on the rules file, plus
      *> any name a RULE step calls or an archived row ran that is
      *> no longer on file (CK-XN-VER-COUNT zero). CK-XN-LEVEL is
      *> the walk's mark: 1 on the name being reported, N on a name
      *> N-1 calls away from it, zero on a name not reached.
       01  CK-NAME-TABLE.
           05 CK-XN-MAX                PIC 9(04) COMP VALUE 1000.
           05 CK-XN-COUNT              PIC 9(04) COMP VALUE 0.
           05 CK-XN-IX                 PIC 9(04) COMP.
           05 CK-XN-FOUND-IX           PIC 9(04) COMP.
           05 CK-XN-ROOT-IX            PIC 9(04) COMP.
           05 CK-XN-LOOKUP-NAME        PIC X(10).
           05 CK-XN-ENTRY OCCURS 1000 TIMES.
              10 CK-XN-NAME            PIC X(10).
              10 CK-XN-FIRST-VER       PIC 9(04) COMP.
              10 CK-XN-VER-COUNT       PIC 9(04) COMP.
              10 CK-XN-IN-FORCE-EFF    PIC 9(08).
              10 CK-XN-EVALS           PIC 9(08) COMP.
              10 CK-XN-GONE-EVALS      PIC 9(08) COMP.
              10 CK-XN-LAST-RUN        PIC 9(08).
              10 CK-XN-CALLERS         PIC 9(04) COMP.
              10 CK-XN-LEVEL           PIC 9(01).

      *> Distinct caller-to-called pairs across every version of
      *> every name - any version can be the one in force on some
      *> date, so a call from any version is a live dependency
       01  CK-EDGE-TABLE.
           05 CK-EDGE-MAX              PIC 9(05) COMP VALUE 5000.
           05 CK-EDGE-COUNT            PIC 9(05) COMP VALUE 0.
           05 CK-EDGE-IX               PIC 9(05) COMP.
           05 CK-EDGE-FROM-IX          PIC 9(04) COMP.
           05 CK-EDGE-ENTRY OCCURS 5000 TIMES.
              10 CK-EDGE-FROM          PIC 9(04) COMP.
              10 CK-EDGE-TO            PIC 9(04) COMP.

      *> Chain-walk work fields
       01  CK-WALK-WORK.
           05 CK-WALK-LEVEL            PIC 9(01).
           05 CK-WALK-NEXT-LEVEL       PIC 9(01).
           05 CK-WALK-DISTANCE         PIC 9(01).
           05 CK-WALK-SHOWN            PIC 9(04) COMP.

       01  CK-XREF-COUNTS.
           05 CK-CNT-AUDIT-ROWS        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-RULE-ROWS         PIC 9(08) COMP VALUE 0.
           05 CK-CNT-IN-FORCE          PIC 9(08) COMP VALUE 0.
           05 CK-CNT-FUTURE            PIC 9(08) COMP VALUE 0.
           05 CK-CNT-SUPERSEDED        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-CLEANOUT          PIC 9(08) COMP VALUE 0.
           05 CK-CNT-DORMANT           PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NOT-ON-FILE       PIC 9(08) COMP VALUE 0.
           05 CK-CNT-KEEP              PIC 9(08) COMP VALUE 0.

       LINKAGE SECTION.
       01  CK-JCL-PARM.
           05 CK-JCL-PARM-LEN          PIC S9(04) COMP.
           05 CK-JCL-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING CK-JCL-PARM.

      *****************************************************
      * XREF-DRIVER - LOADS EVERY VERSION OFF THE RULES    *
      * FILE, RESOLVES EACH NAME'S VERSION IN FORCE AS OF  *
      * THE RUN DATE, BUILDS THE CALL GRAPH, COUNTS THE    *
      * WINDOW'S ARCHIVED EVALUATIONS BY NAME AND VERSION, *
      * AND PRINTS ONE CROSS-REFERENCE BLOCK PER NAME.     *
      *****************************************************
       XREF-DRIVER-PROCEDURE.
           ACCEPT CK-AS-OF-DATE FROM DATE YYYYMMDD
           IF CK-JCL-PARM-TEXT(1:8) = SPACES
               MOVE 0 TO CK-WINDOW-FROM
           ELSE
               IF CK-JCL-PARM-TEXT(1:8) NOT NUMERIC
                   DISPLAY 'CASKADE-RULEXREF PARM= MUST BE A YYYYMMDD '
                       'WINDOW START DATE - NOTHING REPORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CK-JCL-PARM-TEXT(1:8) TO CK-WINDOW-FROM
           END-IF
           IF CK-WINDOW-FROM > CK-AS-OF-DATE
               DISPLAY 'CASKADE-RULEXREF WINDOW START ' CK-WINDOW-FROM
                   ' IS PAST THE RUN DATE - NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CASKADE-RULES-FILE
           PERFORM READ-RULE-PROCEDURE
           PERFORM FILE-VERSION-PROCEDURE
               UNTIL CK-END-OF-RULES
           CLOSE CASKADE-RULES-FILE
           PERFORM RESOLVE-NAME-VERSIONS-PROCEDURE
               VARYING CK-XN-IX FROM 1 BY 1
               UNTIL CK-XN-IX > CK-XN-COUNT
           PERFORM BUILD-VERSION-EDGES-PROCEDURE
               VARYING CK-VER-IX FROM 1 BY 1
               UNTIL CK-VER-IX > CK-VER-COUNT
           OPEN INPUT CASKADE-AUDIT-ARCHIVE
           PERFORM SCAN-ARCHIVE-PROCEDURE
           CLOSE CASKADE-AUDIT-ARCHIVE
           DISPLAY '================================================'
           DISPLAY 'CASKADE-RULEXREF RULE CROSS-REFERENCE/DORMANCY'
           DISPLAY 'AS OF ' CK-AS-OF-DATE
               ' WINDOW ' CK-WINDOW-FROM ' THRU ' CK-AS-OF-DATE
           DISPLAY '================================================'
           PERFORM PRINT-RULE-BLOCK-PROCEDURE
               VARYING CK-XN-ROOT-IX FROM 1 BY 1
               UNTIL CK-XN-ROOT-IX > CK-XN-COUNT
           PERFORM PRINT-XREF-TOTALS-PROCEDURE
           EVALUATE TRUE
               WHEN CK-VER-COUNT > CK-ADAPTER-RTAB-MAX
                   MOVE 8 TO RETURN-CODE
               WHEN CK-VER-COUNT NOT < CK-ADAPTER-RTAB-WARN
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN
           .

       READ-RULE-PROCEDURE.
           READ CASKADE-RULES-FILE NEXT RECORD
               AT END SET CK-END-OF-RULES TO TRUE
           END-READ
           .

      *> Files one version - the file reads in key order, so a new
      *> name starts a new name entry and its versions follow it
      *> contiguously, oldest effective date first
       FILE-VERSION-PROCEDURE.
           IF CK-VER-COUNT = CK-VER-MAX
               DISPLAY 'RULES FILE EXCEEDS ' CK-VER-MAX
                   ' VERSIONS - VERSION TABLE MUST BE ENLARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CK-XN-COUNT = 0
                   OR CK-RULE-NAME NOT = CK-XN-NAME(CK-XN-COUNT)
               MOVE CK-RULE-NAME TO CK-XN-LOOKUP-NAME
               PERFORM ADD-NAME-ENTRY-PROCEDURE
               COMPUTE CK-XN-FIRST-VER(CK-XN-COUNT) = CK-VER-COUNT + 1
           END-IF
           ADD 1 TO CK-VER-COUNT
           ADD 1 TO CK-XN-VER-COUNT(CK-XN-COUNT)
           MOVE CK-XN-COUNT TO CK-VER-NAME-IX(CK-VER-COUNT)
           MOVE CK-RULE-EFF-DATE TO CK-VER-EFF(CK-VER-COUNT)
           MOVE SPACE TO CK-VER-STATUS(CK-VER-COUNT)
           MOVE 0 TO CK-VER-EVALS(CK-VER-COUNT)
           MOVE 0 TO CK-VER-LAST-RUN(CK-VER-COUNT)
           MOVE CK-RULE-STEP-COUNT TO CK-VER-STEP-COUNT(CK-VER-COUNT)
           PERFORM FILE-VERSION-CALL-PROCEDURE
               VARYING CK-STEP-IX FROM 1 BY 1
               UNTIL CK-STEP-IX > 10
           PERFORM READ-RULE-PROCEDURE
           .

       FILE-VERSION-CALL-PROCEDURE.
           IF CK-STEP-IX NOT > CK-RULE-STEP-COUNT
                   AND CK-RULE-STEP-OP(CK-STEP-IX) = 'RULE'
               MOVE CK-RULE-STEP-CALL(CK-STEP-IX)
                   TO CK-VER-CALL(CK-VER-COUNT, CK-STEP-IX)
           ELSE
               MOVE SPACES TO CK-VER-CALL(CK-VER-COUNT, CK-STEP-IX)
           END-IF
           .

      *> Appends CK-XN-LOOKUP-NAME as a new name entry with nothing
      *> counted against it yet
       ADD-NAME-ENTRY-PROCEDURE.
           IF CK-XN-COUNT = CK-XN-MAX
               DISPLAY 'RULE NAMES EXCEED ' CK-XN-MAX
                   ' - NAME TABLE MUST BE ENLARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CK-XN-COUNT
           MOVE CK-XN-LOOKUP-NAME TO CK-XN-NAME(CK-XN-COUNT)
           MOVE 0 TO CK-XN-FIRST-VER(CK-XN-COUNT)
           MOVE 0 TO CK-XN-VER-COUNT(CK-XN-COUNT)
           MOVE 0 TO CK-XN-IN-FORCE-EFF(CK-XN-COUNT)
           MOVE 0 TO CK-XN-EVALS(CK-XN-COUNT)
           MOVE 0 TO CK-XN-GONE-EVALS(CK-XN-COUNT)
           MOVE 0 TO CK-XN-LAST-RUN(CK-XN-COUNT)
           MOVE 0 TO CK-XN-CALLERS(CK-XN-COUNT)
           MOVE 0 TO CK-XN-LEVEL(CK-XN-COUNT)
           MOVE CK-XN-COUNT TO CK-XN-FOUND-IX
           .

      *> Finds CK-XN-LOOKUP-NAME in the name table, adding it when it
      *> is not there - CK-XN-FOUND-IX is its entry either way
       LOCATE-NAME-PROCEDURE.
           MOVE 0 TO CK-XN-FOUND-IX
           PERFORM CHECK-NAME-ENTRY-PROCEDURE
               VARYING CK-XN-IX FROM 1 BY 1
               UNTIL CK-XN-IX > CK-XN-COUNT
                  OR CK-XN-FOUND-IX > 0
           IF CK-XN-FOUND-IX = 0
               PERFORM ADD-NAME-ENTRY-PROCEDURE
           END-IF
           .

       CHECK-NAME-ENTRY-PROCEDURE.
           IF CK-XN-NAME(CK-XN-IX) = CK-XN-LOOKUP-NAME
               MOVE CK-XN-IX TO CK-XN-FOUND-IX
           END-IF
           .

      *> The version in force is the one with the highest effective
      *> date not after the run date - the same rule the adapter
      *> resolves by. Later versions are waiting to activate; earlier
      *> ones have been superseded.
       RESOLVE-NAME-VERSIONS-PROCEDURE.
           IF CK-XN-VER-COUNT(CK-XN-IX) > 0
               COMPUTE CK-VER-LAST-IX = CK-XN-FIRST-VER(CK-XN-IX)
                   + CK-XN-VER-COUNT(CK-XN-IX) - 1
               PERFORM FIND-IN-FORCE-PROCEDURE
                   VARYING CK-VER-IX FROM CK-XN-FIRST-VER(CK-XN-IX)
                   BY 1 UNTIL CK-VER-IX > CK-VER-LAST-IX
               PERFORM MARK-VERSION-STATUS-PROCEDURE
                   VARYING CK-VER-IX FROM CK-XN-FIRST-VER(CK-XN-IX)
                   BY 1 UNTIL CK-VER-IX > CK-VER-LAST-IX
           END-IF
           .

       FIND-IN-FORCE-PROCEDURE.
           IF CK-VER-EFF(CK-VER-IX) NOT > CK-AS-OF-DATE
               MOVE CK-VER-EFF(CK-VER-IX)
                   TO CK-XN-IN-FORCE-EFF(CK-XN-IX)
           END-IF
           .

       MARK-VERSION-STATUS-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-VER-EFF(CK-VER-IX) > CK-AS-OF-DATE
                   SET CK-VER-FUTURE(CK-VER-IX) TO TRUE
                   ADD 1 TO CK-CNT-FUTURE
               WHEN CK-VER-EFF(CK-VER-IX)
                       = CK-XN-IN-FORCE-EFF(CK-XN-IX)
                   SET CK-VER-IN-FORCE(CK-VER-IX) TO TRUE
                   ADD 1 TO CK-CNT-IN-FORCE
               WHEN OTHER
                   SET CK-VER-SUPERSEDED(CK-VER-IX) TO TRUE
                   ADD 1 TO CK-CNT-SUPERSEDED
           END-EVALUATE
           .

      *> Turns each version's RULE steps into caller-to-called pairs
      *> in the edge table, once per distinct pair
       BUILD-VERSION-EDGES-PROCEDURE.
           MOVE CK-VER-NAME-IX(CK-VER-IX) TO CK-EDGE-FROM-IX
           PERFORM BUILD-STEP-EDGE-PROCEDURE
               VARYING CK-STEP-IX FROM 1 BY 1
               UNTIL CK-STEP-IX > 10
           .

       BUILD-STEP-EDGE-PROCEDURE.
           IF CK-VER-CALL(CK-VER-IX, CK-STEP-IX) NOT = SPACES
               MOVE CK-VER-CALL(CK-VER-IX, CK-STEP-IX)
                   TO CK-XN-LOOKUP-NAME
               PERFORM LOCATE-NAME-PROCEDURE
               MOVE 'N' TO CK-EDGE-DUP-SW
               PERFORM CHECK-EDGE-DUP-PROCEDURE
                   VARYING CK-EDGE-IX FROM 1 BY 1
                   UNTIL CK-EDGE-IX > CK-EDGE-COUNT
                      OR CK-EDGE-DUP
               IF NOT CK-EDGE-DUP
                   PERFORM ADD-EDGE-PROCEDURE
               END-IF
           END-IF
           .

       CHECK-EDGE-DUP-PROCEDURE.
           IF CK-EDGE-FROM(CK-EDGE-IX) = CK-EDGE-FROM-IX
                   AND CK-EDGE-TO(CK-EDGE-IX) = CK-XN-FOUND-IX
               SET CK-EDGE-DUP TO TRUE
           END-IF
           .

       ADD-EDGE-PROCEDURE.
           IF CK-EDGE-COUNT = CK-EDGE-MAX
               DISPLAY 'RULE CALLS EXCEED ' CK-EDGE-MAX
                   ' - EDGE TABLE MUST BE ENLARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CK-EDGE-COUNT
           MOVE CK-EDGE-FROM-IX TO CK-EDGE-FROM(CK-EDGE-COUNT)
           MOVE CK-XN-FOUND-IX TO CK-EDGE-TO(CK-EDGE-COUNT)
           ADD 1 TO CK-XN-CALLERS(CK-XN-FOUND-IX)
           .

      *****************************************************
      * SCAN-ARCHIVE - ONE BROWSE OF THE AUDIT ARCHIVE     *
      * FROM THE WINDOW START THROUGH THE RUN DATE. EVERY  *
      * RULE ROW COUNTS AGAINST ITS NAME AND AGAINST THE   *
      * VERSION THAT RAN (CK-AARC-RULE-EFF); A ROW WHOSE   *
      * VERSION IS NO LONGER ON FILE COUNTS AGAINST THE    *
      * NAME ONLY. ORIGINAL AND CORRECTION PASSES ARE BOTH *
      * EVALUATIONS AND BOTH COUNT.                        *
      *****************************************************
       SCAN-ARCHIVE-PROCEDURE.
           MOVE 'N' TO CK-BROWSE-DONE-SW
           MOVE CK-WINDOW-FROM TO CK-AARC-DATE
           MOVE 0 TO CK-AARC-INTAKE
           MOVE 0 TO CK-AARC-SEQ
           MOVE 0 TO CK-AARC-CORR
           START CASKADE-AUDIT-ARCHIVE
               KEY NOT < CK-AARC-KEY
               INVALID KEY
                   SET CK-BROWSE-DONE TO TRUE
           END-START
           PERFORM SCAN-ARCHIVE-NEXT-PROCEDURE
               UNTIL CK-BROWSE-DONE
           .

       SCAN-ARCHIVE-NEXT-PROCEDURE.
           READ CASKADE-AUDIT-ARCHIVE NEXT RECORD
               AT END
                   SET CK-BROWSE-DONE TO TRUE
               NOT AT END
                   IF CK-AARC-DATE > CK-AS-OF-DATE
                       SET CK-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO CK-CNT-AUDIT-ROWS
                       IF CK-AARC-OP-CODE = 'RULE'
                               AND CK-AARC-RULE-NAME NOT = SPACES
                           PERFORM COUNT-RULE-ROW-PROCEDURE
                       END-IF
                   END-IF
           END-READ
           .

       COUNT-RULE-ROW-PROCEDURE.
           ADD 1 TO CK-CNT-RULE-ROWS
           MOVE CK-AARC-RULE-NAME TO CK-XN-LOOKUP-NAME
           PERFORM LOCATE-NAME-PROCEDURE
           ADD 1 TO CK-XN-EVALS(CK-XN-FOUND-IX)
           IF CK-AARC-DATE > CK-XN-LAST-RUN(CK-XN-FOUND-IX)
               MOVE CK-AARC-DATE TO CK-XN-LAST-RUN(CK-XN-FOUND-IX)
           END-IF
           MOVE 0 TO CK-VER-FOUND-IX
           IF CK-XN-VER-COUNT(CK-XN-FOUND-IX) > 0
               COMPUTE CK-VER-LAST-IX = CK-XN-FIRST-VER(CK-XN-FOUND-IX)
                   + CK-XN-VER-COUNT(CK-XN-FOUND-IX) - 1
               PERFORM CHECK-RUN-VERSION-PROCEDURE
                   VARYING CK-VER-IX
                   FROM CK-XN-FIRST-VER(CK-XN-FOUND-IX) BY 1
                   UNTIL CK-VER-IX > CK-VER-LAST-IX
                      OR CK-VER-FOUND-IX > 0
           END-IF
           IF CK-VER-FOUND-IX = 0
               ADD 1 TO CK-XN-GONE-EVALS(CK-XN-FOUND-IX)
           ELSE
               ADD 1 TO CK-VER-EVALS(CK-VER-FOUND-IX)
               IF CK-AARC-DATE > CK-VER-LAST-RUN(CK-VER-FOUND-IX)
                   MOVE CK-AARC-DATE
                       TO CK-VER-LAST-RUN(CK-VER-FOUND-IX)
               END-IF
           END-IF
           .

       CHECK-RUN-VERSION-PROCEDURE.
           IF CK-VER-EFF(CK-VER-IX) = CK-AARC-RULE-EFF
               MOVE CK-VER-IX TO CK-VER-FOUND-IX
           END-IF
           .

      *****************************************************
      * PRINT-RULE-BLOCK - ONE BLOCK PER NAME: ITS         *
      * VERSIONS AND THEIR STATUS, ITS WINDOW EVALUATIONS, *
      * THE RULES IT CALLS AND THE RULES THAT CALL IT (BY  *
      * DISTANCE DOWN OR UP THE CHAIN - 1 IS DIRECT), AND  *
      * ITS FLAGS. A NAME NEVER CALLED BY ANY RULE ON FILE *
      * AND NEVER RUN IN THE WINDOW IS DORMANT AND ALL ITS *
      * VERSIONS ARE CLEAN-OUT CANDIDATES - UNLESS IT HAS  *
      * A FUTURE-DATED VERSION WAITING TO TAKE EFFECT;     *
      * OTHERWISE A SUPERSEDED VERSION NOTHING IN THE      *
      * WINDOW RAN IS.                                     *
      *****************************************************
       PRINT-RULE-BLOCK-PROCEDURE.
           MOVE CK-XN-ROOT-IX TO CK-XN-IX
           DISPLAY '------------------------------------------------'
           DISPLAY 'RULE ' CK-XN-NAME(CK-XN-IX)
               ' VERSIONS ' CK-XN-VER-COUNT(CK-XN-IX)
               ' IN FORCE ' CK-XN-IN-FORCE-EFF(CK-XN-IX)
           IF CK-XN-VER-COUNT(CK-XN-IX) > 0
               COMPUTE CK-VER-LAST-IX = CK-XN-FIRST-VER(CK-XN-IX)
                   + CK-XN-VER-COUNT(CK-XN-IX) - 1
               PERFORM PRINT-VERSION-LINE-PROCEDURE
                   VARYING CK-VER-IX FROM CK-XN-FIRST-VER(CK-XN-IX)
                   BY 1 UNTIL CK-VER-IX > CK-VER-LAST-IX
           END-IF
           MOVE CK-XN-ROOT-IX TO CK-XN-IX
           DISPLAY '  EVALUATIONS ' CK-XN-EVALS(CK-XN-IX)
               ' LAST RUN ' CK-XN-LAST-RUN(CK-XN-IX)
           IF CK-XN-GONE-EVALS(CK-XN-IX) > 0
               DISPLAY '  EVALUATIONS OF VERSIONS NO LONGER ON FILE '
                   CK-XN-GONE-EVALS(CK-XN-IX)
           END-IF
           PERFORM WALK-CALLEES-PROCEDURE
           PERFORM WALK-CALLERS-PROCEDURE
           PERFORM PRINT-RULE-FLAGS-PROCEDURE
           .

       PRINT-VERSION-LINE-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-VER-IN-FORCE(CK-VER-IX)
                   DISPLAY '  VERSION ' CK-VER-EFF(CK-VER-IX)
                       ' IN FORCE   EVALS ' CK-VER-EVALS(CK-VER-IX)
                       ' LAST RUN ' CK-VER-LAST-RUN(CK-VER-IX)
               WHEN CK-VER-FUTURE(CK-VER-IX)
                   DISPLAY '  VERSION ' CK-VER-EFF(CK-VER-IX)
                       ' FUTURE     WAITING TO ACTIVATE'
               WHEN OTHER
                   PERFORM PRINT-SUPERSEDED-LINE-PROCEDURE
           END-EVALUATE
           .

       PRINT-SUPERSEDED-LINE-PROCEDURE.
           IF CK-VER-EVALS(CK-VER-IX) = 0
               DISPLAY '  VERSION ' CK-VER-EFF(CK-VER-IX)
                   ' SUPERSEDED EVALS ' CK-VER-EVALS(CK-VER-IX)
                   ' - NOT RUN IN WINDOW, CLEAN-OUT CANDIDATE'
           ELSE
               DISPLAY '  VERSION ' CK-VER-EFF(CK-VER-IX)
                   ' SUPERSEDED EVALS ' CK-VER-EVALS(CK-VER-IX)
                   ' LAST RUN ' CK-VER-LAST-RUN(CK-VER-IX)
           END-IF
           .

      *> Marks every name within the chain limit below the name
      *> being reported, one level per pass over the edge table,
      *> then lists them nearest first
       WALK-CALLEES-PROCEDURE.
           PERFORM CLEAR-NAME-LEVEL-PROCEDURE
               VARYING CK-XN-IX FROM 1 BY 1
               UNTIL CK-XN-IX > CK-XN-COUNT
           MOVE 1 TO CK-XN-LEVEL(CK-XN-ROOT-IX)
           PERFORM EXPAND-CALLEE-LEVEL-PROCEDURE
               VARYING CK-WALK-LEVEL FROM 1 BY 1
               UNTIL CK-WALK-LEVEL NOT < CK-RULE-MAX-DEPTH
           MOVE 0 TO CK-WALK-SHOWN
           PERFORM PRINT-CALLEE-LEVEL-PROCEDURE
               VARYING CK-WALK-LEVEL FROM 2 BY 1
               UNTIL CK-WALK-LEVEL > CK-RULE-MAX-DEPTH
           IF CK-WALK-SHOWN = 0
               DISPLAY '  CALLS      NO OTHER RULE'
           END-IF
           .

       WALK-CALLERS-PROCEDURE.
           PERFORM CLEAR-NAME-LEVEL-PROCEDURE
               VARYING CK-XN-IX FROM 1 BY 1
               UNTIL CK-XN-IX > CK-XN-COUNT
           MOVE 1 TO CK-XN-LEVEL(CK-XN-ROOT-IX)
           PERFORM EXPAND-CALLER-LEVEL-PROCEDURE
               VARYING CK-WALK-LEVEL FROM 1 BY 1
               UNTIL CK-WALK-LEVEL NOT < CK-RULE-MAX-DEPTH
           MOVE 0 TO CK-WALK-SHOWN
           PERFORM PRINT-CALLER-LEVEL-PROCEDURE
               VARYING CK-WALK-LEVEL FROM 2 BY 1
               UNTIL CK-WALK-LEVEL > CK-RULE-MAX-DEPTH
           IF CK-WALK-SHOWN = 0
               DISPLAY '  CALLED BY  NO OTHER RULE'
           END-IF
           .

       CLEAR-NAME-LEVEL-PROCEDURE.
           MOVE 0 TO CK-XN-LEVEL(CK-XN-IX)
           .

       EXPAND-CALLEE-LEVEL-PROCEDURE.
           COMPUTE CK-WALK-NEXT-LEVEL = CK-WALK-LEVEL + 1
           PERFORM EXPAND-CALLEE-EDGE-PROCEDURE
               VARYING CK-EDGE-IX FROM 1 BY 1
               UNTIL CK-EDGE-IX > CK-EDGE-COUNT
           .

       EXPAND-CALLEE-EDGE-PROCEDURE.
           IF CK-XN-LEVEL(CK-EDGE-FROM(CK-EDGE-IX)) = CK-WALK-LEVEL
                   AND CK-XN-LEVEL(CK-EDGE-TO(CK-EDGE-IX)) = 0
               MOVE CK-WALK-NEXT-LEVEL
                   TO CK-XN-LEVEL(CK-EDGE-TO(CK-EDGE-IX))
           END-IF
           .

       EXPAND-CALLER-LEVEL-PROCEDURE.
           COMPUTE CK-WALK-NEXT-LEVEL = CK-WALK-LEVEL + 1
           PERFORM EXPAND-CALLER-EDGE-PROCEDURE
               VARYING CK-EDGE-IX FROM 1 BY 1
               UNTIL CK-EDGE-IX > CK-EDGE-COUNT
           .

       EXPAND-CALLER-EDGE-PROCEDURE.
           IF CK-XN-LEVEL(CK-EDGE-TO(CK-EDGE-IX)) = CK-WALK-LEVEL
                   AND CK-XN-LEVEL(CK-EDGE-FROM(CK-EDGE-IX)) = 0
               MOVE CK-WALK-NEXT-LEVEL
                   TO CK-XN-LEVEL(CK-EDGE-FROM(CK-EDGE-IX))
           END-IF
           .

       PRINT-CALLEE-LEVEL-PROCEDURE.
           COMPUTE CK-WALK-DISTANCE = CK-WALK-LEVEL - 1
           PERFORM PRINT-CALLEE-NAME-PROCEDURE
               VARYING CK-XN-IX FROM 1 BY 1
               UNTIL CK-XN-IX > CK-XN-COUNT
           .

       PRINT-CALLEE-NAME-PROCEDURE.
           IF CK-XN-LEVEL(CK-XN-IX) = CK-WALK-LEVEL
               ADD 1 TO CK-WALK-SHOWN
               DISPLAY '  CALLS      ' CK-XN-NAME(CK-XN-IX)
                   ' DISTANCE ' CK-WALK-DISTANCE
           END-IF
           .

       PRINT-CALLER-LEVEL-PROCEDURE.
           COMPUTE CK-WALK-DISTANCE = CK-WALK-LEVEL - 1
           PERFORM PRINT-CALLER-NAME-PROCEDURE
               VARYING CK-XN-IX FROM 1 BY 1
               UNTIL CK-XN-IX > CK-XN-COUNT
           .

       PRINT-CALLER-NAME-PROCEDURE.
           IF CK-XN-LEVEL(CK-XN-IX) = CK-WALK-LEVEL
               ADD 1 TO CK-WALK-SHOWN
               DISPLAY '  CALLED BY  ' CK-XN-NAME(CK-XN-IX)
                   ' DISTANCE ' CK-WALK-DISTANCE
           END-IF
           .

      *> The name-level flags, and the clean-out tally: every version
      *> of a dormant name, else each superseded version not run in
      *> the window. A name with a future-dated version is never
      *> dormant - a rule just filed and waiting to take effect has
      *> no callers and cannot have run yet. Versions load in key
      *> (name, effective date) order, so the name's last version
      *> is future-dated whenever any of them is.
       PRINT-RULE-FLAGS-PROCEDURE.
           MOVE CK-XN-ROOT-IX TO CK-XN-IX
           MOVE 'N' TO CK-FUTURE-VER-SW
           IF CK-XN-VER-COUNT(CK-XN-IX) > 0
               COMPUTE CK-VER-LAST-IX = CK-XN-FIRST-VER(CK-XN-IX)
                   + CK-XN-VER-COUNT(CK-XN-IX) - 1
               IF CK-VER-FUTURE(CK-VER-LAST-IX)
                   SET CK-HAS-FUTURE-VER TO TRUE
               END-IF
           END-IF
           IF CK-XN-VER-COUNT(CK-XN-IX) = 0
               ADD 1 TO CK-CNT-NOT-ON-FILE
               DISPLAY '  ** NOT ON RULES FILE - CALLED OR RUN UNDER '
                   'A NAME NO LONGER FILED'
           END-IF
           IF CK-XN-VER-COUNT(CK-XN-IX) > 0
                   AND CK-XN-IN-FORCE-EFF(CK-XN-IX) = 0
               DISPLAY '  ** NO VERSION IN FORCE - FUTURE-DATED ONLY'
           END-IF
           IF CK-XN-VER-COUNT(CK-XN-IX) > 0
                   AND CK-XN-CALLERS(CK-XN-IX) = 0
                   AND CK-XN-EVALS(CK-XN-IX) = 0
                   AND NOT CK-HAS-FUTURE-VER
               ADD 1 TO CK-CNT-DORMANT
               ADD CK-XN-VER-COUNT(CK-XN-IX) TO CK-CNT-CLEANOUT
               DISPLAY '  ** DORMANT - NEVER CALLED, NEVER SUBMITTED '
                   'IN WINDOW - SAFE TO CLEAN OUT'
           ELSE
               IF CK-XN-VER-COUNT(CK-XN-IX) > 0
                   PERFORM COUNT-CLEANOUT-VERSION-PROCEDURE
                       VARYING CK-VER-IX FROM CK-XN-FIRST-VER(CK-XN-IX)
                       BY 1 UNTIL CK-VER-IX > CK-VER-LAST-IX
               END-IF
           END-IF
           .

       COUNT-CLEANOUT-VERSION-PROCEDURE.
           IF CK-VER-SUPERSEDED(CK-VER-IX)
                   AND CK-VER-EVALS(CK-VER-IX) = 0
               ADD 1 TO CK-CNT-CLEANOUT
           END-IF
           .

      *> Totals, and the version count set against the adapter's
      *> rule table - RC=04 inside the last tenth of the table,
      *> RC=08 once the adapter would refuse to load the file
       PRINT-XREF-TOTALS-PROCEDURE.
           COMPUTE CK-CNT-KEEP = CK-VER-COUNT - CK-CNT-CLEANOUT
           DISPLAY '================================================'
           DISPLAY 'RULE NAMES             ' CK-XN-COUNT
           DISPLAY 'NAMES NOT ON FILE      ' CK-CNT-NOT-ON-FILE
           DISPLAY 'DORMANT NAMES          ' CK-CNT-DORMANT
           DISPLAY 'VERSIONS ON FILE       ' CK-VER-COUNT
           DISPLAY 'VERSIONS IN FORCE      ' CK-CNT-IN-FORCE
           DISPLAY 'VERSIONS FUTURE-DATED  ' CK-CNT-FUTURE
           DISPLAY 'VERSIONS SUPERSEDED    ' CK-CNT-SUPERSEDED
           DISPLAY 'CLEAN-OUT CANDIDATES   ' CK-CNT-CLEANOUT
           DISPLAY 'VERSIONS AFTER CLEAN   ' CK-CNT-KEEP
           DISPLAY 'AUDIT ROWS IN WINDOW   ' CK-CNT-AUDIT-ROWS
           DISPLAY 'RULE ROWS IN WINDOW    ' CK-CNT-RULE-ROWS
           DISPLAY 'ADAPTER RULE TABLE     ' CK-ADAPTER-RTAB-MAX
               ' VERSIONS (LOAD-RULE-TABLE-PROCEDURE)'
           EVALUATE TRUE
               WHEN CK-VER-COUNT > CK-ADAPTER-RTAB-MAX
                   DISPLAY '** RULES FILE EXCEEDS THE ADAPTER RULE '
                       'TABLE - THE ADAPTER WILL FAIL TO LOAD IT'
               WHEN CK-VER-COUNT NOT < CK-ADAPTER-RTAB-WARN
                   DISPLAY '** RULES FILE WITHIN 10 PERCENT OF THE '
                       'ADAPTER RULE TABLE - CLEAN OUT OR ENLARGE'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY '================================================'
           .
