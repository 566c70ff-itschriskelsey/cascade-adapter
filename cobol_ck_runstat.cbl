      *                 UNDER YESTERDAY'S DATE - THE DEFAULT IS NOW
      *                 THE LATEST CHAIN DATE ON THE FILE, FOUND
      *                 WITH A FIRST PASS BEFORE THE GATHER.
      * 10/15/2026 CK   THE REPORT NOW ALSO CHECKS THE LAST TEN
      *                 BUSINESS DAYS ON THE BUSINESS CALENDAR
      *                 (BUSCAL, CKCALREC), THROUGH THE LATER OF THE
      *                 REPORT DATE AND THE LAST BUSINESS DAY BEFORE
      *                 TODAY, AND FLAGS ANY OF THEM WITH NO CHAIN
      *                 ROW ON RUNSTAT AT ALL (RC=4). A NIGHT WHOSE
      *                 CHAIN NEVER STARTED USED TO LEAVE NOTHING TO
      *                 REPORT - THE DEFAULT SIMPLY FELL BACK TO THE
      *                 NIGHT BEFORE AND READ CLEAN.
      * 10/15/2026 CK   AN ADAPTER INSTANCE ENDING RC=12 IS NOW
      *                 LABELLED AS STOPPED ON ITS INVALID-RATE LIMIT
      *                 WITH ITS RESTART POINT KEPT, SO THE MORNING
      *                 REPORT SAYS TO RESTART THE STEP AFTER THE
      *                 UPSTREAM FIX RATHER THAN RERUN IT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-RUNSTAT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-RST-KEY.

           SELECT OPTIONAL CASKADE-CALENDAR
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CAL-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CASKADE-RUN-STATUS.
       COPY CKRSTREC.

      *> Business, holiday and weekend days with each date's prior
      *> business day (CKCALREC, CASKADE-CALMAINT) - the business
      *> days every one of which should have a chain on file
       FD  CASKADE-CALENDAR.
       COPY CKCALREC.

       WORKING-STORAGE SECTION.
       77 CK-STAT-IX    PIC 9(02) COMP.
       77 CK-SORT-IX    PIC 9(02) COMP.
       77 CK-LOW-IX     PIC 9(02) COMP.
       77 CK-AVG-IX     PIC 9(02) COMP.
       77 CK-GAP-IX     PIC 9(02) COMP.

       01  CK-STAT-SWITCHES.
           05 CK-EOF-SW                PIC X(01) VALUE 'N'.
      *> or not a date
       77 CK-REPORT-DATE               PIC 9(08) VALUE 0.

      *> Business days checked for a chain on file - the last
      *> CK-GAP-MAX business days on the calendar, newest first,
      *> each marked as its chain rows pass in the gather
       01  CK-GAP-TABLE.
           05 CK-GAP-MAX               PIC 9(02) COMP VALUE 10.
           05 CK-GAP-COUNT             PIC 9(02) COMP VALUE 0.
           05 CK-GAP-MISSING           PIC 9(02) COMP VALUE 0.
           05 CK-GAP-RUN-DATE          PIC 9(08) VALUE 0.
           05 CK-GAP-NEXT-DATE         PIC 9(08) VALUE 0.
           05 CK-GAP-ENTRY OCCURS 10 TIMES.
              10 CK-GAP-DATE           PIC 9(08).
              10 CK-GAP-SEEN-SW        PIC X(01).
                 88 CK-GAP-SEEN        VALUE 'Y'.

      *> The day's chain, collected off the status file and then
      *> sorted by start timestamp so the report reads in the order
      *> the night actually ran
           ELSE
               PERFORM FIND-LATEST-CHAIN-PROCEDURE
           END-IF
           PERFORM BUILD-GAP-WINDOW-PROCEDURE
           OPEN INPUT CASKADE-RUN-STATUS
           PERFORM READ-STATUS-PROCEDURE
           PERFORM GATHER-STATUS-PROCEDURE
               VARYING CK-STAT-IX FROM 1 BY 1
               UNTIL CK-STAT-IX > CK-DAY-COUNT
           PERFORM PRINT-REPORT-PROCEDURE
           PERFORM PRINT-GAP-CHECK-PROCEDURE
           IF CK-GAP-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

           PERFORM READ-STATUS-PROCEDURE
           .

      *****************************************************
      * BUILD-GAP-WINDOW - LISTS THE BUSINESS DAYS TO BE   *
      * CHECKED FOR A CHAIN: STARTING FROM THE LATER OF    *
      * THE REPORT DATE AND THE LAST BUSINESS DAY BEFORE   *
      * TODAY (SO A NIGHT THAT NEVER RAN IS STILL IN THE   *
      * WINDOW WHEN THE REPORT DEFAULTS TO THE NIGHT       *
      * BEFORE), BACK ALONG THE CALENDAR'S PRIOR-BUSINESS- *
      * DAY LINKS. A DATE THE CALENDAR DOES NOT COVER ENDS *
      * THE WINDOW EARLY.                                  *
      *****************************************************
       BUILD-GAP-WINDOW-PROCEDURE.
           ACCEPT CK-GAP-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CASKADE-CALENDAR
           MOVE CK-GAP-RUN-DATE TO CK-CAL-DATE
           READ CASKADE-CALENDAR
               INVALID KEY
                   MOVE 0 TO CK-GAP-NEXT-DATE
               NOT INVALID KEY
                   MOVE CK-CAL-PRIOR-BUS-DATE TO CK-GAP-NEXT-DATE
           END-READ
           IF CK-REPORT-DATE > CK-GAP-NEXT-DATE
               MOVE CK-REPORT-DATE TO CK-CAL-DATE
               READ CASKADE-CALENDAR
                   INVALID KEY
                       MOVE 0 TO CK-GAP-NEXT-DATE
                   NOT INVALID KEY
                       IF CK-CAL-BUSINESS-DAY
                           MOVE CK-CAL-DATE TO CK-GAP-NEXT-DATE
                       ELSE
                           MOVE CK-CAL-PRIOR-BUS-DATE
                               TO CK-GAP-NEXT-DATE
                       END-IF
               END-READ
           END-IF
           PERFORM FILE-GAP-ENTRY-PROCEDURE
               UNTIL CK-GAP-NEXT-DATE = 0
                  OR CK-GAP-COUNT = CK-GAP-MAX
           CLOSE CASKADE-CALENDAR
           .

       FILE-GAP-ENTRY-PROCEDURE.
           ADD 1 TO CK-GAP-COUNT
           MOVE CK-GAP-NEXT-DATE TO CK-GAP-DATE(CK-GAP-COUNT)
           MOVE 'N' TO CK-GAP-SEEN-SW(CK-GAP-COUNT)
           MOVE CK-GAP-NEXT-DATE TO CK-CAL-DATE
           READ CASKADE-CALENDAR
               INVALID KEY
                   MOVE 0 TO CK-GAP-NEXT-DATE
               NOT INVALID KEY
                   MOVE CK-CAL-PRIOR-BUS-DATE TO CK-GAP-NEXT-DATE
           END-READ
           .

      *> Any row at all under a business day's chain date counts -
      *> the step list itself is the chain report's business
       MARK-GAP-DATE-PROCEDURE.
           IF CK-GAP-DATE(CK-GAP-IX) = CK-RST-CHAIN-DATE
               MOVE 'Y' TO CK-GAP-SEEN-SW(CK-GAP-IX)
           END-IF
           .

      *> The report chain date's rows go into the day table; every
      *> earlier chain date's rows pool into that step's elapsed
      *> average. Rows for later dates (a report run for an older
      *> night) are ignored.
       GATHER-STATUS-PROCEDURE.
           PERFORM COMPUTE-ELAPSED-PROCEDURE
           PERFORM MARK-GAP-DATE-PROCEDURE
               VARYING CK-GAP-IX FROM 1 BY 1
               UNTIL CK-GAP-IX > CK-GAP-COUNT
           EVALUATE TRUE
               WHEN CK-RST-CHAIN-DATE = CK-REPORT-DATE
                   PERFORM FILE-DAY-ENTRY-PROCEDURE
                   DISPLAY '  FILES DID NOT BALANCE'
               END-IF
           END-IF
           IF CK-DAY-PROGRAM(CK-STAT-IX) = 'CASKADE-ADAPTER'
                   AND CK-DAY-COND(CK-STAT-IX) = 12
               DISPLAY '  STOPPED ON INVALID-RATE LIMIT - RESTART '
                   'FROM CHECKPOINT AFTER THE UPSTREAM FIX'
           END-IF
           IF CK-DAY-COND(CK-STAT-IX) NOT = 0
               DISPLAY '  STEP ENDED NON-ZERO - CHECK THIS STEP'
           END-IF
           .

      *> The business-day check under the chain - every business
      *> day in the window with no chain row on file is listed
       PRINT-GAP-CHECK-PROCEDURE.
           IF CK-GAP-COUNT = 0
               DISPLAY 'BUSINESS CALENDAR DOES NOT COVER '
                   CK-REPORT-DATE ' - NO BUSINESS-DAY CHECK'
           ELSE
               DISPLAY 'BUSINESS-DAY CHECK - ' CK-GAP-COUNT
                   ' BUSINESS DAYS ' CK-GAP-DATE(CK-GAP-COUNT)
                   ' THROUGH ' CK-GAP-DATE(1)
               PERFORM PRINT-GAP-LINE-PROCEDURE
                   VARYING CK-GAP-IX FROM 1 BY 1
                   UNTIL CK-GAP-IX > CK-GAP-COUNT
               IF CK-GAP-MISSING = 0
                   DISPLAY 'EVERY BUSINESS DAY HAS A CHAIN ON FILE'
               END-IF
           END-IF
           DISPLAY '================================================'
           .

       PRINT-GAP-LINE-PROCEDURE.
           IF NOT CK-GAP-SEEN(CK-GAP-IX)
               ADD 1 TO CK-GAP-MISSING
               DISPLAY '  NO CHAIN ON FILE FOR BUSINESS DAY '
                   CK-GAP-DATE(CK-GAP-IX)
           END-IF
           .
