      * Caskade Programming Language Adapter for COBOL - Expected
      * Transmission Report
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - THE SUBMISSION REGISTER
      *                 (SUBMREG, CKSREGREC) RECORDS EVERY INTAKE
      *                 THAT DID ARRIVE, BUT NOTHING TOLD US ABOUT
      *                 ONE THAT NEVER CAME - TWICE A CAPTURE SYSTEM
      *                 FAILED TO SEND, THE NIGHT RAN CLEAN, AND THE
      *                 GAP WAS FOUND BY ITS BUSINESS OWNERS. THIS
      *                 MORNING REPORT HOLDS THE REGISTER'S FILINGS
      *                 FOR ONE BUSINESS DATE TO THE EXPECTED-
      *                 TRANSMISSION SCHEDULE (XMITSCHD, CKSCHREC)
      *                 AND LISTS EVERY FEED AS ON-TIME, LATE (FILED
      *                 AFTER ITS CUTOFF), MISSING (FEWER INTAKES
      *                 THAN SCHEDULED) OR UNEXPECTED (NOT DUE THAT
      *                 DAY, NOT ON THE SCHEDULE, OR MORE INTAKES
      *                 THAN SCHEDULED). ANY MISSING FEED ENDS THE
      *                 STEP RC=8 SO THE SCHEDULER PAGES BEFORE THE
      *                 BUSINESS OPENS; LATE OR UNEXPECTED ALONE IS
      *                 RC=4. PARM= NAMES THE BUSINESS DATE; BLANK
      *                 MEANS THE LAST BUSINESS DAY BEFORE TODAY ON
      *                 THE BUSINESS CALENDAR (BUSCAL, CKCALREC).
      * 10/15/2026 CK   FEEDS ARE NOW MATCHED BY CAPTURE SYSTEM OFF
      *                 THE SUBMITTER VOLUME REGISTER (SUBMVOL,
      *                 CKSVRGREC), ONE RECORD PER CAPTURE SYSTEM PER
      *                 FILED INTAKE, INSTEAD OF BY THE SUBMISSION
      *                 REGISTER'S HEADER SUBMITTER - ON THE
      *                 CONSOLIDATED TRANSMISSION THAT ONLY NAMES THE
      *                 CARRIER, SO EVERY SCHEDULED CAPTURE SYSTEM
      *                 SHOWED MISSING AND THE CARRIER UNEXPECTED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-FEEDCHK.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASKADE-SCHEDULE
               ASSIGN TO "XMITSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-SCHD-KEY.

           SELECT OPTIONAL CASKADE-SUBM-VOLUME
               ASSIGN TO "SUBMVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-SVRG-KEY.

           SELECT OPTIONAL CASKADE-CALENDAR
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CAL-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> Who is expected to send, on which weekdays, how many
      *> intakes, and by when (CKSCHREC, CASKADE-SCHDMAINT)
       FD  CASKADE-SCHEDULE.
       COPY CKSCHREC.

      *> One record per capture system on every cleanly verified
      *> intake ever processed, with the date and time the intake
      *> was filed on the submission register (CKSVRGREC)
       FD  CASKADE-SUBM-VOLUME.
       COPY CKSVRGREC.

      *> Business, holiday and weekend days with each date's prior
      *> and next business day (CKCALREC, CASKADE-CALMAINT)
       FD  CASKADE-CALENDAR.
       COPY CKCALREC.

       WORKING-STORAGE SECTION.
       77 CK-FEED-IX    PIC 9(02) COMP.
       77 CK-STEP-IX    PIC 9(02) COMP.

       01  CK-FEED-SWITCHES.
           05 CK-SCHD-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-SCHEDULE    VALUE 'Y'.
           05 CK-SVRG-EOF-SW           PIC X(01) VALUE 'N'.
              88 CK-END-OF-REGISTER    VALUE 'Y'.
           05 CK-BUS-DAY-SW            PIC X(01) VALUE 'N'.
              88 CK-REPORT-BUS-DAY     VALUE 'Y'.

      *> The business date being checked - off the EXEC card's
      *> PARM=, or the last business day before today
       77 CK-REPORT-DATE               PIC 9(08) VALUE 0.
       77 CK-REPORT-WEEKDAY            PIC 9(01) VALUE 0.
       77 CK-RUN-DATE                  PIC 9(08) VALUE 0.

      *> One entry per feed - every scheduled submitter in key order,
      *> then any submitter that filed without being on the schedule
      *> at all. The cutoff is resolved once per entry from the
      *> business date and the entry's cutoff business-day offset.
       01  CK-FEED-TABLE.
           05 CK-FEED-MAX              PIC 9(02) COMP VALUE 50.
           05 CK-FEED-COUNT            PIC 9(02) COMP VALUE 0.
           05 CK-FEED-FOUND-IX         PIC 9(02) COMP VALUE 0.
           05 CK-FEED-ENTRY OCCURS 50 TIMES.
              10 CK-FEED-SUBMITTER     PIC X(08).
              10 CK-FEED-SCHED-SW      PIC X(01).
                 88 CK-FEED-SCHEDULED  VALUE 'Y'.
              10 CK-FEED-DUE-SW        PIC X(01).
                 88 CK-FEED-DUE        VALUE 'Y'.
              10 CK-FEED-INTAKES       PIC 9(02).
              10 CK-FEED-CUTOFF-DATE   PIC 9(08).
              10 CK-FEED-CUTOFF-TIME   PIC 9(04).
              10 CK-FEED-ON-TIME       PIC 9(04) COMP.
              10 CK-FEED-LATE          PIC 9(04) COMP.
              10 CK-FEED-LAST-DATE     PIC 9(08).
              10 CK-FEED-LAST-TIME     PIC 9(08).
              10 CK-FEED-STATUS        PIC X(10).

      *> Filing stamp as HHMMSSHH, its HHMM held to the cutoff
       01  CK-FILED-STAMP              PIC 9(08).
       01  CK-FILED-STAMP-R REDEFINES CK-FILED-STAMP.
           05 CK-FILED-HHMM            PIC 9(04).
           05 FILLER                   PIC 9(04).

       01  CK-FEED-WORK.
           05 CK-FEED-RECEIVED         PIC 9(04) COMP VALUE 0.
           05 CK-FEED-EXTRA            PIC 9(04) COMP VALUE 0.
           05 CK-CUTOFF-WALK           PIC 9(08) VALUE 0.

       01  CK-FEED-COUNTS.
           05 CK-CNT-DUE               PIC 9(04) COMP VALUE 0.
           05 CK-CNT-ON-TIME           PIC 9(04) COMP VALUE 0.
           05 CK-CNT-LATE              PIC 9(04) COMP VALUE 0.
           05 CK-CNT-MISSING           PIC 9(04) COMP VALUE 0.
           05 CK-CNT-UNEXPECTED        PIC 9(04) COMP VALUE 0.
           05 CK-CNT-NOT-DUE           PIC 9(04) COMP VALUE 0.
           05 CK-CNT-FILINGS           PIC 9(08) COMP VALUE 0.

       LINKAGE SECTION.
       01  CK-JCL-PARM.
           05 CK-JCL-PARM-LEN          PIC S9(04) COMP.
           05 CK-JCL-PARM-TEXT         PIC X(08).

       PROCEDURE DIVISION USING CK-JCL-PARM.

      *****************************************************
      * FEED-DRIVER - RESOLVES THE BUSINESS DATE ON THE    *
      * CALENDAR, LOADS THE SCHEDULE WITH EACH FEED'S DUE  *
      * FLAG AND CUTOFF FOR THAT DATE, PASSES THE          *
      * SUBMITTER VOLUME REGISTER ONCE COUNTING EACH       *
      * CAPTURE SYSTEM'S FILING FOR THE DATE AS ON-TIME,   *
      * LATE OR UNEXPECTED, THEN PRINTS ONE LINE PER FEED  *
      * AND SETS THE CONDITION CODE THE SCHEDULER PAGES    *
      * ON.                                                *
      *****************************************************
       FEED-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CASKADE-CALENDAR
           PERFORM RESOLVE-REPORT-DATE-PROCEDURE
           OPEN INPUT CASKADE-SCHEDULE
           PERFORM READ-SCHEDULE-PROCEDURE
           PERFORM LOAD-SCHEDULE-PROCEDURE
               UNTIL CK-END-OF-SCHEDULE
           CLOSE CASKADE-SCHEDULE
           CLOSE CASKADE-CALENDAR
           OPEN INPUT CASKADE-SUBM-VOLUME
           PERFORM READ-REGISTER-PROCEDURE
           PERFORM SCAN-REGISTER-PROCEDURE
               UNTIL CK-END-OF-REGISTER
           CLOSE CASKADE-SUBM-VOLUME
           PERFORM PRINT-FEED-REPORT-PROCEDURE
           EVALUATE TRUE
               WHEN CK-CNT-MISSING > 0
                   MOVE 8 TO RETURN-CODE
               WHEN CK-CNT-LATE > 0 OR CK-CNT-UNEXPECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN
           .

      *> A PARM date is taken as given; no PARM means the business
      *> day the night's chain just worked - the run date's prior
      *> business day. The date must be on the calendar either way:
      *> without its weekday nothing can be said to be due.
       RESOLVE-REPORT-DATE-PROCEDURE.
           IF CK-JCL-PARM-TEXT(1:8) NUMERIC
                   AND CK-JCL-PARM-TEXT(1:8) NOT = '00000000'
               MOVE CK-JCL-PARM-TEXT(1:8) TO CK-REPORT-DATE
           ELSE
               MOVE CK-RUN-DATE TO CK-CAL-DATE
               READ CASKADE-CALENDAR
                   INVALID KEY
                       MOVE 0 TO CK-REPORT-DATE
                   NOT INVALID KEY
                       MOVE CK-CAL-PRIOR-BUS-DATE TO CK-REPORT-DATE
               END-READ
           END-IF
           MOVE CK-REPORT-DATE TO CK-CAL-DATE
           READ CASKADE-CALENDAR
               INVALID KEY
                   DISPLAY 'CASKADE-FEEDCHK BUSINESS DATE '
                       CK-REPORT-DATE ' NOT ON BUSINESS CALENDAR'
                       ' - NO FEED CHECK'
                   CLOSE CASKADE-CALENDAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CK-CAL-WEEKDAY TO CK-REPORT-WEEKDAY
                   IF CK-CAL-BUSINESS-DAY
                       SET CK-REPORT-BUS-DAY TO TRUE
                   END-IF
           END-READ
           .

       READ-SCHEDULE-PROCEDURE.
           READ CASKADE-SCHEDULE NEXT RECORD
               AT END SET CK-END-OF-SCHEDULE TO TRUE
           END-READ
           .

      *> A feed is due when the report date is a business day and
      *> the schedule flags its weekday. Its cutoff is the cutoff
      *> time on the business day CK-SCHD-CUTOFF-BDAYS after the
      *> business date, walked along the calendar's next-business-
      *> day links; a calendar that stops short leaves the cutoff
      *> open (all-nines) and the line says so.
       LOAD-SCHEDULE-PROCEDURE.
           PERFORM ADD-FEED-ENTRY-PROCEDURE
           MOVE CK-SCHD-SUBMITTER TO CK-FEED-SUBMITTER(CK-FEED-COUNT)
           MOVE 'Y' TO CK-FEED-SCHED-SW(CK-FEED-COUNT)
           MOVE CK-SCHD-INTAKE-COUNT TO CK-FEED-INTAKES(CK-FEED-COUNT)
           MOVE CK-SCHD-CUTOFF-TIME
               TO CK-FEED-CUTOFF-TIME(CK-FEED-COUNT)
           IF CK-REPORT-BUS-DAY
                   AND CK-REPORT-WEEKDAY > 0 AND CK-REPORT-WEEKDAY < 6
               IF CK-SCHD-SEND-DAY(CK-REPORT-WEEKDAY) = 'Y'
                   MOVE 'Y' TO CK-FEED-DUE-SW(CK-FEED-COUNT)
               END-IF
           END-IF
           MOVE CK-REPORT-DATE TO CK-CUTOFF-WALK
           PERFORM STEP-CUTOFF-DAY-PROCEDURE
               VARYING CK-STEP-IX FROM 1 BY 1
               UNTIL CK-STEP-IX > CK-SCHD-CUTOFF-BDAYS
           IF CK-CUTOFF-WALK = 0
               MOVE 99999999 TO CK-FEED-CUTOFF-DATE(CK-FEED-COUNT)
           ELSE
               MOVE CK-CUTOFF-WALK
                   TO CK-FEED-CUTOFF-DATE(CK-FEED-COUNT)
           END-IF
           PERFORM READ-SCHEDULE-PROCEDURE
           .

       STEP-CUTOFF-DAY-PROCEDURE.
           IF CK-CUTOFF-WALK > 0
               MOVE CK-CUTOFF-WALK TO CK-CAL-DATE
               READ CASKADE-CALENDAR
                   INVALID KEY
                       MOVE 0 TO CK-CUTOFF-WALK
                   NOT INVALID KEY
                       MOVE CK-CAL-NEXT-BUS-DATE TO CK-CUTOFF-WALK
               END-READ
           END-IF
           .

       ADD-FEED-ENTRY-PROCEDURE.
           IF CK-FEED-COUNT = CK-FEED-MAX
               DISPLAY 'MORE THAN ' CK-FEED-MAX
                   ' FEEDS - FEED TABLE MUST BE ENLARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CK-FEED-COUNT
           MOVE SPACES TO CK-FEED-SUBMITTER(CK-FEED-COUNT)
           MOVE 'N' TO CK-FEED-SCHED-SW(CK-FEED-COUNT)
           MOVE 'N' TO CK-FEED-DUE-SW(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-INTAKES(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-CUTOFF-DATE(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-CUTOFF-TIME(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-ON-TIME(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-LATE(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-LAST-DATE(CK-FEED-COUNT)
           MOVE 0 TO CK-FEED-LAST-TIME(CK-FEED-COUNT)
           MOVE SPACES TO CK-FEED-STATUS(CK-FEED-COUNT)
           .

       READ-REGISTER-PROCEDURE.
           READ CASKADE-SUBM-VOLUME NEXT RECORD
               AT END SET CK-END-OF-REGISTER TO TRUE
           END-READ
           .

      *> Each capture system's filing for the business date - one
      *> per intake that carried its details, whichever carrier's
      *> transmission brought them - is charged to its feed -
      *> on time when filed no later than the cutoff date and HHMM,
      *> late otherwise. A submitter not on the schedule is added as
      *> an unscheduled feed, so it prints as unexpected.
       SCAN-REGISTER-PROCEDURE.
           IF CK-SVRG-BUS-DATE = CK-REPORT-DATE
               ADD 1 TO CK-CNT-FILINGS
               MOVE 0 TO CK-FEED-FOUND-IX
               PERFORM FIND-FEED-ENTRY-PROCEDURE
                   VARYING CK-FEED-IX FROM 1 BY 1
                   UNTIL CK-FEED-IX > CK-FEED-COUNT
               IF CK-FEED-FOUND-IX = 0
                   PERFORM ADD-FEED-ENTRY-PROCEDURE
                   MOVE CK-FEED-COUNT TO CK-FEED-FOUND-IX
                   MOVE CK-SVRG-SUBMITTER
                       TO CK-FEED-SUBMITTER(CK-FEED-FOUND-IX)
               END-IF
               PERFORM CHARGE-FILING-PROCEDURE
           END-IF
           PERFORM READ-REGISTER-PROCEDURE
           .

       FIND-FEED-ENTRY-PROCEDURE.
           IF CK-FEED-SUBMITTER(CK-FEED-IX) = CK-SVRG-SUBMITTER
               MOVE CK-FEED-IX TO CK-FEED-FOUND-IX
           END-IF
           .

       CHARGE-FILING-PROCEDURE.
           MOVE CK-SVRG-FILED-TIME TO CK-FILED-STAMP
           IF CK-SVRG-FILED-DATE > CK-FEED-CUTOFF-DATE(CK-FEED-FOUND-IX)
                   OR (CK-SVRG-FILED-DATE
                           = CK-FEED-CUTOFF-DATE(CK-FEED-FOUND-IX)
                       AND CK-FILED-HHMM
                           > CK-FEED-CUTOFF-TIME(CK-FEED-FOUND-IX))
               ADD 1 TO CK-FEED-LATE(CK-FEED-FOUND-IX)
           ELSE
               ADD 1 TO CK-FEED-ON-TIME(CK-FEED-FOUND-IX)
           END-IF
           IF CK-SVRG-FILED-DATE > CK-FEED-LAST-DATE(CK-FEED-FOUND-IX)
                   OR (CK-SVRG-FILED-DATE
                           = CK-FEED-LAST-DATE(CK-FEED-FOUND-IX)
                       AND CK-SVRG-FILED-TIME
                           > CK-FEED-LAST-TIME(CK-FEED-FOUND-IX))
               MOVE CK-SVRG-FILED-DATE
                   TO CK-FEED-LAST-DATE(CK-FEED-FOUND-IX)
               MOVE CK-SVRG-FILED-TIME
                   TO CK-FEED-LAST-TIME(CK-FEED-FOUND-IX)
           END-IF
           .

       PRINT-FEED-REPORT-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'CASKADE-FEEDCHK EXPECTED TRANSMISSION REPORT'
           DISPLAY 'BUSINESS DATE ' CK-REPORT-DATE
               ' WEEKDAY ' CK-REPORT-WEEKDAY
           IF NOT CK-REPORT-BUS-DAY
               DISPLAY 'NOT A BUSINESS DAY - NO FEED IS DUE'
           END-IF
           DISPLAY '================================================'
           PERFORM PRINT-FEED-LINE-PROCEDURE
               VARYING CK-FEED-IX FROM 1 BY 1
               UNTIL CK-FEED-IX > CK-FEED-COUNT
           DISPLAY '================================================'
           DISPLAY 'FEEDS DUE       ' CK-CNT-DUE
           DISPLAY '  ON-TIME       ' CK-CNT-ON-TIME
           DISPLAY '  LATE          ' CK-CNT-LATE
           DISPLAY '  MISSING       ' CK-CNT-MISSING
           DISPLAY 'UNEXPECTED      ' CK-CNT-UNEXPECTED
           DISPLAY 'NOT DUE         ' CK-CNT-NOT-DUE
           DISPLAY 'FILINGS READ    ' CK-CNT-FILINGS
           IF CK-CNT-MISSING > 0
               DISPLAY 'FEEDS MISSING - CHASE BEFORE BUSINESS OPENS'
           END-IF
           DISPLAY '================================================'
           .

      *****************************************************
      * PRINT-FEED-LINE - CLASSIFIES ONE FEED: A DUE FEED  *
      * SHORT OF ITS SCHEDULED INTAKES IS MISSING, ONE     *
      * WITH ANY INTAKE FILED PAST CUTOFF IS LATE, ELSE    *
      * ON-TIME - AND ANY INTAKE BEYOND THE SCHEDULE IS    *
      * FLAGGED UNEXPECTED AS WELL. A FILING FROM A FEED   *
      * NOT DUE THAT DAY, OR NOT ON THE SCHEDULE, IS       *
      * UNEXPECTED.                                        *
      *****************************************************
       PRINT-FEED-LINE-PROCEDURE.
           COMPUTE CK-FEED-RECEIVED = CK-FEED-ON-TIME(CK-FEED-IX)
               + CK-FEED-LATE(CK-FEED-IX)
           MOVE 0 TO CK-FEED-EXTRA
           EVALUATE TRUE
               WHEN CK-FEED-DUE(CK-FEED-IX)
                   ADD 1 TO CK-CNT-DUE
                   PERFORM CLASSIFY-DUE-FEED-PROCEDURE
               WHEN CK-FEED-RECEIVED > 0
                   MOVE 'UNEXPECTED' TO CK-FEED-STATUS(CK-FEED-IX)
                   ADD 1 TO CK-CNT-UNEXPECTED
               WHEN OTHER
                   MOVE 'NOT DUE' TO CK-FEED-STATUS(CK-FEED-IX)
                   ADD 1 TO CK-CNT-NOT-DUE
           END-EVALUATE
           DISPLAY CK-FEED-SUBMITTER(CK-FEED-IX) ' '
               CK-FEED-STATUS(CK-FEED-IX)
               ' INTAKES ' CK-FEED-RECEIVED
               ' OF ' CK-FEED-INTAKES(CK-FEED-IX)
               ' LATE ' CK-FEED-LATE(CK-FEED-IX)
           IF CK-FEED-DUE(CK-FEED-IX)
               IF CK-FEED-CUTOFF-DATE(CK-FEED-IX) = 99999999
                   DISPLAY '  CUTOFF PAST END OF CALENDAR - '
                       'NO FILING COUNTED LATE'
               ELSE
                   DISPLAY '  CUTOFF ' CK-FEED-CUTOFF-DATE(CK-FEED-IX)
                       ' ' CK-FEED-CUTOFF-TIME(CK-FEED-IX)
               END-IF
           END-IF
           IF CK-FEED-RECEIVED > 0
               DISPLAY '  LAST FILED ' CK-FEED-LAST-DATE(CK-FEED-IX)
                   ' ' CK-FEED-LAST-TIME(CK-FEED-IX)
           END-IF
           IF CK-FEED-EXTRA > 0
               DISPLAY '  UNEXPECTED - ' CK-FEED-EXTRA
                   ' INTAKES BEYOND SCHEDULE'
           END-IF
           IF NOT CK-FEED-SCHEDULED(CK-FEED-IX)
               DISPLAY '  SUBMITTER NOT ON TRANSMISSION SCHEDULE'
           END-IF
           .

       CLASSIFY-DUE-FEED-PROCEDURE.
           EVALUATE TRUE
               WHEN CK-FEED-RECEIVED < CK-FEED-INTAKES(CK-FEED-IX)
                   MOVE 'MISSING' TO CK-FEED-STATUS(CK-FEED-IX)
                   ADD 1 TO CK-CNT-MISSING
               WHEN CK-FEED-LATE(CK-FEED-IX) > 0
                   MOVE 'LATE' TO CK-FEED-STATUS(CK-FEED-IX)
                   ADD 1 TO CK-CNT-LATE
               WHEN OTHER
                   MOVE 'ON-TIME' TO CK-FEED-STATUS(CK-FEED-IX)
                   ADD 1 TO CK-CNT-ON-TIME
           END-EVALUATE
           IF CK-FEED-RECEIVED > CK-FEED-INTAKES(CK-FEED-IX)
               COMPUTE CK-FEED-EXTRA = CK-FEED-RECEIVED
                   - CK-FEED-INTAKES(CK-FEED-IX)
               ADD 1 TO CK-CNT-UNEXPECTED
           END-IF
           .
