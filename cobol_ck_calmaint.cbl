      * Caskade Programming Language Adapter for COBOL - Business
      * Calendar Maintenance
      * Created on October 15, 2026
      * By Chris Kelsey of Blue Vision Studios
      *
      * MODIFICATION HISTORY
      * ------------------------------------------------------------
      * DATE       BY   DESCRIPTION
      * 10/15/2026 CK   ORIGINAL PROGRAM - BATCH MAINTENANCE FOR THE
      *                 BUSINESS CALENDAR (BUSCAL, CKCALREC). READS A
      *                 MAINTENANCE TRANSACTION FILE OF ADDYEAR,
      *                 HOLIDAY AND BUSDAY REQUESTS - ADDYEAR FILES
      *                 EVERY DATE OF A YEAR AS A BUSINESS OR WEEKEND
      *                 DAY, HOLIDAY MARKS A BANK HOLIDAY, BUSDAY
      *                 CLEARS ONE - PRINTS A BEFORE/AFTER CHANGE
      *                 REPORT PER REQUEST, AND THEN RELINKS EVERY
      *                 DATE'S PRIOR AND NEXT BUSINESS DAY ACROSS THE
      *                 WHOLE FILE, SO THE EDIT, TREND, PURGE AND
      *                 RUN-STATUS STEPS ALL STEP ACROSS WEEKENDS AND
      *                 HOLIDAYS THE SAME WAY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-CALMAINT.
       AUTHOR. CHRIS KELSEY.
       INSTALLATION. BLUE VISION STUDIOS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASKADE-MAINT-FILE
               ASSIGN TO "CALTXN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASKADE-CALENDAR
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CAL-KEY.

       DATA DIVISION.
       FILE SECTION.
      *> One maintenance request per record - the action verb and
      *> the date it applies to (ADDYEAR reads only the year), plus
      *> the holiday's name on a HOLIDAY request
       FD  CASKADE-MAINT-FILE.
       01  CK-CMNT-RECORD.
           05 CK-CMNT-ACTION           PIC X(07).
              88 CK-CMNT-ADDYEAR       VALUE 'ADDYEAR'.
              88 CK-CMNT-HOLIDAY       VALUE 'HOLIDAY'.
              88 CK-CMNT-BUSDAY        VALUE 'BUSDAY'.
           05 CK-CMNT-DATE             PIC 9(08).
           05 CK-CMNT-DATE-R REDEFINES CK-CMNT-DATE.
              10 CK-CMNT-YEAR          PIC 9(04).
              10 CK-CMNT-MONTH         PIC 9(02).
              10 CK-CMNT-DAY           PIC 9(02).
           05 CK-CMNT-HOLIDAY-NAME     PIC X(20).
           05 FILLER                   PIC X(13).

       FD  CASKADE-CALENDAR.
       COPY CKCALREC.

       WORKING-STORAGE SECTION.
       77 CK-MONTH-IX   PIC 9(02) COMP.
       77 CK-DAY-IX     PIC 9(02) COMP.
       77 CK-CTAB-IX    PIC 9(04) COMP.

       01  CK-MAINT-SWITCHES.
           05 CK-EOF-SW                PIC X(01) VALUE 'N'.
              88 CK-END-OF-MAINT-FILE  VALUE 'Y'.
           05 CK-REJECT-SW             PIC X(01) VALUE 'N'.
              88 CK-CMNT-REJECTED      VALUE 'Y'.
           05 CK-BEFORE-SW             PIC X(01) VALUE 'N'.
              88 CK-DATE-ON-FILE       VALUE 'Y'.
           05 CK-CAL-EOF-SW            PIC X(01) VALUE 'N'.
              88 CK-END-OF-CALENDAR    VALUE 'Y'.

      *> One reason per rejected request, printed on the change report
       01  CK-REJECT-REASON            PIC X(40).

      *> Days per month, February adjusted for a leap year as each
      *> year is built or each request date is edited
       01  CK-MONTH-DAYS-TABLE.
           05 FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  CK-MONTH-DAYS-TABLE-R REDEFINES CK-MONTH-DAYS-TABLE.
           05 CK-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.

      *> Date arithmetic for building a year - the weekday of
      *> January 1 comes from the Gregorian weekday formula, and each
      *> following date is one weekday on
       01  CK-YEAR-WORK.
           05 CK-BUILD-YEAR            PIC 9(04) VALUE 0.
           05 CK-PRIOR-YEAR            PIC 9(04) VALUE 0.
           05 CK-YEAR-QUOT             PIC 9(04) COMP VALUE 0.
           05 CK-YEAR-REM-4            PIC 9(04) COMP VALUE 0.
           05 CK-YEAR-REM-100          PIC 9(04) COMP VALUE 0.
           05 CK-YEAR-REM-400          PIC 9(04) COMP VALUE 0.
           05 CK-WEEKDAY-SUM           PIC 9(08) COMP VALUE 0.
           05 CK-WEEKDAY-QUOT          PIC 9(08) COMP VALUE 0.
           05 CK-WEEKDAY-REM           PIC 9(01) COMP VALUE 0.
           05 CK-BUILD-WEEKDAY         PIC 9(01) VALUE 0.
           05 CK-BUILD-DATE            PIC 9(08) VALUE 0.
           05 CK-BUILD-DATE-R REDEFINES CK-BUILD-DATE.
              10 CK-BUILD-DATE-YEAR    PIC 9(04).
              10 CK-BUILD-DATE-MONTH   PIC 9(02).
              10 CK-BUILD-DATE-DAY     PIC 9(02).
           05 CK-YEAR-ADDED            PIC 9(04) COMP VALUE 0.
           05 CK-YEAR-KEPT             PIC 9(04) COMP VALUE 0.

      *> Before-image of the date as it stood on the calendar ahead
      *> of a HOLIDAY/BUSDAY request, saved for the change report
       01  CK-CAL-BEFORE-IMAGE.
           05 CK-CIMG-DATE             PIC 9(08).
           05 CK-CIMG-DAY-TYPE         PIC X(01).
           05 CK-CIMG-WEEKDAY          PIC 9(01).
           05 CK-CIMG-PRIOR-BUS-DATE   PIC 9(08).
           05 CK-CIMG-NEXT-BUS-DATE    PIC 9(08).
           05 CK-CIMG-HOLIDAY-NAME     PIC X(20).
           05 FILLER                   PIC X(10).

      *> The whole calendar, loaded for the relink - the prior links
      *> are set walking forward and the next links walking back,
      *> then every record is rewritten in the same key order. Four
      *> thousand dates is eleven years of calendar.
       01  CK-CAL-TABLE.
           05 CK-CTAB-MAX              PIC 9(04) COMP VALUE 4000.
           05 CK-CTAB-COUNT            PIC 9(04) COMP VALUE 0.
           05 CK-CTAB-LAST-BUS         PIC 9(08) VALUE 0.
           05 CK-CTAB-ENTRY OCCURS 4000 TIMES.
              10 CK-CTAB-DATE          PIC 9(08).
              10 CK-CTAB-TYPE          PIC X(01).
              10 CK-CTAB-PRIOR         PIC 9(08).
              10 CK-CTAB-NEXT          PIC 9(08).

      *> Maintenance run totals for the end-of-report balance lines
       01  CK-MAINT-COUNTS.
           05 CK-CNT-MAINT-READ        PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-APPLIED     PIC 9(08) COMP VALUE 0.
           05 CK-CNT-MAINT-REJECTED    PIC 9(08) COMP VALUE 0.
           05 CK-CNT-CAL-BUSINESS      PIC 9(08) COMP VALUE 0.
           05 CK-CNT-CAL-HOLIDAY       PIC 9(08) COMP VALUE 0.
           05 CK-CNT-CAL-WEEKEND       PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************
      * MAINT-DRIVER - APPLIES THE MAINTENANCE FILE ONE    *
      * REQUEST AT A TIME WITH A BEFORE/AFTER CHANGE       *
      * REPORT, THEN RELINKS THE PRIOR/NEXT BUSINESS DAY   *
      * ON EVERY DATE OF THE CALENDAR SO NO LINK IS LEFT   *
      * POINTING ACROSS A DAY WHOSE TYPE JUST CHANGED.     *
      *****************************************************
       MAINT-DRIVER-PROCEDURE.
           OPEN INPUT CASKADE-MAINT-FILE
           OPEN I-O CASKADE-CALENDAR
           DISPLAY '================================================'
           DISPLAY 'CASKADE-CALMAINT BUSINESS CALENDAR CHANGE REPORT'
           DISPLAY '================================================'
           PERFORM READ-MAINT-PROCEDURE
           PERFORM PROCESS-MAINT-PROCEDURE
               UNTIL CK-END-OF-MAINT-FILE
           CLOSE CASKADE-MAINT-FILE
           PERFORM RELINK-CALENDAR-PROCEDURE
           CLOSE CASKADE-CALENDAR
           PERFORM PRINT-MAINT-TOTALS-PROCEDURE
           IF CK-CNT-MAINT-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       READ-MAINT-PROCEDURE.
           READ CASKADE-MAINT-FILE
               AT END SET CK-END-OF-MAINT-FILE TO TRUE
           END-READ
           .

      *> Validates the request in full before anything touches the
      *> indexed file - a request that fails any edit is reported and
      *> skipped, never half-applied
       PROCESS-MAINT-PROCEDURE.
           ADD 1 TO CK-CNT-MAINT-READ
           MOVE 'N' TO CK-REJECT-SW
           MOVE 'N' TO CK-BEFORE-SW
           MOVE SPACES TO CK-REJECT-REASON
           DISPLAY '------------------------------------------------'
           DISPLAY 'ACTION ' CK-CMNT-ACTION ' DATE ' CK-CMNT-DATE
           EVALUATE TRUE
               WHEN CK-CMNT-ADDYEAR
                   PERFORM ADD-YEAR-PROCEDURE
               WHEN CK-CMNT-HOLIDAY
               WHEN CK-CMNT-BUSDAY
                   PERFORM CHANGE-DAY-PROCEDURE
               WHEN OTHER
                   SET CK-CMNT-REJECTED TO TRUE
                   MOVE 'ACTION NOT ADDYEAR/HOLIDAY/BUSDAY'
                       TO CK-REJECT-REASON
           END-EVALUATE
           IF CK-CMNT-REJECTED
               ADD 1 TO CK-CNT-MAINT-REJECTED
               DISPLAY 'REJECTED - ' CK-REJECT-REASON
           ELSE
               ADD 1 TO CK-CNT-MAINT-APPLIED
           END-IF
           PERFORM READ-MAINT-PROCEDURE
           .

      *****************************************************
      * ADD-YEAR - FILES EVERY DATE OF THE REQUEST'S YEAR, *
      * MONDAY TO FRIDAY AS BUSINESS DAYS AND SATURDAY AND *
      * SUNDAY AS WEEKEND DAYS. A DATE ALREADY ON FILE IS  *
      * LEFT EXACTLY AS IT STANDS, SO RERUNNING A YEAR     *
      * NEVER UNDOES A HOLIDAY ALREADY MARKED IN IT.       *
      *****************************************************
       ADD-YEAR-PROCEDURE.
           IF CK-CMNT-YEAR NOT NUMERIC
                   OR CK-CMNT-YEAR < 1900
                   OR CK-CMNT-YEAR > 2099
               SET CK-CMNT-REJECTED TO TRUE
               MOVE 'YEAR NOT 1900 THROUGH 2099' TO CK-REJECT-REASON
           ELSE
               MOVE CK-CMNT-YEAR TO CK-BUILD-YEAR
               PERFORM SET-FEBRUARY-PROCEDURE
               PERFORM FIND-JAN-WEEKDAY-PROCEDURE
               MOVE 0 TO CK-YEAR-ADDED
               MOVE 0 TO CK-YEAR-KEPT
               PERFORM BUILD-MONTH-PROCEDURE
                   VARYING CK-MONTH-IX FROM 1 BY 1
                   UNTIL CK-MONTH-IX > 12
               DISPLAY 'YEAR ' CK-BUILD-YEAR ' - ' CK-YEAR-ADDED
                   ' DATES ADDED, ' CK-YEAR-KEPT
                   ' ALREADY ON FILE AND KEPT'
           END-IF
           .

      *> A year divisible by 4 is a leap year, except a century year
      *> not divisible by 400
       SET-FEBRUARY-PROCEDURE.
           DIVIDE CK-BUILD-YEAR BY 4 GIVING CK-YEAR-QUOT
               REMAINDER CK-YEAR-REM-4
           DIVIDE CK-BUILD-YEAR BY 100 GIVING CK-YEAR-QUOT
               REMAINDER CK-YEAR-REM-100
           DIVIDE CK-BUILD-YEAR BY 400 GIVING CK-YEAR-QUOT
               REMAINDER CK-YEAR-REM-400
           IF CK-YEAR-REM-4 = 0
                   AND (CK-YEAR-REM-100 NOT = 0
                    OR CK-YEAR-REM-400 = 0)
               MOVE 29 TO CK-MONTH-DAYS(2)
           ELSE
               MOVE 28 TO CK-MONTH-DAYS(2)
           END-IF
           .

      *> Weekday of January 1 - (1 + 5((Y-1) MOD 4) + 4((Y-1) MOD
      *> 100) + 6((Y-1) MOD 400)) MOD 7 gives 0 for Sunday, which is
      *> carried as 7 so the week runs Monday 1 through Sunday 7
       FIND-JAN-WEEKDAY-PROCEDURE.
           SUBTRACT 1 FROM CK-BUILD-YEAR GIVING CK-PRIOR-YEAR
           DIVIDE CK-PRIOR-YEAR BY 4 GIVING CK-YEAR-QUOT
               REMAINDER CK-YEAR-REM-4
           DIVIDE CK-PRIOR-YEAR BY 100 GIVING CK-YEAR-QUOT
               REMAINDER CK-YEAR-REM-100
           DIVIDE CK-PRIOR-YEAR BY 400 GIVING CK-YEAR-QUOT
               REMAINDER CK-YEAR-REM-400
           COMPUTE CK-WEEKDAY-SUM
               = 1 + 5 * CK-YEAR-REM-4 + 4 * CK-YEAR-REM-100
                   + 6 * CK-YEAR-REM-400
           DIVIDE CK-WEEKDAY-SUM BY 7 GIVING CK-WEEKDAY-QUOT
               REMAINDER CK-WEEKDAY-REM
           IF CK-WEEKDAY-REM = 0
               MOVE 7 TO CK-BUILD-WEEKDAY
           ELSE
               MOVE CK-WEEKDAY-REM TO CK-BUILD-WEEKDAY
           END-IF
           .

       BUILD-MONTH-PROCEDURE.
           PERFORM BUILD-DATE-PROCEDURE
               VARYING CK-DAY-IX FROM 1 BY 1
               UNTIL CK-DAY-IX > CK-MONTH-DAYS(CK-MONTH-IX)
           .

      *> Links are left zero here - the relink at end of run fills
      *> them in for every date on file
       BUILD-DATE-PROCEDURE.
           MOVE CK-BUILD-YEAR TO CK-BUILD-DATE-YEAR
           MOVE CK-MONTH-IX TO CK-BUILD-DATE-MONTH
           MOVE CK-DAY-IX TO CK-BUILD-DATE-DAY
           MOVE SPACES TO CK-CAL-RECORD
           MOVE CK-BUILD-DATE TO CK-CAL-DATE
           MOVE CK-BUILD-WEEKDAY TO CK-CAL-WEEKDAY
           IF CK-BUILD-WEEKDAY > 5
               SET CK-CAL-WEEKEND TO TRUE
           ELSE
               SET CK-CAL-BUSINESS-DAY TO TRUE
           END-IF
           MOVE 0 TO CK-CAL-PRIOR-BUS-DATE
           MOVE 0 TO CK-CAL-NEXT-BUS-DATE
           WRITE CK-CAL-RECORD
               INVALID KEY
                   ADD 1 TO CK-YEAR-KEPT
               NOT INVALID KEY
                   ADD 1 TO CK-YEAR-ADDED
           END-WRITE
           IF CK-BUILD-WEEKDAY = 7
               MOVE 1 TO CK-BUILD-WEEKDAY
           ELSE
               ADD 1 TO CK-BUILD-WEEKDAY
           END-IF
           .

      *****************************************************
      * CHANGE-DAY - HOLIDAY MARKS A BUSINESS DAY (OR      *
      * RENAMES A HOLIDAY) AS A BANK HOLIDAY; BUSDAY       *
      * RETURNS A HOLIDAY TO A BUSINESS DAY. THE DATE MUST *
      * BE A REAL DATE ALREADY ON THE CALENDAR, AND A      *
      * WEEKEND DAY IS NEVER A HOLIDAY - IT IS ALREADY NOT *
      * A BUSINESS DAY.                                    *
      *****************************************************
       CHANGE-DAY-PROCEDURE.
           PERFORM VALIDATE-DATE-PROCEDURE
           IF NOT CK-CMNT-REJECTED
               PERFORM FETCH-BEFORE-IMAGE-PROCEDURE
               IF NOT CK-DATE-ON-FILE
                   SET CK-CMNT-REJECTED TO TRUE
                   MOVE 'DATE NOT ON CALENDAR - ADD ITS YEAR'
                       TO CK-REJECT-REASON
               END-IF
           END-IF
           IF NOT CK-CMNT-REJECTED
               DISPLAY 'BEFORE - TYPE ' CK-CIMG-DAY-TYPE
                   ' WEEKDAY ' CK-CIMG-WEEKDAY
                   ' ' CK-CIMG-HOLIDAY-NAME
               IF CK-CMNT-HOLIDAY
                   PERFORM MARK-HOLIDAY-PROCEDURE
               ELSE
                   PERFORM CLEAR-HOLIDAY-PROCEDURE
               END-IF
           END-IF
           IF NOT CK-CMNT-REJECTED
               REWRITE CK-CAL-RECORD
                   INVALID KEY
                       SET CK-CMNT-REJECTED TO TRUE
                       MOVE 'REWRITE REJECTED BY FILE'
                           TO CK-REJECT-REASON
               END-REWRITE
           END-IF
           IF NOT CK-CMNT-REJECTED
               DISPLAY 'AFTER  - TYPE ' CK-CAL-DAY-TYPE
                   ' WEEKDAY ' CK-CAL-WEEKDAY
                   ' ' CK-CAL-HOLIDAY-NAME
           END-IF
           .

       MARK-HOLIDAY-PROCEDURE.
           IF CK-CAL-WEEKEND
               SET CK-CMNT-REJECTED TO TRUE
               MOVE 'DATE FALLS ON A WEEKEND' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-CMNT-REJECTED AND CK-CMNT-HOLIDAY-NAME = SPACES
               SET CK-CMNT-REJECTED TO TRUE
               MOVE 'HOLIDAY NAME IS BLANK' TO CK-REJECT-REASON
           END-IF
           IF NOT CK-CMNT-REJECTED
               SET CK-CAL-HOLIDAY TO TRUE
               MOVE CK-CMNT-HOLIDAY-NAME TO CK-CAL-HOLIDAY-NAME
           END-IF
           .

       CLEAR-HOLIDAY-PROCEDURE.
           IF NOT CK-CAL-HOLIDAY
               SET CK-CMNT-REJECTED TO TRUE
               MOVE 'DATE IS NOT A HOLIDAY' TO CK-REJECT-REASON
           ELSE
               SET CK-CAL-BUSINESS-DAY TO TRUE
               MOVE SPACES TO CK-CAL-HOLIDAY-NAME
           END-IF
           .

      *> A real Gregorian date - numeric, month 1-12, and a day no
      *> later than the month's last
       VALIDATE-DATE-PROCEDURE.
           IF CK-CMNT-DATE NOT NUMERIC
                   OR CK-CMNT-YEAR < 1900
                   OR CK-CMNT-MONTH < 1 OR CK-CMNT-MONTH > 12
                   OR CK-CMNT-DAY < 1
               SET CK-CMNT-REJECTED TO TRUE
           ELSE
               MOVE CK-CMNT-YEAR TO CK-BUILD-YEAR
               PERFORM SET-FEBRUARY-PROCEDURE
               IF CK-CMNT-DAY > CK-MONTH-DAYS(CK-CMNT-MONTH)
                   SET CK-CMNT-REJECTED TO TRUE
               END-IF
           END-IF
           IF CK-CMNT-REJECTED
               MOVE 'DATE NOT A VALID DATE' TO CK-REJECT-REASON
           END-IF
           .

       FETCH-BEFORE-IMAGE-PROCEDURE.
           MOVE SPACES TO CK-CAL-BEFORE-IMAGE
           MOVE CK-CMNT-DATE TO CK-CAL-DATE
           READ CASKADE-CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CK-DATE-ON-FILE TO TRUE
                   MOVE CK-CAL-RECORD TO CK-CAL-BEFORE-IMAGE
           END-READ
           .

      *****************************************************
      * RELINK-CALENDAR - LOADS EVERY DATE ON FILE, SETS   *
      * EACH DATE'S PRIOR BUSINESS DAY WALKING FORWARD AND *
      * ITS NEXT BUSINESS DAY WALKING BACK, THEN REWRITES  *
      * THE FILE IN THE SAME KEY ORDER. THE FIRST AND LAST *
      * BUSINESS DAYS ON FILE KEEP A ZERO LINK OUTWARD -   *
      * THE CALENDAR DOES NOT REACH PAST THEM.             *
      *****************************************************
       RELINK-CALENDAR-PROCEDURE.
           MOVE 0 TO CK-CAL-DATE
           MOVE 'N' TO CK-CAL-EOF-SW
           START CASKADE-CALENDAR
               KEY NOT < CK-CAL-KEY
               INVALID KEY
                   SET CK-END-OF-CALENDAR TO TRUE
           END-START
           PERFORM READ-CALENDAR-PROCEDURE
           PERFORM LOAD-CAL-ENTRY-PROCEDURE
               UNTIL CK-END-OF-CALENDAR
           MOVE 0 TO CK-CTAB-LAST-BUS
           PERFORM LINK-PRIOR-PROCEDURE
               VARYING CK-CTAB-IX FROM 1 BY 1
               UNTIL CK-CTAB-IX > CK-CTAB-COUNT
           MOVE 0 TO CK-CTAB-LAST-BUS
           PERFORM LINK-NEXT-PROCEDURE
               VARYING CK-CTAB-IX FROM CK-CTAB-COUNT BY -1
               UNTIL CK-CTAB-IX < 1
           MOVE 0 TO CK-CAL-DATE
           MOVE 'N' TO CK-CAL-EOF-SW
           MOVE 0 TO CK-CTAB-IX
           START CASKADE-CALENDAR
               KEY NOT < CK-CAL-KEY
               INVALID KEY
                   SET CK-END-OF-CALENDAR TO TRUE
           END-START
           PERFORM READ-CALENDAR-PROCEDURE
           PERFORM REWRITE-CAL-LINKS-PROCEDURE
               UNTIL CK-END-OF-CALENDAR
           .

       READ-CALENDAR-PROCEDURE.
           IF NOT CK-END-OF-CALENDAR
               READ CASKADE-CALENDAR NEXT RECORD
                   AT END SET CK-END-OF-CALENDAR TO TRUE
               END-READ
           END-IF
           .

       LOAD-CAL-ENTRY-PROCEDURE.
           IF CK-CTAB-COUNT = CK-CTAB-MAX
               DISPLAY 'CALENDAR EXCEEDS ' CK-CTAB-MAX
                   ' DATES - CALENDAR TABLE MUST BE ENLARGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CK-CTAB-COUNT
           MOVE CK-CAL-DATE TO CK-CTAB-DATE(CK-CTAB-COUNT)
           MOVE CK-CAL-DAY-TYPE TO CK-CTAB-TYPE(CK-CTAB-COUNT)
           EVALUATE TRUE
               WHEN CK-CAL-BUSINESS-DAY
                   ADD 1 TO CK-CNT-CAL-BUSINESS
               WHEN CK-CAL-HOLIDAY
                   ADD 1 TO CK-CNT-CAL-HOLIDAY
               WHEN OTHER
                   ADD 1 TO CK-CNT-CAL-WEEKEND
           END-EVALUATE
           PERFORM READ-CALENDAR-PROCEDURE
           .

       LINK-PRIOR-PROCEDURE.
           MOVE CK-CTAB-LAST-BUS TO CK-CTAB-PRIOR(CK-CTAB-IX)
           IF CK-CTAB-TYPE(CK-CTAB-IX) = 'B'
               MOVE CK-CTAB-DATE(CK-CTAB-IX) TO CK-CTAB-LAST-BUS
           END-IF
           .

       LINK-NEXT-PROCEDURE.
           MOVE CK-CTAB-LAST-BUS TO CK-CTAB-NEXT(CK-CTAB-IX)
           IF CK-CTAB-TYPE(CK-CTAB-IX) = 'B'
               MOVE CK-CTAB-DATE(CK-CTAB-IX) TO CK-CTAB-LAST-BUS
           END-IF
           .

       REWRITE-CAL-LINKS-PROCEDURE.
           ADD 1 TO CK-CTAB-IX
           MOVE CK-CTAB-PRIOR(CK-CTAB-IX) TO CK-CAL-PRIOR-BUS-DATE
           MOVE CK-CTAB-NEXT(CK-CTAB-IX) TO CK-CAL-NEXT-BUS-DATE
           REWRITE CK-CAL-RECORD
               INVALID KEY
                   DISPLAY 'CALENDAR RELINK REWRITE FAILED - DATE '
                       CK-CAL-DATE
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           PERFORM READ-CALENDAR-PROCEDURE
           .

       PRINT-MAINT-TOTALS-PROCEDURE.
           DISPLAY '================================================'
           DISPLAY 'REQUESTS READ     ' CK-CNT-MAINT-READ
           DISPLAY 'REQUESTS APPLIED  ' CK-CNT-MAINT-APPLIED
           DISPLAY 'REQUESTS REJECTED ' CK-CNT-MAINT-REJECTED
           DISPLAY '------------------------------------------------'
           DISPLAY 'DATES RELINKED    ' CK-CTAB-COUNT
           IF CK-CTAB-COUNT > 0
               DISPLAY 'CALENDAR RUNS     ' CK-CTAB-DATE(1)
                   ' THROUGH ' CK-CTAB-DATE(CK-CTAB-COUNT)
           END-IF
           DISPLAY 'BUSINESS DAYS     ' CK-CNT-CAL-BUSINESS
           DISPLAY 'HOLIDAYS          ' CK-CNT-CAL-HOLIDAY
           DISPLAY 'WEEKEND DAYS      ' CK-CNT-CAL-WEEKEND
           DISPLAY '================================================'
           .
