      *                 DELETED. THE ARCHIVES STAY AT A WORKING SIZE
      *                 AND ANYTHING OLDER IS STILL PRODUCIBLE ON
      *                 REQUEST FROM THE EXTRACTS.
      * 10/15/2026 CK   RETENTION CAN NOW BE COUNTED IN BUSINESS
      *                 DAYS - PARM=BDAYSNNN KEEPS THE LAST NNN
      *                 BUSINESS DAYS ON THE BUSINESS CALENDAR
      *                 (BUSCAL, CKCALREC), COUNTING THE LAST
      *                 BUSINESS DAY ON OR BEFORE THE RUN DATE AS
      *                 DAY ONE, AND PURGES EVERYTHING DATED BEFORE
      *                 THE OLDEST OF THEM. COMPLIANCE'S 90 DAYS ARE
      *                 BUSINESS DAYS, WHICH THE JOB'S HAND-FIGURED
      *                 CALENDAR-DATE PARM GOT WRONG AROUND EVERY
      *                 HOLIDAY. PARM=YYYYMMDD STILL WORKS AS BEFORE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-AUDPURGE.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-RST-KEY.

           SELECT OPTIONAL CASKADE-CALENDAR
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CAL-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CASKADE-AUDIT-ARCHIVE.
       FD  CASKADE-RUN-STATUS.
       COPY CKRSTREC.

      *> Business, holiday and weekend days with each date's prior
      *> business day (CKCALREC, CASKADE-CALMAINT) - read only for
      *> a PARM=BDAYSNNN retention count
       FD  CASKADE-CALENDAR.
       COPY CKCALREC.

       WORKING-STORAGE SECTION.
       01  CK-PURGE-SWITCHES.
           05 CK-AUD-EOF-SW            PIC X(01) VALUE 'N'.
      *> deleted; rows on or after it stay put
       77 CK-CUTOFF-DATE               PIC 9(08) VALUE 0.

      *> PARM=BDAYSNNN - the number of business days to keep, day
      *> one being the last business day on or before the run date
       01  CK-RETAIN-PARM.
           05 CK-RETAIN-LITERAL        PIC X(05).
              88 CK-RETAIN-IN-BDAYS    VALUE 'BDAYS'.
           05 CK-RETAIN-BDAYS          PIC 9(03).
       77 CK-RETAIN-IX                 PIC 9(04) COMP.

      *> Start stamps for the run-status record filed at end of run
       01  CK-RUN-STAMP.
           05 CK-RUN-START-DATE        PIC 9(08) VALUE 0.
       PURGE-DRIVER-PROCEDURE.
           ACCEPT CK-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RUN-START-TIME FROM TIME
           MOVE CK-JCL-PARM-TEXT TO CK-RETAIN-PARM
           IF CK-RETAIN-IN-BDAYS
               PERFORM FIND-BDAYS-CUTOFF-PROCEDURE
           ELSE
               IF CK-JCL-PARM-TEXT(1:8) NOT NUMERIC
                       OR CK-JCL-PARM-TEXT(1:8) = '00000000'
                   DISPLAY 'CASKADE-AUDPURGE NEEDS PARM=YYYYMMDD '
                       'OR BDAYSNNN RETENTION - NOTHING PURGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CK-JCL-PARM-TEXT(1:8) TO CK-CUTOFF-DATE
           END-IF
           OPEN I-O CASKADE-AUDIT-ARCHIVE
           OPEN I-O CASKADE-TXN-ARCHIVE
           OPEN I-O CASKADE-RSLT-ARCHIVE
           STOP RUN
           .

      *****************************************************
      * FIND-BDAYS-CUTOFF - TURNS PARM=BDAYSNNN INTO A     *
      * CUTOFF DATE: THE LAST BUSINESS DAY ON OR BEFORE    *
      * THE RUN DATE IS DAY ONE, AND THE CALENDAR'S PRIOR- *
      * BUSINESS-DAY LINKS ARE FOLLOWED BACK NNN-1 TIMES.  *
      * THE WEEKENDS AND HOLIDAYS BETWEEN ARE KEPT WITH    *
      * THEIR BUSINESS DAYS. A CALENDAR THAT DOES NOT      *
      * REACH BACK THAT FAR STOPS THE STEP BEFORE ANYTHING *
      * IS TOUCHED - A GUESSED CUTOFF COULD PURGE ROWS     *
      * COMPLIANCE STILL NEEDS.                            *
      *****************************************************
       FIND-BDAYS-CUTOFF-PROCEDURE.
           IF CK-RETAIN-BDAYS NOT NUMERIC OR CK-RETAIN-BDAYS = 0
               DISPLAY 'CASKADE-AUDPURGE PARM=BDAYSNNN NEEDS A '
                   'BUSINESS-DAY COUNT 001-999 - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CASKADE-CALENDAR
           MOVE CK-RUN-START-DATE TO CK-CAL-DATE
           READ CASKADE-CALENDAR
               INVALID KEY
                   MOVE 0 TO CK-CUTOFF-DATE
               NOT INVALID KEY
                   IF CK-CAL-BUSINESS-DAY
                       MOVE CK-CAL-DATE TO CK-CUTOFF-DATE
                   ELSE
                       MOVE CK-CAL-PRIOR-BUS-DATE TO CK-CUTOFF-DATE
                   END-IF
           END-READ
           PERFORM STEP-BACK-BUS-DAY-PROCEDURE
               VARYING CK-RETAIN-IX FROM 2 BY 1
               UNTIL CK-RETAIN-IX > CK-RETAIN-BDAYS
           CLOSE CASKADE-CALENDAR
           IF CK-CUTOFF-DATE = 0
               DISPLAY 'CASKADE-AUDPURGE BUSINESS CALENDAR DOES NOT '
                   'COVER ' CK-RETAIN-BDAYS ' BUSINESS DAYS BACK '
                   'FROM ' CK-RUN-START-DATE ' - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RETAINING ' CK-RETAIN-BDAYS ' BUSINESS DAYS - '
               'OLDEST KEPT ' CK-CUTOFF-DATE
           .

       STEP-BACK-BUS-DAY-PROCEDURE.
           IF CK-CUTOFF-DATE > 0
               MOVE CK-CUTOFF-DATE TO CK-CAL-DATE
               READ CASKADE-CALENDAR
                   INVALID KEY
                       MOVE 0 TO CK-CUTOFF-DATE
                   NOT INVALID KEY
                       MOVE CK-CAL-PRIOR-BUS-DATE TO CK-CUTOFF-DATE
               END-READ
           END-IF
           .

      *> Audit archive leg - read forward from the top of the file,
      *> unload then delete each row older than the cutoff, stop at
      *> the first row inside retention
