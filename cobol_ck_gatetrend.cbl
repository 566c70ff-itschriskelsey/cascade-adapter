      *                 TWENTY ENTRIES, SEVENTEEN GATES FOLLOWED BY
      *                 THE TRUE/FALSE/INVALID DISTRIBUTION AT
      *                 POSITIONS 18/19/20.
      * 10/15/2026 CK   ONLY BUSINESS DAYS ARE TRENDED NOW - EACH
      *                 DATE IS LOOKED UP ON THE BUSINESS CALENDAR
      *                 (BUSCAL, CKCALREC), AND A WEEKEND OR HOLIDAY
      *                 ROW IS PRINTED BUT NEITHER CHECKED NOR ROLLED
      *                 INTO THE TRAILING WINDOW. THE NEAR-ZERO
      *                 WEEKEND ROWS WERE DRAGGING THE SEVEN-DAY
      *                 AVERAGE DOWN AND RAISING A VOLUME ALERT ON
      *                 EVERY MONDAY. THE WINDOW IS NOW THE LAST
      *                 SEVEN BUSINESS DAYS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASKADE-GATETREND.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-HIST-KEY.

           SELECT OPTIONAL CASKADE-CALENDAR
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CAL-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CASKADE-HISTORY-FILE.
       COPY CKHISREC.

      *> Business, holiday and weekend days (CKCALREC,
      *> CASKADE-CALMAINT) - only business days are trended
       FD  CASKADE-CALENDAR.
       COPY CKCALREC.

       WORKING-STORAGE SECTION.
       77 CK-GATE-IX    PIC 9(02) COMP.
       77 CK-DAY-IX     PIC 9(02) COMP.
              88 CK-END-OF-HISTORY     VALUE 'Y'.
           05 CK-DAY-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CK-DAY-OPEN           VALUE 'Y'.
           05 CK-BUS-DAY-SW            PIC X(01) VALUE 'Y'.
              88 CK-TREND-THIS-DAY     VALUE 'Y'.

      *> The business date being accumulated - the history file
      *> holds one row per adapter instance, so a partitioned day's
       01  CK-GATE-NAME-TABLE-R REDEFINES CK-GATE-NAME-TABLE.
           05 CK-GATE-NAME             PIC X(05) OCCURS 17 TIMES.

      *> Trailing window - the last seven business days' counters,
      *> kept as a ring so each day is compared against the average
      *> of the days before it, never against itself
       01  CK-TRAILING-WINDOW.
       01  CK-TREND-COUNTS.
           05 CK-CNT-DAYS              PIC 9(08) COMP VALUE 0.
           05 CK-CNT-ALERTS            PIC 9(08) COMP VALUE 0.
           05 CK-CNT-NONBUS-DAYS       PIC 9(08) COMP VALUE 0.

       PROCEDURE DIVISION.

      *****************************************************
       TREND-DRIVER-PROCEDURE.
           OPEN INPUT CASKADE-HISTORY-FILE
           OPEN INPUT CASKADE-CALENDAR
           DISPLAY '================================================'
           DISPLAY 'CASKADE-GATETREND GATE-USAGE TREND REPORT'
           DISPLAY 'VOLUME THRESHOLD +/- ' CK-VOLUME-PCT ' PCT, '
               PERFORM PROCESS-DAY-PROCEDURE
           END-IF
           CLOSE CASKADE-HISTORY-FILE
           CLOSE CASKADE-CALENDAR
           DISPLAY '================================================'
           DISPLAY 'DAYS REPORTED ' CK-CNT-DAYS
           DISPLAY 'NOT TRENDED   ' CK-CNT-NONBUS-DAYS
           DISPLAY 'ALERTS RAISED ' CK-CNT-ALERTS
           DISPLAY '================================================'
           IF CK-CNT-ALERTS > 0
           ADD CK-REC-CNT(CK-GATE-IX) TO CK-CURR-CNT(CK-GATE-IX)
           .

      *> A weekend or holiday row is shown but never compared or
      *> averaged - its volume is not a business day's volume. A
      *> date the calendar does not cover is trended as a business
      *> day, with a note, as it was before the calendar existed.
       PROCESS-DAY-PROCEDURE.
           ADD 1 TO CK-CNT-DAYS
           PERFORM PRINT-DAY-LINE-PROCEDURE
           PERFORM CHECK-BUSINESS-DAY-PROCEDURE
           IF CK-TREND-THIS-DAY
               IF CK-TRAIL-HELD > 0
                   PERFORM CHECK-GATE-VOLUMES-PROCEDURE
                   PERFORM CHECK-TRUE-RATE-PROCEDURE
               END-IF
               PERFORM ROLL-INTO-WINDOW-PROCEDURE
           ELSE
               ADD 1 TO CK-CNT-NONBUS-DAYS
               DISPLAY '  NON-BUSINESS DAY - NOT TRENDED'
           END-IF
           .

       CHECK-BUSINESS-DAY-PROCEDURE.
           MOVE 'Y' TO CK-BUS-DAY-SW
           MOVE CK-CURR-DATE TO CK-CAL-DATE
           READ CASKADE-CALENDAR
               INVALID KEY
                   DISPLAY '  DATE NOT ON CALENDAR - TRENDED AS A '
                       'BUSINESS DAY'
               NOT INVALID KEY
                   IF NOT CK-CAL-BUSINESS-DAY
                       MOVE 'N' TO CK-BUS-DAY-SW
                   END-IF
           END-READ
           .

      *> One summary line per day - total gate volume and the
