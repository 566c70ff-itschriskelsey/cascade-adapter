      ******************************************************************
      * CKSCHREC - CASKADE EXPECTED-TRANSMISSION SCHEDULE LAYOUT       *
      * ------------------------------------------------------------ *
      * One record per capture system this shop expects a feed from, *
      * keyed by the submitter id its details carry in               *
      * CK-TXN-SUBMITTER - the same id the submitter master          *
      * (CKSUBREC) is keyed by, whichever carrier's transmission     *
      * brings the details. CK-SCHD-SEND-DAY flags the weekdays (1 = *
      * Monday through 5 = Friday, as CK-CAL-WEEKDAY numbers them)   *
      * on which a business day's feed is due - a weekend or holiday *
      * is never due, since CASKADE-TXNEDIT rejects a header dated   *
      * on one. The feed is CK-SCHD-INTAKE-COUNT separately verified *
      * intakes carrying the system's details, each filed on the     *
      * submitter volume register (CKSVRGREC) by the cutoff:         *
      * CK-SCHD-CUTOFF-TIME (HHMM) on the business day               *
      * CK-SCHD-CUTOFF-BDAYS business days after the business date   *
      * (zero meaning the business date itself). CASKADE-FEEDCHK     *
      * compares the schedule to the volume register each morning    *
      * and lists every feed as on-time, late, missing or            *
      * unexpected; CASKADE-SCHDMAINT is the validated maintenance   *
      * path for this file. COPYed into the FD of every program that *
      * reads or maintains the schedule.                             *
      ******************************************************************
       01  CK-SCHD-RECORD.
           05 CK-SCHD-KEY.
              10 CK-SCHD-SUBMITTER     PIC X(08).
           05 CK-SCHD-SEND-DAYS        PIC X(05).
           05 CK-SCHD-SEND-DAYS-R REDEFINES CK-SCHD-SEND-DAYS.
              10 CK-SCHD-SEND-DAY      PIC X(01) OCCURS 5 TIMES.
           05 CK-SCHD-INTAKE-COUNT     PIC 9(02).
           05 CK-SCHD-CUTOFF-BDAYS     PIC 9(01).
           05 CK-SCHD-CUTOFF-TIME      PIC 9(04).
           05 CK-SCHD-DESCRIPTION      PIC X(30).
           05 CK-SCHD-LAST-CHANGED     PIC 9(08).
           05 FILLER                   PIC X(10).
