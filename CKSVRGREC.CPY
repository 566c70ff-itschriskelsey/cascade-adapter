      ******************************************************************
      * CKSVRGREC - CASKADE SUBMITTER VOLUME REGISTER RECORD LAYOUT  *
      * ------------------------------------------------------------ *
      * One record per capture system per filed intake - the         *
      * capture-system breakout of the submission register           *
      * (CKSREGREC). The register is keyed by the header's           *
      * submitter, which on the consolidated nightly transmission    *
      * only names the carrier; this file is keyed by the capture    *
      * system each detail carries in CK-TXN-SUBMITTER, the          *
      * business date, and the carrier's own register key, so a      *
      * capture system's intakes for a date can be found whichever   *
      * carrier brought them. CK-SVRG-RECEIVED counts the system's   *
      * details on the intake; CK-SVRG-ACCEPTED counts those that    *
      * passed every edit and were held to its daily volume          *
      * ceiling (CKSUBREC). CK-SVRG-RUN-DATE/TIME stamp the start    *
      * of the run that filed the record - on a checkpoint restart   *
      * of CASKADE-ADAPTER, of the interrupted run it resumes - so   *
      * a run can leave its own series' filings out of the day's     *
      * count. Filed beside every register filing by CASKADE-        *
      * TXNEDIT, and by CASKADE-ADAPTER per intake on a MULTIDAY     *
      * run; read by both to seed the ceiling with the day's         *
      * earlier intakes, and by CASKADE-FEEDCHK to hold each         *
      * capture system's intakes to the transmission schedule        *
      * (CKSCHREC). COPYed into the FD of every program that         *
      * files or reads it.                                           *
      ******************************************************************
       01  CK-SVRG-RECORD.
           05 CK-SVRG-KEY.
              10 CK-SVRG-SUBMITTER     PIC X(08).
              10 CK-SVRG-BUS-DATE      PIC 9(08).
              10 CK-SVRG-CARRIER       PIC X(08).
              10 CK-SVRG-SEQ-HASH      PIC 9(16).
              10 CK-SVRG-DETAIL-COUNT  PIC 9(08).
           05 CK-SVRG-RECEIVED         PIC 9(08).
           05 CK-SVRG-ACCEPTED         PIC 9(08).
           05 CK-SVRG-FILED-DATE       PIC 9(08).
           05 CK-SVRG-FILED-TIME       PIC 9(08).
           05 CK-SVRG-FILED-BY         PIC X(10).
           05 CK-SVRG-RUN-DATE         PIC 9(08).
           05 CK-SVRG-RUN-TIME         PIC 9(08).
           05 FILLER                   PIC X(08).
