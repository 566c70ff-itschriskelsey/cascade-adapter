      ******************************************************************
      * CKSUBREC - CASKADE SUBMITTER MASTER RECORD LAYOUT              *
      * ------------------------------------------------------------ *
      * One record per capture system allowed to send work, keyed by *
      * the submitter id every detail carries in CK-TXN-SUBMITTER.   *
      * CK-SMST-ACTIVE-FLAG is 'Y' for a submitter whose traffic is  *
      * scored and 'N' for one that is known but stood down (a test  *
      * capture system, or one being retired). CK-SMST-OP-CODE lists *
      * the op codes the submitter may send - any of the ten scalar  *
      * gates, the five vector ops, or RULE - and CK-SMST-RULE-NAME  *
      * lists the named rules (CK-TXN-RULE-NAME) it may run on a     *
      * RULE detail; a rule entry of '*ALL' entitles every rule on   *
      * the rules file. CK-SMST-DAILY-CEILING is the most details    *
      * the submitter may send for one business date, zero meaning   *
      * no ceiling - counted across all of the date's intakes that   *
      * carry its details, through the submitter volume register     *
      * (CKSVRGREC). CASKADE-TXNEDIT, and CASKADE-ADAPTER per intake *
      * on a MULTIDAY run, reject an unknown or inactive submitter,  *
      * an unentitled op or rule, and volume past the ceiling, each  *
      * with its own reason. CASKADE-SUBMMAINT is the validated      *
      * maintenance path for this file. COPYed into the FD of every  *
      * program that reads or maintains the submitter master.        *
      ******************************************************************
       01  CK-SMST-RECORD.
           05 CK-SMST-KEY.
              10 CK-SMST-SUBMITTER     PIC X(08).
           05 CK-SMST-ACTIVE-FLAG      PIC X(01).
              88 CK-SMST-ACTIVE        VALUE 'Y'.
              88 CK-SMST-INACTIVE      VALUE 'N'.
           05 CK-SMST-DESCRIPTION      PIC X(30).
           05 CK-SMST-DAILY-CEILING    PIC 9(08).
           05 CK-SMST-OP-COUNT         PIC 9(02).
           05 CK-SMST-OP-CODE          PIC X(05) OCCURS 16 TIMES.
           05 CK-SMST-RULE-COUNT       PIC 9(02).
           05 CK-SMST-RULE-NAME        PIC X(10) OCCURS 20 TIMES.
           05 CK-SMST-LAST-CHANGED     PIC 9(08).
           05 FILLER                   PIC X(08).
