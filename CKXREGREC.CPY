      ******************************************************************
      * CKXREGREC - CASKADE WAREHOUSE EXTRACT REGISTER RECORD LAYOUT   *
      * ------------------------------------------------------------ *
      * One record per archived evaluation ever delivered to the     *
      * analytics warehouse, keyed exactly as the audit, transaction *
      * and result archives are - business date, intake, sequence    *
      * number and correction pass - with the date, time and mode of *
      * the extract run that delivered it. A changes-since-last-     *
      * extract run sends only the rows in its date range that are   *
      * not on this register yet, so a correction pass archived days *
      * after its original business date still goes out on the next  *
      * run, as its own row, without the original being sent again.  *
      * A full extract sends every row in its range and refiles each *
      * one. The register is only filed once the extract file is     *
      * complete, so a failed extract leaves nothing marked as sent. *
      * COPYed into CASKADE-WHSEXTR.                                 *
      ******************************************************************
       01  CK-XREG-RECORD.
           05 CK-XREG-KEY.
              10 CK-XREG-DATE          PIC 9(08).
              10 CK-XREG-INTAKE        PIC 9(02).
              10 CK-XREG-SEQ           PIC 9(08).
              10 CK-XREG-CORR          PIC 9(01).
           05 CK-XREG-EXTRACT-DATE     PIC 9(08).
           05 CK-XREG-EXTRACT-TIME     PIC 9(08).
           05 CK-XREG-EXTRACT-MODE     PIC X(07).
           05 FILLER                   PIC X(10).
