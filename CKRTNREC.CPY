      ******************************************************************
      * CKRTNREC - CASKADE SUBMITTER RETURN TRANSMISSION LAYOUT        *
      * ------------------------------------------------------------ *
      * One outbound return transmission per submitting system per   *
      * business date, written by CASKADE-RSLTRTN after the merged   *
      * RESULTFL has reconciled. Each transmission carries the same  *
      * control discipline as CKTXNREC: CK-RTN-REC-TYPE is 'H' on    *
      * its one header (business date and the submitter it goes      *
      * back to), 'D' on every detail, and 'T' on its one trailer    *
      * (the detail count and a hash total over CK-RTN-SEQ-NBR, so   *
      * the submitter can verify the return the way this shop        *
      * verifies what they send). A detail is either one of the      *
      * submitter's result rows (CK-RTN-ROW-KIND 'R' - the whole     *
      * CKRSLREC image, vector result and VCNT count included) or    *
      * one of their detail records CASKADE-TXNEDIT bounced (kind    *
      * 'J' - the rejected CKTXNREC image exactly as it arrived).    *
      * The trailer also splits the count into results and rejects.  *
      * Transmissions follow one another on RTNFILE in submitter     *
      * order, each a complete header-to-trailer unit the network    *
      * routes on its header, the way a MULTIDAY series arrives.     *
      * CK-RTN-HEADER-REC and CK-RTN-TRAILER-REC are the control-    *
      * record views of the same record area. COPYed into the FD of  *
      * every program that writes or reads a return transmission.    *
      ******************************************************************
       01  CK-RTN-RECORD.
           05 CK-RTN-REC-TYPE          PIC X(01).
              88 CK-RTN-HEADER-TYPE    VALUE 'H'.
              88 CK-RTN-DETAIL-TYPE    VALUE 'D'.
              88 CK-RTN-TRAILER-TYPE   VALUE 'T'.
           05 CK-RTN-ROW-KIND          PIC X(01).
              88 CK-RTN-RESULT-ROW     VALUE 'R'.
              88 CK-RTN-REJECT-ROW     VALUE 'J'.
           05 CK-RTN-SEQ-NBR           PIC 9(08).
           05 CK-RTN-INTAKE-ID         PIC 9(02).
           05 CK-RTN-IMAGE             PIC X(560).
           05 FILLER                   PIC X(08).

       01  CK-RTN-HEADER-REC.
           05 FILLER                   PIC X(01).
           05 CK-RHDR-BUS-DATE         PIC 9(08).
           05 CK-RHDR-SUBMITTER        PIC X(08).
           05 CK-RHDR-CREATED-DATE     PIC 9(08).
           05 FILLER                   PIC X(555).

       01  CK-RTN-TRAILER-REC.
           05 FILLER                   PIC X(01).
           05 CK-RTRL-DETAIL-COUNT     PIC 9(08).
           05 CK-RTRL-SEQ-HASH         PIC 9(16).
           05 CK-RTRL-RESULT-COUNT     PIC 9(08).
           05 CK-RTRL-REJECT-COUNT     PIC 9(08).
           05 FILLER                   PIC X(539).
