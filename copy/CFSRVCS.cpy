      *================================================================
      * CFSRVCS  -  structuring-surveillance case record layout
      *             (VISRVCAS) - one case per cluster of counter
      *             payments found sitting just under the approval
      *             threshold: raised by HBHSS260's nightly sweep,
      *             keyed by the night it was found, the kind of
      *             cluster and the subject it clusters on, and
      *             worked by the compliance officer through
      *             SRVCARD disposition cards in HBHSS265
      *================================================================
       05  SRVCS-KEY.
           10  SRVCS-DETDATE               PIC 9(08).
           10  SRVCS-TYPE                  PIC X(01).
               88  SRVCS-BY-CASHIER         VALUE "O".
               88  SRVCS-BY-PAYEE           VALUE "P".
               88  SRVCS-BY-MACHINE         VALUE "M".
      *    cashier OPID, payee document type and number, or the
      *    ticket's leading machine code, left-justified
           10  SRVCS-SUBJECT               PIC X(22).
      *    the cluster as found: payments in the band, their total,
      *    the first and last ticket and the period covered
       05  SRVCS-PAYCNT                    PIC 9(05).
       05  SRVCS-TOTAMT                    PIC 9(14) COMP-3.
       05  SRVCS-FROMDATE                  PIC 9(08).
       05  SRVCS-TODATE                    PIC 9(08).
       05  SRVCS-FIRSTTKT                  PIC X(24).
       05  SRVCS-LASTTKT                   PIC X(24).
      *    the threshold and band the sweep ran with
       05  SRVCS-LIMIT                     PIC 9(12).
       05  SRVCS-BANDLOW                   PIC 9(12).
      *    disposition: open until the compliance officer closes it
       05  SRVCS-STATUS                    PIC X(01).
           88  SRVCS-OPEN                   VALUE "O".
           88  SRVCS-CLOSED                 VALUE "C".
       05  SRVCS-DISPDATE                  PIC 9(08).
       05  SRVCS-DISPOPID                  PIC X(08).
       05  SRVCS-DISPNOTE                  PIC X(40).
