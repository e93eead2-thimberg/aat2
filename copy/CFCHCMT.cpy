      *================================================================
      * CFCHCMT  -  channel volume commitment record layout
      *             (VICHCMIT) - one row per sales channel and the
      *             month its contract term starts: the minimum
      *             monthly volume the channel undertook and what
      *             it pays when a month falls short.  Kept by
      *             CMTCARD cards through HBHUN675, which measures
      *             each month's volume off the channel cumulative
      *             master against the term in force
      *================================================================
       05  CMT-KEY.
           10  CMT-CHAN                    PIC X(02).
           10  CMT-FROMYM                  PIC 9(06).
      *    the last month of the term, 999999 while open-ended
       05  CMT-TOYM                        PIC 9(06).
       05  CMT-MINVOL                      PIC 9(13) COMP-3.
      *    F a fixed penalty of CMT-PENAMT; R CMT-PENPCT percent of
      *    the shortfall; C the commission rate cut by CMT-PENPCT
      *    points on the month's whole volume
       05  CMT-RULE                        PIC X(01).
           88  CMT-FIXED                    VALUE "F".
           88  CMT-SHORTRATE                VALUE "R".
           88  CMT-COMMCUT                  VALUE "C".
           88  CMT-VALIDRULE                VALUE "F" "R" "C".
       05  CMT-PENAMT                      PIC 9(11) COMP-3.
       05  CMT-PENPCT                      PIC 9(03)V99.
       05  CMT-OPID                        PIC X(08).
       05  CMT-ENTDATE                     PIC 9(08).
       05  CMT-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
