      *================================================================
      * CFDRCLR  -  disaster-recovery clearance record layout
      *             (DRCLEAR) - the one-record verdict of the last
      *             HBHUN735 reload.  The file exists only where a
      *             reload has run: the reload writes it as loading
      *             before the first master is touched and as proven
      *             or failed at the end, and HSAAL090 refuses every
      *             chain start while it says anything but proven
      *================================================================
       05  DRC-STATE                       PIC X(01).
           88  DRC-LOADING                  VALUE "L".
           88  DRC-PROVEN                   VALUE "P".
           88  DRC-FAILED                   VALUE "F".
      *    the source site's business date the archive was cut for
       05  DRC-BUSDT                       PIC 9(08).
       05  DRC-RUNDATE                     PIC 9(08).
       05  DRC-RUNTIME                     PIC 9(06).
       05  DRC-OPID                        PIC X(08).
       05  DRC-FILES                       PIC 9(05).
       05  DRC-FAILS                       PIC 9(05).
       05  FILLER                          PIC X(20).
