      *================================================================
      * CFCFGVR  -  controller configuration version record layout
      *             (VICFGVER) - one row per VIFEPMST hall controller
      *             sent a configuration download by HBHUN550: the
      *             version stamp last sent (the business date it
      *             takes effect for and the generation number), the
      *             stamp the controller last acknowledged loading,
      *             and the nights it has gone on running a version
      *             other than the one sent
      *================================================================
       05  CFV-FEPID                       PIC 9(02).
      *    generations sent to this controller, every night and
      *    every rerun counted
       05  CFV-GENNO                       PIC 9(04).
       05  CFV-SENTSTAMP.
           10  CFV-SENTTGT                 PIC 9(08).
           10  CFV-SENTGEN                 PIC 9(04).
       05  CFV-SENTDATE                    PIC 9(08).
       05  CFV-SENTCNT                     PIC 9(07).
      *    blank until the controller first acknowledges a load
       05  CFV-ACKSTAMP                    PIC X(12).
       05  CFV-ACKDATE                     PIC 9(08).
       05  CFV-ACKTIME                     PIC 9(06).
       05  CFV-STALECNT                    PIC 9(03).
       05  FILLER                          PIC X(18).
