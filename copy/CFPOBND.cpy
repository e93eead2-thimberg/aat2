      *================================================================
      * CFPOBND  -  statutory payout-ratio bounds record layout
      *             (VIPOBND) - kept beside the VIGMRLEF game-rule
      *             master, one row per game type and inspection
      *             window: the lowest and highest ratio of prizes
      *             to sales, in percent, the regulations allow a
      *             game type over a window of that many days, and
      *             the margin inside either bound at which the
      *             ratio is reported as approaching it.  POBCARD
      *             cards maintain it through HBHUN995 and the
      *             nightly HBHWN030 pass tests against it
      *================================================================
       05  POB-KEY.
           10  POB-GMTYPE                  PIC 9(02).
           10  POB-WINDOW                  PIC 9(03).
       05  POB-LOWPCT                      PIC 9(03)V9(02).
       05  POB-HIGHPCT                     PIC 9(03)V9(02).
       05  POB-WARNPCT                     PIC 9(02)V9(02).
       05  POB-OPID                        PIC X(08).
       05  POB-ENTDATE                     PIC 9(08).
       05  POB-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
