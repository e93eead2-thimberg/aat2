      *================================================================
      * CFCMTHS  -  channel month-end volume history record layout
      *             (VICMTHIS) - one row per sales channel and
      *             calendar month, filed by HBHUN675 on the month's
      *             last business date: the fiscal-year cumulative
      *             off VICHNURI as it stood that night, from which
      *             the next month's volume is measured, and the
      *             commitment outcome the month was settled at
      *================================================================
       05  CMH-KEY.
           10  CMH-CHAN                    PIC X(02).
           10  CMH-YM                      PIC 9(06).
       05  CMH-NENDO                       PIC 9(04).
       05  CMH-YTDAMT                      PIC 9(13) COMP-3.
       05  CMH-VOLUME                      PIC S9(13) COMP-3.
      *    the term the month was measured against, zero when the
      *    channel had none in force
       05  CMH-FROMYM                      PIC 9(06).
       05  CMH-MINVOL                      PIC 9(13) COMP-3.
       05  CMH-RULE                        PIC X(01).
       05  CMH-SHORT                       PIC 9(13) COMP-3.
       05  CMH-PENALTY                     PIC 9(13) COMP-3.
       05  CMH-CLOSEDT                     PIC 9(08).
       05  FILLER                          PIC X(20).
