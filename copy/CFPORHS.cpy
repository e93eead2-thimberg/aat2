      *================================================================
      * CFPORHS  -  payout-ratio history record layout (VIPORHIS) -
      *             one row per game type, machine and business
      *             date: the machine's takings from the night's
      *             RQHIBETU daily file and the prizes its winning
      *             tickets were entered on VIPAYSTS (CFPAYST) for.
      *             The machine is the 10-byte code that leads its
      *             ticket codes and its sales key item, and its
      *             game type the one VICODREG (CFCODRG) issued the
      *             code to.  HBHWN030 writes a business date's rows
      *             each night, works its rolling windows from them
      *             and drops rows older than KEEPDAYS
      *================================================================
       05  POH-KEY.
           10  POH-GMTYPE                  PIC 9(02).
           10  POH-MACHINE                 PIC X(10).
           10  POH-DATE                    PIC 9(08).
       05  POH-SALES                       PIC S9(13)V99 COMP-3.
       05  POH-PRIZES                      PIC S9(13)V99 COMP-3.
       05  FILLER                          PIC X(10).
