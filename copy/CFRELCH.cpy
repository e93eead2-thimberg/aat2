      *================================================================
      * CFRELCH  -  channel release history record layout (VIRELCHN)
      *             - per channel, the amounts of its most recent
      *             released batches, newest first; HBHSS305 pushes
      *             each released amount on, HBHSS300 averages them
      *             to flag a channel whose amount tonight is out of
      *             line with its own recent history
      *================================================================
       05  RELCH-KEY.
           10  RELCH-CHNL                  PIC X(02).
       05  RELCH-HISTCNT                   PIC 9(02).
       05  RELCH-HISTAMT                   PIC 9(14) COMP-3
                                           OCCURS 10.
       05  RELCH-LASTDATE                  PIC 9(08).
