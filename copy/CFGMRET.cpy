      *================================================================
      * CFGMRET  -  retired game-type history record layout
      *             (VIGMRHIS) - one row per master row a game type's
      *             retirement took off the live files: the type, the
      *             date it was retired, the file the row came from
      *             and the row's image exactly as it stood, so a
      *             retired type can be looked back on or reinstated
      *             by hand.  The type's own VIGMTYPE row is always
      *             among them and carries the retirement date.
      *             Written by GRTCARD R cards through HBHUN695
      *================================================================
       05  GRH-KEY.
           10  GRH-GMTYPE                  PIC 9(02).
           10  GRH-RETDATE                 PIC 9(08).
           10  GRH-FILEID                  PIC X(08).
           10  GRH-SEQ                     PIC 9(05).
       05  GRH-RETTIME                     PIC 9(06).
       05  GRH-OPID                        PIC X(08).
      *    the length of the row's image below
       05  GRH-RECLEN                      PIC 9(05).
       05  GRH-IMAGE                       PIC X(8060).
       05  FILLER                          PIC X(20).
