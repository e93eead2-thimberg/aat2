      *================================================================
      * CFREOHS  -  master reorganisation history record layout
      *             (VIREOHIS) - one row per master HBHUN745 looks
      *             after: when it was last rebuilt and with how
      *             many records, the highest record count any survey
      *             has seen since (the space deletes have left
      *             behind is at least that peak less today's count)
      *             and the latest survey's figures
      *================================================================
       05  REO-FILEID                      PIC X(08).
       05  REO-LASTREORG                   PIC 9(08).
       05  REO-REOCNT                      PIC 9(09).
       05  REO-PEAKCNT                     PIC 9(09).
       05  REO-LASTCNT                     PIC 9(09).
       05  REO-LASTSURV                    PIC 9(08).
       05  REO-OPID                        PIC X(08).
       05  FILLER                          PIC X(11).
