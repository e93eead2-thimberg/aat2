      *================================================================
      * CFDSTRK  -  distribution recipient split-key record layout
      *             (VIDSTRKY) - one row per recipient and floor,
      *             channel or vendor it is to receive report lines
      *             for, as the split key on VIRPTDST (CFRPTDS)
      *             names it.  DSTCARD K cards maintain it through
      *             HBHUN705
      *================================================================
       05  DRK-KEY.
           10  DRK-RCPT                    PIC X(08).
           10  DRK-SPLITKBN                PIC X(01).
           10  DRK-KEYVAL                  PIC X(08).
       05  DRK-OPID                        PIC X(08).
       05  DRK-ENTDATE                     PIC 9(08).
       05  FILLER                          PIC X(10).
