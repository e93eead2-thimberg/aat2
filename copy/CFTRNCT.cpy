      *================================================================
      * CFTRNCT  -  transaction history control record layout
      *             (VITRNCTL) - one row per business date and FEP
      *             identifier, written by HBHUN365 as it loads the
      *             night onto VITRNHIS (CFTRNHS): the records and
      *             details it loaded from each clean half, and the
      *             counts the HBHUN765 split-file balancing passed
      *             to the settlement run for the FEP with its
      *             verdict, so HBHUN380 can tie what it lists back
      *             to what the night settled
      *================================================================
       05  THC-KEY.
           10  THC-BUSDATE                 PIC 9(08).
           10  THC-FEPID                   PIC 9(02).
       05  THC-CNT-A                       PIC 9(07).
       05  THC-CNT-B                       PIC 9(07).
       05  THC-DTLCNT                      PIC 9(09).
       05  THC-FIRSTTS                     PIC 9(09).
       05  THC-LASTTS                      PIC 9(09).
      *    the balancing's record counts per half and its verdict:
      *    OK went to the settlement, NG was quarantined to
      *    suspense, blank when no balancing report was there
       05  THC-SETL-A                      PIC 9(07).
       05  THC-SETL-B                      PIC 9(07).
       05  THC-VERDICT                     PIC X(02).
           88  THC-SETTLED                  VALUE "OK".
           88  THC-QUARANTINED              VALUE "NG".
       05  THC-LOADDATE                    PIC 9(08).
       05  THC-LOADTIME                    PIC 9(06).
       05  FILLER                          PIC X(10).
