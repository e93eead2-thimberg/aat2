      *================================================================
      * CFDRMAN  -  disaster-recovery manifest record layout
      *             (DRMANIF) - one row per master HBHUN725 unloaded:
      *             its organization and record length, whether it
      *             existed at the source site, and the record count
      *             and hash total (HSAAL150) the recovery site's
      *             rebuilt file must reproduce before the chain may
      *             run there.  A closing totals row (organization
      *             T) carries the number of master rows and the
      *             records over all of them, so a short manifest is
      *             caught as surely as a short file
      *================================================================
       05  DRM-FILEID                      PIC X(08).
       05  DRM-ORG                         PIC X(01).
           88  DRM-INDEXED                  VALUE "I".
           88  DRM-RELATIVE                 VALUE "R".
           88  DRM-TOTALS                   VALUE "T".
       05  DRM-RECLEN                      PIC 9(05).
       05  DRM-STATE                       PIC X(01).
           88  DRM-UNLOADED                 VALUE "U".
           88  DRM-ABSENT                   VALUE "A".
       05  DRM-COUNT                       PIC 9(09).
       05  DRM-HASH                        PIC 9(18).
       05  DRM-BUSDT                       PIC 9(08).
       05  DRM-RUNDATE                     PIC 9(08).
       05  DRM-RUNTIME                     PIC 9(06).
       05  FILLER                          PIC X(16).
