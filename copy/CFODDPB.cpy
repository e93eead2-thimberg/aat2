      *================================================================
      * CFODDPB  -  published odds-sheet register record layout
      *             (VIODDPUB) - one row per game type whose odds and
      *             payout sheet HRATS020 has issued: the VIIDXCAT
      *             catalog generation (date and time stamp, the
      *             latest among its prize tiers' catalogs) the sheet
      *             was built from and the date it was issued.  When
      *             a catalog is refiled under a new generation the
      *             check run marks the row out of date until the
      *             sheet is issued again
      *================================================================
       05  ODP-GMTYPE                      PIC 9(02).
       05  ODP-GENSTAMP                    PIC 9(14).
       05  ODP-ISSUEDT                     PIC 9(08).
       05  ODP-TIERCNT                     PIC 9(03).
       05  ODP-STALE                       PIC X(01).
           88  ODP-CURRENT                  VALUE "0".
           88  ODP-OUTOFDATE                VALUE "1".
      *    the business date the check run first found it stale
       05  ODP-STALEDT                     PIC 9(08).
       05  FILLER                          PIC X(20).
