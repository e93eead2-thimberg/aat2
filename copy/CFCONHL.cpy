      *================================================================
      * CFCONHL  -  cross-hall consolidation record layout (VICONHAL)
      *             - each hall's corporate rollup as HBHUN620 left
      *             it for the business date: the company line (C)
      *             and one line per management group (G), with the
      *             hall's floor count and how many of its floors
      *             fell in the catch-all group.  A rerun of a hall
      *             replaces that hall's lines; HBHUN625 adds the
      *             halls together
      *================================================================
       05  CONH-KEY.
           07  CONH-BUSDT                  PIC 9(08).
           07  CONH-HALLCD                 PIC X(02).
           07  CONH-TYPE                   PIC X(01).
               88  CONH-COMPANY             VALUE "C".
               88  CONH-GROUP               VALUE "G".
           07  CONH-GROUPCD                PIC X(04).
       05  CONH-URIAMT                     PIC S9(14) COMP-3.
       05  CONH-SHIAMT                     PIC S9(14) COMP-3.
       05  CONH-TESURYO                    PIC S9(14) COMP-3.
       05  CONH-NETAMT                     PIC S9(14) COMP-3.
       05  CONH-FLRCNT                     PIC 9(04).
       05  CONH-NOGRPCNT                   PIC 9(04).
       05  CONH-RUNDATE                    PIC 9(08).
       05  CONH-RUNTIME                    PIC 9(06).
       05  FILLER                          PIC X(10).
