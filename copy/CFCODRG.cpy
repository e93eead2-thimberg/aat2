      *================================================================
      * CFCODRG  -  machine-code allocation registry record layout
      *             (VICODREG) - one row per machine code ever
      *             issued, keyed by the code as it leads every
      *             24-digit ticket code (a 16-digit code is widened
      *             by HSAAL060 before any file sees it), with the
      *             VIGAME game type, block and machine number it
      *             was issued to, the date issued and the date
      *             retired.  A row is never removed, so a retired
      *             code can never be issued again.  CODCARD cards
      *             maintain it through HBHUN980
      *================================================================
       05  CDR-CODE                        PIC X(10).
       05  CDR-GAMKEY.
           10  CDR-GMTYPE                  PIC 9(02).
           10  CDR-BLOCK                   PIC 9(04).
           10  CDR-KAI                     PIC 9(04).
       05  CDR-ISSUEDT                     PIC 9(08).
      *    zero while the code is in service
       05  CDR-RETIREDT                    PIC 9(08).
           88  CDR-LIVE                     VALUE ZERO.
       05  CDR-OPID                        PIC X(08).
       05  CDR-ENTDATE                     PIC 9(08).
       05  CDR-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
