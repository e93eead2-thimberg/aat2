      *================================================================
      * CFCRTMC  -  machine-to-certified-model record layout
      *             (VICRTMAC) - one row per installed machine,
      *             keyed by its daily sales key item, carrying the
      *             VIGAME game type, block and machine number it
      *             stands under and the model whose VICERTMS
      *             (CFCERTM) certification covers it.  CRTCARD M
      *             cards maintain it through HBHUN965
      *================================================================
       05  CRM-MACHINE                     PIC X(22).
       05  CRM-GAMKEY.
           10  CRM-GMTYPE                  PIC 9(02).
           10  CRM-BLOCK                   PIC 9(04).
           10  CRM-KAI                     PIC 9(04).
       05  CRM-MODEL                       PIC X(10).
       05  CRM-OPID                        PIC X(08).
       05  CRM-ENTDATE                     PIC 9(08).
       05  FILLER                          PIC X(10).
