      *================================================================
      * CFCERTM  -  machine model type-certification master record
      *             layout (VICERTMS) - one row per game type and
      *             model with the certification number and the date
      *             it runs out.  CRTCARD cards maintain it through
      *             HBHUN965; the machines of a model are tied to it
      *             on VICRTMAC (CFCRTMC).  HBHUN970 lists the
      *             machines coming up to expiry, HBHUN975 alerts on
      *             an expired machine still taking money
      *================================================================
       05  CRT-KEY.
           10  CRT-GMTYPE                  PIC 9(02).
           10  CRT-MODEL                   PIC X(10).
       05  CRT-MODELNM                     PIC X(30).
       05  CRT-CERTNO                      PIC X(16).
       05  CRT-CERTDT                      PIC 9(08).
      *    the last date the certification covers
       05  CRT-EXPDT                       PIC 9(08).
       05  CRT-OPID                        PIC X(08).
       05  CRT-ENTDATE                     PIC 9(08).
       05  CRT-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
