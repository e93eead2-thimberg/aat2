      *================================================================
      * CFHALCU  -  current-hall control record (HALLCUR) - the one
      *             record naming the hall the night's settlement
      *             pass now running is for; written by the hall-
      *             cycle step HBHUN615 ahead of each pass and read
      *             through HSAAL160 (see CLHALC) by every step of
      *             the pass
      *================================================================
       05  HALCU-HALLCD                    PIC X(02).
       05  HALCU-BUSDT                     PIC 9(08).
       05  HALCU-SEQ                       PIC 9(02).
      *    the pass of the business date, 1 for the first hall
       05  HALCU-PASS                      PIC 9(02).
       05  HALCU-LAST                      PIC X(01).
           88  HALCU-IS-LAST                VALUE "Y".
       05  HALCU-RUNDATE                   PIC 9(08).
       05  HALCU-RUNTIME                   PIC 9(06).
       05  FILLER                          PIC X(11).
