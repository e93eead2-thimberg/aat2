      *================================================================
      * CFCMPGN  -  promotional campaign master record layout
      *             (VICMPGN) - one row per campaign a vendor has
      *             negotiated: the floor, or every floor of the
      *             vendor, it covers, optionally one game type
      *             only, the dates it runs and the discount it
      *             gives on the commission.  HBHUN945 keeps it from
      *             the office's cards; HBHUN370 applies the
      *             campaign in force as it computes the commission
      *================================================================
       05  CMP-KEY.
           10  CMP-ID                      PIC X(08).
       05  CMP-NAME                        PIC X(30).
       05  CMP-STATUS                      PIC X(01).
           88  CMP-ACTIVE                   VALUE "A".
           88  CMP-CANCELLED                VALUE "X".
       05  CMP-SCOPE                       PIC X(01).
           88  CMP-BY-VENDOR                VALUE "V".
           88  CMP-BY-FLOOR                 VALUE "F".
      *    the vendor code (left-justified) or the sales-floor code
       05  CMP-SCOPECD                     PIC X(10).
      *    the one game type covered - spaces for every game type
       05  CMP-GMTYPE                      PIC X(02).
       05  CMP-FROMDT                      PIC 9(08).
       05  CMP-TODT                        PIC 9(08).
       05  CMP-RULE                        PIC X(01).
           88  CMP-PERCENT                  VALUE "P".
           88  CMP-FIXED                    VALUE "F".
      *    P: percent of the commission given back
       05  CMP-RATE                        PIC 9(03)V99.
      *    F: yen off each posting's commission
       05  CMP-AMOUNT                      PIC 9(09).
       05  CMP-OPID                        PIC X(08).
       05  CMP-ENTDATE                     PIC 9(08).
       05  CMP-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
