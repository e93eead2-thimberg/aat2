      *================================================================
      * CFFEPAR  -  FEP arrival register record layout (VIFEPARV) -
      *             one row per business date and FEP identifier,
      *             written by the HBHUN355 arrival check in front of
      *             the pre-edit: what each controller sent that
      *             night, when it stamped it, how it measured
      *             against the VIFEPMST (CFFEPMS) master, and what
      *             the night did about a shortfall
      *================================================================
       05  FAR-KEY.
           10  FAR-BUSDATE                 PIC 9(08).
           10  FAR-FEPID                   PIC 9(02).
       05  FAR-CNT-A                       PIC 9(07).
       05  FAR-CNT-B                       PIC 9(07).
       05  FAR-EXPCNT                      PIC 9(07).
      *    the earliest and latest pass timestamps the controller
      *    stamped on its records, as the record header carries
      *    them
       05  FAR-FIRSTTS                     PIC 9(09).
       05  FAR-LASTTS                      PIC 9(09).
       05  FAR-STATUS                      PIC X(01).
           88  FAR-ARRIVED                  VALUE "A".
           88  FAR-SMALL                    VALUE "S".
           88  FAR-MISSING                  VALUE "M".
           88  FAR-UNEXPECTED               VALUE "U".
      *    for a missing or small feed: the night was held, or it
      *    went ahead with the FEP marked as missing
       05  FAR-DISP                        PIC X(01).
           88  FAR-HELD                     VALUE "H".
           88  FAR-PROCEEDED                VALUE "P".
       05  FAR-CHKDATE                     PIC 9(08).
       05  FAR-CHKTIME                     PIC 9(06).
       05  FAR-OPID                        PIC X(08).
       05  FILLER                          PIC X(10).
