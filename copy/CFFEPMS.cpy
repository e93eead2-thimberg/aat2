      *================================================================
      * CFFEPMS  -  FEP (hall controller) master record layout
      *             (VIFEPMST) - one row per FEP identifier the
      *             transaction stream's record header carries,
      *             naming the controller, whether it is expected to
      *             send every night, and the record count a normal
      *             night brings in across both stream halves.
      *             FEPCARD cards maintain it through HBHUN990 and
      *             the HBHUN355 arrival check reads it
      *================================================================
       05  FPM-FEPID                       PIC 9(02).
       05  FPM-NAME                        PIC X(30).
       05  FPM-STATUS                      PIC X(01).
           88  FPM-EXPECTED                 VALUE "A".
           88  FPM-SUSPENDED                VALUE "S".
      *    a normal night's records, VRTRNSA and VRTRNSB together;
      *    zero when no size check is wanted
       05  FPM-EXPCNT                      PIC 9(07).
       05  FPM-OPID                        PIC X(08).
       05  FPM-ENTDATE                     PIC 9(08).
       05  FPM-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
