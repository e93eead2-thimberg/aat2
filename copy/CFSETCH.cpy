      *================================================================
      * CFSETCH  -  machine payout-setting change register record
      *             layout (VISETCHG) - one row per change of a
      *             machine's payout setting, keyed by machine and
      *             the moment the new setting took effect.  SETCARD
      *             cards maintain it through HBHUN955 with the
      *             operator checked on VIOPRMST; HBHUN960 lines
      *             each month's changes up against the machine's
      *             win history and sales.  The machine is the daily
      *             sales key item; the win decode carries the first
      *             ten characters of it
      *================================================================
       05  SCH-KEY.
           10  SCH-MACHINE                 PIC X(22).
           10  SCH-EFFDT                   PIC 9(08).
           10  SCH-EFFTM                   PIC 9(04).
      *    payout setting 1 to 6, before and after the change
       05  SCH-OLDSET                      PIC 9(01).
       05  SCH-NEWSET                      PIC 9(01).
       05  SCH-NOTE                        PIC X(30).
       05  SCH-OPID                        PIC X(08).
       05  SCH-ENTDATE                     PIC 9(08).
       05  FILLER                          PIC X(10).
