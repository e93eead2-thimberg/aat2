      *================================================================
      * CFDWNLG  -  machine downtime log record layout (VIDWNLOG) -
      *             one row per spell a machine stood out of service
      *             for repair, a part swap or an inspection, keyed
      *             by machine and the moment it went down.  DWNCARD
      *             cards maintain it through HBHUN905; HBHUN420
      *             takes the down days out of the month's operating
      *             days and hours, and HBHUN910 reports the month's
      *             availability per floor and block by reason
      *================================================================
       05  DWN-KEY.
           10  DWN-MACHINE                 PIC X(22).
           10  DWN-STARTDT                 PIC 9(08).
           10  DWN-STARTTM                 PIC 9(04).
      *    zero while the machine is still out of service
       05  DWN-ENDDT                       PIC 9(08).
       05  DWN-ENDTM                       PIC 9(04).
       05  DWN-REASON                      PIC X(01).
           88  DWN-REPAIR                   VALUE "R".
           88  DWN-PARTSWAP                 VALUE "P".
           88  DWN-INSPECTION               VALUE "I".
           88  DWN-OTHER                    VALUE "O".
       05  DWN-FLOOR                       PIC X(10).
      *    the VIBLOCK block the machine stands in
       05  DWN-BLOCK                       PIC 9(03).
       05  DWN-NOTE                        PIC X(30).
       05  DWN-OPID                        PIC X(08).
       05  DWN-ENTDATE                     PIC 9(08).
