      *================================================================
      * CFFLRDY  -  daily floor takings history record layout
      *             (VIFLRDAY) - one row per business date and sales
      *             floor: the day's takings from RQHIBETU, the
      *             weekday and day class the day was taken as, and
      *             the event on it as VIEVTCAL stood that night.
      *             Written nightly by HBHUN655, which holds the rows
      *             KEEPDAYS days and sets each event day against
      *             the same floor's ordinary days of its kind
      *================================================================
       05  FDY-KEY.
           10  FDY-DATE                    PIC 9(08).
           10  FDY-FLOOR                   PIC X(10).
       05  FDY-AMT                         PIC S9(13)V99 COMP-3.
       05  FDY-RECCNT                      PIC 9(07).
       05  FDY-WEEKDAY                     PIC 9(01).
       05  FDY-DAYCLASS                    PIC X(01).
       05  FDY-EVTTYPE                     PIC X(01).
       05  FILLER                          PIC X(20).
