      *================================================================
      * CFEVTCL  -  event calendar record layout (VIEVTCAL) - one
      *             row per business date and sales floor that an
      *             event ran on: new-machine introductions,
      *             anniversary events, local festivals.  A floor
      *             of *ALL puts the whole hall on the event.  Kept
      *             by EVTCARD cards through HBHUN655; the pattern
      *             store, the forecasts and the budget variance
      *             look days up here so event takings stay out of
      *             the ordinary-day figures
      *================================================================
       05  EVT-KEY.
           10  EVT-DATE                    PIC 9(08).
           10  EVT-FLOOR                   PIC X(10).
               88  EVT-ALLFLOORS            VALUE "*ALL".
       05  EVT-TYPE                        PIC X(01).
           88  EVT-NEWMACHINE               VALUE "N".
           88  EVT-ANNIVERSARY              VALUE "A".
           88  EVT-FESTIVAL                 VALUE "F".
           88  EVT-OTHER                    VALUE "O".
           88  EVT-VALIDTYPE                VALUE "N" "A" "F" "O".
       05  EVT-NAME                        PIC X(30).
       05  EVT-OPID                        PIC X(08).
       05  EVT-ENTDATE                     PIC 9(08).
       05  EVT-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
