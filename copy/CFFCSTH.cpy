      *================================================================
      * CFFCSTH  -  floor sales-forecast history record layout
      *             (VIFCSTHS) - one row per sales floor, target
      *             business date and lead (the number of days
      *             ahead the forecast was made, 1 = the next day):
      *             the day class and weekday the target was taken
      *             as, the VIJIKPTN profile base, the VIHBTMON
      *             trend factor applied and the resulting forecast.
      *             Once the target date has been settled HBHUN645
      *             fills in the actual and the error, and the rows
      *             stay as the forecast's accuracy history
      *================================================================
       05  FCH-KEY.
           10  FCH-FLOOR                   PIC X(10).
           10  FCH-TGTDATE                 PIC 9(08).
           10  FCH-LEAD                    PIC 9(01).
       05  FCH-MADEDT                      PIC 9(08).
       05  FCH-WEEKDAY                     PIC 9(01).
       05  FCH-DAYCLASS                    PIC X(01).
       05  FCH-BASE                        PIC 9(11) COMP-3.
       05  FCH-TREND                       PIC 9(01)V9(04).
       05  FCH-FCAMT                       PIC 9(11) COMP-3.
       05  FCH-ACTAMT                      PIC 9(11) COMP-3.
      *    (forecast - actual) as a percentage of the actual
       05  FCH-ERRPCT                      PIC S9(03)V9(02).
       05  FCH-STATUS                      PIC X(01).
           88  FCH-PENDING                  VALUE "F".
           88  FCH-COMPARED                 VALUE "A".
           88  FCH-NOACTUAL                 VALUE "Z".
      *20260925修正開始
      *    the event carded for the floor on the target date, set
      *    when the forecast is made and again when it is compared;
      *    an event day's comparison stays out of the accuracy
       05  FCH-EVTTYPE                     PIC X(01).
           88  FCH-EVENTDAY                 VALUE "N" "A" "F" "O".
       05  FILLER                          PIC X(09).
      *20260925修正終了
