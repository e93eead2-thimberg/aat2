      *================================================================
      * CFDSTLG  -  report delivery log record layout (VIDSTLOG) -
      *             one row per business date, report and recipient:
      *             the copy HBHUN705 burst for the recipient and its
      *             line count, or the fact the report was not
      *             produced that night.  The check step flags every
      *             mandatory report and recipient with no delivery
      *================================================================
       05  DLG-KEY.
           10  DLG-BUSDT                   PIC 9(08).
           10  DLG-RPTID                   PIC X(08).
           10  DLG-RCPT                    PIC X(08).
       05  DLG-STATUS                      PIC X(01).
           88  DLG-DELIVERED                VALUE "D".
           88  DLG-NOTPRODUCED              VALUE "N".
           88  DLG-MISSING                  VALUE "M".
       05  DLG-LINES                       PIC 9(07).
       05  DLG-RUNDATE                     PIC 9(08).
       05  DLG-RUNTIME                     PIC 9(06).
       05  FILLER                          PIC X(20).
