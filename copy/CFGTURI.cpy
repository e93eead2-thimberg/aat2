      *================================================================
      * CFGTURI  -  settled sales per game type (SQWGTURI) - written
      *            by HBHUN370 at the end of its run from the by-floor
      *            settlement postings, one "D" record per game type
      *            that sold, closed by one "C" control record (count
      *            of D records and the sales total) which a reader
      *            proves before using the figures; the by-floor work
      *            file itself rides a copybook absent from this
      *            system, the condition described at CFSIWK
      *================================================================
       05  GTU-RECKBN                      PIC X(01).
           88  GTU-DETAIL                   VALUE "D".
           88  GTU-CONTROL                  VALUE "C".
       05  GTU-GMTYPE                      PIC 9(02).
       05  GTU-URIAMT                      PIC S9(14) COMP-3.
      *    D: the postings summed; C: the number of D records
       05  GTU-CNT                         PIC 9(07).
