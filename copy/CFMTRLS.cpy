      *================================================================
      * CFMTRLS  -  machine meter last-reading record layout
      *             (VIMTRLST) - one row per machine the hall
      *             controller reads, keyed by the machine: the in
      *             and out meters as last reconciled, the readings
      *             the night before that (so a rerun of the same
      *             business date starts from the same base), and
      *             the count of consecutive nights the machine's
      *             meters and its posted takings disagreed beyond
      *             the tolerance.  Kept by HBHUN915
      *================================================================
       05  MTRLS-MACHINE                   PIC X(22).
       05  MTRLS-FEPID                     PIC 9(02).
       05  MTRLS-LASTBUSDT                 PIC 9(08).
       05  MTRLS-LASTREADDT                PIC 9(08).
       05  MTRLS-LASTREADTM                PIC 9(06).
       05  MTRLS-LASTIN                    PIC 9(12).
       05  MTRLS-LASTOUT                   PIC 9(12).
       05  MTRLS-PREVIN                    PIC 9(12).
       05  MTRLS-PREVOUT                   PIC 9(12).
       05  MTRLS-CONSEC                    PIC 9(03).
       05  MTRLS-PREVCONSEC                PIC 9(03).
      *    the last business date the machine was escalated to the
      *    alert queue
       05  MTRLS-LASTESCDT                 PIC 9(08).
