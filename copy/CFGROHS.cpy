      *================================================================
      * CFGROHS  -  file growth history record layout (VIGROHIS) -
      *             one row per master or work file per business
      *             date, written by HBHUN755: the record count the
      *             night's read found and the space it stands for
      *             (records times record length; for a relative
      *             file the slots up to the highest used), so the
      *             growth over any window can be read back
      *================================================================
       05  GRO-KEY.
           07  GRO-FILEID                  PIC X(08).
           07  GRO-BUSDT                   PIC 9(08).
       05  GRO-ORG                         PIC X(01).
           88  GRO-INDEXED                  VALUE "I".
           88  GRO-RELATIVE                 VALUE "R".
       05  GRO-RECLEN                      PIC 9(05).
       05  GRO-RECCNT                      PIC 9(09).
       05  GRO-SLOTS                       PIC 9(09).
       05  GRO-BYTES                       PIC 9(12).
       05  GRO-RUNDATE                     PIC 9(08).
       05  GRO-RUNTIME                     PIC 9(06).
       05  FILLER                          PIC X(14).
