      *================================================================
      * CFDRARC  -  disaster-recovery archive record layout (DRARCHV)
      *             - every master unloaded by HBHUN725 travels as a
      *             header, its records and a trailer, in key order
      *             (slot order for a relative file).  A record
      *             longer than one segment is cut into 500-byte
      *             segments numbered within the record, so one
      *             fixed archive record carries every master from
      *             the 4-byte ones to the retired-type history.
      *             The trailer's count and hash repeat the
      *             manifest's (CFDRMAN) for the file.  Read back
      *             by the HBHUN735 reload at the recovery site
      *================================================================
       05  DRA-FILEID                      PIC X(08).
       05  DRA-RECTYPE                     PIC X(01).
           88  DRA-HEADER                   VALUE "H".
           88  DRA-DATA                     VALUE "D".
           88  DRA-TRAILER                  VALUE "T".
      *    the record's place in the file, from 1
       05  DRA-SEQ                         PIC 9(09).
      *    the relative record number - zero for an indexed file
       05  DRA-SLOT                        PIC 9(09).
       05  DRA-SEGNO                       PIC 9(02).
       05  DRA-SEGCNT                      PIC 9(02).
       05  DRA-SEGDATA                     PIC X(500).
       05  DRA-HDR REDEFINES DRA-SEGDATA.
           07  DRA-H-ORG                   PIC X(01).
               88  DRA-H-INDEXED            VALUE "I".
               88  DRA-H-RELATIVE           VALUE "R".
           07  DRA-H-RECLEN                PIC 9(05).
           07  DRA-H-STATE                 PIC X(01).
               88  DRA-H-UNLOADED           VALUE "U".
               88  DRA-H-ABSENT             VALUE "A".
           07  DRA-H-BUSDT                 PIC 9(08).
           07  DRA-H-RUNDATE               PIC 9(08).
           07  DRA-H-RUNTIME               PIC 9(06).
           07  FILLER                      PIC X(471).
       05  DRA-TRL REDEFINES DRA-SEGDATA.
           07  DRA-T-COUNT                 PIC 9(09).
           07  DRA-T-HASH                  PIC 9(18).
           07  FILLER                      PIC X(473).
