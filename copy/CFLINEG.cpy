      *================================================================
      * CFLINEG  -  run-lineage register (VILINEAG), written through
      *             HSAAL170 only.  Four kinds of row share the file:
      *             G the current generation of a file and the run
      *             that wrote it; F every generation a run wrote;
      *             I every input a run read, with the run that wrote
      *             the generation it read; K every record a run wrote
      *             or updated, with the latest run and the one before
      *             it (a rerun or an HBHUN560 restatement leaves the
      *             run it replaced in LIN-PREVRUN).  A run is named by
      *             its VIJOBLOG start-record key, so the inquiry
      *             HBHUN565 takes program, operator and terminal from
      *             the audit trail itself
      *================================================================
       05  LIN-KEY.
           10  LIN-TYPE                    PIC X(01).
               88  LIN-CURGEN               VALUE "G".
               88  LIN-GENHIST              VALUE "F".
               88  LIN-RUNINPUT             VALUE "I".
               88  LIN-RECSTAMP             VALUE "K".
           10  LIN-KEYBODY                 PIC X(60).
           10  LIN-G-KEY REDEFINES LIN-KEYBODY.
               15  LIN-G-FILEID            PIC X(08).
               15  FILLER                  PIC X(52).
           10  LIN-F-KEY REDEFINES LIN-KEYBODY.
               15  LIN-F-FILEID            PIC X(08).
               15  LIN-F-BUSDATE           PIC 9(08).
               15  LIN-F-RUNID             PIC X(22).
               15  FILLER                  PIC X(22).
           10  LIN-I-KEY REDEFINES LIN-KEYBODY.
               15  LIN-I-RUNID             PIC X(22).
               15  LIN-I-FILEID            PIC X(08).
               15  FILLER                  PIC X(30).
           10  LIN-K-KEY REDEFINES LIN-KEYBODY.
               15  LIN-K-FILEID            PIC X(08).
               15  LIN-K-RECKEY            PIC X(30).
               15  FILLER                  PIC X(22).
      *    G, F: the run that wrote the generation; I: the run that
      *    wrote the generation read (spaces when it was written
      *    before lineage was kept); K: the latest run
       05  LIN-RUNID.
           10  LIN-PROGID                  PIC X(08).
           10  LIN-RUNDATE                 PIC 9(08).
           10  LIN-RUNTIME                 PIC 9(06).
      *    G: the run of the generation before; K: the run before
      *    the latest
       05  LIN-PREVRUN                     PIC X(22).
       05  LIN-BUSDATE                     PIC 9(08).
      *    G, F, I: the records in the generation; K: the times the
      *    record has been stamped
       05  LIN-CNT                         PIC 9(09).
      *    K: A added, C changed, D deleted by the latest run
       05  LIN-ACTION                      PIC X(01).
       05  LIN-STAMPDATE                   PIC 9(08).
       05  LIN-STAMPTIME                   PIC 9(06).
       05  FILLER                          PIC X(20).
