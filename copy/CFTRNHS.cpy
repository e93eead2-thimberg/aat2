      *================================================================
      * CFTRNHS  -  transaction history record layout (VITRNHIS) -
      *             one row per transaction detail the night's clean
      *             stream halves (SQTRNCLA/SQTRNCLB) carried, loaded
      *             by HBHUN365 after the pre-edit and kept for the
      *             KEEPDAYS retention window.  The stream's own
      *             detail layout (CFTRNS) is absent from this
      *             system, so a row is keyed by what the record
      *             header makes recoverable - the FEP that sent it,
      *             the business date, the pass timestamp the
      *             controller stamped, pass number and record
      *             serial - with the half and the detail's place in
      *             the record, and the 32-byte detail is kept as
      *             sent.  HBHUN380 lists them by FEP or machine
      *================================================================
       05  TRH-KEY.
           10  TRH-FEPID                   PIC 9(02).
           10  TRH-BUSDATE                 PIC 9(08).
           10  TRH-PASSTS                  PIC 9(09).
           10  TRH-PASSNO                  PIC 9(02).
           10  TRH-SERIAL                  PIC 9(05).
      *        A the first half of the stream, B the second
           10  TRH-HALF                    PIC X(01).
           10  TRH-SLOT                    PIC 9(02).
      *    the record header's second pass timestamp
       05  TRH-PASSTS2                     PIC 9(09).
       05  TRH-DETAIL                      PIC X(32).
       05  FILLER                          PIC X(10).
