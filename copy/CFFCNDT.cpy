      *================================================================
      * CFFCNDT  -  fee-change notice detail record layout
      *             (VIFCNDTL) - one row per staged fee change and
      *             sales floor it reprices: the vendor the floor
      *             belongs to, the rate in force and the staged
      *             rate.  The staged change records' own copybooks
      *             are absent from this source, so the rates the
      *             vendor must be told of ride this layout, keyed
      *             by the VITSGSTG staging key.  Kept by FCNCARD
      *             cards through HBHUN685, which marks each row
      *             with the business date its notice went out
      *================================================================
       05  FCD-KEY.
           10  FCD-STGKEY.
               15  FCD-FILEKBN             PIC X(01).
               15  FCD-KEYIMG              PIC X(20).
           10  FCD-FLOOR                   PIC X(06).
       05  FCD-GYOCD                       PIC X(08).
       05  FCD-OLDRATE                     PIC S9(03)V9(02) COMP-3.
       05  FCD-NEWRATE                     PIC S9(03)V9(02) COMP-3.
       05  FCD-OPID                        PIC X(08).
       05  FCD-ENTDATE                     PIC 9(08).
      *    zero until the vendor's notice has gone out
       05  FCD-NTCDATE                     PIC 9(08).
           88  FCD-UNNOTIFIED               VALUE ZERO.
       05  FILLER                          PIC X(20).
