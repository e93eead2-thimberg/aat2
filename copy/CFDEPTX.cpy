      *================================================================
      * CFDEPTX  -  member deposit transaction record layout
      *             (VIDEPTXN) - every deposit, re-play withdrawal
      *             and expiry HBHUN935 has posted to a VIMBRDEP
      *             account, keyed so that a counter transaction fed
      *             twice is recognised and refused the second time
      *================================================================
       05  DTX-KEY.
           10  DTX-MEMBER                  PIC X(10).
           10  DTX-KIND                    PIC X(01).
           10  DTX-DATE                    PIC 9(08).
           10  DTX-TIME                    PIC 9(06).
           10  DTX-TYPE                    PIC X(01).
               88  DTX-DEPOSIT              VALUE "D".
               88  DTX-WITHDRAW             VALUE "W".
               88  DTX-EXPIRY               VALUE "X".
       05  DTX-QTY                         PIC 9(09).
       05  DTX-BALAFTER                    PIC S9(09).
      *    expiry: the yen booked as income
       05  DTX-YENAMT                      PIC S9(11) COMP-3.
       05  DTX-TERMID                      PIC X(08).
       05  DTX-OPID                        PIC X(08).
       05  DTX-ENTDATE                     PIC 9(08).
