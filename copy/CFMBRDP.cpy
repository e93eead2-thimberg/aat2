      *================================================================
      * CFMBRDP  -  member deposit account record layout (VIMBRDEP)
      *             - one row per member per kind of play (balls or
      *             medals) the member keeps on deposit instead of
      *             exchanging.  HBHUN935 posts the counter's
      *             deposits and re-play withdrawals to it, carries
      *             the day's movements for the daily balance and
      *             the re-play limit, and expires a balance left
      *             dormant too long; HBHSS220 values the balances
      *             on the liability statement at the unit value
      *             each row carries
      *================================================================
       05  MBD-KEY.
           10  MBD-MEMBER                  PIC X(10).
           10  MBD-KIND                    PIC X(01).
               88  MBD-BALLS                VALUE "B".
               88  MBD-MEDALS               VALUE "M".
       05  MBD-NAME                        PIC X(20).
       05  MBD-STATUS                      PIC X(01).
           88  MBD-ACTIVE                   VALUE "A".
           88  MBD-EXPIRED                  VALUE "E".
      *    balls or medals on deposit
       05  MBD-BALANCE                     PIC S9(09).
      *    yen value of one ball or medal, as last posted
       05  MBD-UNITYEN                     PIC 9(03)V99.
       05  MBD-OPENDT                      PIC 9(08).
      *    the last deposit or withdrawal - dormancy runs from here
       05  MBD-LASTACTDT                   PIC 9(08).
      *    the business date the day's movements below belong to
       05  MBD-DAYDT                       PIC 9(08).
       05  MBD-DAYOPEN                     PIC S9(09).
       05  MBD-DAYDEP                      PIC 9(09).
       05  MBD-DAYWDR                      PIC 9(09).
       05  MBD-DAYEXP                      PIC 9(09).
       05  MBD-EXPDT                       PIC 9(08).
       05  MBD-EXPTOT                      PIC 9(11).
