      *================================================================
      * CFJKPOL  -  progressive jackpot pool record layout (VIJKPOOL)
      *             - one pool per game type (VIGMTYPE).  HBHUN940
      *             adds the night's contribution out of the game
      *             type's settled sales, pays the whole pool out
      *             on a jackpot win-address hit and resets it to
      *             its seed, and carries the day's movements for
      *             the daily pool statement
      *================================================================
       05  JKP-KEY.
           10  JKP-GMTYPE                  PIC 9(02).
       05  JKP-NAME                        PIC X(20).
       05  JKP-STATUS                      PIC X(01).
           88  JKP-ACTIVE                   VALUE "A".
           88  JKP-SUSPENDED                VALUE "S".
      *    share of the game type's settled sales paid into the pool
       05  JKP-CONTPCT                     PIC 9(02)V99.
      *    the win address on the decode that is the jackpot
       05  JKP-WINADDR                     PIC 9(02).
      *    yen the pool restarts from after it is won
       05  JKP-SEED                        PIC 9(11).
       05  JKP-BALANCE                     PIC S9(13).
      *    the business date the day's movements below belong to
       05  JKP-DAYDT                       PIC 9(08).
       05  JKP-DAYOPEN                     PIC S9(13).
      *    seed put up when the pool was opened that day
       05  JKP-DAYFUND                     PIC 9(11).
       05  JKP-DAYCONT                     PIC 9(11).
       05  JKP-DAYHITS                     PIC 9(03).
       05  JKP-DAYPAID                     PIC 9(13).
      *    seed put back after the day's jackpots
       05  JKP-DAYRESEED                   PIC 9(13).
       05  JKP-LASTHITDT                   PIC 9(08).
       05  JKP-TOTCONT                     PIC S9(15) COMP-3.
       05  JKP-TOTPAID                     PIC S9(15) COMP-3.
       05  JKP-TOTSEED                     PIC S9(15) COMP-3.
       05  JKP-HITCNT                      PIC 9(07).
       05  JKP-OPID                        PIC X(08).
       05  JKP-ENTDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
