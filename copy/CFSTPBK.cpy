      *================================================================
      * CFSTPBK  -  stop-payment blocked-attempt record layout
      *             (EXSTPBLK) - one row each time a program refuses
      *             a ticket because VISTOPPY holds a stop in force
      *             against it (see CFSTOPP); the file is cumulative,
      *             every writer opens it for extension
      *================================================================
       05  STPBK-RUNDATE                   PIC 9(08).
       05  STPBK-RUNTIME                   PIC 9(06).
      *    the refusing program: HBHSS020 payment list, HBHSS120
      *    PAYCARD marking, HBHSS130 ZENGINTF transfer
       05  STPBK-PROGID                    PIC X(08).
       05  STPBK-TICKETCD                  PIC X(24).
       05  STPBK-AMOUNT                    PIC 9(14) COMP-3.
      *    the keying operator where there is one, else the run's
       05  STPBK-OPID                      PIC X(08).
       05  STPBK-REASON                    PIC X(02).
       05  STPBK-AUTHORITY                 PIC X(30).
