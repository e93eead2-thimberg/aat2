      *================================================================
      * CFVCHCT  -  payout-voucher number control record layout
      *             (VIVCHCTR) - one row per payment counter holding
      *             the last voucher number issued there; HBHSS120
      *             takes the next number from it for every accepted
      *             collection card and HBHSS325 proves the voucher
      *             register against it
      *================================================================
       05  VCHCT-COUNTER                   PIC X(08).
       05  VCHCT-LASTNO                    PIC 9(08).
       05  VCHCT-LASTDATE                  PIC 9(08).
