      *================================================================
      * CFSTOPP  -  stop-payment master record layout (VISTOPPY) -
      *             one row per ticket reported lost, stolen or
      *             seized, placed and lifted through STPCARD cards
      *             in HBHSS280: while a stop is in force HBHSS020
      *             keeps the ticket off the payment list, HBHSS120
      *             refuses to mark it paid and HBHSS130 keeps it out
      *             of ZENGINTF; each refusal is written to EXSTPBLK
      *             (see CFSTPBK).  A stop comes off only when two
      *             different operators have signed the lift
      *================================================================
       05  STOPP-KEY.
           10  STOPP-TICKETCD              PIC X(24).
       05  STOPP-REASON                    PIC X(02).
           88  STOPP-LOST                   VALUE "LO".
           88  STOPP-STOLEN                 VALUE "ST".
           88  STOPP-SEIZED                 VALUE "SZ".
           88  STOPP-COURTORDER             VALUE "CO".
           88  STOPP-REASON-OK              VALUE "LO" "ST" "SZ" "CO".
      *    who asked for the stop (police report, court, claimant)
      *    and the operator who placed it
       05  STOPP-AUTHORITY                 PIC X(30).
       05  STOPP-PLACEDBY                  PIC X(08).
       05  STOPP-PLACEDDATE                PIC 9(08).
      *    last business date the stop holds; zero holds until lifted
       05  STOPP-EXPIRY                    PIC 9(08).
       05  STOPP-STATUS                    PIC X(01).
           88  STOPP-ACTIVE                 VALUE "1".
           88  STOPP-LIFTREQ                VALUE "2".
           88  STOPP-LIFTED                 VALUE "3".
           88  STOPP-IN-FORCE               VALUE "1" "2".
      *    the two signatures on the lift - the first operator's
      *    card leaves the stop in force as lift-requested, the
      *    second, different operator's card lifts it
       05  STOPP-LIFTOPID1                 PIC X(08).
       05  STOPP-LIFTOPID2                 PIC X(08).
       05  STOPP-LIFTDATE                  PIC 9(08).
