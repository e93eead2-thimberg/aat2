      *================================================================
      * CFPPADJ  -  prior-period adjustment master record layout
      *             (VIPPADJ) - one row per correction booked
      *             against a business date HBHUN740 has closed,
      *             keyed by ADJCARD cards in HBHUN590.  The closed
      *             date's own figures are never touched: a pending
      *             adjustment is posted into the open business date
      *             on the SQWPPAJN settlement journal feed, source R,
      *             and HBHUN610 carries it to SIWAKEIF under the
      *             closed date and sequence, so every entry on the
      *             interface names the period it corrects
      *================================================================
       05  PPA-KEY.
           10  PPA-CLSDATE                 PIC 9(08).
           10  PPA-SEQ                     PIC 9(02).
       05  PPA-STATUS                      PIC X(01).
           88  PPA-PENDING                  VALUE "0".
           88  PPA-POSTED                   VALUE "1".
           88  PPA-CANCELLED                VALUE "9".
      *    the original item: the journal entry on SIWAKEIF the
      *    correction answers (run date and entry sequence, as the
      *    electronic-records index knows it) when one was named,
      *    and always the source and source key of the item
       05  PPA-ORGDOCNO                    PIC X(20).
       05  PPA-ORGSRC                      PIC X(01).
       05  PPA-ORGKEY                      PIC X(10).
      *    the correction, signed - sales (class S) and payouts
      *    (class P) as the settlement feed carries them
       05  PPA-URIAMT                      PIC S9(14).
       05  PPA-SHIAMT                      PIC S9(14).
       05  PPA-REASON                      PIC X(30).
       05  PPA-OPID                        PIC X(08).
       05  PPA-ENTDATE                     PIC 9(08).
      *    the open business date it was posted into, and the
      *    operator and date of a cancellation before posting
       05  PPA-POSTDATE                    PIC 9(08).
       05  PPA-CANOPID                     PIC X(08).
       05  PPA-CANDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
