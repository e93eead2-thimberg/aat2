      *================================================================
      * CFPRZLG  -  prize stock ledger record layout (VIPRZLDG) -
      *             every movement of a prize item's stock: R one
      *             row per delivery slip booked by HBHUN920, I one
      *             row per floor per business date written by
      *             HBHUN925 from the collection records.  Each row
      *             carries the stock left on hand after it, and the
      *             issue rows the ball value collected and the cost
      *             of the prizes that went out, which HBHUN930 sets
      *             against each other per floor at month end
      *================================================================
       05  PRZL-KEY.
           10  PRZL-ITEM                   PIC X(10).
           10  PRZL-DATE                   PIC 9(08).
           10  PRZL-TYPE                   PIC X(01).
               88  PRZL-RECEIPT             VALUE "R".
               88  PRZL-ISSUE               VALUE "I".
      *    R: the wholesaler's delivery slip number
      *    I: the floor the prizes were exchanged on
           10  PRZL-REF                    PIC X(10).
       05  PRZL-QTY                        PIC S9(07).
       05  PRZL-UNITCOST                   PIC 9(07)V99.
       05  PRZL-COSTAMT                    PIC S9(11)V99 COMP-3.
      *    I: ball/medal value collected for the prizes issued
       05  PRZL-BALLVAL                    PIC S9(11)V99 COMP-3.
      *    R: the wholesaler that delivered
       05  PRZL-WHSL                       PIC X(10).
       05  PRZL-ONHAND                     PIC S9(07).
       05  PRZL-OPID                       PIC X(08).
       05  PRZL-ENTDATE                    PIC 9(08).
