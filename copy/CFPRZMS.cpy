      *================================================================
      * CFPRZMS  -  prize master record layout (VIPRZMST) - one row
      *             per prize item the exchange counter hands out:
      *             its ball/medal exchange value, its purchase cost
      *             (the moving average of the deliveries received),
      *             the stock on hand and the reorder point.  PRZCARD
      *             cards maintain it and book deliveries through
      *             HBHUN920; HBHUN925 takes the day's issues off
      *             the stock from the collection records
      *================================================================
       05  PRZ-ITEM                        PIC X(10).
       05  PRZ-NAME                        PIC X(20).
      *    ball/medal value (yen) collected for one unit
       05  PRZ-EXCHVAL                     PIC 9(07).
      *    purchase cost per unit, moving average of the deliveries
       05  PRZ-UNITCOST                    PIC 9(07)V99.
      *    the wholesaler the item is normally bought from
       05  PRZ-WHSL                        PIC X(10).
       05  PRZ-REORDER                     PIC 9(07).
       05  PRZ-ONHAND                      PIC S9(07).
       05  PRZ-LASTRCVDT                   PIC 9(08).
       05  PRZ-LASTISSDT                   PIC 9(08).
       05  PRZ-OPID                        PIC X(08).
       05  PRZ-ENTDATE                     PIC 9(08).
