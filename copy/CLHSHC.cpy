      *================================================================
      * CLHSHC  -  record hash-total connect area (HSAAL150): the
      *            caller hands over one record image and its length
      *            (and, for a relative file, the record's slot) and
      *            gets back the record's hash - a position-weighted
      *            sum of every byte, so a changed, lost or shifted
      *            byte moves it where an amount total would not.
      *            The disaster-recovery unload and reload (HBHUN725
      *            and HBHUN735) both hash through here so the two
      *            sites can only agree when the bytes do
      *================================================================
       05  HSHC-RECLEN                     PIC 9(05).
       05  HSHC-SLOT                       PIC 9(09).
       05  HSHC-HASH                       PIC 9(18).
       05  HSHC-IMAGE                      PIC X(8500).
