      *================================================================
      * CFHALLM  -  hall master record layout (VIHALLMS) - one row
      *             per hall settled on this installation: its name,
      *             whether it is settled at all, its place in the
      *             night's chain and the VRUNYKAN run-control slot
      *             its passes settle against.  Read by HSAAL160
      *             (see CLHALC) and the hall-cycle step HBHUN615;
      *             kept by HALCARD H cards through HBHUN605
      *================================================================
       05  HALL-CD                         PIC X(02).
       05  HALL-NAME                       PIC X(20).
       05  HALL-ACTIVE                     PIC X(01).
           88  HALL-IS-ACTIVE               VALUE "1".
      *    the order the halls are settled in, lowest first
       05  HALL-SEQ                        PIC 9(02).
      *    the relative slot of the hall's own run-control entry
       05  HALL-UNKSLOT                    PIC 9(08).
       05  HALL-OPID                       PIC X(08).
       05  HALL-ENTDATE                    PIC 9(08).
       05  HALL-CHGDATE                    PIC 9(08).
       05  FILLER                          PIC X(20).
