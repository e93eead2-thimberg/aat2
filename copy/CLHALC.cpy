      *================================================================
      * CLHALC  -  hall connect area (HSAAL160): function C returns
      *           the hall the current settlement pass is for (the
      *           HALLCUR control record), its name and the slot of
      *           its VRUNYKAN run-control entry; F and M return the
      *           hall the floor or machine in HALC-CODE is assigned
      *           to on VIHALLAS, the current hall when it has no
      *           assignment.  With no hall master the installation
      *           settles one hall - hall 01 on slot 1 - as it
      *           always has
      *================================================================
       05  HALC-FUNC                       PIC X(01).
           88  HALC-CURRENT                 VALUE "C".
           88  HALC-FLOOR                   VALUE "F".
           88  HALC-MACHINE                 VALUE "M".
       05  HALC-CODE                       PIC X(22).
       05  HALC-HALLCD                     PIC X(02).
       05  HALC-HALLNM                     PIC X(20).
       05  HALC-UNKSLOT                    PIC 9(08).
      *    0 halls from the hall master, 1 one hall and no master,
      *    9 the current hall is not on the hall master
       05  HALC-STATUS                     PIC X(01).
           88  HALC-MULTI                   VALUE "0".
           88  HALC-SINGLE                  VALUE "1".
           88  HALC-UNKNOWN                 VALUE "9".
      *    F and M: Y found on VIHALLAS, N not assigned
       05  HALC-ASSIGNED                   PIC X(01).
           88  HALC-IS-ASSIGNED             VALUE "Y".
