      *================================================================
      * CFHALAS  -  hall assignment record layout (VIHALLAS) - the
      *             hall a sales floor (F, by the floor code the
      *             settlement posts under) or a machine (M, by its
      *             daily sales key item) stands in; the floor and
      *             machine masters themselves are left as they are.
      *             Read by HSAAL160 (see CLHALC); kept by HALCARD
      *             F and M cards through HBHUN605
      *================================================================
       05  HAS-KEY.
           07  HAS-KIND                    PIC X(01).
               88  HAS-FLOOR                VALUE "F".
               88  HAS-MACHINE              VALUE "M".
           07  HAS-CODE                    PIC X(22).
       05  HAS-HALLCD                      PIC X(02).
       05  HAS-OPID                        PIC X(08).
       05  HAS-ENTDATE                     PIC 9(08).
       05  FILLER                          PIC X(10).
