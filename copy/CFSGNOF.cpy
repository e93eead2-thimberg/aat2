      *================================================================
      * CFSGNOF  -  morning-report sign-off master record layout
      *             (VISGNOFF) - one row per report a supervisor
      *             must review for a business date, with the role
      *             that must sign it.  HBHUN595 lists the date's
      *             reviews each night from the standing list
      *             (VISGNREQ) and records the SGNCARD sign-offs -
      *             reviewer, time and any qualification; HBHUN740
      *             refuses to close a date while a mandatory review
      *             on it is unsigned
      *================================================================
       05  SGN-KEY.
           10  SGN-BUSDATE                 PIC 9(08).
           10  SGN-REPORTID                PIC X(08).
      *    the operator-master role (OPR-ROLE) the reviewer must
      *    hold, and whether the close waits for this review
       05  SGN-ROLE                        PIC X(02).
       05  SGN-MANDATORY                   PIC X(01).
           88  SGN-IS-MANDATORY             VALUE "Y".
       05  SGN-STATUS                      PIC X(01).
           88  SGN-AWAITING                 VALUE "0".
           88  SGN-SIGNED                   VALUE "1".
           88  SGN-QUALIFIED                VALUE "2".
           88  SGN-DONE                     VALUE "1" "2".
      *    the reviewer, when signed, and the qualification note -
      *    a sign-off with a note is recorded as qualified
       05  SGN-REVOPID                     PIC X(08).
       05  SGN-SIGNDATE                    PIC 9(08).
       05  SGN-SIGNTIME                    PIC 9(06).
       05  SGN-NOTE                        PIC X(40).
      *    how the review came onto the date: L the standing list,
      *    C an added card
       05  SGN-ORIGIN                      PIC X(01).
       05  FILLER                          PIC X(20).
