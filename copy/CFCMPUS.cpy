      *================================================================
      * CFCMPUS  -  campaign use record layout (VICMPUSE) - one row
      *             per campaign per business date, accumulated by
      *             HBHUN370 for every posting a campaign discounted:
      *             the sales it covered, the commission before the
      *             discount and the discount given.  HBHUN950
      *             reports a month of it as the campaign cost
      *================================================================
       05  CMU-KEY.
           10  CMU-ID                      PIC X(08).
           10  CMU-DATE                    PIC 9(08).
       05  CMU-POSTINGS                    PIC 9(07).
       05  CMU-SALES                       PIC S9(14) COMP-3.
       05  CMU-GROSS                       PIC S9(14) COMP-3.
       05  CMU-DISC                        PIC S9(14) COMP-3.
       05  FILLER                          PIC X(10).
