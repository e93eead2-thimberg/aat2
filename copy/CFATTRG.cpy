      *================================================================
      * CFATTRG  -  redemption-attempt register record layout
      *             (VIATTREG) - one row per refused or invalid
      *             redemption attempt, kept across nights: a code
      *             the duplicate-redemption guard rejected onto
      *             EXDUPRPT, or one whose check digit did not prove
      *             in HSAAL060 (EXCKDREJ), both out of HBHSS020.
      *             Carried on by HBHSS270 after the settlement run,
      *             grouped weekly by HBHSS275
      *================================================================
       05  ATTRG-KEY.
           10  ATTRG-BUSDATE               PIC 9(08).
           10  ATTRG-CODE                  PIC X(24).
           10  ATTRG-REASON                PIC X(01).
               88  ATTRG-DUPLICATE          VALUE "D".
               88  ATTRG-CHECKDIGIT         VALUE "C".
      *20261015修正開始
      *    the controller (FEP id, left-justified) the code was
      *    presented through - HBHSS020 finds it on VIMTRLST from
      *    the code's machine and writes it on the reject; spaces
      *    when the machine is not on the list
      *20261015修正終了
       05  ATTRG-TERMINAL                  PIC X(10).
      *    for a duplicate, the date the code was first redeemed
       05  ATTRG-ORGDATE                   PIC 9(08).
       05  ATTRG-RUNDATE                   PIC 9(08).
       05  ATTRG-RUNTIME                   PIC 9(06).
