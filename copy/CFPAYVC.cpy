      *================================================================
      * CFPAYVC  -  counter payout-voucher register record layout
      *             (VIPAYVCH) - one voucher per winning ticket marked
      *             paid at a counter by HBHSS120, numbered without a
      *             break per counter (see CFVCHCT), carrying the
      *             ticket, the amount, the cashier and the time; the
      *             night's vouchers print on the SQVPAYSL slip file,
      *             the sequence is proved, and a voucher is voided
      *             only through an authorised VCHCARD card, all in
      *             HBHSS325
      *================================================================
       05  VCH-KEY.
           10  VCH-COUNTER                 PIC X(08).
           10  VCH-NO                      PIC 9(08).
       05  VCH-TICKETCD                    PIC X(24).
       05  VCH-AMOUNT                      PIC 9(14) COMP-3.
       05  VCH-OPID                        PIC X(08).
       05  VCH-BUSDATE                     PIC 9(08).
       05  VCH-ISSUEDATE                   PIC 9(08).
       05  VCH-ISSUETIME                   PIC 9(06).
       05  VCH-STATUS                      PIC X(01).
           88  VCH-ISSUED                   VALUE "I".
           88  VCH-VOIDED                   VALUE "V".
       05  VCH-VOIDDATE                    PIC 9(08).
       05  VCH-VOIDOPID                    PIC X(08).
       05  VCH-VOIDREASON                  PIC X(40).
