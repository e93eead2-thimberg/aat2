      *================================================================
      * CFRECIT  -  settlement-account reconciliation register record
      *             layout (VIRECITM) - every movement expected on the
      *             settlement account and every line of the bank's
      *             own statement, one row each, matched against one
      *             another by HBHSS310.  Expected debits are the
      *             released transfer batches, expected credits the
      *             vendors' commission invoices and the counter cash
      *             deposits the cash office keys; statement lines
      *             sit on the register in their own right, so a row
      *             on either side left unmatched carries forward
      *             night after night until a match or a clearing
      *             card resolves it
      *================================================================
       05  RECIT-KEY.
           10  RECIT-SIDE                  PIC X(01).
               88  RECIT-DEBIT              VALUE "D".
               88  RECIT-CREDIT             VALUE "C".
           10  RECIT-SOURCE                PIC X(02).
               88  RECIT-TRANSFER           VALUE "TR".
               88  RECIT-VENDORRCPT         VALUE "VR".
               88  RECIT-CASHDEPOSIT        VALUE "CD".
               88  RECIT-STATEMENT          VALUE "BS".
      *    TR - file id and business date of the batch; VR - the
      *    invoice number; CD - deposit date and slip number;
      *    BS - transaction date and the bank's inquiry number
           10  RECIT-REF                   PIC X(24).
       05  RECIT-AMOUNT                    PIC 9(14) COMP-3.
      *    the date the money is expected to move - value date,
      *    invoice date, deposit date, or the statement's own
      *    transaction date
       05  RECIT-EXPDATE                   PIC 9(08).
       05  RECIT-NAME                      PIC X(30).
       05  RECIT-FIRSTDATE                 PIC 9(08).
       05  RECIT-STATUS                    PIC X(01).
           88  RECIT-OPEN                   VALUE "O".
           88  RECIT-MATCHED                VALUE "M".
           88  RECIT-CLEARED                VALUE "X".
       05  RECIT-MATCHKEY                  PIC X(27).
       05  RECIT-MATCHDATE                 PIC 9(08).
       05  RECIT-CLEAROPID                 PIC X(08).
       05  RECIT-CLEARNOTE                 PIC X(40).
