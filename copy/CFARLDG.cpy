      *================================================================
      * CFARLDG  -  vendor receivables ledger record layout (VIARLEDG)
      *             - one row per commission invoice HBHUN855 issued
      *             on VIINVREG, keyed by the invoice number: the
      *             amount billed, the due date, what has been paid
      *             and written off against it and the balance still
      *             open.  HBHSS315 opens each new invoice and applies
      *             the cash - matched bank-statement credits and the
      *             cash office's receipt cards, part payments
      *             included - and the authorised write-offs; HBHSS320
      *             ages the open balances per vendor month by month
      *             and dunns the invoices past due
      *================================================================
       05  ARL-INVNO                       PIC 9(08).
       05  ARL-VENDORCD                    PIC X(08).
       05  ARL-YM                          PIC 9(06).
       05  ARL-ISSUEDATE                   PIC 9(08).
       05  ARL-DUEDATE                     PIC 9(08).
       05  ARL-INVAMT                      PIC 9(14) COMP-3.
       05  ARL-PAIDAMT                     PIC 9(14) COMP-3.
       05  ARL-WOFFAMT                     PIC 9(14) COMP-3.
       05  ARL-OPENBAL                     PIC 9(14) COMP-3.
       05  ARL-LASTPAYDATE                 PIC 9(08).
      *    set once the invoice's own matched statement credit on
      *    VIRECITM has been applied, so it is applied only once
       05  ARL-BANKAPPL                    PIC 9(01).
       05  ARL-STATUS                      PIC X(01).
           88  ARL-OPEN                     VALUE "O".
           88  ARL-PAID                     VALUE "P".
           88  ARL-WRITTENOFF               VALUE "W".
       05  ARL-CLOSEDATE                   PIC 9(08).
      *    dunning: how many times listed, and when last
       05  ARL-DUNCNT                      PIC 9(02).
       05  ARL-LASTDUNDATE                 PIC 9(08).
