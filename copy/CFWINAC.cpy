      *================================================================
      * CFWINAC  -  winner transfer-account record layout (VIWINACC)
      *             - one row per winning ticket the winner asked to
      *             have paid by bank transfer instead of cash:
      *             captured from a PMTCARD in HBHSS285 (which moves
      *             the VIPAYSTS entry to transfer pending), released
      *             onto the winner Zengin file by HBHSS290 and, when
      *             the bank returns the item, marked bounced by
      *             HBHSS150 as the ledger entry is reopened
      *================================================================
       05  WINAC-KEY.
           10  WINAC-TICKETCD              PIC X(24).
      *    the winner's account, proved against VIBANKMS on capture
       05  WINAC-BANKCD                    PIC X(04).
       05  WINAC-BRANCHCD                  PIC X(03).
       05  WINAC-ACCTKBN                   PIC X(01).
           88  WINAC-ACCTKBN-OK             VALUE "1" "2" "4".
       05  WINAC-ACCTNO                    PIC X(07).
       05  WINAC-ACCTNAME                  PIC X(30).
       05  WINAC-AMOUNT                    PIC 9(14) COMP-3.
       05  WINAC-STATUS                    PIC X(01).
           88  WINAC-PENDING                VALUE "P".
           88  WINAC-SENT                   VALUE "S".
           88  WINAC-BOUNCED                VALUE "B".
           88  WINAC-CANCELLED              VALUE "C".
       05  WINAC-CARDDATE                  PIC 9(08).
       05  WINAC-CARDOPID                  PIC X(08).
       05  WINAC-SENTDATE                  PIC 9(08).
       05  WINAC-BOUNCERSN                 PIC X(02).
