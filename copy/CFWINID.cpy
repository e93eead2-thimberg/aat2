      *================================================================
      * CFWINID  -  winner-identity register record layout (VIWINID) -
      *             one row per high-value ticket, keyed exactly as
      *             its VIPAYSTS ledger entry, recording who actually
      *             collected the money: the identity document shown
      *             at the counter, name, address and date of birth.
      *             Maintained by IDCARD cards through HBHSS250;
      *             HBHSS120 refuses to mark an entry above the
      *             approval threshold paid until a complete row
      *             exists, and HBHSS240's statutory extract takes
      *             the payee details from here
      *================================================================
      *20261015追加開始
      *    rows are also taken for payments inside the structuring
      *    band just under the threshold (HBHSS260 BANDPCT): HBHSS120
      *    asks for them there too, and HBHSS260 clusters those
      *    payments on the document type and number held here
      *20261015追加終了
       05  WINID-KEY.
           10  WINID-TICKETCD              PIC X(24).
      *    identity document type as the counter checks it
       05  WINID-DOCTYPE                   PIC X(02).
           88  WINID-DOC-LICENCE            VALUE "DL".
           88  WINID-DOC-PASSPORT           VALUE "PP".
           88  WINID-DOC-MYNUMBER           VALUE "MN".
           88  WINID-DOC-RESIDENCE          VALUE "RC".
           88  WINID-DOC-INSURANCE          VALUE "HI".
           88  WINID-DOC-VALID              VALUE "DL" "PP" "MN"
                                                  "RC" "HI".
       05  WINID-DOCNO                     PIC X(20).
       05  WINID-NAME                      PIC X(40).
       05  WINID-ADDR                      PIC X(80).
       05  WINID-BIRTHDT                   PIC 9(08).
      *    who recorded the row, and when
       05  WINID-REGDATE                   PIC 9(08).
       05  WINID-REGTIME                   PIC 9(06).
       05  WINID-OPID                      PIC X(08).
