           88  PAYST-UNPAID                 VALUE "1".
           88  PAYST-PAID                   VALUE "2".
           88  PAYST-FORFEITED              VALUE "3".
      *20260907追加開始
      *    the winner chose payment by bank transfer (PMTCARD,
      *    HBHSS285): the entry is neither payable at the counter
      *    nor aged while HBHSS290 has it to release - see CFWINAC
           88  PAYST-XFERPEND               VALUE "4".
      *20260907追加終了
       05  PAYST-ENTRYDATE                 PIC 9(08).
       05  PAYST-PAIDDATE                  PIC 9(08).
       05  PAYST-CARRYCNT                  PIC 9(03).
