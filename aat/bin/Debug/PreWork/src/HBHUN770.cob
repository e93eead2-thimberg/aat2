           05  WTAX-TAXAMT                 PIC S9(14) COMP-3.
           05  WTAX-TOTAMT                 PIC S9(14) COMP-3.
           05  WTAX-UNITS                  PIC S9(14) COMP-3.
      *20260917追加開始
      *    the campaign discount already taken off the total
           05  WTAX-DISCAMT                PIC S9(14) COMP-3.
      *20260917追加終了
000000 FD  EXRLPRVW
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXRLPRVW".
