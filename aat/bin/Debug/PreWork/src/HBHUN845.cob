           05  WTAX-TAXAMT                 PIC S9(14) COMP-3.
           05  WTAX-TOTAMT                 PIC S9(14) COMP-3.
           05  WTAX-UNITS                  PIC S9(14) COMP-3.
      *20260917追加開始
      *    the campaign discount already taken off the total
           05  WTAX-DISCAMT                PIC S9(14) COMP-3.
      *20260917追加終了
      *    the archived year files carry whole record images
000000 FD  SQYECCHU
           LABEL  RECORD  STANDARD
000000 FD  SQYECWTX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQYECWTX".
      *20260917修正開始
       01  AWTX-REC                        PIC X(58).
      *20260917修正終了
000000 FD  EXYECRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXYECRPT".
