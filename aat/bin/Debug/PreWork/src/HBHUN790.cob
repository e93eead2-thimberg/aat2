           05  HBTMON-AMT                  PIC S9(11)V99 COMP-3.
           05  HBTMON-DAYS                 PIC 9(03).
           05  HBTMON-AVG                  PIC S9(09)V99 COMP-3.
      *20260913追加開始
           05  HBTMON-DOWNDAYS             PIC 9(03).
           05  HBTMON-AVLHRS               PIC 9(05)V9.
           05  HBTMON-HRAVG                PIC S9(09)V99 COMP-3.
      *20260913追加終了
000000 FD  EXINVAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXINVAUD".
