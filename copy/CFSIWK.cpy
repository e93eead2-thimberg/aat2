       05  SIWK-TAXAMT                     PIC S9(14) COMP-3.
      *20150502追加終了
       05  SIWK-CNT                        PIC 9(07).
      *20261001追加開始
      *    the hall whose settlement pass wrote the record - see
      *    CLHALC; 01 while the installation settles one hall
       05  SIWK-HALLCD                     PIC X(02).
      *20261001追加終了
