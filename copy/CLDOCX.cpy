      *================================================================
      * CLDOCX  -  electronic-records index connect area for
      *            HSAAL180: a program that writes an invoice, a
      *            transfer or a journal entry registers it here as it
      *            writes it, and closes the index at end of run.  The
      *            row is CFDOCIX on VIDOCIDX; HBHUN575 searches it
      *================================================================
       05  DCX-FUNC                        PIC X(01).
           88  DCX-REGISTER                 VALUE "R".
           88  DCX-END                      VALUE "E".
      *20261015追加開始
      *    W: a registered transfer kept back from the bank after
      *    all is taken off the index again - same type, date and
      *    number as it was registered under
           88  DCX-WITHDRAW                 VALUE "W".
      *20261015追加終了
       05  DCX-PROGID                      PIC X(08).
       05  DCX-DOCTYPE                     PIC X(01).
           88  DCX-INVOICE                  VALUE "I".
           88  DCX-TRANSFER                 VALUE "T".
           88  DCX-JOURNAL                  VALUE "J".
       05  DCX-DOCDATE                     PIC 9(08).
       05  DCX-DOCNO                       PIC X(20).
       05  DCX-AMOUNT                      PIC S9(14).
       05  DCX-CPTY                        PIC X(10).
       05  DCX-CPTYNAME                    PIC X(30).
       05  DCX-FILEID                      PIC X(12).
       05  DCX-GENBD                       PIC 9(08).
      *    0: registered; 9: VIDOCIDX is not available and nothing
      *    is - the caller's own work goes on regardless
       05  DCX-STATUS                      PIC X(01).
           88  DCX-OK                       VALUE "0".
           88  DCX-UNAVAILABLE              VALUE "9".
