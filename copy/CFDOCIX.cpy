      *================================================================
      * CFDOCIX  -  electronic-records search index (VIDOCIDX) - one
      *             row per document the bookkeeping rules require to
      *             be found again: each qualified invoice HBHUN855
      *             issues, each transfer HBHSS130 puts on ZENGINTF,
      *             each journal entry HBHUN610 sends to accounting.
      *             The row is registered (HSAAL180, CLDOCX) as the
      *             document is written and carries the date, amount
      *             and counterparty it is searched by and the file
      *             generation that holds it; HBHUN575 answers
      *             searches and finds the generation on the archive
      *             catalog once the purge has moved it there
      *================================================================
      *    keyed by type and date, so a date-range search starts
      *    where the range starts
       05  DIX-KEY.
           10  DIX-DOCTYPE                 PIC X(01).
               88  DIX-INVOICE              VALUE "I".
               88  DIX-TRANSFER             VALUE "T".
               88  DIX-JOURNAL              VALUE "J".
      *        the transaction date - the invoice's issue date, the
      *        transfer's value date, the entry's business date
           10  DIX-DOCDATE                 PIC 9(08).
      *        I: the invoice number off VIINVREG; T: hall, batch
      *        business date and line on ZENGINTF; J: run date and
      *        entry sequence on SIWAKEIF
           10  DIX-DOCNO                   PIC X(20).
       05  DIX-AMOUNT                      PIC S9(14).
      *    I: the vendor and its name; T: the channel paid and the
      *    payee's name; J: the source key of the entry, its name
      *    the debit and credit accounts and the source
       05  DIX-CPTY                        PIC X(10).
       05  DIX-CPTYNAME                    PIC X(30).
      *    where the document lives: the file identification as the
      *    retention purge and the archive catalog (VIARCCAT) know
      *    it, and the business date of the generation
       05  DIX-LOC.
           10  DIX-FILEID                  PIC X(12).
           10  DIX-GENBD                   PIC 9(08).
       05  DIX-PROGID                      PIC X(08).
       05  DIX-REGDATE                     PIC 9(08).
       05  DIX-REGTIME                     PIC 9(06).
      *    times the document was written - above 1 it was reissued
      *    or resent, and the location is the latest
       05  DIX-REGCNT                      PIC 9(03).
       05  FILLER                          PIC X(20).
