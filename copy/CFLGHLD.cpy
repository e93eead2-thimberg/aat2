      *================================================================
      * CFLGHLD  -  legal-hold master record layout (VILGHOLD) -
      *             one row per hold a matter places on a file's
      *             records, maintained through LGHCARD cards in
      *             HBHUN570: while a hold is in force the retention
      *             purge HBHUN720 leaves everything it covers alone
      *             and lists what it left to EXPURHLD, and the
      *             restore HBHUN730 refuses to reload the file over
      *             it.  A hold covers either a key range or a
      *             business-date range of the named file, and comes
      *             off only when two different operators have signed
      *             the release
      *================================================================
       05  LGH-KEY.
           10  LGH-FILEID                  PIC X(12).
           10  LGH-HOLDID                  PIC X(08).
       05  LGH-KIND                        PIC X(01).
           88  LGH-BY-KEY                   VALUE "K".
           88  LGH-BY-DATE                  VALUE "D".
      *    the key range, both ends inclusive, compared on the
      *    record key as stored (K), or the business-date range,
      *    both ends inclusive (D); the unused pair is carried as
      *    spaces or zero
       05  LGH-KEYFROM                     PIC X(30).
       05  LGH-KEYTO                       PIC X(30).
       05  LGH-DATEFROM                    PIC 9(08).
       05  LGH-DATETO                      PIC 9(08).
      *    the matter the hold serves (case, claim or inquiry
      *    reference) and the operator who authorised it
       05  LGH-MATTER                      PIC X(20).
       05  LGH-AUTHOPID                    PIC X(08).
       05  LGH-PLACEDDATE                  PIC 9(08).
       05  LGH-STATUS                      PIC X(01).
           88  LGH-ACTIVE                   VALUE "1".
           88  LGH-RELREQ                   VALUE "2".
           88  LGH-RELEASED                 VALUE "3".
           88  LGH-IN-FORCE                 VALUE "1" "2".
      *    the two signatures on the release - the first operator's
      *    card leaves the hold in force as release-requested, the
      *    second, different operator's card releases it
       05  LGH-RELOPID1                    PIC X(08).
       05  LGH-RELOPID2                    PIC X(08).
       05  LGH-RELDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
