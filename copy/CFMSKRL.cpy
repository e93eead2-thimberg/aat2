      *================================================================
      * CFMSKRL  -  sensitive-field masking rule record layout
      *             (VIMSKRUL) - one row per sensitive field the
      *             suite prints: how the field is masked on every
      *             report and extract that carries it.  Read by
      *             the masking subroutine HSAAL140 (see CLMSKC);
      *             kept by MSKCARD cards through HBHUN715
      *================================================================
       05  MSK-FIELDID                     PIC X(12).
      *    L the last MSK-SHOWN characters left, S the first
      *    MSK-SHOWN characters left and the rest cut to one "*",
      *    F the whole value masked, N printed as it stands
       05  MSK-METHOD                      PIC X(01).
           88  MSK-LASTN                    VALUE "L".
           88  MSK-SHORTEN                  VALUE "S".
           88  MSK-FULL                     VALUE "F".
           88  MSK-NONE                     VALUE "N".
           88  MSK-VALIDMETHOD              VALUE "L" "S" "F" "N".
       05  MSK-SHOWN                       PIC 9(02).
       05  MSK-OPID                        PIC X(08).
       05  MSK-ENTDATE                     PIC 9(08).
       05  MSK-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
