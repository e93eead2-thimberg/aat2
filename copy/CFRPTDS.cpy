      *================================================================
      * CFRPTDS  -  report distribution master record layout
      *             (VIRPTDST) - one row per report identification
      *             and recipient: whether the recipient gets the
      *             whole report or only the lines for its own
      *             floors, channels or vendors, where on the report
      *             line that split key stands, and whether the
      *             report must be produced every night.  A
      *             recipient's own keys are on VIDSTRKY (CFDSTRK).
      *             DSTCARD cards maintain both through HBHUN705
      *================================================================
       05  DST-KEY.
           10  DST-RPTID                   PIC X(08).
           10  DST-RCPT                    PIC X(08).
       05  DST-SPLITKBN                    PIC X(01).
           88  DST-WHOLE                    VALUE SPACE.
           88  DST-BYFLOOR                  VALUE "F".
           88  DST-BYCHANNEL                VALUE "C".
           88  DST-BYVENDOR                 VALUE "V".
           88  DST-VALIDKBN                 VALUE SPACE "F" "C" "V".
      *    the split key's first column and width on the report
      *    line - zero for a whole-report recipient
       05  DST-SPLITPOS                    PIC 9(03).
       05  DST-SPLITLEN                    PIC 9(02).
       05  DST-MANDATORY                   PIC X(01).
           88  DST-MUSTRUN                  VALUE "Y".
       05  DST-OPID                        PIC X(08).
       05  DST-ENTDATE                     PIC 9(08).
       05  DST-CHGDATE                     PIC 9(08).
       05  FILLER                          PIC X(20).
