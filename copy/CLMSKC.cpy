      *================================================================
      * CLMSKC  -  sensitive-field masking connect area (HSAAL140):
      *           the caller names itself and the field, supplies
      *           the value to be printed and its shipped masking
      *           rule, and gets the value back masked by the
      *           VIMSKRUL master's rule for the field (its own
      *           rule when the master has none) - or untouched
      *           when an authorised recipient has asked for an
      *           unmasked copy of the caller's reports through
      *           the UNMSKREQ control file; every such request,
      *           granted or refused, goes on the EXUNMAUD audit
      *================================================================
       05  MSKC-PROGID                     PIC X(08).
       05  MSKC-FIELDID                    PIC X(12).
       05  MSKC-VALUE                      PIC X(40).
      *    the caller's shipped rule - see CFMSKRL
       05  MSKC-METHOD                     PIC X(01).
       05  MSKC-SHOWN                      PIC 9(02).
       05  MSKC-STATUS                     PIC X(01).
           88  MSKC-MASKED                  VALUE "M".
           88  MSKC-CLEAR                   VALUE "C".
           88  MSKC-UNMASKED                VALUE "U".
