      *================================================================
      * CFRELBT  -  treasury release register record layout
      *             (VIRELBAT) - one row per outbound transfer batch:
      *             registered awaiting release by HBHSS300 when it
      *             summarizes the file HBHSS130 built, then released
      *             or held - as a whole or channel by channel - by a
      *             treasury officer's TRSCARD in HBHSS305.  HBHUN860
      *             will only register a gated file as sent once its
      *             row here stands released
      *20261015追加開始
      *             HBHSS290 registers the winner transfer file
      *             ZENGINWN here the same way; it has no channels
      *             and is released or held whole
      *20261015追加終了
      *================================================================
       05  RELBT-KEY.
           10  RELBT-FILEID                PIC X(12).
           10  RELBT-BUSDATE               PIC 9(08).
      *    the batch as built and summarized
       05  RELBT-RECCNT                    PIC 9(09).
       05  RELBT-CTLTOT                    PIC 9(14) COMP-3.
       05  RELBT-SUMDATE                   PIC 9(08).
      *20260909追加開始
      *    the value date the file's header carries - the day the
      *    money actually leaves
       05  RELBT-VALDATE                   PIC 9(08).
      *20260909追加終了
       05  RELBT-VARCNT                    PIC 9(03).
       05  RELBT-STATUS                    PIC X(01).
           88  RELBT-AWAITING               VALUE "1".
           88  RELBT-RELEASED               VALUE "2".
           88  RELBT-HELD                   VALUE "3".
       05  RELBT-DECDATE                   PIC 9(08).
       05  RELBT-DECOPID                   PIC X(08).
      *    channels the treasury officer held out of the batch;
      *    the released file is rebuilt without them
       05  RELBT-HLDCNT                    PIC 9(02).
       05  RELBT-HLDCHNL                   PIC X(02) OCCURS 20.
      *    the batch as released, after any held channels came out
       05  RELBT-RELCNT                    PIC 9(09).
       05  RELBT-RELTOT                    PIC 9(14) COMP-3.
