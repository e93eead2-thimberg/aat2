000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN550 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261014追加開始
      *    hall-controller configuration download: the game rules,
      *    time bands and machine assignments the settlement
      *    applies were set up on the hall controllers by hand,
      *    and a controller out of step showed up only as
      *    unmatched codes and block misses.  Each night every
      *    expected VIFEPMST controller is sent, on EXCFGDL, the
      *    configuration in force for the next business date (the
      *    first VICALEND date after the one settled): every
      *    VIGMRLEF game type and rule number with the version in
      *    force on that date, chosen as HBHUN370 chooses it; the
      *    machines the controller reads (VIMTRLST) with their
      *    VIGAME game type, block and machine number; and the
      *    VITMBAND time-band boundaries.  Each controller's
      *    segment opens with a header and closes with a trailer,
      *    both carrying its version stamp - the effective date
      *    and the controller's generation number - which is kept
      *    on VICFGVER (CFCFGVR).  Before tonight's file is cut,
      *    the acknowledgements the controllers returned on CFGACK
      *    are matched to the stamp each was last sent, and every
      *    controller not confirmed on the version it was sent is
      *    listed on EXCFGRPT, with the nights it has been stale,
      *    for the morning
000000     SELECT  CFGACK
000000                  ASSIGN             CFGACK-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIFEPMST
000000             ASSIGN            VIFEPMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY FPM-FEPID
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICFGVER
000000             ASSIGN            VICFGVER-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CFV-FEPID
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICALEND
000000             ASSIGN               VICALEND-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           CALEND-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMRLEF
000000             ASSIGN            VIGMRLEF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY GMRLEF-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIMTRLST
000000             ASSIGN            VIMTRLST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MTRLS-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGAME
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY GAM-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITMBAND
000000             ASSIGN            VITMBAND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY TMBAND-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCFGDL
000000             ASSIGN               EXCFGDL-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCFGRPT
000000             ASSIGN               EXCFGRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261014追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    one acknowledgement per configuration a controller has
      *    loaded, or tried to load, collected through the day
000000 FD  CFGACK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "CFGACK".
       01  CAK-REC.
           05  CAK-FEPID                   PIC X(02).
           05  CAK-FEPID-N REDEFINES CAK-FEPID
                                           PIC 9(02).
           05  CAK-STAMP                   PIC X(12).
      *    0 loaded and running, anything else the load failed
           05  CAK-RESULT                  PIC X(01).
               88  CAK-LOADED               VALUE "0".
           05  CAK-DATE                    PIC 9(08).
           05  CAK-TIME                    PIC 9(06).
000000 FD  VIFEPMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPMST".
       01  FPM-REC.
           COPY CFFEPMS .
000000 FD  VICFGVER
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICFGVER".
       01  CFV-REC.
           COPY CFCFGVR .
000000 FD  VICALEND
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICALEND".
       01  CALEND-REC.
           05  CALEND-KEY                  PIC 9(08).
           05  CALEND-YOBI                 PIC 9(01).
      *    the rule effectivity master exactly as HBHUN370 reads it
000000 FD  VIGMRLEF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRLEF".
       01  GMRLEF-REC.
           05  GMRLEF-KEY.
               07  GMRLEF-RULEKEY.
                   09  GMRLEF-GMTYPE       PIC X(02).
                   09  GMRLEF-RULENO       PIC X(04).
               07  GMRLEF-EFFFROM          PIC 9(08).
           05  GMRLEF-EFFTO                PIC 9(08).
           05  GMRLEF-VERNO                PIC X(04).
000000 FD  VIMTRLST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMTRLST".
       01  MTRLS-REC.
           COPY CFMTRLS .
000000 FD  VIGAME
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAME".
       01  GAM-REC.
           05  GAM-KEY.
               07  GAM-GMTYPE              PIC 9(02).
               07  GAM-BLOCK               PIC S9(04) COMP.
               07  GAM-KAI                 PIC S9(04) COMP.
           05  FILLER                      PIC X(100).
      *    the time-band table exactly as HBHSS020 reads it
000000 FD  VITMBAND
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITMBAND".
       01  TMBAND-REC.
           05  TMBAND-KEY.
               07  TMBAND-HIMOKU           PIC X(10).
               07  TMBAND-STARTTIME        PIC 9(04).
           05  TMBAND-ENDTIME              PIC 9(04).
           05  TMBAND-RATE                 PIC S9(03)V9(02) COMP-3.
000000 FD  EXCFGDL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCFGDL".
       01  EXCFD-REC.
      *    00 a controller's header, 10 a game rule, 20 a machine,
      *    30 a time band, 90 the controller's trailer
           05  EXCFD-RECTYPE               PIC X(02).
               88  EXCFD-HDRREC             VALUE "00".
               88  EXCFD-RULREC             VALUE "10".
               88  EXCFD-MACREC             VALUE "20".
               88  EXCFD-BNDREC             VALUE "30".
               88  EXCFD-TRLREC             VALUE "90".
           05  EXCFD-FEPID                 PIC 9(02).
           05  EXCFD-STAMP                 PIC X(12).
           05  EXCFD-BODY                  PIC X(64).
           05  EXCFD-HDR REDEFINES EXCFD-BODY.
               07  EXCFD-TGTDATE           PIC 9(08).
               07  EXCFD-GENDATE           PIC 9(08).
               07  EXCFD-GENTIME           PIC 9(06).
               07  EXCFD-FEPNAME           PIC X(30).
               07  FILLER                  PIC X(12).
           05  EXCFD-RUL REDEFINES EXCFD-BODY.
               07  EXCFD-GMTYPE            PIC X(02).
               07  EXCFD-RULENO            PIC X(04).
               07  EXCFD-VERNO             PIC X(04).
               07  EXCFD-EFFFROM           PIC 9(08).
               07  EXCFD-EFFTO             PIC 9(08).
               07  FILLER                  PIC X(38).
      *    the machine's daily sales key item and the game type,
      *    block and machine number it stands under on VIGAME
           05  EXCFD-MAC REDEFINES EXCFD-BODY.
               07  EXCFD-MACHINE           PIC X(22).
               07  EXCFD-MGMTYPE           PIC 9(02).
               07  EXCFD-BLOCK             PIC 9(04).
               07  EXCFD-KAI               PIC 9(04).
               07  FILLER                  PIC X(32).
           05  EXCFD-BND REDEFINES EXCFD-BODY.
               07  EXCFD-HIMOKU            PIC X(10).
               07  EXCFD-STARTTIME         PIC 9(04).
               07  EXCFD-ENDTIME           PIC 9(04).
               07  EXCFD-RATE              PIC S9(03)V9(02).
               07  FILLER                  PIC X(41).
      *    the record counts, the trailer itself included in the
      *    last
           05  EXCFD-TRL REDEFINES EXCFD-BODY.
               07  EXCFD-RULCNT            PIC 9(07).
               07  EXCFD-MACCNT            PIC 9(07).
               07  EXCFD-BNDCNT            PIC 9(07).
               07  EXCFD-RECCNT            PIC 9(07).
               07  FILLER                  PIC X(36).
000000 FD  EXCFGRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCFGRPT".
       01  EXCFR-REC.
      *    A an acknowledgement matched, S a controller on a stale
      *    configuration, G a configuration sent tonight
           05  EXCFR-TYPE                  PIC X(01).
               88  EXCFR-ACKLINE            VALUE "A".
               88  EXCFR-STALELINE          VALUE "S".
               88  EXCFR-GENLINE            VALUE "G".
           05  EXCFR-FEPID                 PIC X(02).
           05  EXCFR-FEPNAME               PIC X(30).
           05  EXCFR-SENTSTAMP             PIC X(12).
           05  EXCFR-ACKSTAMP              PIC X(12).
           05  EXCFR-REASON                PIC X(02).
               88  EXCFR-MATCHED            VALUE "00".
               88  EXCFR-UNKNOWNFEP         VALUE "01".
               88  EXCFR-NOTLASTSENT        VALUE "02".
               88  EXCFR-LOADFAILED         VALUE "03".
               88  EXCFR-NEVERACKED         VALUE "10".
               88  EXCFR-OLDVERSION         VALUE "11".
           05  EXCFR-STALECNT              PIC 9(03).
           05  EXCFR-TGTDATE               PIC 9(08).
           05  EXCFR-RULCNT                PIC 9(05).
           05  EXCFR-MACCNT                PIC 9(05).
           05  EXCFR-BNDCNT                PIC 9(05).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  SW-CALEND                   PIC 9(01) VALUE ZERO.
000000   03  SW-GMRLEF                   PIC 9(01) VALUE ZERO.
000000   03  SW-MTRLST                   PIC 9(01) VALUE ZERO.
000000   03  SW-NEWVER                   PIC 9(01).
000000   03  SW-HIT                      PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ACK-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-STALE-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-NOGAME-CNT               PIC 9(05) VALUE ZERO.
      *20261015追加開始
      *    records written, for the run-lineage register
000000   03  WK-LNG-DL                   PIC 9(07) VALUE ZERO.
000000   03  WK-LNG-RPT                  PIC 9(07) VALUE ZERO.
      *20261015追加終了
000000   03  WK-TRY                      PIC 9(02).
000000   03  WK-RX                       PIC 9(04).
000000   03  WK-RECCNT                   PIC 9(07).
000000   03  WK-MACCNT                   PIC 9(07).
000000   03  WK-BNDCNT                   PIC 9(07).
000000   03  WK-CUR-RULEKEY              PIC X(06).
000000   03  WK-TGTDATE                  PIC 9(08).
000000   03  WK-TOMORROW                 PIC 9(08).
000000   03  WK-TOMORROW-R REDEFINES WK-TOMORROW.
000000       05  WK-TOM-YY               PIC 9(04).
000000       05  WK-TOM-MM               PIC 9(02).
000000       05  WK-TOM-DD               PIC 9(02).
000000   03  WK-TOM-LAST                 PIC 9(02).
000000   03  WK-TOM-Q                    PIC 9(04).
000000   03  WK-TOM-R                    PIC 9(04).
      *    the machine's code taken apart for the VIGAME key
000000   03  WK-MACHINE                  PIC X(22).
000000   03  WK-MACHINE-R REDEFINES WK-MACHINE.
000000       05  WK-MACCODE.
000000           07  WK-MAC-GMTYPE       PIC 9(02).
000000           07  WK-MAC-BLOCK        PIC 9(04).
000000           07  WK-MAC-KAI          PIC 9(04).
000000       05  FILLER                  PIC X(12).
      *    the rule versions in force on the effective date, the
      *    same for every controller, gathered once
000000 01  RUL-WORK.
000000   03  RUL-CNT                     PIC 9(04) VALUE ZERO.
000000   03  RUL-ENT OCCURS 2000.
000000     05  RUL-GMTYPE                PIC X(02).
000000     05  RUL-RULENO                PIC X(04).
000000     05  RUL-VERNO                 PIC X(04).
000000     05  RUL-EFFFROM               PIC 9(08).
000000     05  RUL-EFFTO                 PIC 9(08).
000000 01  HIT-ENT.
000000   03  HIT-GMTYPE                  PIC X(02).
000000   03  HIT-RULENO                  PIC X(04).
000000   03  HIT-VERNO                   PIC X(04).
000000   03  HIT-EFFFROM                 PIC 9(08).
000000   03  HIT-EFFTO                   PIC 9(08).
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
      *    run-parameter connect area - see CLPRM and HSAAL120
       01  PRM-PARAM.
           COPY CLPRM .
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
       01  WK-OPID                      PIC X(08) VALUE "UNKNOWN ".
       01  WK-TERMID                    PIC X(08) VALUE "UNKNOWN ".
      *    the business date stamped on this run's audit-trail
      *    records - the chain settles the previous calendar
      *    day, the HSAAL090/HSAAL130 convention
       01  WK-BUSDT-AREA.
           05  WK-BUSDT                    PIC 9(08).
           05  WK-BUSDT-YMD REDEFINES WK-BUSDT.
               07  WK-BUSDT-YY             PIC 9(04).
               07  WK-BUSDT-MM             PIC 9(02).
               07  WK-BUSDT-DD             PIC 9(02).
           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM P200-RTN THRU CX00006
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE RUL-WORK
000000     OPEN INPUT VICALEND .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CALEND
000000     ELSE
000000     DISPLAY "HBHUN550-50 VICALEND ABSENT - NEXT CALENDAR DAY"
000000             " TAKEN AS EFFECTIVE" UPON CONSOLE .
000000     PERFORM TGTDT-RTN THRU CX00080 .
000000       OPEN  INPUT  VIFEPMST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN550-01 VIFEPMST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICFGVER .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICFGVER
000000         CLOSE VICFGVER
000000         OPEN I-O VICFGVER .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN550-02 VICFGVER OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIGMRLEF .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-GMRLEF
000000     ELSE
000000     DISPLAY "HBHUN550-51 VIGMRLEF ABSENT - NO GAME RULES SENT"
000000             UPON CONSOLE .
000000     OPEN INPUT VIMTRLST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MTRLST
000000     ELSE
000000     DISPLAY "HBHUN550-52 VIMTRLST ABSENT - NO MACHINES SENT"
000000             UPON CONSOLE .
000000       OPEN  INPUT  VIGAME .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN550-03 VIGAME OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VITMBAND .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN550-04 VITMBAND OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCFGDL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN550-05 EXCFGDL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCFGRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN550-06 EXCFGRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN550-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIFEPMST" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VICFGVER" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VIGAME" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VITMBAND" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-CALEND = 1
000000         MOVE "VICALEND" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-GMRLEF = 1
000000         MOVE "VIGMRLEF" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-MTRLST = 1
000000         MOVE "VIMTRLST" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the controllers' acknowledgements against
      *    the stamp each was last sent
000000 P000-RTN .
000000     OPEN INPUT CFGACK .
000000     IF FL-STS1 = "00" GO TO CX00009.
000000     DISPLAY "HBHUN550-54 CFGACK ABSENT - NO ACKNOWLEDGEMENTS"
000000             UPON CONSOLE .
000000     GO TO CX00003.
000000 CX00009.
           MOVE "CX00009" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "CFGACK" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ CFGACK AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM ACK-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN550-90 CFGACK READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "90" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00010.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE CFGACK .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  every expected controller not confirmed on
      *    the version it was last sent
000000 P100-RTN .
000000     MOVE ZERO TO FPM-FEPID .
000000     START VIFEPMST KEY >= FPM-FEPID
000000             INVALID GO TO CX00005 .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFEPMST NEXT AT END GO TO CX00005.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-13 VIFEPMST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT FPM-EXPECTED GO TO CX00015.
000000     PERFORM STALE-RTN THRU CX00026 .
000000     GO TO CX00015.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the rule versions in force on the effective
      *    date: the entries run ascending by game type, rule
      *    number and effective-from, and the last one whose range
      *    covers the date is the version in force
000000 P200-RTN .
000000     IF SW-GMRLEF = ZERO GO TO CX00006.
000000     MOVE SPACE TO WK-CUR-RULEKEY
000000     MOVE ZERO TO SW-HIT
000000     MOVE LOW-VALUES TO GMRLEF-KEY .
000000     START VIGMRLEF KEY >= GMRLEF-KEY
000000             INVALID GO TO CX00006 .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIGMRLEF NEXT AT END GO TO CX00018.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-14 VIGMRLEF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF GMRLEF-RULEKEY = WK-CUR-RULEKEY GO TO CX00019.
000000     PERFORM RULBRK-RTN THRU CX00035
000000     MOVE GMRLEF-RULEKEY TO WK-CUR-RULEKEY .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-TGTDATE >= GMRLEF-EFFFROM AND
000000        WK-TGTDATE <= GMRLEF-EFFTO
000000         MOVE GMRLEF-GMTYPE TO HIT-GMTYPE
000000         MOVE GMRLEF-RULENO TO HIT-RULENO
000000         MOVE GMRLEF-VERNO TO HIT-VERNO
000000         MOVE GMRLEF-EFFFROM TO HIT-EFFFROM
000000         MOVE GMRLEF-EFFTO TO HIT-EFFTO
000000         MOVE 1 TO SW-HIT .
000000     GO TO CX00016.
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM RULBRK-RTN THRU CX00035 .
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  one segment per expected controller
000000 P300-RTN .
000000     MOVE ZERO TO FPM-FEPID .
000000     START VIFEPMST KEY >= FPM-FEPID
000000             INVALID GO TO CX00007 .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFEPMST NEXT AT END GO TO CX00007.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-15 VIFEPMST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT FPM-EXPECTED GO TO CX00017.
000000     PERFORM GEN-RTN THRU CX00040 .
000000     GO TO CX00017.
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN550-91 EFFECTIVE=" WK-TGTDATE
000000             " CONTROLLERS=" WK-JOBLG-CNT
000000             " RULES=" RUL-CNT
000000             " ACKS=" WK-ACK-CNT
000000             " STALE=" WK-STALE-CNT
000000             " NOT-ON-VIGAME=" WK-NOGAME-CNT UPON CONSOLE .
000000     IF SW-CALEND = 1
000000         CLOSE VICALEND .
000000     IF SW-GMRLEF = 1
000000         CLOSE VIGMRLEF .
000000     IF SW-MTRLST = 1
000000         CLOSE VIMTRLST .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCFGDL" TO LNG-FILEID
000000     MOVE WK-LNG-DL TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCFGRPT" TO LNG-FILEID
000000     MOVE WK-LNG-RPT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN550-21 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIFEPMST  VICFGVER  VIGAME  VITMBAND  EXCFGDL
000000              EXCFGRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN550-22 VICFGVER CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    ACK-RTN  -  one acknowledgement: only a successful load
      *    of the very stamp last sent confirms the controller
000000 ACK-RTN .
           MOVE "ACK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ACK-CNT
000000     INITIALIZE EXCFR-REC
000000     MOVE "A" TO EXCFR-TYPE
000000     MOVE CAK-FEPID TO EXCFR-FEPID
000000     MOVE CAK-STAMP TO EXCFR-ACKSTAMP
000000     MOVE "01" TO EXCFR-REASON .
000000     IF CAK-FEPID NOT NUMERIC GO TO CX00021.
000000     MOVE CAK-FEPID-N TO CFV-FEPID
000000     READ VICFGVER INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00021.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-10 VICFGVER READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE CFV-SENTSTAMP TO EXCFR-SENTSTAMP
000000     MOVE CFV-SENTTGT TO EXCFR-TGTDATE
000000     MOVE CFV-STALECNT TO EXCFR-STALECNT
000000     MOVE "02" TO EXCFR-REASON .
000000     IF CAK-STAMP NOT = CFV-SENTSTAMP GO TO CX00021.
000000     MOVE "03" TO EXCFR-REASON .
000000     IF NOT CAK-LOADED GO TO CX00021.
000000     MOVE CAK-STAMP TO CFV-ACKSTAMP
000000     MOVE CAK-DATE TO CFV-ACKDATE
000000     MOVE CAK-TIME TO CFV-ACKTIME
000000     MOVE ZERO TO CFV-STALECNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICFGVER" TO LNG-FILEID
000000     MOVE CFV-FEPID TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE CFV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHUN550-11 VICFGVER REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO EXCFR-STALECNT
000000     MOVE "00" TO EXCFR-REASON .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM RPT-RTN THRU CX00088 .
000000 CX00020. EXIT.
      *
      *    STALE-RTN  -  a controller sent a version and not
      *    confirmed on it counts one more stale night and goes on
      *    the morning's list; one never sent anything is left for
      *    tonight's first segment
000000 STALE-RTN .
           MOVE "STALE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FPM-FEPID TO CFV-FEPID
000000     READ VICFGVER INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00026.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-16 VICFGVER READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF CFV-ACKSTAMP = CFV-SENTSTAMP GO TO CX00026.
000000     IF CFV-STALECNT < 999
000000         ADD 1 TO CFV-STALECNT .
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICFGVER" TO LNG-FILEID
000000     MOVE CFV-FEPID TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE CFV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN550-17 VICFGVER REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-STALE-CNT
000000     INITIALIZE EXCFR-REC
000000     MOVE "S" TO EXCFR-TYPE
000000     MOVE CFV-FEPID TO EXCFR-FEPID
000000     MOVE FPM-NAME TO EXCFR-FEPNAME
000000     MOVE CFV-SENTSTAMP TO EXCFR-SENTSTAMP
000000     MOVE CFV-ACKSTAMP TO EXCFR-ACKSTAMP
000000     MOVE CFV-STALECNT TO EXCFR-STALECNT
000000     MOVE CFV-SENTTGT TO EXCFR-TGTDATE
000000     MOVE "11" TO EXCFR-REASON .
000000     IF CFV-ACKSTAMP = SPACE
000000         MOVE "10" TO EXCFR-REASON .
000000     PERFORM RPT-RTN THRU CX00088
000000     DISPLAY "HBHUN550-55 FEP " CFV-FEPID " " FPM-NAME
000000             " NOT ON CONFIGURATION " CFV-SENTSTAMP
000000             " NIGHTS=" CFV-STALECNT UPON CONSOLE .
000000 CX00026. EXIT.
      *
      *    RULBRK-RTN  -  the version held for the rule just
      *    passed, if one covered the date, into the table
000000 RULBRK-RTN .
           MOVE "RULBRK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-HIT = ZERO GO TO CX00035.
000000     MOVE ZERO TO SW-HIT .
000000     IF RUL-CNT < 2000 GO TO CX00036.
000000     DISPLAY "HBHUN550-20 RULE TABLE FULL AT " HIT-GMTYPE
000000             HIT-RULENO
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE ZERO TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO RUL-CNT
000000     MOVE HIT-GMTYPE TO RUL-GMTYPE (RUL-CNT)
000000     MOVE HIT-RULENO TO RUL-RULENO (RUL-CNT)
000000     MOVE HIT-VERNO TO RUL-VERNO (RUL-CNT)
000000     MOVE HIT-EFFFROM TO RUL-EFFFROM (RUL-CNT)
000000     MOVE HIT-EFFTO TO RUL-EFFTO (RUL-CNT) .
000000 CX00035. EXIT.
      *
      *    GEN-RTN  -  the controller's segment under a new stamp:
      *    header, rules, its machines, the time bands, trailer;
      *    the stamp and count then go on VICFGVER
000000 GEN-RTN .
           MOVE "GEN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE ZERO TO SW-NEWVER
000000     MOVE FPM-FEPID TO CFV-FEPID
000000     READ VICFGVER INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02" GO TO CX00041.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN550-18 VICFGVER READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE CFV-REC
000000     MOVE FPM-FEPID TO CFV-FEPID
000000     MOVE SPACE TO CFV-ACKSTAMP
000000     MOVE 1 TO SW-NEWVER .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CFV-GENNO < 9999
000000         ADD 1 TO CFV-GENNO
000000     ELSE
000000         MOVE 1 TO CFV-GENNO .
000000     MOVE WK-TGTDATE TO CFV-SENTTGT
000000     MOVE CFV-GENNO TO CFV-SENTGEN
000000     MOVE ZERO TO WK-RECCNT
000000     MOVE ZERO TO WK-MACCNT
000000     MOVE ZERO TO WK-BNDCNT
000000     INITIALIZE EXCFD-REC
000000     MOVE "00" TO EXCFD-RECTYPE
000000     MOVE WK-TGTDATE TO EXCFD-TGTDATE
000000     ACCEPT EXCFD-GENDATE FROM DATE YYYYMMDD
000000     ACCEPT EXCFD-GENTIME FROM TIME
000000     MOVE FPM-NAME TO EXCFD-FEPNAME
000000     PERFORM DL-RTN THRU CX00086
000000     PERFORM RULOUT-RTN THRU CX00085
000000         VARYING WK-RX FROM 1 BY 1 UNTIL WK-RX > RUL-CNT .
000000     IF SW-MTRLST = ZERO GO TO CX00043.
000000     MOVE LOW-VALUES TO MTRLS-MACHINE .
000000     START VIMTRLST KEY >= MTRLS-MACHINE
000000             INVALID GO TO CX00043 .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMTRLST NEXT AT END GO TO CX00043.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-19 VIMTRLST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF MTRLS-FEPID NOT = FPM-FEPID GO TO CX00044.
000000     PERFORM MACOUT-RTN THRU CX00070 .
000000     GO TO CX00044.
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO TMBAND-KEY .
000000     START VITMBAND KEY >= TMBAND-KEY
000000             INVALID GO TO CX00045 .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITMBAND NEXT AT END GO TO CX00045.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-23 VITMBAND READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE EXCFD-REC
000000     MOVE "30" TO EXCFD-RECTYPE
000000     MOVE TMBAND-HIMOKU TO EXCFD-HIMOKU
000000     MOVE TMBAND-STARTTIME TO EXCFD-STARTTIME
000000     MOVE TMBAND-ENDTIME TO EXCFD-ENDTIME
000000     MOVE TMBAND-RATE TO EXCFD-RATE
000000     PERFORM DL-RTN THRU CX00086
000000     ADD 1 TO WK-BNDCNT
000000     GO TO CX00046.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCFD-REC
000000     MOVE "90" TO EXCFD-RECTYPE
000000     MOVE RUL-CNT TO EXCFD-RULCNT
000000     MOVE WK-MACCNT TO EXCFD-MACCNT
000000     MOVE WK-BNDCNT TO EXCFD-BNDCNT
000000     COMPUTE EXCFD-RECCNT = WK-RECCNT + 1
000000     PERFORM DL-RTN THRU CX00086
000000     MOVE WK-BUSDT TO CFV-SENTDATE
000000     MOVE WK-RECCNT TO CFV-SENTCNT .
000000     IF SW-NEWVER = 1 GO TO CX00047.
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICFGVER" TO LNG-FILEID
000000     MOVE CFV-FEPID TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE CFV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN550-24 VICFGVER REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00049.
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICFGVER" TO LNG-FILEID
000000     MOVE CFV-FEPID TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE CFV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN550-12 VICFGVER WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCFR-REC
000000     MOVE "G" TO EXCFR-TYPE
000000     MOVE CFV-FEPID TO EXCFR-FEPID
000000     MOVE FPM-NAME TO EXCFR-FEPNAME
000000     MOVE CFV-SENTSTAMP TO EXCFR-SENTSTAMP
000000     MOVE CFV-ACKSTAMP TO EXCFR-ACKSTAMP
000000     MOVE CFV-STALECNT TO EXCFR-STALECNT
000000     MOVE WK-TGTDATE TO EXCFR-TGTDATE
000000     MOVE RUL-CNT TO EXCFR-RULCNT
000000     MOVE WK-MACCNT TO EXCFR-MACCNT
000000     MOVE WK-BNDCNT TO EXCFR-BNDCNT
000000     MOVE SPACE TO EXCFR-REASON
000000     PERFORM RPT-RTN THRU CX00088 .
000000 CX00040. EXIT.
      *
      *    RULOUT-RTN  -  one rule version into the segment
000000 RULOUT-RTN .
           MOVE "RULOUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCFD-REC
000000     MOVE "10" TO EXCFD-RECTYPE
000000     MOVE RUL-GMTYPE (WK-RX) TO EXCFD-GMTYPE
000000     MOVE RUL-RULENO (WK-RX) TO EXCFD-RULENO
000000     MOVE RUL-VERNO (WK-RX) TO EXCFD-VERNO
000000     MOVE RUL-EFFFROM (WK-RX) TO EXCFD-EFFFROM
000000     MOVE RUL-EFFTO (WK-RX) TO EXCFD-EFFTO
000000     PERFORM DL-RTN THRU CX00086 .
000000 CX00085. EXIT.
      *
      *    MACOUT-RTN  -  one machine the controller reads, sent
      *    only when its code stands on VIGAME
000000 MACOUT-RTN .
           MOVE "MACOUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE MTRLS-MACHINE TO WK-MACHINE .
000000     IF WK-MACCODE NOT NUMERIC GO TO CX00071.
000000     MOVE WK-MAC-GMTYPE TO GAM-GMTYPE
000000     MOVE WK-MAC-BLOCK TO GAM-BLOCK
000000     MOVE WK-MAC-KAI TO GAM-KAI
000000     READ VIGAME INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00071.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN550-25 VIGAME READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE EXCFD-REC
000000     MOVE "20" TO EXCFD-RECTYPE
000000     MOVE MTRLS-MACHINE TO EXCFD-MACHINE
000000     MOVE WK-MAC-GMTYPE TO EXCFD-MGMTYPE
000000     MOVE WK-MAC-BLOCK TO EXCFD-BLOCK
000000     MOVE WK-MAC-KAI TO EXCFD-KAI
000000     PERFORM DL-RTN THRU CX00086
000000     ADD 1 TO WK-MACCNT .
000000     GO TO CX00070.
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-NOGAME-CNT
000000     DISPLAY "HBHUN550-53 FEP " FPM-FEPID " MACHINE "
000000             MTRLS-MACHINE " NOT ON VIGAME - NOT SENT"
000000             UPON CONSOLE .
000000 CX00070. EXIT.
      *
      *    DL-RTN  -  one EXCFGDL record for the controller in
      *    hand, under its new stamp
000000 DL-RTN .
           MOVE "DL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FPM-FEPID TO EXCFD-FEPID
000000     MOVE CFV-SENTSTAMP TO EXCFD-STAMP
      *20261015追加開始
000000     ADD 1 TO WK-LNG-DL
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCFGDL" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-DL TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXCFD-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00087.
000000         DISPLAY "HBHUN550-26 EXCFGDL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-RECCNT .
000000 CX00086. EXIT.
      *
      *    RPT-RTN  -  one EXCFGRPT line
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-RPT
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCFGRPT" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-RPT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXCFR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00089.
000000         DISPLAY "HBHUN550-27 EXCFGRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00088. EXIT.
      *
      *    TGTDT-RTN  -  the effective date: the first calendar
      *    master date after the business date settled, looked for
      *    a month ahead; without a master, or with none inside
      *    the month, the next calendar day
000000 TGTDT-RTN .
           MOVE "TGTDT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO WK-TOMORROW
000000     MOVE ZERO TO WK-TRY .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM TOMFWD-RTN THRU CX00099
000000     ADD 1 TO WK-TRY .
000000     IF SW-CALEND = ZERO GO TO CX00082.
000000     MOVE WK-TOMORROW TO CALEND-KEY
000000     READ VICALEND INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02" GO TO CX00082.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN550-09 VICALEND READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF WK-TRY < 31 GO TO CX00081.
000000     MOVE WK-BUSDT TO WK-TOMORROW
000000     PERFORM TOMFWD-RTN THRU CX00099
000000     DISPLAY "HBHUN550-56 NO CALENDAR DATE WITHIN A MONTH - "
000000             WK-TOMORROW " TAKEN AS EFFECTIVE" UPON CONSOLE .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-TOMORROW TO WK-TGTDATE .
000000 CX00080. EXIT.
      *
      *    TOMFWD-RTN  -  steps the probe date forward one
      *    calendar day, February by the leap-year rule
000000 TOMFWD-RTN .
           MOVE "TOMFWD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 31 TO WK-TOM-LAST .
000000     IF WK-TOM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-TOM-LAST .
000000     IF NOT(WK-TOM-MM = 2)GO TO CX00100.
000000     MOVE 28 TO WK-TOM-LAST
000000     DIVIDE WK-TOM-YY BY 4 GIVING WK-TOM-Q
000000         REMAINDER WK-TOM-R .
000000     IF WK-TOM-R = ZERO
000000         MOVE 29 TO WK-TOM-LAST .
000000 CX00100.
           MOVE "CX00100" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TOM-DD < WK-TOM-LAST)GO TO CX00101.
000000     COMPUTE WK-TOM-DD = WK-TOM-DD + 1 .
000000     GO TO CX00099.
000000 CX00101.
           MOVE "CX00101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 01 TO WK-TOM-DD .
000000     IF NOT(WK-TOM-MM = 12)GO TO CX00102.
000000     COMPUTE WK-TOM-YY = WK-TOM-YY + 1
000000     MOVE 01 TO WK-TOM-MM .
000000     GO TO CX00099.
000000 CX00102.
           MOVE "CX00102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-TOM-MM = WK-TOM-MM + 1 .
000000 CX00099. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN550" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN550" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN550" TO PRM-PROGID
000000     MOVE "TERMID" TO PRM-NAME
000000     MOVE WK-TERMID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-TERMID
000000     MOVE WK-OPID TO JOBLG-OPID
000000     MOVE WK-TERMID TO JOBLG-TERMID
000000     MOVE ZERO TO JOBLG-DUPCNT
000000     MOVE ZERO TO JOBLG-SKIPCNT
000000     MOVE ZERO TO JOBLG-UPDCNT
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00058.
000000         DISPLAY "HBHUN550-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "97" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00058. EXIT.
      *    JOBLG-END-RTN  -  appends the "run ended" record,
      *    with the run's processed-record count
000000 JOBLG-END-RTN .
           MOVE "JOBLG-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN550" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "E" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     MOVE WK-OPID TO JOBLG-OPID
000000     MOVE WK-TERMID TO JOBLG-TERMID
000000     MOVE ZERO TO JOBLG-DUPCNT
000000     MOVE ZERO TO JOBLG-SKIPCNT
000000     MOVE ZERO TO JOBLG-UPDCNT
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE WK-JOBLG-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN550-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN550" TO ERRM-PROGID
000000     MOVE "98" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00059. EXIT.
      *    BUSDT-DRV-RTN  -  derives the business date for the
      *    audit-trail records: the chain runs after midnight,
      *    so the business day settled is the previous calendar
      *    day, February by the leap-year rule
000000 BUSDT-DRV-RTN .
           MOVE "BUSDT-DRV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT WK-BUSDT FROM DATE YYYYMMDD .
000000     IF NOT(WK-BUSDT-DD > 1)GO TO CX00061.
000000     COMPUTE WK-BUSDT-DD = WK-BUSDT-DD - 1 .
000000     GO TO CX00064.
000000 CX00061.
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-BUSDT-MM = 1)GO TO CX00062.
000000     COMPUTE WK-BUSDT-YY = WK-BUSDT-YY - 1
000000     MOVE 12 TO WK-BUSDT-MM
000000     MOVE 31 TO WK-BUSDT-DD .
000000     GO TO CX00064.
000000 CX00062.
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-BUSDT-MM = WK-BUSDT-MM - 1
000000     MOVE 31 TO WK-BUSDT-LAST .
000000     IF WK-BUSDT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-BUSDT-LAST .
000000     IF NOT(WK-BUSDT-MM = 2)GO TO CX00063.
000000     MOVE 28 TO WK-BUSDT-LAST
000000     DIVIDE WK-BUSDT-YY BY 4 GIVING WK-BUSDT-Q
000000         REMAINDER WK-BUSDT-R .
000000     IF WK-BUSDT-R = ZERO
000000         MOVE 29 TO WK-BUSDT-LAST .
000000 CX00063.
           MOVE "CX00063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT-LAST TO WK-BUSDT-DD .
000000 CX00064. EXIT.
