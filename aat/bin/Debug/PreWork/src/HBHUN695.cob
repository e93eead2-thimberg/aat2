000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN695 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260927追加開始
      *    game-type retirement: a game type was retired by hand,
      *    deleting its rows master by master and hoping nothing
      *    still leaned on them.  A GRTCARD R card retires a type
      *    and must carry the type keyed a second time as its
      *    confirmation; a C card only checks.  Before anything is
      *    moved the type must be clear: no machine on VIGAME still
      *    carries it, no ticket under a machine code VICODREG
      *    (CFCODRG) ever issued to it is still unpaid or waiting
      *    on a transfer on VIPAYSTS (CFPAYST) or still pending,
      *    part-approved or released unfolded on VIPNDAPR
      *    (CFPNDAP), and no rule version staged on VIGMRLEF for a
      *    date after the business date refers to it.  Every such
      *    blocker is listed on EXGRTBLK and the card is refused.
      *    A clear R card moves the type's rule versions, the
      *    VIIDXCAT catalogs the ODDDEF deck names for the type and
      *    for no other, and the VIGMTYPE row itself, whose GRPA
      *    and GRPB codes are the type's GHT2 groupings, onto
      *    VIGMRHIS (CFGMRET) under the retirement date.  The
      *    operator is checked on VIOPRMST for the retirement class
      *    (X) and every card is audited to EXGRTAUD
000000     SELECT  GRTCARD
000000                  ASSIGN             GRTCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  ODDDEF
000000                  ASSIGN             ODDDEF-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIGMTYPE
000000             ASSIGN               VIGMTYPE-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               DYNAMIC
000000     RECORD KEY           GMTYPE-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMRLEF
000000             ASSIGN            VIGMRLEF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY GMRLEF-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIIDXCAT
000000             ASSIGN               VIIDXCAT-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               DYNAMIC
000000     RECORD KEY           CAT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGAME
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     DYNAMIC
000000             RECORD   KEY      GAM-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VICODREG
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CDR-CODE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPNDAPR
000000             ASSIGN            VIPNDAPR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PNDAPR-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMRHIS
000000             ASSIGN            VIGMRHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY GRH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXGRTAUD
000000             ASSIGN               EXGRTAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXGRTBLK
000000             ASSIGN               EXGRTBLK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    operator master: the card's operator must be active and
      *    authorized for this program's action class before
      *    anything moves; no master at all means no
      *    enforcement, announced loudly - maintained by HBHUN830
000000     SELECT  VIOPRMST
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260927追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  GRTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "GRTCARD".
       01  GRC-REC.
           05  GRC-ACTION                  PIC X(01).
               88  GRC-RETIRE               VALUE "R".
               88  GRC-CHECK                VALUE "C".
           05  GRC-GMTYPE                  PIC X(02).
           05  GRC-GMTYPE-N REDEFINES GRC-GMTYPE
                                           PIC 9(02).
      *    R card only: the game type keyed a second time
           05  GRC-CONFIRM                 PIC X(02).
           05  GRC-OPID                    PIC X(08).
      *    the prize-tier deck exactly as HRATS020 reads it
000000 FD  ODDDEF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ODDDEF".
       01  ODF-REC.
           05  ODF-GMTYPE                  PIC X(02).
           05  ODF-TIER                    PIC X(02).
           05  ODF-CATKEY                  PIC X(05).
           05  ODF-NAME                    PIC X(20).
000000 FD  VIGMTYPE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  GMTYPE-REC.
           05  GMTYPE-KEY              PIC 9(02).
           05  GMTYPE-GRPA             PIC 9(01).
           05  GMTYPE-GRPB             PIC 9(01).
      *    the rule effectivity master exactly as HBHUN370 reads it
000000 FD  VIGMRLEF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRLEF".
       01  GMRLEF-REC.
           05  GMRLEF-KEY.
               07  GMRLEF-GMTYPE           PIC X(02).
               07  GMRLEF-RULENO           PIC X(04).
               07  GMRLEF-EFFFROM          PIC 9(08).
           05  GMRLEF-EFFTO                PIC 9(08).
           05  GMRLEF-VERNO                PIC X(04).
      *    the catalog exactly as HRATS010 files it
000000 FD  VIIDXCAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIIDXCAT".
       01  CAT-REC.
           05  CAT-KEY.
               07  CAT-TYPE                PIC 9(01).
               07  CAT-BUNSI               PIC 9(02).
               07  CAT-BUNBO               PIC 9(02).
           05  CAT-GENDATE                 PIC 9(08).
           05  CAT-GENTIME                 PIC 9(06).
           05  CAT-CGNUM                   PIC X(24).
           05  CAT-IDXIMG                  PIC X(8013).
      *    only the key of the game master is read, as HBHUN670
      *    reads it
000000 FD  VIGAME
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAME".
       01  GAM-REC.
           05  GAM-KEY.
               07  GAM-GMTYPE              PIC 9(02).
               07  GAM-BLOCK               PIC S9(04) COMP.
               07  GAM-KAI                 PIC S9(04) COMP.
           05  FILLER                      PIC X(100).
000000 FD  VICODREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  CDR-REC.
           COPY CFCODRG .
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
000000 FD  VIPNDAPR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPNDAPR".
       01  PNDAPR-REC.
           COPY CFPNDAP .
000000 FD  VIGMRHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMRHIS".
       01  GRH-REC.
           COPY CFGMRET .
000000 FD  EXGRTAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXGRTAUD".
       01  EXGRA-REC.
           05  EXGRA-RUNDATE               PIC 9(08).
           05  EXGRA-RUNTIME               PIC 9(06).
           05  EXGRA-OPID                  PIC X(08).
           05  EXGRA-ACTION                PIC X(01).
           05  EXGRA-GMTYPE                PIC X(02).
      *    the blockers listed on EXGRTBLK, and what an R card moved
           05  EXGRA-BLOCKERS              PIC 9(05).
           05  EXGRA-RULEROWS              PIC 9(05).
           05  EXGRA-CATALOGS              PIC 9(05).
           05  EXGRA-RETDATE               PIC 9(08).
           05  EXGRA-RESULT                PIC X(01).
               88  EXGRA-APPLIED            VALUE "0".
               88  EXGRA-BLOCKED            VALUE "1".
               88  EXGRA-INVALID            VALUE "2".
               88  EXGRA-UNAUTHORIZED       VALUE "3".
               88  EXGRA-NOTONMASTER        VALUE "4".
               88  EXGRA-NOTCONFIRMED       VALUE "5".
000000 FD  EXGRTBLK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXGRTBLK".
       01  EXGRB-REC.
           05  EXGRB-RUNDATE               PIC 9(08).
           05  EXGRB-GMTYPE                PIC X(02).
      *    the file holding the blocker and its key there
           05  EXGRB-FILEID                PIC X(08).
           05  EXGRB-KEY                   PIC X(24).
           05  EXGRB-MACKEY REDEFINES EXGRB-KEY.
               07  EXGRB-M-GMTYPE          PIC 9(02).
               07  EXGRB-M-BLOCK           PIC 9(04).
               07  EXGRB-M-KAI             PIC 9(04).
               07  FILLER                  PIC X(14).
           05  EXGRB-STATUS                PIC X(01).
           05  EXGRB-AMOUNT                PIC 9(14).
           05  EXGRB-DATE                  PIC 9(08).
           05  EXGRB-REASON                PIC X(20).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 FD  VIOPRMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIOPRMST".
       01  OPR-REC.
           05  OPR-OPID                    PIC X(08).
           05  OPR-NAME                    PIC X(20).
           05  OPR-ROLE                    PIC X(02).
           05  OPR-ACTIVE                  PIC X(01).
               88  OPR-IS-ACTIVE            VALUE "1".
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  SW-SHARED                   PIC 9(01).
000000   03  WK-NX                       PIC 9(04).
000000   03  WK-NX2                      PIC 9(04).
000000   03  WK-NOWTIME                  PIC 9(06).
000000   03  WK-HIS-SEQ                  PIC 9(05).
000000   03  WK-BLK-CNT                  PIC 9(05).
000000   03  WK-RL-CNT                   PIC 9(05).
000000   03  WK-CT-CNT                   PIC 9(05).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-RET-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CHK-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the ODDDEF deck's tier catalogs, by game type
000000 01  ODT-WORK.
000000   03  ODT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  ODT-ENT OCCURS 500.
000000     05  ODT-GMTYPE                PIC X(02).
000000     05  ODT-CATKEY                PIC X(05).
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
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE ODT-WORK
      *    without the deck no catalog is known to be the type's,
      *    and none is moved
000000     OPEN INPUT ODDDEF .
000000     IF NOT(FL-STS1 = "00") GO TO CX00015.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ ODDDEF AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF ODF-GMTYPE NUMERIC AND ODF-CATKEY NUMERIC AND
000000        ODT-CNT < 500
000000         ADD 1 TO ODT-CNT
000000         MOVE ODF-GMTYPE TO ODT-GMTYPE (ODT-CNT)
000000         MOVE ODF-CATKEY TO ODT-CATKEY (ODT-CNT) .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN695-01 ODDDEF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
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
000000     CLOSE ODDDEF .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  GRTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN695-02 GRTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIGMTYPE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN695-03 VIGMTYPE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIGMRLEF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN695-04 VIGMRLEF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIIDXCAT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN695-05 VIIDXCAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGAME .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN695-06 VIGAME OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICODREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHUN695-07 VICODREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN695-08 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPNDAPR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN695-09 VIPNDAPR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIGMRHIS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIGMRHIS
000000         CLOSE VIGMRHIS
000000         OPEN I-O VIGMRHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN695-10 VIGMRHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXGRTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN695-11 EXGRTAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXGRTBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN695-12 EXGRTBLK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN695-13 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN695-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the retirement cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00016. IF NOT(FL-END = ZERO)GO TO CX00017.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ GRTCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00018.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM CARD-RTN THRU CX00021 .
000000     GO TO CX00019.
000000 CX00018. IF NOT(FL-STS1 = "10")GO TO CX00020.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00019.
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN695-14 GRTCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00016.
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN695-90 TYPES RETIRED=" WK-RET-CNT
000000             " CHECKED CLEAR=" WK-CHK-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN695-93 CARDS REFUSED=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN695-15 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  GRTCARD  VIGMTYPE  VIGMRLEF  VIIDXCAT  VIGAME
000000              VICODREG  VIPAYSTS  VIPNDAPR  VIGMRHIS  EXGRTAUD
000000              EXGRTBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN695-16 VIGMRHIS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one card: the operator is checked first,
      *    then the type is looked up and every blocker listed;
      *    only a clear R card retires the type
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXGRA-REC
000000     ACCEPT EXGRA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXGRA-RUNTIME FROM TIME
000000     MOVE GRC-OPID TO EXGRA-OPID
000000     MOVE GRC-ACTION TO EXGRA-ACTION
000000     MOVE GRC-GMTYPE TO EXGRA-GMTYPE
000000     MOVE GRC-OPID TO WK-CHK-OPID
000000     MOVE "X" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXGRA-RESULT
000000         GO TO CX00022.
000000     IF NOT(GRC-RETIRE OR GRC-CHECK) OR GRC-GMTYPE NOT NUMERIC
000000         MOVE "2" TO EXGRA-RESULT
000000         GO TO CX00022.
000000     IF GRC-RETIRE AND GRC-CONFIRM NOT = GRC-GMTYPE
000000         MOVE "5" TO EXGRA-RESULT
000000         GO TO CX00022.
000000     MOVE GRC-GMTYPE-N TO GMTYPE-KEY
000000     READ VIGMTYPE INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00024.
000000     GO TO CX00025.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN695-17 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXGRA-RESULT
000000         GO TO CX00022.
000000     MOVE ZERO TO WK-BLK-CNT
000000     MOVE ZERO TO WK-RL-CNT
000000     MOVE ZERO TO WK-CT-CNT
000000     PERFORM MACH-RTN THRU CX00070
000000     PERFORM TKT-RTN THRU CX00073
000000     PERFORM RLEF-RTN THRU CX00079 .
000000     MOVE WK-BLK-CNT TO EXGRA-BLOCKERS .
000000     IF WK-BLK-CNT > ZERO
000000         MOVE "1" TO EXGRA-RESULT
000000         GO TO CX00022.
000000     IF GRC-CHECK
000000         ADD 1 TO WK-CHK-CNT
000000         GO TO CX00023.
000000     PERFORM RETIRE-RTN THRU CX00083 .
000000     MOVE WK-RL-CNT TO EXGRA-RULEROWS
000000     MOVE WK-CT-CNT TO EXGRA-CATALOGS
000000     MOVE WK-BUSDT TO EXGRA-RETDATE
000000     ADD 1 TO WK-RET-CNT .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXGRA-RESULT
000000     PERFORM AUD-RTN THRU CX00030 .
000000     GO TO CX00021.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00030 .
000000 CX00021. EXIT.
      *
      *    MACH-RTN  -  every machine on VIGAME still carrying the
      *    type is a blocker
000000 MACH-RTN .
           MOVE "MACH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO GAM-KEY
000000     MOVE GRC-GMTYPE-N TO GAM-GMTYPE .
000000     START VIGAME KEY >= GAM-KEY
000000             INVALID GO TO CX00070 .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIGAME NEXT AT END GO TO CX00070.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-18 VIGAME READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF GAM-GMTYPE NOT = GRC-GMTYPE-N GO TO CX00070.
000000     INITIALIZE EXGRB-REC
000000     MOVE "VIGAME" TO EXGRB-FILEID
000000     MOVE GAM-GMTYPE TO EXGRB-M-GMTYPE
000000     MOVE GAM-BLOCK TO EXGRB-M-BLOCK
000000     MOVE GAM-KAI TO EXGRB-M-KAI
000000     MOVE "MACHINE INSTALLED" TO EXGRB-REASON
000000     PERFORM BLK-RTN THRU CX00081
000000     GO TO CX00071.
000000 CX00070. EXIT.
      *
      *    TKT-RTN  -  the tickets under every machine code ever
      *    issued to the type, live or retired
000000 TKT-RTN .
           MOVE "TKT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO CDR-CODE .
000000     START VICODREG KEY >= CDR-CODE
000000             INVALID GO TO CX00073 .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICODREG NEXT AT END GO TO CX00073.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-19 VICODREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF CDR-GMTYPE NOT = GRC-GMTYPE-N GO TO CX00074.
000000     PERFORM PAY-RTN THRU CX00075
000000     PERFORM APR-RTN THRU CX00077
000000     GO TO CX00074.
000000 CX00073. EXIT.
      *
      *    PAY-RTN  -  a ticket under the code still unpaid or
      *    waiting on a bank transfer is a blocker
000000 PAY-RTN .
           MOVE "PAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO PAYST-TICKETCD
000000     MOVE CDR-CODE TO PAYST-TICKETCD (1:10) .
000000     START VIPAYSTS KEY >= PAYST-KEY
000000             INVALID GO TO CX00075 .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS NEXT AT END GO TO CX00075.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-20 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PAYST-TICKETCD (1:10) NOT = CDR-CODE GO TO CX00075.
000000     IF NOT(PAYST-UNPAID OR PAYST-XFERPEND)GO TO CX00076.
000000     INITIALIZE EXGRB-REC
000000     MOVE "VIPAYSTS" TO EXGRB-FILEID
000000     MOVE PAYST-TICKETCD TO EXGRB-KEY
000000     MOVE PAYST-STATUS TO EXGRB-STATUS
000000     MOVE PAYST-AMOUNT TO EXGRB-AMOUNT
000000     MOVE PAYST-ENTRYDATE TO EXGRB-DATE
000000     MOVE "TICKET UNPAID" TO EXGRB-REASON .
000000     IF PAYST-XFERPEND
000000         MOVE "TRANSFER PENDING" TO EXGRB-REASON .
000000     PERFORM BLK-RTN THRU CX00081
000000     GO TO CX00076.
000000 CX00075. EXIT.
      *
      *    APR-RTN  -  a ticket under the code still waiting on its
      *    approval, or released and not yet folded into the
      *    payment list, is a blocker
000000 APR-RTN .
           MOVE "APR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO PNDAPR-KEY
000000     MOVE CDR-CODE TO PNDAPR-TICKETCD (1:10) .
000000     START VIPNDAPR KEY >= PNDAPR-KEY
000000             INVALID GO TO CX00077 .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPNDAPR NEXT AT END GO TO CX00077.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-21 VIPNDAPR READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PNDAPR-TICKETCD (1:10) NOT = CDR-CODE GO TO CX00077.
000000     IF NOT(PNDAPR-PENDING OR PNDAPR-PARTAPPROVED OR
000000            PNDAPR-RELEASED)GO TO CX00078.
000000     INITIALIZE EXGRB-REC
000000     MOVE "VIPNDAPR" TO EXGRB-FILEID
000000     MOVE PNDAPR-TICKETCD TO EXGRB-KEY
000000     MOVE PNDAPR-STATUS TO EXGRB-STATUS
000000     MOVE PNDAPR-AMOUNT TO EXGRB-AMOUNT
000000     MOVE PNDAPR-DATE TO EXGRB-DATE
000000     MOVE "APPROVAL PENDING" TO EXGRB-REASON .
000000     IF PNDAPR-RELEASED
000000         MOVE "RELEASED NOT FOLDED" TO EXGRB-REASON .
000000     PERFORM BLK-RTN THRU CX00081
000000     GO TO CX00078.
000000 CX00077. EXIT.
      *
      *    RLEF-RTN  -  a rule version staged for a date after the
      *    business date is a blocker
000000 RLEF-RTN .
           MOVE "RLEF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO GMRLEF-KEY
000000     MOVE GRC-GMTYPE TO GMRLEF-GMTYPE .
000000     START VIGMRLEF KEY >= GMRLEF-KEY
000000             INVALID GO TO CX00079 .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIGMRLEF NEXT AT END GO TO CX00079.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-22 VIGMRLEF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF GMRLEF-GMTYPE NOT = GRC-GMTYPE GO TO CX00079.
000000     IF NOT(GMRLEF-EFFFROM > WK-BUSDT)GO TO CX00080.
000000     INITIALIZE EXGRB-REC
000000     MOVE "VIGMRLEF" TO EXGRB-FILEID
000000     MOVE GMRLEF-KEY TO EXGRB-KEY
000000     MOVE GMRLEF-EFFFROM TO EXGRB-DATE
000000     MOVE "RULE VERSION STAGED" TO EXGRB-REASON
000000     PERFORM BLK-RTN THRU CX00081
000000     GO TO CX00080.
000000 CX00079. EXIT.
      *
      *    BLK-RTN  -  one EXGRTBLK line per blocker
000000 BLK-RTN .
           MOVE "BLK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO EXGRB-RUNDATE
000000     MOVE GRC-GMTYPE TO EXGRB-GMTYPE
000000     WRITE EXGRB-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00082.
000000         DISPLAY "HBHUN695-23 EXGRTBLK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-BLK-CNT .
000000 CX00081. EXIT.
      *
      *    RETIRE-RTN  -  the type's rule versions, its own
      *    catalogs and finally its VIGMTYPE row go to VIGMRHIS
      *    and off the live masters
000000 RETIRE-RTN .
           MOVE "RETIRE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT WK-NOWTIME FROM TIME
000000     MOVE ZERO TO WK-HIS-SEQ
000000     MOVE LOW-VALUES TO GMRLEF-KEY
000000     MOVE GRC-GMTYPE TO GMRLEF-GMTYPE .
000000     START VIGMRLEF KEY >= GMRLEF-KEY
000000             INVALID GO TO CX00085 .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIGMRLEF NEXT AT END GO TO CX00085.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-24 VIGMRLEF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF GMRLEF-GMTYPE NOT = GRC-GMTYPE GO TO CX00085.
000000     INITIALIZE GRH-REC
000000     MOVE "VIGMRLEF" TO GRH-FILEID
000000     MOVE 26 TO GRH-RECLEN
000000     MOVE GMRLEF-REC TO GRH-IMAGE
000000     PERFORM HIS-RTN THRU CX00096 .
000000     DELETE VIGMRLEF INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN695-25 VIGMRLEF DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-RL-CNT
000000     GO TO CX00084.
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIS-SEQ
000000     MOVE ZERO TO WK-NX .
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-NX < ODT-CNT)GO TO CX00087.
000000     ADD 1 TO WK-NX .
000000     IF ODT-GMTYPE (WK-NX) NOT = GRC-GMTYPE GO TO CX00086.
000000     PERFORM SHARE-RTN THRU CX00088 .
000000     IF SW-SHARED = 1 GO TO CX00086.
000000     MOVE ODT-CATKEY (WK-NX) TO CAT-KEY
000000     READ VIIDXCAT INVALID CONTINUE .
      *    not filed, or already moved under an earlier tier card
000000     IF FL-STS1 = "23" GO TO CX00086.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN695-26 VIIDXCAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE GRH-REC
000000     MOVE "VIIDXCAT" TO GRH-FILEID
000000     MOVE 8056 TO GRH-RECLEN
000000     MOVE CAT-REC TO GRH-IMAGE
000000     PERFORM HIS-RTN THRU CX00096 .
000000     DELETE VIIDXCAT INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN695-27 VIIDXCAT DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CT-CNT
000000     GO TO CX00086.
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIS-SEQ
000000     MOVE GRC-GMTYPE-N TO GMTYPE-KEY
000000     READ VIGMTYPE INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHUN695-28 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "28" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE GRH-REC
000000     MOVE "VIGMTYPE" TO GRH-FILEID
000000     MOVE 4 TO GRH-RECLEN
000000     MOVE GMTYPE-REC TO GRH-IMAGE
000000     PERFORM HIS-RTN THRU CX00096 .
000000     DELETE VIGMTYPE INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00098.
000000         DISPLAY "HBHUN695-29 VIGMTYPE DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "29" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00098.
           MOVE "CX00098" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN695-50 GAME TYPE " GRC-GMTYPE
000000             " RETIRED " WK-BUSDT " RULE ROWS=" WK-RL-CNT
000000             " CATALOGS=" WK-CT-CNT UPON CONSOLE .
000000 CX00083. EXIT.
      *
      *    SHARE-RTN  -  SW-SHARED 1 when another game type's tier
      *    names the same catalog, which then stays where it is
000000 SHARE-RTN .
           MOVE "SHARE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 0 TO SW-SHARED
000000     MOVE ZERO TO WK-NX2 .
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-NX2 < ODT-CNT)GO TO CX00088.
000000     ADD 1 TO WK-NX2 .
000000     IF ODT-CATKEY (WK-NX2) = ODT-CATKEY (WK-NX) AND
000000        ODT-GMTYPE (WK-NX2) NOT = GRC-GMTYPE
000000         MOVE 1 TO SW-SHARED
000000         GO TO CX00088.
000000     GO TO CX00089.
000000 CX00088. EXIT.
      *
      *    HIS-RTN  -  one row onto VIGMRHIS under the retirement
      *    date
000000 HIS-RTN .
           MOVE "HIS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-HIS-SEQ
000000     MOVE GRC-GMTYPE-N TO GRH-GMTYPE
000000     MOVE WK-BUSDT TO GRH-RETDATE
000000     MOVE WK-HIS-SEQ TO GRH-SEQ
000000     MOVE WK-NOWTIME TO GRH-RETTIME
000000     MOVE GRC-OPID TO GRH-OPID
000000     WRITE GRH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00097.
000000         DISPLAY "HBHUN695-30 VIGMRHIS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "30" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00096. EXIT.
      *
      *    AUD-RTN  -  one EXGRTAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXGRA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN695-31 EXGRTAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
000000     MOVE "31" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN695" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN695" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN695" TO PRM-PROGID
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
000000         DISPLAY "HBHUN695-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
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
000000     MOVE "HBHUN695" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN695-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN695" TO ERRM-PROGID
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
      *    OPRCHK-RTN  -  the card's operator must exist on the
      *    operator master, be active and carry this program's
      *    action class among the authorizations; without a
      *    master the check passes open
000000 OPRCHK-RTN .
           MOVE "OPRCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-OPR-OK .
000000     IF NOT(SW-OPRMST = 1)GO TO CX00091.
000000     MOVE ZERO TO WK-OPR-OK
000000     MOVE WK-CHK-OPID TO OPR-OPID
000000     READ VIOPRMST INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00092.
000000     IF NOT(OPR-IS-ACTIVE)GO TO CX00092.
000000     MOVE ZERO TO WK-AX .
000000 CX00093. IF NOT(WK-AX < 8)GO TO CX00092.
           MOVE "CX00093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-AX = WK-AX + 1 .
000000     IF OPR-AUTHS (WK-AX:1) = WK-CHK-CLASS
000000         MOVE 1 TO WK-OPR-OK .
000000     GO TO CX00093.
000000 CX00092.
           MOVE "CX00092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-OPR-OK = ZERO
000000         ADD 1 TO WK-UNAUTH-CNT
000000         DISPLAY "HBHUN695-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
