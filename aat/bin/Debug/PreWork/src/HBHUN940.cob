000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN940 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260916追加開始
      *    progressive jackpot pools: the hall runs a jackpot per
      *    game type that grows out of the game type's own sales
      *    until a machine hits its jackpot win address, and the
      *    pools were kept on paper.  VIJKPOOL (CFJKPOL) holds one
      *    pool per VIGMTYPE game type, set up and changed by the
      *    office on JKPCARD - A opens a pool with its name,
      *    contribution rate, jackpot win address and seed, the
      *    seed being put up at once; C changes the fields given,
      *    S in the status suspending the pool.  Cards need the
      *    jackpot class (J) and are audited to EXJKPAUD.  Each
      *    night the game type's settled sales on the SQWGTURI feed
      *    HBHUN370 writes pay the pool its rate, and every winning
      *    decode on SQWINDEC whose win addresses include the
      *    pool's jackpot address takes the whole pool, which
      *    restarts from its seed; the hits list to EXJKPHIT and
      *    EXJKPSTM is the daily pool statement, a line per pool
      *    and a total.  A rerun of the same business date backs
      *    the night's figures out of the pool first.  The
      *    contributions and seed put up go to the books as the
      *    pool's expense and the jackpots paid as its payout, one
      *    posting per game type on the SQWJKPJN journal feed
      *    HBHUN610 folds in through the VIACCTMS J/S and J/P
      *    mappings
000000     SELECT  JKPCARD
000000                  ASSIGN             JKPCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  SQWGTURI
000000             ASSIGN               SQWGTURI-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWINDEC
000000             ASSIGN               SQWINDEC-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIJKPOOL
000000             ASSIGN            VIJKPOOL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY JKP-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMTYPE
000000             ASSIGN               VIGMTYPE-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           GMTYPE-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWJKPJN
000000             ASSIGN               SQWJKPJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXJKPAUD
000000             ASSIGN               EXJKPAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXJKPHIT
000000             ASSIGN               EXJKPHIT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXJKPSTM
000000             ASSIGN               EXJKPSTM-MSD
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
      *20260916追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  JKPCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "JKPCARD".
       01  JKPC-REC.
           05  JKPC-ACTION                 PIC X(01).
               88  JKPC-ADD                 VALUE "A".
               88  JKPC-CHANGE              VALUE "C".
           05  JKPC-GMTYPE                 PIC X(02).
           05  JKPC-GMTYPE-N REDEFINES JKPC-GMTYPE
                                           PIC 9(02).
      *    A: every field but the status; C: a blank field stays
      *    as it is
           05  JKPC-NAME                   PIC X(20).
      *    percent of the settled sales, two decimals
           05  JKPC-CONTPCT                PIC X(04).
           05  JKPC-CONTPCT-N REDEFINES JKPC-CONTPCT
                                           PIC 9(02)V99.
           05  JKPC-WINADDR                PIC X(02).
           05  JKPC-SEED                   PIC X(11).
      *    C: A to run the pool, S to suspend it
           05  JKPC-STATUS                 PIC X(01).
           05  JKPC-OPID                   PIC X(08).
      *    the game type's settled sales exactly as HBHUN370 writes
      *    them
000000 FD  SQWGTURI
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTURI".
       01  GTU-REC.
           COPY CFGTURI .
000000 FD  SQWINDEC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWINDEC".
       01  DEC-REC.
           05  DEC-MACHINE                 PIC X(10).
           05  DEC-WINTIMES                PIC 9(02).
           05  DEC-WINADDR                 PIC X(48).
           05  DEC-WINADDR-R REDEFINES DEC-WINADDR.
               07  DEC-ADDR                PIC X(02) OCCURS 24.
           05  DEC-WINFLAG                 PIC 9(01).
000000 FD  VIJKPOOL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJKPOOL".
       01  JKP-REC.
           COPY CFJKPOL .
000000 FD  VIGMTYPE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  GMTYPE-REC.
           05  GMTYPE-KEY              PIC 9(02).
           05  GMTYPE-GRPA             PIC 9(01).
           05  GMTYPE-GRPB             PIC 9(01).
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
      *    the pool feed rides the CFSIWK layout, mirrored here
      *    under this file's own names as HBHSS315 mirrors it
000000 FD  SQWJKPJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJKPJN".
       01  JKPJ-REC.
           05  JKPJ-RECKBN                 PIC X(01).
               88  JKPJ-DETAIL              VALUE "D".
               88  JKPJ-CONTROL             VALUE "C".
           05  JKPJ-SRC                    PIC X(01).
           05  JKPJ-KEY                    PIC X(10).
           05  JKPJ-URIAMT                 PIC S9(14) COMP-3.
           05  JKPJ-SHIAMT                 PIC S9(14) COMP-3.
           05  JKPJ-TESURYO                PIC S9(14) COMP-3.
           05  JKPJ-TAXAMT                 PIC S9(14) COMP-3.
           05  JKPJ-CNT                    PIC 9(07).
000000 FD  EXJKPAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXJKPAUD".
       01  EXJPA-REC.
           05  EXJPA-RUNDATE               PIC 9(08).
           05  EXJPA-RUNTIME               PIC 9(06).
           05  EXJPA-OPID                  PIC X(08).
           05  EXJPA-ACTION                PIC X(01).
           05  EXJPA-GMTYPE                PIC X(02).
           05  EXJPA-NAME                  PIC X(20).
           05  EXJPA-CONTPCT               PIC X(04).
           05  EXJPA-WINADDR               PIC X(02).
           05  EXJPA-SEED                  PIC X(11).
           05  EXJPA-STATUS                PIC X(01).
           05  EXJPA-BALANCE               PIC S9(13).
           05  EXJPA-RESULT                PIC X(01).
               88  EXJPA-APPLIED            VALUE "0".
               88  EXJPA-EXISTS             VALUE "1".
               88  EXJPA-INVALID            VALUE "2".
               88  EXJPA-UNAUTHORIZED       VALUE "3".
               88  EXJPA-NOTFOUND           VALUE "4".
               88  EXJPA-NOGMTYPE           VALUE "5".
000000 FD  EXJKPHIT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXJKPHIT".
       01  EXJPH-REC.
           05  EXJPH-BUSDATE               PIC 9(08).
           05  EXJPH-GMTYPE                PIC 9(02).
           05  EXJPH-MACHINE               PIC X(10).
           05  EXJPH-WINADDR               PIC 9(02).
           05  EXJPH-RESULT                PIC X(01).
               88  EXJPH-PAID               VALUE "P".
               88  EXJPH-SUSPENDED          VALUE "S".
           05  EXJPH-PAID-AMT              PIC 9(13).
      *    the pool after the hit: the seed it restarts from
           05  EXJPH-RESEED                PIC 9(11).
000000 FD  EXJKPSTM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXJKPSTM".
       01  EXJPS-REC.
           05  EXJPS-TYPE                  PIC X(01).
               88  EXJPS-POOLLINE           VALUE "P".
               88  EXJPS-TOTALLINE          VALUE "T".
           05  EXJPS-BUSDATE               PIC 9(08).
           05  EXJPS-GMTYPE                PIC 9(02).
           05  EXJPS-NAME                  PIC X(20).
           05  EXJPS-STATUS                PIC X(01).
           05  EXJPS-CONTPCT               PIC 9(02)V99.
           05  EXJPS-SALES                 PIC S9(14).
           05  EXJPS-OPENBAL               PIC S9(13).
           05  EXJPS-FUNDED                PIC 9(11).
           05  EXJPS-CONTRIB               PIC 9(11).
           05  EXJPS-HITS                  PIC 9(03).
           05  EXJPS-PAID                  PIC 9(13).
           05  EXJPS-RESEED                PIC 9(13).
           05  EXJPS-CLOSEBAL              PIC S9(13).
      *    T: the number of pools
           05  EXJPS-POOLS                 PIC 9(03).
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
000000   03  SW-CARD                     PIC 9(01) VALUE ZERO.
000000   03  SW-GTUCTL                   PIC 9(01) VALUE ZERO.
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ADD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CHG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-DEC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-HIT-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-PAID-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-GTU-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-GTU-URI                  PIC S9(14) COMP-3 VALUE ZERO.
000000   03  WK-CTL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-CTL-URI                  PIC S9(14) COMP-3 VALUE ZERO.
000000   03  WK-CONT                     PIC 9(11).
000000   03  WK-PX                       PIC 9(03).
000000   03  WK-DX                       PIC 9(02).
000000   03  WK-AN                       PIC 9(02).
000000   03  WK-HX                       PIC 9(03).
000000   03  WK-ADDR                     PIC 9(02).
000000   03  WK-ADDR-X REDEFINES WK-ADDR PIC X(02).
000000   03  WK-MAPCLASS                 PIC X(01).
000000   03  WK-JNL-CNT                  PIC 9(03).
000000   03  WK-JNL-URI                  PIC S9(14) COMP-3.
000000   03  WK-JNL-SHI                  PIC S9(14) COMP-3.
      *    per game type, subscript game type + 1: the settled
      *    sales, the pool's jackpot address, and what the pool
      *    put up and paid for the feed
000000 01  GTP-WORK.
000000   03  GTP-ENT OCCURS 100.
000000     05  GTP-SALES                 PIC S9(14) COMP-3.
000000     05  GTP-POOL                  PIC 9(01).
000000     05  GTP-WINADDR               PIC 9(02).
000000     05  GTP-FUNDED                PIC S9(14) COMP-3.
000000     05  GTP-PAID                  PIC S9(14) COMP-3.
000000     05  GTP-HITS                  PIC 9(03).
      *    the night's jackpot hits in decode order
000000 01  HIT-WORK.
000000   03  HIT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  HIT-TABLE.
000000     05  HIT-ENT OCCURS 500.
000000       07  HIT-GMTYPE              PIC 9(02).
000000       07  HIT-MACHINE             PIC X(10).
      *    the statement's total line
000000 01  TOT-WORK.
000000   03  TOT-POOLS                   PIC 9(03) VALUE ZERO.
000000   03  TOT-SALES                   PIC S9(14) VALUE ZERO.
000000   03  TOT-OPENBAL                 PIC S9(13) VALUE ZERO.
000000   03  TOT-FUNDED                  PIC 9(11) VALUE ZERO.
000000   03  TOT-CONTRIB                 PIC 9(11) VALUE ZERO.
000000   03  TOT-HITS                    PIC 9(03) VALUE ZERO.
000000   03  TOT-PAID                    PIC 9(13) VALUE ZERO.
000000   03  TOT-RESEED                  PIC 9(13) VALUE ZERO.
000000   03  TOT-CLOSEBAL                PIC S9(13) VALUE ZERO.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
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
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-JRN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-HIT                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-STM                   PIC 9(09) VALUE ZERO.
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
000000     INITIALIZE GTP-WORK
      *    the office's cards are not there every night
000000     OPEN INPUT JKPCARD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CARD .
000000       OPEN  INPUT  SQWGTURI .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN940-01 SQWGTURI OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  SQWINDEC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN940-02 SQWINDEC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIJKPOOL .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIJKPOOL
000000         CLOSE VIJKPOOL
000000         OPEN I-O VIJKPOOL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN940-03 VIJKPOOL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGMTYPE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN940-04 VIGMTYPE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIACCTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN940-05 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXJKPAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN940-06 EXJKPAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXJKPHIT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN940-07 EXJKPHIT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXJKPSTM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN940-08 EXJKPSTM OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN940-09 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-CARD = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "JKPCARD" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWGTURI" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWINDEC" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIGMTYPE" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN940-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the office's pool cards, ahead of the night
      *    so a pool opened or changed today runs tonight
000000 P000-RTN .
000000     IF SW-CARD = 0 GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ JKPCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM CARD-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN940-10 JKPCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the settled sales per game type, proved
      *    against the feed's control record; the jackpot address
      *    of every pool; and the night's decodes that hit one
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWGTURI AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     PERFORM GTU-RTN THRU CX00030 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN940-11 SQWGTURI READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-GTUCTL = 0)GO TO CX00031.
000000         DISPLAY "HBHUN940-12 SQWGTURI CONTROL RECORD MISSING"
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-GTU-CNT NOT = WK-CTL-CNT OR
000000            WK-GTU-URI NOT = WK-CTL-URI)GO TO CX00032.
000000         DISPLAY "HBHUN940-13 SQWGTURI OUT OF BALANCE "
000000                 WK-GTU-CNT " " WK-CTL-CNT
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO JKP-KEY .
000000     START VIJKPOOL KEY >= JKP-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00034.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIJKPOOL NEXT AT END GO TO CX00034.
000000     COMPUTE WK-PX = JKP-GMTYPE + 1
000000     MOVE 1 TO GTP-POOL (WK-PX)
000000     MOVE JKP-WINADDR TO GTP-WINADDR (WK-PX)
000000     GO TO CX00033.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00035. IF NOT(FL-END = ZERO)GO TO CX00036.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWINDEC AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00037.
000000     ADD 1 TO WK-DEC-CNT
000000     PERFORM DEC-RTN THRU CX00040 .
000000     GO TO CX00038.
000000 CX00037. IF NOT(FL-STS1 = "10")GO TO CX00039.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00038.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN940-14 SQWINDEC READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00035.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  every pool through the night, then the
      *    statement's total line
000000 P200-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO JKP-KEY .
000000     START VIJKPOOL KEY >= JKP-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00046.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIJKPOOL NEXT AT END GO TO CX00046.
000000     PERFORM POOL-RTN THRU CX00082 .
000000     GO TO CX00045.
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXJPS-REC
000000     MOVE "T" TO EXJPS-TYPE
000000     MOVE WK-BUSDT TO EXJPS-BUSDATE
000000     MOVE TOT-SALES TO EXJPS-SALES
000000     MOVE TOT-OPENBAL TO EXJPS-OPENBAL
000000     MOVE TOT-FUNDED TO EXJPS-FUNDED
000000     MOVE TOT-CONTRIB TO EXJPS-CONTRIB
000000     MOVE TOT-HITS TO EXJPS-HITS
000000     MOVE TOT-PAID TO EXJPS-PAID
000000     MOVE TOT-RESEED TO EXJPS-RESEED
000000     MOVE TOT-CLOSEBAL TO EXJPS-CLOSEBAL
000000     MOVE TOT-POOLS TO EXJPS-POOLS
      *20261015追加開始
000000     ADD 1 TO WK-LNG-STM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXJKPSTM" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-STM TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXJPS-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN940-15 EXJKPSTM WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the night's pool money to the books, one
      *    posting per game type - what the pool put up as the
      *    sales amount, the jackpots paid as the payout amount -
      *    closed with the feed's own control record; when no pool
      *    moved the feed is not created at all and HBHUN610
      *    reports it absent
000000 P300-RTN .
000000     MOVE ZERO TO WK-JNL-CNT WK-JNL-URI WK-JNL-SHI WK-PX .
000000 CX00094.
           MOVE "CX00094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-PX < 100)GO TO CX00095.
000000     ADD 1 TO WK-PX .
000000     IF GTP-FUNDED (WK-PX) = ZERO AND GTP-PAID (WK-PX) = ZERO
000000         GO TO CX00094.
000000     ADD 1 TO WK-JNL-CNT
000000     GO TO CX00094.
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-JNL-CNT = ZERO GO TO CX00007.
000000     MOVE "S" TO WK-MAPCLASS
000000     PERFORM MAPCHK-RTN THRU CX00078
000000     MOVE "P" TO WK-MAPCLASS
000000     PERFORM MAPCHK-RTN THRU CX00078 .
000000       OPEN  OUTPUT SQWJKPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00096.
000000         DISPLAY "HBHUN940-16 SQWJKPJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00096.
           MOVE "CX00096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-JNL-CNT WK-PX .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-PX < 100)GO TO CX00098.
000000     ADD 1 TO WK-PX .
000000     IF GTP-FUNDED (WK-PX) = ZERO AND GTP-PAID (WK-PX) = ZERO
000000         GO TO CX00097.
000000     MOVE "D" TO JKPJ-RECKBN
000000     MOVE "J" TO JKPJ-SRC
000000     MOVE SPACE TO JKPJ-KEY
000000     COMPUTE WK-ADDR = WK-PX - 1
000000     MOVE WK-ADDR-X TO JKPJ-KEY (1:2)
000000     MOVE GTP-FUNDED (WK-PX) TO JKPJ-URIAMT
000000     MOVE GTP-PAID (WK-PX) TO JKPJ-SHIAMT
000000     MOVE ZERO TO JKPJ-TESURYO
000000     MOVE ZERO TO JKPJ-TAXAMT
000000     MOVE GTP-HITS (WK-PX) TO JKPJ-CNT
000000     ADD 1 TO WK-JNL-CNT
000000     ADD GTP-FUNDED (WK-PX) TO WK-JNL-URI
000000     ADD GTP-PAID (WK-PX) TO WK-JNL-SHI
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWJKPJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE JKPJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00099.
000000         DISPLAY "HBHUN940-17 SQWJKPJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00099.
           MOVE "CX00099" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00097.
000000 CX00098.
           MOVE "CX00098" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO JKPJ-RECKBN
000000     MOVE SPACE TO JKPJ-SRC
000000     MOVE SPACE TO JKPJ-KEY
000000     MOVE WK-JNL-URI TO JKPJ-URIAMT
000000     MOVE WK-JNL-SHI TO JKPJ-SHIAMT
000000     MOVE ZERO TO JKPJ-TESURYO
000000     MOVE ZERO TO JKPJ-TAXAMT
000000     MOVE WK-JNL-CNT TO JKPJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWJKPJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE JKPJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00100.
000000         DISPLAY "HBHUN940-17 SQWJKPJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00100.
           MOVE "CX00100" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SQWJKPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00101.
000000         DISPLAY "HBHUN940-18 SQWJKPJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00101.
           MOVE "CX00101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN940-92 POOLS ADDED=" WK-ADD-CNT
000000             " CHANGED=" WK-CHG-CNT " CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN940-93 POOLS=" TOT-POOLS
000000             " CONTRIBUTED=" TOT-CONTRIB " DECODES=" WK-DEC-CNT
000000             " HITS=" WK-HIT-CNT " PAID=" WK-PAID-CNT
000000             " JACKPOTS=" TOT-PAID UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-CARD = 1
000000         CLOSE JKPCARD .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWJKPJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXJKPAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXJKPHIT" TO LNG-FILEID
000000     MOVE WK-LNG-HIT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXJKPSTM" TO LNG-FILEID
000000     MOVE WK-LNG-STM TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN940-19 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SQWGTURI  SQWINDEC  VIJKPOOL  VIGMTYPE  VIACCTMS
000000              EXJKPAUD  EXJKPHIT  EXJKPSTM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN940-20 VIJKPOOL CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one card: the operator is checked for the
      *    jackpot class first, then the card's fields for its
      *    action, and the pool looked up
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     ACCEPT EXJPA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXJPA-RUNTIME FROM TIME
000000     MOVE JKPC-OPID TO EXJPA-OPID
000000     MOVE JKPC-ACTION TO EXJPA-ACTION
000000     MOVE JKPC-GMTYPE TO EXJPA-GMTYPE
000000     MOVE JKPC-NAME TO EXJPA-NAME
000000     MOVE JKPC-CONTPCT TO EXJPA-CONTPCT
000000     MOVE JKPC-WINADDR TO EXJPA-WINADDR
000000     MOVE JKPC-SEED TO EXJPA-SEED
000000     MOVE JKPC-STATUS TO EXJPA-STATUS
000000     MOVE ZERO TO EXJPA-BALANCE
000000     MOVE JKPC-OPID TO WK-CHK-OPID
000000     MOVE "J" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXJPA-RESULT
000000         GO TO CX00021.
000000     IF NOT(JKPC-ADD OR JKPC-CHANGE) OR JKPC-GMTYPE NOT NUMERIC
000000         MOVE "2" TO EXJPA-RESULT
000000         GO TO CX00021.
000000     MOVE JKPC-GMTYPE-N TO JKP-GMTYPE
000000     READ VIJKPOOL INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN940-21 VIJKPOOL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF JKPC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXJPA-RESULT
000000         GO TO CX00021.
      *    C: at least one field given, each numeric one numeric
000000     IF (JKPC-NAME = SPACE AND JKPC-CONTPCT = SPACE AND
000000         JKPC-WINADDR = SPACE AND JKPC-SEED = SPACE AND
000000         JKPC-STATUS = SPACE) OR
000000        (JKPC-CONTPCT NOT = SPACE AND
000000         JKPC-CONTPCT NOT NUMERIC) OR
000000        (JKPC-WINADDR NOT = SPACE AND
000000         (JKPC-WINADDR NOT NUMERIC OR JKPC-WINADDR = "00")) OR
000000        (JKPC-SEED NOT = SPACE AND JKPC-SEED NOT NUMERIC) OR
000000        (JKPC-STATUS NOT = SPACE AND
000000         JKPC-STATUS NOT = "A" AND JKPC-STATUS NOT = "S")
000000         MOVE "2" TO EXJPA-RESULT
000000         GO TO CX00021.
000000     IF JKPC-NAME NOT = SPACE
000000         MOVE JKPC-NAME TO JKP-NAME .
000000     IF JKPC-CONTPCT NOT = SPACE
000000         MOVE JKPC-CONTPCT-N TO JKP-CONTPCT .
000000     IF JKPC-WINADDR NOT = SPACE
000000         MOVE JKPC-WINADDR TO JKP-WINADDR .
      *    a new seed is what the pool restarts from after its
      *    next jackpot; the balance now is not touched
000000     IF JKPC-SEED NOT = SPACE
000000         MOVE JKPC-SEED TO JKP-SEED .
000000     IF JKPC-STATUS NOT = SPACE
000000         MOVE JKPC-STATUS TO JKP-STATUS .
000000     MOVE JKPC-OPID TO JKP-OPID
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIJKPOOL" TO LNG-FILEID
000000     MOVE JKP-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE JKP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHUN940-22 VIJKPOOL REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CHG-CNT
000000     MOVE JKP-BALANCE TO EXJPA-BALANCE
000000     MOVE "0" TO EXJPA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
      *    A: a new pool on a game type the hall has, its seed put
      *    up at once as the day's funding
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXJPA-RESULT
000000         GO TO CX00021.
000000     IF JKPC-NAME = SPACE OR JKPC-CONTPCT NOT NUMERIC OR
000000        JKPC-CONTPCT = "0000" OR JKPC-WINADDR NOT NUMERIC OR
000000        JKPC-WINADDR = "00" OR JKPC-SEED NOT NUMERIC OR
000000        (JKPC-STATUS NOT = SPACE AND JKPC-STATUS NOT = "A")
000000         MOVE "2" TO EXJPA-RESULT
000000         GO TO CX00021.
000000     MOVE JKPC-GMTYPE-N TO GMTYPE-KEY
000000     READ VIGMTYPE INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00026.
000000     GO TO CX00027.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN940-23 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "5" TO EXJPA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE JKP-REC
000000     MOVE JKPC-GMTYPE-N TO JKP-GMTYPE
000000     MOVE JKPC-NAME TO JKP-NAME
000000     MOVE "A" TO JKP-STATUS
000000     MOVE JKPC-CONTPCT-N TO JKP-CONTPCT
000000     MOVE JKPC-WINADDR TO JKP-WINADDR
000000     MOVE JKPC-SEED TO JKP-SEED
000000     MOVE JKP-SEED TO JKP-BALANCE
000000     MOVE WK-BUSDT TO JKP-DAYDT
000000     MOVE ZERO TO JKP-DAYOPEN
000000     MOVE JKP-SEED TO JKP-DAYFUND
000000     MOVE ZERO TO JKP-DAYCONT JKP-DAYHITS JKP-DAYPAID
000000                  JKP-DAYRESEED JKP-LASTHITDT JKP-TOTCONT
000000                  JKP-TOTPAID JKP-HITCNT
000000     MOVE JKP-SEED TO JKP-TOTSEED
000000     MOVE JKPC-OPID TO JKP-OPID
000000     MOVE WK-BUSDT TO JKP-ENTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIJKPOOL" TO LNG-FILEID
000000     MOVE JKP-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE JKP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN940-24 VIJKPOOL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ADD-CNT
000000     MOVE JKP-BALANCE TO EXJPA-BALANCE
000000     MOVE "0" TO EXJPA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    GTU-RTN  -  one settled-sales record: a game type's
      *    sales added up, or the control record kept for the
      *    proof
000000 GTU-RTN .
           MOVE "GTU-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(GTU-CONTROL)GO TO CX00029.
000000     MOVE 1 TO SW-GTUCTL
000000     MOVE GTU-CNT TO WK-CTL-CNT
000000     MOVE GTU-URIAMT TO WK-CTL-URI
000000     GO TO CX00030.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-GTU-CNT
000000     ADD GTU-URIAMT TO WK-GTU-URI
000000     COMPUTE WK-PX = GTU-GMTYPE + 1
000000     ADD GTU-URIAMT TO GTP-SALES (WK-PX) .
000000 CX00030. EXIT.
      *
      *    DEC-RTN  -  one decode: a win on a machine of a game
      *    type with a pool, among whose win addresses is the
      *    pool's jackpot address, is a hit
000000 DEC-RTN .
           MOVE "DEC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(DEC-WINFLAG = 1 AND DEC-MACHINE (1:2) IS NUMERIC)
000000         GO TO CX00040.
000000     MOVE DEC-MACHINE (1:2) TO WK-ADDR-X
000000     COMPUTE WK-PX = WK-ADDR + 1 .
000000     IF GTP-POOL (WK-PX) = 0 GO TO CX00040.
000000     MOVE DEC-WINTIMES TO WK-AN .
000000     IF WK-AN > 24
000000         MOVE 24 TO WK-AN .
000000     MOVE GTP-WINADDR (WK-PX) TO WK-ADDR
000000     MOVE ZERO TO WK-DX .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-DX < WK-AN)GO TO CX00040.
000000     ADD 1 TO WK-DX .
000000     IF NOT(DEC-ADDR (WK-DX) = WK-ADDR-X)GO TO CX00041.
000000     IF NOT(HIT-CNT < 500)GO TO CX00042.
000000     ADD 1 TO HIT-CNT WK-HIT-CNT
000000     COMPUTE HIT-GMTYPE (HIT-CNT) = WK-PX - 1
000000     MOVE DEC-MACHINE TO HIT-MACHINE (HIT-CNT)
000000     GO TO CX00040.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN940-25 JACKPOT HIT TABLE FULL"
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    DAY-RTN  -  the pool's day opened at the business date;
      *    when the night has already been through (a rerun) its
      *    contributions and jackpots are backed out first, so
      *    only the seed put up by the day's A card stays
000000 DAY-RTN .
           MOVE "DAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF JKP-DAYDT = WK-BUSDT
000000         COMPUTE JKP-BALANCE = JKP-DAYOPEN + JKP-DAYFUND
000000         SUBTRACT JKP-DAYCONT FROM JKP-TOTCONT
000000         SUBTRACT JKP-DAYPAID FROM JKP-TOTPAID
000000         SUBTRACT JKP-DAYRESEED FROM JKP-TOTSEED
000000         SUBTRACT JKP-DAYHITS FROM JKP-HITCNT
000000     ELSE
000000         MOVE WK-BUSDT TO JKP-DAYDT
000000         MOVE JKP-BALANCE TO JKP-DAYOPEN
000000         MOVE ZERO TO JKP-DAYFUND .
000000     MOVE ZERO TO JKP-DAYCONT JKP-DAYHITS JKP-DAYPAID
000000                  JKP-DAYRESEED .
000000 CX00083. EXIT.
      *
      *    POOL-RTN  -  one pool through the night: its rate of
      *    the game type's sales, then its hits in decode order,
      *    each paying out the whole pool and restarting it from
      *    the seed; a suspended pool neither grows nor pays
000000 POOL-RTN .
           MOVE "POOL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM DAY-RTN THRU CX00083
000000     COMPUTE WK-PX = JKP-GMTYPE + 1
000000     MOVE ZERO TO WK-CONT .
000000     IF JKP-ACTIVE AND GTP-SALES (WK-PX) > ZERO
000000         COMPUTE WK-CONT ROUNDED =
000000             GTP-SALES (WK-PX) * JKP-CONTPCT / 100
000000         ADD WK-CONT TO JKP-BALANCE JKP-DAYCONT JKP-TOTCONT .
000000     MOVE ZERO TO WK-HX .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HX < HIT-CNT)GO TO CX00085.
000000     ADD 1 TO WK-HX .
000000     IF NOT(HIT-GMTYPE (WK-HX) = JKP-GMTYPE)GO TO CX00084.
000000     INITIALIZE EXJPH-REC
000000     MOVE WK-BUSDT TO EXJPH-BUSDATE
000000     MOVE JKP-GMTYPE TO EXJPH-GMTYPE
000000     MOVE HIT-MACHINE (WK-HX) TO EXJPH-MACHINE
000000     MOVE JKP-WINADDR TO EXJPH-WINADDR .
000000     IF NOT(JKP-ACTIVE)
000000         MOVE "S" TO EXJPH-RESULT
000000         MOVE JKP-BALANCE TO EXJPH-RESEED
000000         GO TO CX00086.
000000     MOVE "P" TO EXJPH-RESULT
000000     MOVE JKP-BALANCE TO EXJPH-PAID-AMT
000000     ADD JKP-BALANCE TO JKP-DAYPAID JKP-TOTPAID
000000     ADD 1 TO JKP-DAYHITS JKP-HITCNT WK-PAID-CNT
000000     MOVE JKP-SEED TO JKP-BALANCE
000000     ADD JKP-SEED TO JKP-DAYRESEED JKP-TOTSEED
000000     MOVE JKP-SEED TO EXJPH-RESEED
000000     MOVE WK-BUSDT TO JKP-LASTHITDT .
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-HIT
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXJKPHIT" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-HIT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXJPH-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00087.
000000         DISPLAY "HBHUN940-26 EXJKPHIT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00084.
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIJKPOOL" TO LNG-FILEID
000000     MOVE JKP-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE JKP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00088.
000000         DISPLAY "HBHUN940-22 VIJKPOOL REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00088.
           MOVE "CX00088" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE GTP-FUNDED (WK-PX) =
000000         JKP-DAYFUND + JKP-DAYCONT + JKP-DAYRESEED
000000     MOVE JKP-DAYPAID TO GTP-PAID (WK-PX)
000000     MOVE JKP-DAYHITS TO GTP-HITS (WK-PX)
000000     INITIALIZE EXJPS-REC
000000     MOVE "P" TO EXJPS-TYPE
000000     MOVE WK-BUSDT TO EXJPS-BUSDATE
000000     MOVE JKP-GMTYPE TO EXJPS-GMTYPE
000000     MOVE JKP-NAME TO EXJPS-NAME
000000     MOVE JKP-STATUS TO EXJPS-STATUS
000000     MOVE JKP-CONTPCT TO EXJPS-CONTPCT
000000     MOVE GTP-SALES (WK-PX) TO EXJPS-SALES
000000     MOVE JKP-DAYOPEN TO EXJPS-OPENBAL
000000     MOVE JKP-DAYFUND TO EXJPS-FUNDED
000000     MOVE JKP-DAYCONT TO EXJPS-CONTRIB
000000     MOVE JKP-DAYHITS TO EXJPS-HITS
000000     MOVE JKP-DAYPAID TO EXJPS-PAID
000000     MOVE JKP-DAYRESEED TO EXJPS-RESEED
000000     MOVE JKP-BALANCE TO EXJPS-CLOSEBAL
      *20261015追加開始
000000     ADD 1 TO WK-LNG-STM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXJKPSTM" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-STM TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXJPS-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00089.
000000         DISPLAY "HBHUN940-15 EXJKPSTM WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO TOT-POOLS
000000     ADD GTP-SALES (WK-PX) TO TOT-SALES
000000     ADD JKP-DAYOPEN TO TOT-OPENBAL
000000     ADD JKP-DAYFUND TO TOT-FUNDED
000000     ADD JKP-DAYCONT TO TOT-CONTRIB
000000     ADD JKP-DAYHITS TO TOT-HITS
000000     ADD JKP-DAYPAID TO TOT-PAID
000000     ADD JKP-DAYRESEED TO TOT-RESEED
000000     ADD JKP-BALANCE TO TOT-CLOSEBAL .
000000 CX00082. EXIT.
      *
      *    MAPCHK-RTN  -  the pool's account mapping J/S or J/P
      *    (WK-MAPCLASS) must exist before the feed is written; a
      *    missing mapping is the accountants' setup error and
      *    stops the run the way HBHUN610 stops on one
000000 MAPCHK-RTN .
           MOVE "MAPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "J" TO ACCTMS-SRC
000000     MOVE WK-MAPCLASS TO ACCTMS-CLASS
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00079.
000000     GO TO CX00080.
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN940-90 VIACCTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "90" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 = "23")GO TO CX00081.
000000         DISPLAY "HBHUN940-91 VIACCTMS MAPPING MISSING J/"
000000                 WK-MAPCLASS
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "91" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00078. EXIT.
      *
      *    AUD-RTN  -  one EXJKPAUD row
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXJKPAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXJPA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHUN940-27 EXJKPAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN940" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN940" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN940" TO PRM-PROGID
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
000000         DISPLAY "HBHUN940-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
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
000000     MOVE "HBHUN940" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN940-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN940" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN940-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
