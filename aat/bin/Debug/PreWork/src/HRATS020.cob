000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HRATS020 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260923追加開始
      *    published odds and payout table: the odds of each prize
      *    tier were worked out by hand whenever a customer or the
      *    authority asked.  The ODDDEF deck names, for each game
      *    type, its prize tiers - the VIHATOU win address and the
      *    VIIDXCAT catalog (HRATS010's filed combination catalog)
      *    holding the tier's winning combinations.  In PRINT mode
      *    (ODDSMODE, the default) EXODDSHT gets one printable
      *    sheet per game type: every tier's winning-combination
      *    count (the catalog's populated count), the total
      *    combinations (HSAAL250's nCr of the catalog's
      *    denominator and numerator), the odds as 1 in N, and the
      *    theoretical payout contribution - the tier's VIHATOU
      *    amount times its chance - stamped with the catalog
      *    generation it was built from, which VIODDPUB (CFODDPB)
      *    registers.  In CHECK mode nothing is printed: a game
      *    type whose catalogs now carry a newer generation than
      *    its registered sheet is marked out of date and raises
      *    error 50 through HSAAL100 until the sheet is issued
      *    again
000000     SELECT  ODDDEF
000000                  ASSIGN             ODDDEF-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIIDXCAT
000000             ASSIGN               VIIDXCAT-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           CAT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHATOU
000000             ASSIGN               VIHATOU-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           HATOU-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIODDPUB
000000             ASSIGN            VIODDPUB-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ODP-GMTYPE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXODDSHT
000000             ASSIGN               EXODDSHT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260923追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    one card per prize tier, a game type's tiers together
000000 FD  ODDDEF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ODDDEF".
       01  ODF-REC.
           05  ODF-GMTYPE                  PIC X(02).
           05  ODF-GMTYPE-N REDEFINES ODF-GMTYPE
                                           PIC 9(02).
      *    the tier's win address on VIHATOU
           05  ODF-TIER                    PIC X(02).
      *    the VIIDXCAT key of the tier's winning combinations
           05  ODF-CATKEY.
               07  ODF-CATTYPE             PIC X(01).
               07  ODF-BUNSI               PIC X(02).
               07  ODF-BUNBO               PIC X(02).
           05  ODF-CATKEY-N REDEFINES ODF-CATKEY.
               07  ODF-CATTYPE-N           PIC 9(01).
               07  ODF-BUNSI-N             PIC 9(02).
               07  ODF-BUNBO-N             PIC 9(02).
           05  ODF-NAME                    PIC X(20).
      *    the catalog exactly as HRATS010 files it; the table image
      *    ends with the populated count and the catalog status of
      *    the CLIDXC connect area
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
           05  CAT-IDXIMG-R REDEFINES CAT-IDXIMG.
               07  CAT-IDXTAB              PIC X(8008).
               07  CAT-POPCNT              PIC 9(04).
               07  CAT-CATSTS              PIC 9(01).
                   88  CAT-CAT-OK           VALUE 0.
000000 FD  VIHATOU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHATOU".
       01  HATOU-REC.
           05  HATOU-KEY                   PIC X(02).
           05  HATOU-PROB                  PIC 9(03)V9(02).
           05  HATOU-AMOUNT                PIC 9(07).
000000 FD  VIODDPUB
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIODDPUB".
       01  ODP-REC.
           COPY CFODDPB .
      *    the printed sheet: a heading per game type, the column
      *    heads, a line per prize tier and the total line
000000 FD  EXODDSHT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXODDSHT".
       01  ODS-LINE                        PIC X(132).
       01  ODS-HDR REDEFINES ODS-LINE.
           05  ODS-H-TITLE                 PIC X(22).
           05  ODS-H-GMLIT                 PIC X(10).
           05  ODS-H-GMTYPE                PIC 9(02).
           05  FILLER                      PIC X(02).
           05  ODS-H-GENLIT                PIC X(19).
           05  ODS-H-GENDATE               PIC 9(08).
           05  FILLER                      PIC X(01).
           05  ODS-H-GENTIME               PIC 9(06).
           05  FILLER                      PIC X(02).
           05  ODS-H-ISSLIT                PIC X(07).
           05  ODS-H-ISSUEDT               PIC 9(08).
           05  FILLER                      PIC X(02).
           05  ODS-H-NOTE                  PIC X(40).
           05  FILLER                      PIC X(03).
       01  ODS-DTL REDEFINES ODS-LINE.
           05  ODS-D-TIER                  PIC X(02).
           05  FILLER                      PIC X(02).
           05  ODS-D-NAME                  PIC X(20).
           05  FILLER                      PIC X(02).
           05  ODS-D-WINS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  ODS-D-TOTAL                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  ODS-D-ONEIN                 PIC X(05).
           05  ODS-D-ODDS                  PIC ZZZ,ZZZ,ZZ9.9.
           05  FILLER                      PIC X(02).
           05  ODS-D-AMOUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02).
           05  ODS-D-CONTRIB               PIC ZZZ,ZZ9.9999.
           05  FILLER                      PIC X(02).
           05  ODS-D-NOTE                  PIC X(20).
           05  FILLER                      PIC X(19).
       01  ODS-TOT REDEFINES ODS-LINE.
           05  ODS-T-LIT                   PIC X(79).
           05  ODS-T-CONTRIB               PIC ZZZ,ZZ9.9999.
           05  FILLER                      PIC X(41).
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
000000   03  SW-CHECK                    PIC 9(01) VALUE ZERO.
000000   03  SW-STALE                    PIC 9(01).
000000   03  SW-ONREG                    PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-BAD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-SHEET-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-STALE-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-MODE                     PIC X(05) VALUE "PRINT".
000000   03  WK-CUR-GMTYPE               PIC 9(02).
000000   03  WK-TX                       PIC 9(03).
000000   03  WK-STAMP                    PIC 9(14).
000000   03  WK-MAXSTAMP                 PIC 9(14).
000000   03  WK-MAXSTAMP-R REDEFINES WK-MAXSTAMP.
000000       05  WK-MAXSTAMP-DATE        PIC 9(08).
000000       05  WK-MAXSTAMP-TIME        PIC 9(06).
000000   03  WK-ODDS                     PIC 9(09)V9.
000000   03  WK-CONTRIB                  PIC 9(06)V9(04).
000000   03  WK-TOTCONTRIB               PIC 9(06)V9(04).
      *    the game type's tiers, as the deck gave them and as the
      *    catalogs and the payout master filled them in
000000 01  TIR-WORK.
000000   03  TIR-CNT                     PIC 9(03) VALUE ZERO.
000000   03  TIR-ENT OCCURS 50.
000000     05  TIR-TIER                  PIC X(02).
000000     05  TIR-NAME                  PIC X(20).
000000     05  TIR-CATTYPE               PIC 9(01).
000000     05  TIR-BUNSI                 PIC 9(02).
000000     05  TIR-BUNBO                 PIC 9(02).
000000     05  TIR-WINS                  PIC 9(04).
000000     05  TIR-TOTAL                 PIC 9(09).
000000     05  TIR-AMOUNT                PIC 9(07).
000000     05  TIR-NOTE                  PIC X(20).
      *    HSAAL250 connect area: the copybook CLKUMN carries
      *    corrupted names in this source, so the same byte layout
      *    is declared here under readable names
000000 01  ODK-PARAM.
000000   03  ODK-N                       PIC 9(02).
000000   03  ODK-R                       PIC 9(02).
000000   03  ODK-COUNT                   PIC 9(09).
000000   03  ODK-STATUS                  PIC 9(01).
000000     88  ODK-STATUS-OK             VALUE 1.
000000 01  ODS-COLHDR.
000000   03  FILLER                      PIC X(26) VALUE
000000       "TR  PRIZE TIER".
000000   03  FILLER                      PIC X(09) VALUE
000000       "WINNING".
000000   03  FILLER                      PIC X(13) VALUE
000000       "      TOTAL".
000000   03  FILLER                      PIC X(20) VALUE
000000       "ODDS".
000000   03  FILLER                      PIC X(11) VALUE
000000       "   PAYOUT".
000000   03  FILLER                      PIC X(14) VALUE
000000       "CONTRIBUTION".
000000   03  FILLER                      PIC X(39) VALUE
000000       "NOTE".
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
000000     INITIALIZE PRM-PARAM
000000     MOVE "HRATS020" TO PRM-PROGID
000000     MOVE "ODDSMODE" TO PRM-NAME
000000     MOVE WK-MODE TO PRM-VALUE (1:5)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-VALUE (1:5) = "CHECK"
000000         MOVE 1 TO SW-CHECK
000000         MOVE "CHECK" TO WK-MODE .
000000       OPEN  INPUT  ODDDEF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HRATS020-01 ODDDEF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIIDXCAT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HRATS020-02 VIIDXCAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIHATOU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HRATS020-03 VIHATOU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIODDPUB .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIODDPUB
000000         CLOSE VIODDPUB
000000         OPEN I-O VIODDPUB .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HRATS020-04 VIODDPUB OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXODDSHT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HRATS020-05 EXODDSHT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HRATS020-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the tier deck, one game type at a time
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ ODDDEF AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF ODF-GMTYPE NOT NUMERIC OR ODF-TIER = SPACE OR
000000        ODF-CATKEY NOT NUMERIC
000000         ADD 1 TO WK-BAD-CNT
000000         DISPLAY "HRATS020-40 ODDDEF CARD IGNORED " ODF-REC
000000                 UPON CONSOLE
000000         GO TO CX00013.
000000     IF TIR-CNT > ZERO AND ODF-GMTYPE-N NOT = WK-CUR-GMTYPE
000000         PERFORM GAME-RTN THRU CX00020 .
000000     IF NOT(TIR-CNT < 50)
000000         ADD 1 TO WK-BAD-CNT
000000         DISPLAY "HRATS020-41 MORE THAN 50 TIERS - GAME TYPE "
000000                 ODF-GMTYPE " TIER " ODF-TIER " IGNORED"
000000                 UPON CONSOLE
000000         GO TO CX00013.
000000     MOVE ODF-GMTYPE-N TO WK-CUR-GMTYPE
000000     ADD 1 TO TIR-CNT
000000     MOVE ODF-TIER TO TIR-TIER (TIR-CNT)
000000     MOVE ODF-NAME TO TIR-NAME (TIR-CNT)
000000     MOVE ODF-CATTYPE-N TO TIR-CATTYPE (TIR-CNT)
000000     MOVE ODF-BUNSI-N TO TIR-BUNSI (TIR-CNT)
000000     MOVE ODF-BUNBO-N TO TIR-BUNBO (TIR-CNT) .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HRATS020-07 ODDDEF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
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
000000     IF TIR-CNT > ZERO
000000         PERFORM GAME-RTN THRU CX00020 .
000000 CX00003. EXIT.
000000 E000-RTN .
000000     DISPLAY "HRATS020-90 MODE=" WK-MODE " SHEETS ISSUED="
000000             WK-SHEET-CNT " OUT OF DATE=" WK-STALE-CNT
000000             " CARDS IGNORED=" WK-BAD-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HRATS020-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  ODDDEF  VIIDXCAT  VIHATOU  VIODDPUB  EXODDSHT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HRATS020-09 VIODDPUB CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    GAME-RTN  -  one game type: its tiers filled in from the
      *    catalogs and the payout master, its registered sheet
      *    compared with the catalog generation now filed, then the
      *    sheet printed (PRINT) or a stale sheet flagged (CHECK)
000000 GAME-RTN .
           MOVE "GAME-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MAXSTAMP
000000     MOVE ZERO TO WK-TX .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TX < TIR-CNT)GO TO CX00022.
000000     COMPUTE WK-TX = WK-TX + 1
000000     PERFORM TIER-RTN THRU CX00035 .
000000     GO TO CX00021.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-STALE
000000     MOVE WK-CUR-GMTYPE TO ODP-GMTYPE
000000     READ VIODDPUB INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00023.
000000     GO TO CX00024.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HRATS020-10 VIODDPUB READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-ONREG .
000000     IF FL-STS1 NOT = "23"
000000         MOVE 1 TO SW-ONREG .
000000     IF SW-ONREG = 1 AND ODP-GENSTAMP NOT = WK-MAXSTAMP
000000         MOVE 1 TO SW-STALE .
000000     IF SW-CHECK = ZERO GO TO CX00025.
      *    CHECK: nothing printed; a stale sheet is marked on the
      *    register the first night it is found, and alerted every
      *    night until it is issued again
000000     IF SW-STALE = ZERO GO TO CX00026.
000000     ADD 1 TO WK-STALE-CNT
000000     DISPLAY "HRATS020-50 ODDS SHEET OUT OF DATE GAME TYPE "
000000             WK-CUR-GMTYPE " ISSUED " ODP-ISSUEDT
000000             " CATALOG NOW " WK-MAXSTAMP UPON CONSOLE
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000     IF ODP-OUTOFDATE GO TO CX00026.
000000     MOVE "1" TO ODP-STALE
000000     MOVE WK-BUSDT TO ODP-STALEDT
000000     REWRITE ODP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HRATS020-11 VIODDPUB REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00026.
      *    PRINT: the sheet, then the register brought up to the
      *    generation it was built from
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO ODS-LINE
000000     MOVE "ODDS AND PAYOUT TABLE " TO ODS-H-TITLE
000000     MOVE "GAME TYPE " TO ODS-H-GMLIT
000000     MOVE WK-CUR-GMTYPE TO ODS-H-GMTYPE
000000     MOVE "CATALOG GENERATION " TO ODS-H-GENLIT
000000     MOVE WK-MAXSTAMP-DATE TO ODS-H-GENDATE
000000     MOVE WK-MAXSTAMP-TIME TO ODS-H-GENTIME
000000     MOVE "ISSUED " TO ODS-H-ISSLIT
000000     MOVE WK-BUSDT TO ODS-H-ISSUEDT .
000000     IF SW-STALE = 1
000000         MOVE "REISSUED - CATALOG GENERATION CHANGED" TO
000000             ODS-H-NOTE .
000000     PERFORM PRT-RTN THRU CX00081 .
000000     MOVE ODS-COLHDR TO ODS-LINE
000000     PERFORM PRT-RTN THRU CX00081 .
000000     MOVE ZERO TO WK-TOTCONTRIB
000000     MOVE ZERO TO WK-TX .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TX < TIR-CNT)GO TO CX00029.
000000     COMPUTE WK-TX = WK-TX + 1
000000     MOVE SPACE TO ODS-LINE
000000     MOVE TIR-TIER (WK-TX) TO ODS-D-TIER
000000     MOVE TIR-NAME (WK-TX) TO ODS-D-NAME
000000     MOVE TIR-WINS (WK-TX) TO ODS-D-WINS
000000     MOVE TIR-TOTAL (WK-TX) TO ODS-D-TOTAL
000000     MOVE TIR-AMOUNT (WK-TX) TO ODS-D-AMOUNT
000000     MOVE TIR-NOTE (WK-TX) TO ODS-D-NOTE
000000     MOVE ZERO TO WK-ODDS
000000     MOVE ZERO TO WK-CONTRIB .
000000     IF TIR-WINS (WK-TX) > ZERO AND TIR-TOTAL (WK-TX) > ZERO
000000         COMPUTE WK-ODDS ROUNDED =
000000             TIR-TOTAL (WK-TX) / TIR-WINS (WK-TX)
000000         COMPUTE WK-CONTRIB ROUNDED = TIR-AMOUNT (WK-TX)
000000             * TIR-WINS (WK-TX) / TIR-TOTAL (WK-TX)
000000         MOVE "1 IN " TO ODS-D-ONEIN .
000000     MOVE WK-ODDS TO ODS-D-ODDS
000000     MOVE WK-CONTRIB TO ODS-D-CONTRIB
000000     ADD WK-CONTRIB TO WK-TOTCONTRIB
000000     PERFORM PRT-RTN THRU CX00081 .
000000     GO TO CX00028.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO ODS-LINE
000000     MOVE "THEORETICAL PAYOUT PER COMBINATION PLAYED" TO ODS-T-LIT
000000     MOVE WK-TOTCONTRIB TO ODS-T-CONTRIB
000000     PERFORM PRT-RTN THRU CX00081 .
000000     MOVE SPACE TO ODS-LINE
000000     PERFORM PRT-RTN THRU CX00081 .
000000     ADD 1 TO WK-SHEET-CNT .
000000     IF SW-ONREG = ZERO GO TO CX00030.
000000     MOVE WK-MAXSTAMP TO ODP-GENSTAMP
000000     MOVE WK-BUSDT TO ODP-ISSUEDT
000000     MOVE TIR-CNT TO ODP-TIERCNT
000000     MOVE "0" TO ODP-STALE
000000     MOVE ZERO TO ODP-STALEDT
000000     REWRITE ODP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HRATS020-12 VIODDPUB REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00026.
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE ODP-REC
000000     MOVE WK-CUR-GMTYPE TO ODP-GMTYPE
000000     MOVE WK-MAXSTAMP TO ODP-GENSTAMP
000000     MOVE WK-BUSDT TO ODP-ISSUEDT
000000     MOVE TIR-CNT TO ODP-TIERCNT
000000     MOVE "0" TO ODP-STALE
000000     MOVE ZERO TO ODP-STALEDT
000000     WRITE ODP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HRATS020-13 VIODDPUB WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO TIR-CNT .
000000 CX00020. EXIT.
      *
      *    TIER-RTN  -  one tier: its catalog's winning combinations
      *    and generation, the total combinations of the catalog's
      *    game, and the amount the payout master pays on it
000000 TIER-RTN .
           MOVE "TIER-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO TIR-WINS (WK-TX)
000000     MOVE ZERO TO TIR-TOTAL (WK-TX)
000000     MOVE ZERO TO TIR-AMOUNT (WK-TX)
000000     MOVE SPACE TO TIR-NOTE (WK-TX)
000000     MOVE TIR-CATTYPE (WK-TX) TO CAT-TYPE
000000     MOVE TIR-BUNSI (WK-TX) TO CAT-BUNSI
000000     MOVE TIR-BUNBO (WK-TX) TO CAT-BUNBO
000000     READ VIIDXCAT INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "CATALOG NOT FILED" TO TIR-NOTE (WK-TX)
000000         GO TO CX00036.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00037.
000000     COMPUTE WK-STAMP = CAT-GENDATE * 1000000 + CAT-GENTIME .
000000     IF WK-STAMP > WK-MAXSTAMP
000000         MOVE WK-STAMP TO WK-MAXSTAMP .
000000     IF CAT-POPCNT NOT NUMERIC OR NOT CAT-CAT-OK
000000         MOVE "CATALOG INCOMPLETE" TO TIR-NOTE (WK-TX)
000000         GO TO CX00036.
000000     MOVE CAT-POPCNT TO TIR-WINS (WK-TX)
000000     INITIALIZE ODK-PARAM
000000     MOVE TIR-BUNBO (WK-TX) TO ODK-N
000000     MOVE TIR-BUNSI (WK-TX) TO ODK-R
000000     CALL "HSAAL250" USING ODK-PARAM .
000000     IF ODK-STATUS-OK
000000         MOVE ODK-COUNT TO TIR-TOTAL (WK-TX)
000000     ELSE
000000         MOVE "COMBINATIONS UNSURE" TO TIR-NOTE (WK-TX) .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE TIR-TIER (WK-TX) TO HATOU-KEY
000000     READ VIHATOU INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "NOT ON PAYOUT MASTER" TO TIR-NOTE (WK-TX)
000000         GO TO CX00035.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00038.
000000     MOVE HATOU-AMOUNT TO TIR-AMOUNT (WK-TX)
000000     GO TO CX00035.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HRATS020-14 VIIDXCAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HRATS020-15 VIHATOU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035. EXIT.
      *
      *    PRT-RTN  -  one line of the sheet
000000 PRT-RTN .
           MOVE "PRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE ODS-LINE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00082.
000000         DISPLAY "HRATS020-16 EXODDSHT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00081. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HRATS020" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HRATS020" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HRATS020" TO PRM-PROGID
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
000000         DISPLAY "HRATS020-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
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
000000     MOVE "HRATS020" TO JOBLG-PROGID
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
000000         DISPLAY "HRATS020-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HRATS020" TO ERRM-PROGID
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
