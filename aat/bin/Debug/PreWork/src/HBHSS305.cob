000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS305 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260908追加開始
      *    treasury release: the outbound transfer batch HBHSS300
      *    registered awaiting release is decided by a treasury
      *    officer with one TRSCARD per decision - R releases the
      *    batch, H holds the whole batch, C holds one channel out
      *    of it.  The card must carry YES in its confirmation
      *    field and the officer the treasury class (T) on the
      *    operator master.  Only tonight's batch can be released;
      *    a released batch is final.  Releasing a batch with
      *    channels held rebuilds ZENGINTF from the copy HBHSS300
      *    kept, without the held channels and with its trailer
      *    re-proved, and the released channels' amounts go on to
      *    VIRELCHN as the history the next summary averages.
      *    Every card is audited to EXTRSAUD - see CFRELBT
      *20261015追加開始
      *    A card marked W in its file field decides the winner
      *    transfer batch HBHSS290 registered instead, ZENGINWN
      *    (plus the hall code once several halls are settled):
      *    it has no channels, so it is released or held whole,
      *    and released as registered
      *20261015追加終了
000000     SELECT  TRSCARD
000000                  ASSIGN             TRSCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIRELBAT
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY RELBT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIRELCHN
000000             ASSIGN            VIRELCHN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY RELCH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  ZENGINSV
000000             ASSIGN               ZENGINSV-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  ZENGINTF
000000             ASSIGN               ZENGINTF-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXTRSAUD
000000             ASSIGN               EXTRSAUD-MSD
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
      *20260908追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TRSCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "TRSCARD".
       01  TRSC-REC.
           05  TRSC-ACTION                 PIC X(01).
               88  TRSC-RELEASE             VALUE "R".
               88  TRSC-HOLD                VALUE "H".
               88  TRSC-HOLDCHNL            VALUE "C".
           05  TRSC-BUSDATE                PIC X(08).
           05  TRSC-CHNL                   PIC X(02).
           05  TRSC-CONFIRM                PIC X(03).
               88  TRSC-CONFIRMED           VALUE "YES".
           05  TRSC-OPID                   PIC X(08).
      *20261015追加開始
      *    the batch decided - blank the channel remittance, W
      *    the winner transfer file
           05  TRSC-FILEKBN                PIC X(01).
               88  TRSC-CHANNEL             VALUE SPACE.
               88  TRSC-WINNER              VALUE "W".
      *20261015追加終了
000000 FD  VIRELBAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  RELBT-REC.
           COPY CFRELBT .
000000 FD  VIRELCHN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELCHN".
       01  RELCH-REC.
           COPY CFRELCH .
000000 FD  ZENGINSV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ZENGINSV".
       01  ZENSV-REC                       PIC X(120).
000000 FD  ZENGINTF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ZENGINTF".
       01  ZENG-REC                        PIC X(120).
000000 FD  EXTRSAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXTRSAUD".
       01  EXTRA-REC.
           05  EXTRA-RUNDATE               PIC 9(08).
           05  EXTRA-RUNTIME               PIC 9(06).
           05  EXTRA-OPID                  PIC X(08).
           05  EXTRA-ACTION                PIC X(01).
           05  EXTRA-FILEID                PIC X(12).
           05  EXTRA-BUSDATE               PIC X(08).
           05  EXTRA-CHNL                  PIC X(02).
           05  EXTRA-BEF-STATUS            PIC X(01).
           05  EXTRA-AFT-STATUS            PIC X(01).
           05  EXTRA-RELCNT                PIC 9(09).
           05  EXTRA-RELTOT                PIC 9(14) COMP-3.
           05  EXTRA-RESULT                PIC X(01).
               88  EXTRA-APPLIED            VALUE "0".
               88  EXTRA-NOBATCH            VALUE "1".
               88  EXTRA-INVALID            VALUE "2".
               88  EXTRA-UNAUTHORIZED       VALUE "3".
               88  EXTRA-DECIDED            VALUE "4".
               88  EXTRA-HOLDFULL           VALUE "5".
               88  EXTRA-NOTTONIGHT         VALUE "6".
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
000000   03  SW-RELCH                    PIC 9(01).
000000   03  SW-HELD                     PIC 9(01).
000000   03  WK-FILEID                   PIC X(12) VALUE "ZENGINTF".
      *20261015追加開始
      *    the winner batch, and the batch the card in hand decides
000000   03  WK-WINFILEID                PIC X(12) VALUE "ZENGINWN".
000000   03  WK-CARD-FILEID              PIC X(12).
      *20261015追加終了
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-REL-CNT                  PIC 9(09).
000000   03  WK-REL-SUM                  PIC 9(14).
000000   03  WK-DROP-CNT                 PIC 9(09).
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-HX                       PIC 9(02).
      *    the released channels, with their amounts
000000   03  CHT-CNT                     PIC 9(03).
000000   03  CHT-TABLE.
000000     05  CHT-ENT OCCURS 200.
000000       07  CHT-CHNL                PIC X(02).
000000       07  CHT-AMT                 PIC 9(14).
      *    the Zengin records as HBHSS130 lays them out
000000 01  ZENG-DTL-WK.
000000   03  ZENG-DTL-KBN                PIC X(01).
000000   03  ZENG-DTL-BANKCD             PIC X(04).
000000   03  ZENG-DTL-BRANCHCD           PIC X(03).
000000   03  ZENG-DTL-ACCTKBN            PIC X(01).
000000   03  ZENG-DTL-ACCTNO             PIC X(07).
000000   03  ZENG-DTL-PAYEENAME          PIC X(30).
000000   03  ZENG-DTL-AMOUNT             PIC 9(12).
000000   03  ZENG-DTL-CHNL               PIC X(02).
000000   03  ZENG-DTL-DATE               PIC 9(08).
000000   03  FILLER                      PIC X(52).
000000 01  ZENG-TRL-WK.
000000   03  ZENG-TRL-KBN                PIC X(01) VALUE "8".
000000   03  ZENG-TRL-CNT                PIC 9(06).
000000   03  ZENG-TRL-AMOUNT             PIC 9(13).
000000   03  FILLER                      PIC X(100) VALUE SPACE.
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
      *20261001追加開始
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261001追加終了
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-ZEN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
      *    the transfer lines HBHSS130 indexed, numbered as it
      *    numbered them, for those a held channel keeps back
000000   03  WK-DCX-SEQ                   PIC 9(06).
000000   03  WK-DCX-VDATE                 PIC 9(08).
000000   03  WK-DCX-DOCNO.
000000     05  WK-DCX-HALLCD              PIC X(02).
000000     05  WK-DCX-BUSDT               PIC 9(08).
000000     05  WK-DCX-LINE                PIC 9(06).
      *    electronic-records index connect area - see CLDOCX
      *    and HSAAL180
       01  DCX-PARAM.
           COPY CLDOCX .
      *20261015追加終了
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
      *20261001追加開始
      *    each hall pays out its own batch - once the installation
      *    settles several halls the batch is ZENGINTF plus the hall
      *    of this pass (HSAAL160), ZENGINTF alone while it settles
      *    one
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00094.
000000         DISPLAY "HBHSS305-21 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00094.
           MOVE "CX00094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HALC-MULTI
000000         MOVE HALC-HALLCD TO WK-FILEID (9:2) .
      *20261015追加開始
000000     IF HALC-MULTI
000000         MOVE HALC-HALLCD TO WK-WINFILEID (9:2) .
      *20261015追加終了
      *20261001追加終了
000000       OPEN  INPUT  TRSCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS305-01 TRSCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIRELBAT .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRELBAT
000000         CLOSE VIRELBAT
000000         OPEN I-O VIRELBAT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS305-02 VIRELBAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIRELCHN .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRELCHN
000000         CLOSE VIRELCHN
000000         OPEN I-O VIRELCHN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS305-03 VIRELCHN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXTRSAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS305-04 EXTRSAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS305-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
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
000000     MOVE "TRSCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHSS305-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the treasury cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ TRSCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM APPLY-RTN THRU CX00030 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS305-06 TRSCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
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
000000 E000-RTN .
000000     DISPLAY "HBHSS305-90 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXTRSAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
      *20261015追加開始
000000     MOVE "E" TO DCX-FUNC
000000     CALL "HSAAL180" USING DCX-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS305-07 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  TRSCARD  VIRELBAT  VIRELCHN  EXTRSAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS305-08 EXTRSAUD CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    APPLY-RTN  -  one card: the officer is checked and the
      *    card validated and confirmed, then the batch is held,
      *    a channel held out of it, or the batch released; every
      *    card leaves its audit row whatever the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE WK-FILEID TO WK-CARD-FILEID .
000000     IF TRSC-WINNER
000000         MOVE WK-WINFILEID TO WK-CARD-FILEID .
      *20261015追加終了
000000     ACCEPT EXTRA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXTRA-RUNTIME FROM TIME
000000     MOVE TRSC-OPID TO EXTRA-OPID
000000     MOVE TRSC-ACTION TO EXTRA-ACTION
      *20261015修正開始
000000     MOVE WK-CARD-FILEID TO EXTRA-FILEID
      *20261015修正終了
000000     MOVE TRSC-BUSDATE TO EXTRA-BUSDATE
000000     MOVE TRSC-CHNL TO EXTRA-CHNL
000000     MOVE SPACE TO EXTRA-BEF-STATUS
000000     MOVE SPACE TO EXTRA-AFT-STATUS
000000     MOVE ZERO TO EXTRA-RELCNT
000000     MOVE ZERO TO EXTRA-RELTOT
000000     MOVE TRSC-OPID TO WK-CHK-OPID
000000     MOVE "T" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
      *20261015修正開始
      *    the winner batch has no channel to hold out
000000     IF NOT(TRSC-RELEASE OR TRSC-HOLD OR TRSC-HOLDCHNL) OR
000000        TRSC-BUSDATE NOT NUMERIC OR
000000        NOT TRSC-CONFIRMED OR
000000        (TRSC-HOLDCHNL AND TRSC-CHNL = SPACE) OR
000000        NOT(TRSC-CHANNEL OR TRSC-WINNER) OR
000000        (TRSC-WINNER AND TRSC-HOLDCHNL)
      *20261015修正終了
000000         MOVE "2" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
      *20261015修正開始
000000     MOVE WK-CARD-FILEID TO RELBT-FILEID
      *20261015修正終了
000000     MOVE TRSC-BUSDATE TO RELBT-BUSDATE
000000     READ VIRELBAT INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS305-10 VIRELBAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE RELBT-STATUS TO EXTRA-BEF-STATUS
000000     MOVE RELBT-STATUS TO EXTRA-AFT-STATUS .
000000     IF RELBT-RELEASED
000000         MOVE "4" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF TRSC-RELEASE GO TO CX00034.
000000     IF TRSC-HOLDCHNL GO TO CX00033.
      *    the whole batch held
000000     MOVE "3" TO RELBT-STATUS
000000     GO TO CX00036.
      *    one channel held out: once only, and the list has room
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-HELD
000000     MOVE TRSC-CHNL TO ZENG-DTL-CHNL
000000     PERFORM HLDCHK-RTN THRU CX00045 .
000000     IF SW-HELD = 1
000000         MOVE "4" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF NOT(RELBT-HLDCNT < 20)
000000         MOVE "5" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     ADD 1 TO RELBT-HLDCNT
000000     MOVE TRSC-CHNL TO RELBT-HLDCHNL (RELBT-HLDCNT)
000000     GO TO CX00036.
      *    release: tonight's batch only, the file rebuilt without
      *    any held channels and the released amounts recorded
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF RELBT-BUSDATE NOT = WK-BUSDT
000000         MOVE "6" TO EXTRA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
      *20261015修正開始
      *    the winner batch goes out exactly as registered
000000     IF TRSC-WINNER
000000         MOVE RELBT-RECCNT TO WK-REL-CNT
000000         MOVE RELBT-CTLTOT TO WK-REL-SUM
000000         MOVE ZERO TO WK-DROP-CNT
000000     ELSE
000000         PERFORM REL-RTN THRU CX00041 .
      *20261015修正終了
000000     MOVE "2" TO RELBT-STATUS
000000     MOVE WK-REL-CNT TO RELBT-RELCNT
000000     MOVE WK-REL-SUM TO RELBT-RELTOT
000000     MOVE WK-REL-CNT TO EXTRA-RELCNT
000000     MOVE WK-REL-SUM TO EXTRA-RELTOT
      *20261015修正開始
000000     DISPLAY "HBHSS305-91 " WK-CARD-FILEID " " RELBT-BUSDATE
      *20261015修正終了
000000             " RELEASED ITEMS=" WK-REL-CNT
000000             " AMOUNT=" WK-REL-SUM
000000             " HELD-OUT=" WK-DROP-CNT UPON CONSOLE .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT RELBT-DECDATE FROM DATE YYYYMMDD
000000     MOVE TRSC-OPID TO RELBT-DECOPID
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRELBAT" TO LNG-FILEID
000000     MOVE RELBT-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE RELBT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHSS305-11 VIRELBAT REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE RELBT-STATUS TO EXTRA-AFT-STATUS
000000     MOVE "0" TO EXTRA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    AUD-RTN  -  one EXTRSAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXTRSAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXTRA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS305-12 EXTRSAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    REL-RTN  -  one pass over the copy HBHSS300 kept: the
      *    released details counted by channel, and where channels
      *    are held the file rebuilt without them, re-trailered
000000 REL-RTN .
           MOVE "REL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-REL-CNT
000000     MOVE ZERO TO WK-REL-SUM
000000     MOVE ZERO TO WK-DROP-CNT
000000     MOVE ZERO TO CHT-CNT
000000       OPEN  INPUT  ZENGINSV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHSS305-13 ZENGINSV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "ZENGINSV" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE ZERO TO WK-DCX-SEQ WK-DCX-VDATE WK-DCX-HALLCD .
      *20261015追加終了
000000     IF RELBT-HLDCNT = ZERO GO TO CX00068.
000000       OPEN  OUTPUT ZENGINTF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHSS305-14 ZENGINTF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-END = ZERO)GO TO CX00021.
000000     READ ZENGINSV AT END MOVE 1 TO FL-END
000000                          GO TO CX00020.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHSS305-15 ZENGINSV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZENSV-REC TO ZENG-DTL-WK
      *20261015追加開始
000000     IF ZENSV-REC (1:1) = "1"
000000         MOVE ZENSV-REC (4:8) TO WK-DCX-VDATE
000000         MOVE ZENSV-REC (12:2) TO WK-DCX-HALLCD .
000000     IF ZENG-DTL-KBN = "2"
000000         ADD 1 TO WK-DCX-SEQ .
      *20261015追加終了
000000     MOVE ZERO TO SW-HELD .
000000     IF ZENG-DTL-KBN = "2"
000000         PERFORM HLDCHK-RTN THRU CX00045 .
000000     IF SW-HELD = 1
000000         ADD 1 TO WK-DROP-CNT
      *20261015追加開始
000000         PERFORM WDR-RTN THRU CX00098
      *20261015追加終了
000000         GO TO CX00020.
000000     IF ZENG-DTL-KBN = "2"
000000         ADD 1 TO WK-REL-CNT
000000         ADD ZENG-DTL-AMOUNT TO WK-REL-SUM
000000         PERFORM CHT-RTN THRU CX00048 .
000000     IF RELBT-HLDCNT = ZERO GO TO CX00020.
000000     MOVE ZENSV-REC TO ZENG-REC .
000000     IF ZENG-DTL-KBN = "8"
000000         MOVE WK-REL-CNT TO ZENG-TRL-CNT
000000         MOVE WK-REL-SUM TO ZENG-TRL-AMOUNT
000000         MOVE ZENG-TRL-WK TO ZENG-REC .
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00023.
000000         DISPLAY "HBHSS305-16 ZENGINTF WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE ZENGINSV .
000000     IF RELBT-HLDCNT = ZERO GO TO CX00024.
000000     CLOSE ZENGINTF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHSS305-17 ZENGINTF CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE WK-LNG-ZEN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < CHT-CNT)GO TO CX00041.
000000     ADD 1 TO WK-IX
000000     PERFORM HIST-RTN THRU CX00049 .
000000     GO TO CX00026.
000000 CX00041. EXIT.
      *20261015追加開始
      *
      *    WDR-RTN  -  a detail a held channel keeps back never
      *    leaves for the bank, so the index entry HBHSS130 made
      *    for it is withdrawn
000000 WDR-RTN .
           MOVE "WDR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE RELBT-BUSDATE TO WK-DCX-BUSDT
000000     MOVE WK-DCX-SEQ TO WK-DCX-LINE
000000     MOVE "W" TO DCX-FUNC
000000     MOVE "HBHSS305" TO DCX-PROGID
000000     MOVE "T" TO DCX-DOCTYPE
000000     MOVE WK-DCX-VDATE TO DCX-DOCDATE
000000     MOVE WK-DCX-DOCNO TO DCX-DOCNO
000000     CALL "HSAAL180" USING DCX-PARAM .
000000 CX00098. EXIT.
      *20261015追加終了
      *
      *    HLDCHK-RTN  -  is the detail's channel among those held
000000 HLDCHK-RTN .
           MOVE "HLDCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HX .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HX < RELBT-HLDCNT)GO TO CX00045.
000000     ADD 1 TO WK-HX .
000000     IF RELBT-HLDCHNL (WK-HX) = ZENG-DTL-CHNL
000000         MOVE 1 TO SW-HELD
000000         GO TO CX00045.
000000     GO TO CX00042.
000000 CX00045. EXIT.
      *
      *    CHT-RTN  -  the released detail added to its channel
000000 CHT-RTN .
           MOVE "CHT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < CHT-CNT)GO TO CX00047.
000000     ADD 1 TO WK-IX .
000000     IF NOT(CHT-CHNL (WK-IX) = ZENG-DTL-CHNL)GO TO CX00046.
000000     ADD ZENG-DTL-AMOUNT TO CHT-AMT (WK-IX) .
000000     GO TO CX00048.
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(CHT-CNT < 200)GO TO CX00048.
000000     ADD 1 TO CHT-CNT
000000     MOVE ZENG-DTL-CHNL TO CHT-CHNL (CHT-CNT)
000000     MOVE ZENG-DTL-AMOUNT TO CHT-AMT (CHT-CNT) .
000000 CX00048. EXIT.
      *
      *    HIST-RTN  -  the channel's released amount pushed on to
      *    the front of its history, the oldest of ten falling off
000000 HIST-RTN .
           MOVE "HIST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CHT-CHNL (WK-IX) TO RELCH-CHNL
000000     READ VIRELCHN INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00043.
000000     GO TO CX00044.
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS305-18 VIRELCHN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-RELCH .
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO SW-RELCH
000000         INITIALIZE RELCH-REC
000000         MOVE CHT-CHNL (WK-IX) TO RELCH-CHNL .
000000     MOVE 10 TO WK-HX .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HX > 1)GO TO CX00075.
000000     MOVE RELCH-HISTAMT (WK-HX - 1) TO RELCH-HISTAMT (WK-HX)
000000     SUBTRACT 1 FROM WK-HX .
000000     GO TO CX00070.
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CHT-AMT (WK-IX) TO RELCH-HISTAMT (1) .
000000     IF RELCH-HISTCNT < 10
000000         ADD 1 TO RELCH-HISTCNT .
000000     MOVE WK-BUSDT TO RELCH-LASTDATE .
000000     IF SW-RELCH = 1 GO TO CX00076.
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRELCHN" TO LNG-FILEID
000000     MOVE RELCH-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE RELCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHSS305-19 VIRELCHN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00049.
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRELCHN" TO LNG-FILEID
000000     MOVE RELCH-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE RELCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHSS305-20 VIRELCHN REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00049. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS305" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS305" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS305" TO PRM-PROGID
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
000000         DISPLAY "HBHSS305-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
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
000000     MOVE "HBHSS305" TO JOBLG-PROGID
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
000000     MOVE WK-APPLY-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS305-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS305" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS305-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
