000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHWN030 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260922追加開始
      *    statutory payout-ratio compliance per game type: the
      *    HBHWN020 surveillance watches win counts, but the legal
      *    test is money - the ratio of prizes to sales each game
      *    type realised over the inspection windows the
      *    regulations set, which must stay inside the bounds kept
      *    for it on VIPOBND (CFPOBND, maintained by HBHUN995).
      *    Each night the business date's takings per machine from
      *    RQHIBETU and the prizes its winning tickets were entered
      *    on VIPAYSTS for are filed on the VIPORHIS rolling history
      *    (CFPORHS) under the game type VICODREG issued the
      *    machine's code to.  Every bound then has its window
      *    summed back from the business date: a game type outside
      *    a bound goes to EXPORRPT as OUT and raises error 50
      *    through HSAAL100, one within the bound's warning margin
      *    as NEAR, and either way the machines whose prizes ran
      *    furthest past the bound's share of their own sales are
      *    listed under it, TOPN of them.  History older than
      *    KEEPDAYS, or than the longest window, is dropped
000000     SELECT  RQHIBETU
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      HBT-KEYITEM
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICODREG
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CDR-CODE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPOBND
000000             ASSIGN            VIPOBND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY POB-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPORHIS
000000             ASSIGN            VIPORHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY POH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPORRPT
000000             ASSIGN               EXPORRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260922追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    the daily file's own copybook carries corrupted names in
      *    this source, so this program declares the same byte
      *    layout under its own names, as HBHUN420 does
000000 FD  RQHIBETU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  HBT-REC.
           05  HBT-DATE                    PIC 9(08).
           05  HBT-FLOOR                   PIC X(10).
           05  HBT-CHAN                    PIC X(04).
           05  HBT-KEYITEM                 PIC X(22).
           05  HBT-AMT                     PIC S9(09)V99 COMP-3.
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
000000 FD  VICODREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  CDR-REC.
           COPY CFCODRG .
000000 FD  VIPOBND
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPOBND".
       01  POB-REC.
           COPY CFPOBND .
000000 FD  VIPORHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPORHIS".
       01  POH-REC.
           COPY CFPORHS .
000000 FD  EXPORRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPORRPT".
       01  EXPOR-REC.
           05  EXPOR-RECTYPE               PIC X(01).
               88  EXPOR-GMTYPELINE         VALUE "G".
               88  EXPOR-MACHINELINE        VALUE "M".
           05  EXPOR-BUSDATE               PIC 9(08).
           05  EXPOR-GMTYPE                PIC 9(02).
           05  EXPOR-WINDOW                PIC 9(03).
      *    the first business date the window takes in
           05  EXPOR-FROMDT                PIC 9(08).
      *    M: the machine and its place among the contributors
           05  EXPOR-MACHINE               PIC X(10).
           05  EXPOR-RANK                  PIC 9(03).
      *    G: the game type's window; M: the machine's share of it
           05  EXPOR-SALES                 PIC S9(13)V99.
           05  EXPOR-PRIZES                PIC S9(13)V99.
           05  EXPOR-RATIO                 PIC 9(03)V99.
           05  EXPOR-LOWPCT                PIC 9(03)V99.
           05  EXPOR-HIGHPCT               PIC 9(03)V99.
           05  EXPOR-STATUS                PIC X(04).
               88  EXPOR-INSIDE             VALUE "OK  ".
               88  EXPOR-APPROACHING        VALUE "NEAR".
               88  EXPOR-OUTSIDE            VALUE "OUT ".
               88  EXPOR-NOSALES            VALUE "NOSL".
      *    the bound broken or approached: L lower, H upper
           05  EXPOR-SIDE                  PIC X(01).
      *    M: how far the machine's prizes ran past the bound's
      *    share of its own sales - above it for H, below for L
           05  EXPOR-EXCESS                PIC S9(13)V99.
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
000000   03  SW-CODREG                   PIC 9(01) VALUE ZERO.
000000   03  SW-POBND                    PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-HIS-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-DEL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-UNMAP-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-OUT-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-NEAR-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-CONOVF-CNT               PIC 9(07) VALUE ZERO.
000000   03  WK-TOPN                     PIC 9(03) VALUE 5.
000000   03  WK-KEEPDAYS                 PIC 9(03) VALUE 400.
000000   03  WK-MAXWIN                   PIC 9(03) VALUE ZERO.
000000   03  WK-STEPS                    PIC 9(03).
000000   03  WK-KEEP-DATE                PIC 9(08).
000000   03  WK-MAC                      PIC X(10).
000000   03  WK-MX                       PIC 9(04).
000000   03  WK-BX                       PIC 9(04).
000000   03  WK-CX                       PIC 9(04).
000000   03  WK-PX                       PIC 9(04).
000000   03  WK-RANK                     PIC 9(03).
000000   03  WK-G-SALES                  PIC S9(13)V99.
000000   03  WK-G-PRIZES                 PIC S9(13)V99.
000000   03  WK-RATIO                    PIC 9(03)V99.
000000   03  WK-NEAR-LOW                 PIC 9(04)V99.
000000   03  WK-NEAR-HIGH                PIC S9(04)V99.
000000   03  WK-BEST                     PIC S9(13)V99.
      *    the window cutoff, stepped back from the business date
000000   03  WK-CUT-AREA.
000000     05  WK-CUT-DATE                 PIC 9(08).
000000     05  WK-CUT-YMD REDEFINES WK-CUT-DATE.
000000         07  WK-CUT-YY               PIC 9(04).
000000         07  WK-CUT-MM               PIC 9(02).
000000         07  WK-CUT-DD               PIC 9(02).
000000     05  WK-CUT-LAST                 PIC 9(02).
000000     05  WK-CUT-Q                    PIC 9(04).
000000     05  WK-CUT-R                    PIC 9(04).
      *    the business date's machines, as filed on the history
000000 01  MCT-WORK.
000000   03  MCT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  MCT-ENT OCCURS 3000.
000000     05  MCT-MACHINE               PIC X(10).
000000     05  MCT-GMTYPE                PIC 9(02).
000000     05  MCT-SALES                 PIC S9(13)V99.
000000     05  MCT-PRIZES                PIC S9(13)V99.
      *    the bounds in force
000000 01  BND-WORK.
000000   03  BND-CNT                     PIC 9(04) VALUE ZERO.
000000   03  BND-ENT OCCURS 500.
000000     05  BND-GMTYPE                PIC 9(02).
000000     05  BND-WINDOW                PIC 9(03).
000000     05  BND-LOWPCT                PIC 9(03)V9(02).
000000     05  BND-HIGHPCT               PIC 9(03)V9(02).
000000     05  BND-WARNPCT               PIC 9(02)V9(02).
      *    the machines behind one game type's window
000000 01  CON-WORK.
000000   03  CON-CNT                     PIC 9(04) VALUE ZERO.
000000   03  CON-ENT OCCURS 3000.
000000     05  CON-MACHINE               PIC X(10).
000000     05  CON-SALES                 PIC S9(13)V99.
000000     05  CON-PRIZES                PIC S9(13)V99.
000000     05  CON-EXCESS                PIC S9(13)V99.
000000     05  CON-PICKED                PIC 9(01).
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
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM P200-RTN THRU CX00006
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM P400-RTN THRU CX00008
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHWN030" TO PRM-PROGID
000000     MOVE "TOPN" TO PRM-NAME
000000     MOVE "005" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-TOPN .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHWN030" TO PRM-PROGID
000000     MOVE "KEEPDAYS" TO PRM-NAME
000000     MOVE "400" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-KEEPDAYS .
000000       OPEN  INPUT  RQHIBETU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHWN030-01 RQHIBETU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHWN030-02 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no registry yet means no machine can be placed under a
      *    game type - announced, and the night's rows are lost
000000     OPEN INPUT VICODREG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CODREG .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00052.
000000         DISPLAY "HBHWN030-03 VICODREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIPOBND .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-POBND .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00053.
000000         DISPLAY "HBHWN030-04 VIPOBND OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIPORHIS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIPORHIS
000000         CLOSE VIPORHIS
000000         OPEN I-O VIPORHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHWN030-05 VIPORHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXPORRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHWN030-06 EXPORRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
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
000000         DISPLAY "HBHWN030-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     IF SW-CODREG = ZERO
000000         DISPLAY "HBHWN030-93 VICODREG ABSENT - NO MACHINE"
000000                 " PLACED UNDER A GAME TYPE" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the business date's takings by machine
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RQHIBETU AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF NOT(HBT-DATE = WK-BUSDT) GO TO CX00013.
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE HBT-KEYITEM (1:10) TO WK-MAC
000000     PERFORM FIND-RTN THRU CX00067 .
000000     IF WK-MX > ZERO
000000         ADD HBT-AMT TO MCT-SALES (WK-MX) .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHWN030-08 RQHIBETU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
      *    P100-RTN  -  the prizes entered on the business date,
      *    by the machine leading the ticket code
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     IF NOT(PAYST-ENTRYDATE = WK-BUSDT) GO TO CX00018.
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE PAYST-TICKETCD (1:10) TO WK-MAC
000000     PERFORM FIND-RTN THRU CX00067 .
000000     IF WK-MX > ZERO
000000         ADD PAYST-AMOUNT TO MCT-PRIZES (WK-MX) .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHWN030-09 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
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
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the business date's rows onto the history;
      *    a rerun replaces the rows the first run filed
000000 P200-RTN .
000000     MOVE ZERO TO WK-MX .
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MCT-CNT)GO TO CX00006.
000000     COMPUTE WK-MX = WK-MX + 1
000000     INITIALIZE POH-REC
000000     MOVE MCT-GMTYPE (WK-MX) TO POH-GMTYPE
000000     MOVE MCT-MACHINE (WK-MX) TO POH-MACHINE
000000     MOVE WK-BUSDT TO POH-DATE
000000     MOVE MCT-SALES (WK-MX) TO POH-SALES
000000     MOVE MCT-PRIZES (WK-MX) TO POH-PRIZES
000000     WRITE POH-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         REWRITE POH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00021.
000000         DISPLAY "HBHWN030-10 VIPORHIS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-HIS-CNT
000000     GO TO CX00020.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the bounds, each tested over its window
000000 P300-RTN .
000000     IF SW-POBND = ZERO
000000         DISPLAY "HBHWN030-92 VIPOBND ABSENT - NO BOUND TESTED"
000000                 UPON CONSOLE
000000         GO TO CX00007.
000000     MOVE ZERO TO FL-END .
000000 CX00025. IF NOT(FL-END = ZERO)GO TO CX00026.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPOBND AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00027.
000000     IF BND-CNT = 500
000000         DISPLAY "HBHWN030-91 BOUND TABLE FULL - GAME TYPE "
000000                 POB-GMTYPE " WINDOW " POB-WINDOW " NOT TESTED"
000000                 UPON CONSOLE
000000         GO TO CX00028.
000000     ADD 1 TO BND-CNT
000000     MOVE POB-GMTYPE TO BND-GMTYPE (BND-CNT)
000000     MOVE POB-WINDOW TO BND-WINDOW (BND-CNT)
000000     MOVE POB-LOWPCT TO BND-LOWPCT (BND-CNT)
000000     MOVE POB-HIGHPCT TO BND-HIGHPCT (BND-CNT)
000000     MOVE POB-WARNPCT TO BND-WARNPCT (BND-CNT) .
000000     IF POB-WINDOW > WK-MAXWIN
000000         MOVE POB-WINDOW TO WK-MAXWIN .
000000     GO TO CX00028.
000000 CX00027. IF NOT(FL-STS1 = "10")GO TO CX00029.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00028.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHWN030-11 VIPOBND READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00025.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BX .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-BX < BND-CNT)GO TO CX00007.
000000     COMPUTE WK-BX = WK-BX + 1
000000     PERFORM EVAL-RTN THRU CX00035 .
000000     GO TO CX00030.
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  history past the keeping period dropped
000000 P400-RTN .
000000     IF WK-KEEPDAYS < WK-MAXWIN
000000         MOVE WK-MAXWIN TO WK-KEEPDAYS .
000000     MOVE WK-BUSDT TO WK-CUT-DATE
000000     PERFORM CBACK-RTN THRU CX00045
000000         WK-KEEPDAYS TIMES .
000000     MOVE WK-CUT-DATE TO WK-KEEP-DATE
000000     MOVE LOW-VALUES TO POH-KEY .
000000     START VIPORHIS KEY >= POH-KEY
000000             INVALID GO TO CX00008 .
000000 CX00094.
           MOVE "CX00094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPORHIS NEXT AT END GO TO CX00008.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHWN030-12 VIPORHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(POH-DATE < WK-KEEP-DATE) GO TO CX00094.
000000     DELETE VIPORHIS INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00095.
000000         DISPLAY "HBHWN030-13 VIPORHIS DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-DEL-CNT
000000     GO TO CX00094.
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHWN030-90 MACHINES FILED=" WK-HIS-CNT
000000             " NOT ON VICODREG=" WK-UNMAP-CNT
000000             " HISTORY DROPPED=" WK-DEL-CNT UPON CONSOLE .
000000     DISPLAY "HBHWN030-94 BOUNDS TESTED=" BND-CNT
000000             " OUTSIDE=" WK-OUT-CNT " APPROACHING=" WK-NEAR-CNT
000000             UPON CONSOLE .
000000     IF WK-CONOVF-CNT > ZERO
000000         DISPLAY "HBHWN030-95 CONTRIBUTOR TABLE FULL - "
000000                 WK-CONOVF-CNT " HISTORY ROWS NOT RANKED"
000000                 UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHWN030-14 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-CODREG = 1
000000         CLOSE VICODREG .
000000     IF SW-POBND = 1
000000         CLOSE VIPOBND .
000000       CLOSE  RQHIBETU  VIPAYSTS  VIPORHIS  EXPORRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHWN030-15 VIPORHIS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    FIND-RTN  -  the business date's table entry for the
      *    machine in WK-MAC, taken on with its game type the first
      *    time it is seen; WK-MX comes back zero for a machine
      *    whose code VICODREG never issued
000000 FIND-RTN .
           MOVE "FIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MX .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MCT-CNT)GO TO CX00069.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MCT-MACHINE (WK-MX) = WK-MAC GO TO CX00067.
000000     GO TO CX00068.
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MX .
000000     IF SW-CODREG = ZERO
000000         ADD 1 TO WK-UNMAP-CNT
000000         GO TO CX00067.
000000     MOVE WK-MAC TO CDR-CODE
000000     READ VICODREG INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         ADD 1 TO WK-UNMAP-CNT
000000         GO TO CX00067.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00070.
000000     IF NOT(MCT-CNT < 3000)
000000         DISPLAY "HBHWN030-16 MACHINE TABLE FULL" UPON CONSOLE
000000         MOVE "HBHWN030" TO ERRM-PROGID
000000         MOVE "16" TO ERRM-ERRNO
000000         MOVE "00" TO ERRM-STS
000000         MOVE ZERO TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     ADD 1 TO MCT-CNT
000000     MOVE MCT-CNT TO WK-MX
000000     MOVE WK-MAC TO MCT-MACHINE (WK-MX)
000000     MOVE CDR-GMTYPE TO MCT-GMTYPE (WK-MX)
000000     MOVE ZERO TO MCT-SALES (WK-MX)
000000     MOVE ZERO TO MCT-PRIZES (WK-MX)
000000     GO TO CX00067.
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHWN030-17 VICODREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067. EXIT.
      *
      *    EVAL-RTN  -  one bound: the game type's history summed
      *    over the window, judged against the bound, and the
      *    machines behind a breach or near-breach ranked
000000 EVAL-RTN .
           MOVE "EVAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO WK-CUT-DATE .
000000     IF BND-WINDOW (WK-BX) > 1
000000         COMPUTE WK-STEPS = BND-WINDOW (WK-BX) - 1
000000         PERFORM CBACK-RTN THRU CX00045
000000             WK-STEPS TIMES .
000000     MOVE ZERO TO WK-G-SALES
000000     MOVE ZERO TO WK-G-PRIZES
000000     MOVE ZERO TO CON-CNT
000000     MOVE BND-GMTYPE (WK-BX) TO POH-GMTYPE
000000     MOVE LOW-VALUES TO POH-MACHINE
000000     MOVE ZERO TO POH-DATE .
000000     START VIPORHIS KEY >= POH-KEY
000000             INVALID GO TO CX00036 .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPORHIS NEXT AT END GO TO CX00036.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHWN030-18 VIPORHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF POH-GMTYPE NOT = BND-GMTYPE (WK-BX) GO TO CX00036.
000000     IF POH-DATE < WK-CUT-DATE OR POH-DATE > WK-BUSDT
000000         GO TO CX00037.
000000     ADD POH-SALES TO WK-G-SALES
000000     ADD POH-PRIZES TO WK-G-PRIZES
000000     PERFORM CONADD-RTN THRU CX00087 .
000000     GO TO CX00037.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPOR-REC
000000     MOVE "G" TO EXPOR-RECTYPE
000000     MOVE WK-BUSDT TO EXPOR-BUSDATE
000000     MOVE BND-GMTYPE (WK-BX) TO EXPOR-GMTYPE
000000     MOVE BND-WINDOW (WK-BX) TO EXPOR-WINDOW
000000     MOVE WK-CUT-DATE TO EXPOR-FROMDT
000000     MOVE WK-G-SALES TO EXPOR-SALES
000000     MOVE WK-G-PRIZES TO EXPOR-PRIZES
000000     MOVE BND-LOWPCT (WK-BX) TO EXPOR-LOWPCT
000000     MOVE BND-HIGHPCT (WK-BX) TO EXPOR-HIGHPCT
000000     MOVE "OK  " TO EXPOR-STATUS
000000     MOVE SPACE TO EXPOR-SIDE .
000000     IF NOT(WK-G-SALES > ZERO)
000000         MOVE "NOSL" TO EXPOR-STATUS
000000         GO TO CX00038.
000000     COMPUTE WK-RATIO ROUNDED = WK-G-PRIZES * 100 / WK-G-SALES
000000         ON SIZE ERROR MOVE 999.99 TO WK-RATIO .
000000     MOVE WK-RATIO TO EXPOR-RATIO
000000     COMPUTE WK-NEAR-LOW = BND-LOWPCT (WK-BX)
000000                         + BND-WARNPCT (WK-BX)
000000     COMPUTE WK-NEAR-HIGH = BND-HIGHPCT (WK-BX)
000000                          - BND-WARNPCT (WK-BX) .
000000     IF WK-RATIO < BND-LOWPCT (WK-BX)
000000         MOVE "OUT " TO EXPOR-STATUS
000000         MOVE "L" TO EXPOR-SIDE
000000         GO TO CX00038.
000000     IF WK-RATIO > BND-HIGHPCT (WK-BX)
000000         MOVE "OUT " TO EXPOR-STATUS
000000         MOVE "H" TO EXPOR-SIDE
000000         GO TO CX00038.
000000     IF BND-WARNPCT (WK-BX) = ZERO GO TO CX00038.
000000     IF WK-RATIO < WK-NEAR-LOW
000000         MOVE "NEAR" TO EXPOR-STATUS
000000         MOVE "L" TO EXPOR-SIDE
000000         GO TO CX00038.
000000     IF WK-RATIO > WK-NEAR-HIGH
000000         MOVE "NEAR" TO EXPOR-STATUS
000000         MOVE "H" TO EXPOR-SIDE .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXPOR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHWN030-19 EXPORRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF EXPOR-INSIDE OR EXPOR-NOSALES GO TO CX00035.
000000     IF EXPOR-APPROACHING
000000         ADD 1 TO WK-NEAR-CNT
000000         DISPLAY "HBHWN030-40 GAME TYPE " BND-GMTYPE (WK-BX)
000000                 " PAYOUT " WK-RATIO " NEAR BOUND SIDE "
000000                 EXPOR-SIDE " OVER " BND-WINDOW (WK-BX) " DAYS"
000000                 UPON CONSOLE
000000         GO TO CX00040.
000000     ADD 1 TO WK-OUT-CNT
000000     DISPLAY "HBHWN030-50 GAME TYPE " BND-GMTYPE (WK-BX)
000000             " PAYOUT " WK-RATIO " OUTSIDE BOUND SIDE "
000000             EXPOR-SIDE " OVER " BND-WINDOW (WK-BX) " DAYS"
000000             UPON CONSOLE
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-CX .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CX < CON-CNT)GO TO CX00042.
000000     COMPUTE WK-CX = WK-CX + 1
000000     MOVE ZERO TO CON-PICKED (WK-CX) .
000000     IF EXPOR-SIDE = "H"
000000         COMPUTE CON-EXCESS (WK-CX) ROUNDED = CON-PRIZES (WK-CX)
000000             - CON-SALES (WK-CX) * BND-HIGHPCT (WK-BX) / 100
000000     ELSE
000000         COMPUTE CON-EXCESS (WK-CX) ROUNDED =
000000             CON-SALES (WK-CX) * BND-LOWPCT (WK-BX) / 100
000000             - CON-PRIZES (WK-CX) .
000000     GO TO CX00041.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-RANK
000000     PERFORM PICK-RTN THRU CX00080
000000         WK-TOPN TIMES .
000000 CX00035. EXIT.
      *
      *    CONADD-RTN  -  one history row onto its machine's line
      *    of the contributor table
000000 CONADD-RTN .
           MOVE "CONADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-CX .
000000 CX00088.
           MOVE "CX00088" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CX < CON-CNT)GO TO CX00089.
000000     COMPUTE WK-CX = WK-CX + 1 .
000000     IF CON-MACHINE (WK-CX) = POH-MACHINE GO TO CX00090.
000000     GO TO CX00088.
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(CON-CNT < 3000)
000000         ADD 1 TO WK-CONOVF-CNT
000000         GO TO CX00087.
000000     ADD 1 TO CON-CNT
000000     MOVE CON-CNT TO WK-CX
000000     MOVE POH-MACHINE TO CON-MACHINE (WK-CX)
000000     MOVE ZERO TO CON-SALES (WK-CX)
000000     MOVE ZERO TO CON-PRIZES (WK-CX) .
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD POH-SALES TO CON-SALES (WK-CX)
000000     ADD POH-PRIZES TO CON-PRIZES (WK-CX) .
000000 CX00087. EXIT.
      *
      *    PICK-RTN  -  the next machine by how far it ran past the
      *    bound, listed under the game type; nothing once no
      *    machine is left past it
000000 PICK-RTN .
           MOVE "PICK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-PX
000000     MOVE ZERO TO WK-BEST
000000     MOVE ZERO TO WK-CX .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CX < CON-CNT)GO TO CX00082.
000000     COMPUTE WK-CX = WK-CX + 1 .
000000     IF CON-PICKED (WK-CX) = ZERO AND
000000        CON-EXCESS (WK-CX) > WK-BEST
000000         MOVE WK-CX TO WK-PX
000000         MOVE CON-EXCESS (WK-CX) TO WK-BEST .
000000     GO TO CX00081.
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-PX = ZERO GO TO CX00080.
000000     MOVE 1 TO CON-PICKED (WK-PX)
000000     ADD 1 TO WK-RANK
000000     MOVE "M" TO EXPOR-RECTYPE
000000     MOVE CON-MACHINE (WK-PX) TO EXPOR-MACHINE
000000     MOVE WK-RANK TO EXPOR-RANK
000000     MOVE CON-SALES (WK-PX) TO EXPOR-SALES
000000     MOVE CON-PRIZES (WK-PX) TO EXPOR-PRIZES
000000     MOVE ZERO TO EXPOR-RATIO .
000000     IF CON-SALES (WK-PX) > ZERO
000000         COMPUTE EXPOR-RATIO ROUNDED =
000000             CON-PRIZES (WK-PX) * 100 / CON-SALES (WK-PX)
000000             ON SIZE ERROR MOVE 999.99 TO EXPOR-RATIO .
000000     MOVE CON-EXCESS (WK-PX) TO EXPOR-EXCESS
000000     WRITE EXPOR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00083.
000000         DISPLAY "HBHWN030-20 EXPORRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00083.
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00080. EXIT.
      *
      *    CBACK-RTN  -  steps the window cutoff back one calendar
      *    day, February by the leap-year rule
000000 CBACK-RTN .
           MOVE "CBACK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CUT-DD > 1)GO TO CX00046.
000000     COMPUTE WK-CUT-DD = WK-CUT-DD - 1 .
000000     GO TO CX00045.
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CUT-MM = 1)GO TO CX00047.
000000     COMPUTE WK-CUT-YY = WK-CUT-YY - 1
000000     MOVE 12 TO WK-CUT-MM
000000     MOVE 31 TO WK-CUT-DD .
000000     GO TO CX00045.
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-CUT-MM = WK-CUT-MM - 1
000000     MOVE 31 TO WK-CUT-LAST .
000000     IF WK-CUT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-CUT-LAST .
000000     IF NOT(WK-CUT-MM = 2)GO TO CX00048.
000000     MOVE 28 TO WK-CUT-LAST
000000     DIVIDE WK-CUT-YY BY 4 GIVING WK-CUT-Q
000000         REMAINDER WK-CUT-R .
000000     IF WK-CUT-R = ZERO
000000         MOVE 29 TO WK-CUT-LAST .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CUT-LAST TO WK-CUT-DD .
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHWN030" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHWN030" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHWN030" TO PRM-PROGID
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
000000         DISPLAY "HBHWN030-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
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
000000     MOVE "HBHWN030" TO JOBLG-PROGID
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
000000         DISPLAY "HBHWN030-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHWN030" TO ERRM-PROGID
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
