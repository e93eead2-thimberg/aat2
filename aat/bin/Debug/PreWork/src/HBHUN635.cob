000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN635 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260924追加開始
      *    machine replacement what-if: which machines to turn over
      *    to another game type was argued over spreadsheets.
      *    SCNCARD cards each name a scenario, a machine (its daily
      *    sales key item) and the game type it would become, with
      *    the purchase cost when it is known; a scenario is every
      *    card carrying its name.  Over the MONTHS months ending
      *    BASEMONTH (the last closed month by default) VIHBTMON
      *    gives every machine's takings per machine-month under
      *    the game type VICODREG issued its code to, so each
      *    replaced machine is projected at the new type's average
      *    on the same floor - or across the hall where the floor
      *    runs none of that type - against what it takes now.
      *    The floor's commission moves at the floor's own rate,
      *    its VIWURTAX commission over its takings for the same
      *    months, and the purchase cost not on the card is the
      *    new type's average acquisition cost on VIMACINV.
      *    EXRPLSIM lists each scenario's machines and floors, then
      *    every scenario's change and payback months side by side
000000     SELECT  SCNCARD
000000                  ASSIGN             SCNCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICODREG
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CDR-CODE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIMACINV
000000             ASSIGN            VIMACINV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MACINV-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWURTAX
000000             ASSIGN            VIWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY WTAX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXRPLSIM
000000             ASSIGN               EXRPLSIM-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260924追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SCNCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SCNCARD".
       01  SCN-REC.
           05  SCN-ID                      PIC X(08).
           05  SCN-MACHINE                 PIC X(22).
           05  SCN-GMTYPE                  PIC 9(02).
      *    zero when the new machine's price is not yet quoted
           05  SCN-COST                    PIC 9(12).
      *    the monthly master exactly as HBHUN420 writes it
000000 FD  VIHBTMON
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHBTMON".
       01  HBTMON-REC.
           05  HBTMON-KEY.
               07  HBTMON-YM               PIC 9(06).
               07  HBTMON-FLOOR            PIC X(10).
               07  HBTMON-MACHINE          PIC X(22).
           05  HBTMON-AMT                  PIC S9(11)V99 COMP-3.
           05  HBTMON-DAYS                 PIC 9(03).
           05  HBTMON-AVG                  PIC S9(09)V99 COMP-3.
           05  HBTMON-DOWNDAYS             PIC 9(03).
           05  HBTMON-AVLHRS               PIC 9(05)V9.
           05  HBTMON-HRAVG                PIC S9(09)V99 COMP-3.
000000 FD  VICODREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  CDR-REC.
           COPY CFCODRG .
      *    the investment master exactly as HBHUN790 keeps it
000000 FD  VIMACINV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACINV".
       01  MACINV-REC.
           05  MACINV-MACHINE              PIC X(22).
           05  MACINV-INSTDATE             PIC 9(08).
           05  MACINV-COST                 PIC 9(12).
           05  MACINV-LIFEMONTHS           PIC 9(03).
000000 FD  VIWURTAX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWURTAX".
       01  WTAX-REC.
           05  WTAX-KEY.
               07  WTAX-FLOORCD            PIC X(10).
               07  WTAX-DATE               PIC 9(08).
           05  WTAX-BASEAMT                PIC S9(14) COMP-3.
           05  WTAX-TAXAMT                 PIC S9(14) COMP-3.
           05  WTAX-TOTAMT                 PIC S9(14) COMP-3.
           05  WTAX-UNITS                  PIC S9(14) COMP-3.
           05  WTAX-DISCAMT                PIC S9(14) COMP-3.
000000 FD  EXRPLSIM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXRPLSIM".
       01  EXRPL-REC.
           05  EXRPL-RECTYPE               PIC X(01).
               88  EXRPL-MACHINELINE        VALUE "M".
               88  EXRPL-FLOORLINE          VALUE "F".
               88  EXRPL-SCENARIOLINE       VALUE "S".
           05  EXRPL-BASEMONTH             PIC 9(06).
           05  EXRPL-MONTHS                PIC 9(02).
           05  EXRPL-SCNID                 PIC X(08).
           05  EXRPL-FLOOR                 PIC X(10).
           05  EXRPL-MACHINE               PIC X(22).
           05  EXRPL-OLDTYPE               PIC 9(02).
           05  EXRPL-NEWTYPE               PIC 9(02).
      *    M: F the new type's floor average, H the hall's
           05  EXRPL-BASIS                 PIC X(01).
      *    S: the machines the scenario could project
           05  EXRPL-MACCNT                PIC 9(04).
      *    monthly figures - M the machine, F the floor, S the
      *    scenario's change only
           05  EXRPL-CURAMT                PIC S9(13).
           05  EXRPL-PRJAMT                PIC S9(13).
           05  EXRPL-CHGAMT                PIC S9(13).
           05  EXRPL-CURCOMM               PIC S9(13).
           05  EXRPL-PRJCOMM               PIC S9(13).
           05  EXRPL-CHGCOMM               PIC S9(13).
           05  EXRPL-COST                  PIC 9(13).
      *    S: months for the sales gain to earn back the cost,
      *    999 when the scenario gains nothing
           05  EXRPL-PAYBACK               PIC 9(03).
           05  EXRPL-NOTE                  PIC X(20).
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-UNMAP-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-BAD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-MONTHS                   PIC 9(02) VALUE 3.
000000   03  WK-MONCNT                   PIC 9(02) VALUE ZERO.
000000   03  WK-LASTYM                   PIC 9(06) VALUE ZERO.
000000   03  WK-BASEMONTH                PIC 9(06).
000000   03  WK-YM-WORK                  PIC 9(06).
000000   03  WK-YM-WORK-R REDEFINES WK-YM-WORK.
000000       05  WK-YMW-YY               PIC 9(04).
000000       05  WK-YMW-MM               PIC 9(02).
000000   03  WK-YMFROM                   PIC 9(06).
000000   03  WK-STEPS                    PIC 9(02).
000000   03  WK-MAC                      PIC X(10).
000000   03  WK-GMTYPE                   PIC 9(02).
000000   03  WK-FLOOR                    PIC X(10).
000000   03  WK-GX                       PIC 9(03).
000000   03  WK-FX                       PIC 9(04).
000000   03  WK-TX                       PIC 9(04).
000000   03  WK-MX                       PIC 9(04).
000000   03  WK-SX                       PIC 9(04).
000000   03  WK-LX                       PIC 9(03).
000000   03  WK-PAYQ                     PIC 9(05).
000000   03  WK-PAYR                     PIC 9(13).
      *    one slot per game type, at the type's number plus one:
      *    its machine-months and takings across the hall, and
      *    the acquisition costs VIMACINV holds for it
000000 01  GTT-WORK.
000000   03  GTT-ENT OCCURS 100.
000000     05  GTT-AMT                   PIC S9(15)V99.
000000     05  GTT-CNT                   PIC 9(07).
000000     05  GTT-COST                  PIC 9(15).
000000     05  GTT-CCNT                  PIC 9(05).
      *    the floors' takings and commission over the months
000000 01  FLT-WORK.
000000   03  FLT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLT-ENT OCCURS 200.
000000     05  FLT-FLOOR                 PIC X(10).
000000     05  FLT-AMT                   PIC S9(15)V99.
000000     05  FLT-COMM                  PIC S9(15).
      *    game type by floor: machine-months and takings
000000 01  FTT-WORK.
000000   03  FTT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FTT-ENT OCCURS 2000.
000000     05  FTT-FLOOR                 PIC X(10).
000000     05  FTT-GMTYPE                PIC 9(02).
000000     05  FTT-AMT                   PIC S9(15)V99.
000000     05  FTT-MCNT                  PIC 9(07).
      *    the cards, each machine with what it takes now and the
      *    projection once its scenario is worked
000000 01  MCH-WORK.
000000   03  MCH-CNT                     PIC 9(04) VALUE ZERO.
000000   03  MCH-ENT OCCURS 500.
000000     05  MCH-SCNID                 PIC X(08).
000000     05  MCH-MACHINE               PIC X(22).
000000     05  MCH-NEWTYPE               PIC 9(02).
000000     05  MCH-CARDCOST              PIC 9(12).
000000     05  MCH-OLDTYPE               PIC 9(02).
000000     05  MCH-FLOOR                 PIC X(10).
000000     05  MCH-AMT                   PIC S9(15)V99.
000000     05  MCH-MCNT                  PIC 9(03).
000000     05  MCH-NOTE                  PIC X(20).
000000 01  SCT-WORK.
000000   03  SCT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  SCT-ENT OCCURS 100.
000000     05  SCT-SCNID                 PIC X(08).
000000     05  SCT-MACCNT                PIC 9(04).
000000     05  SCT-CHGAMT                PIC S9(13).
000000     05  SCT-CHGCOMM               PIC S9(13).
000000     05  SCT-COST                  PIC 9(13).
000000     05  SCT-NOCOST                PIC 9(04).
      *    the floors one scenario touches, rebuilt per scenario
000000 01  SFL-WORK.
000000   03  SFL-CNT                     PIC 9(03).
000000   03  SFL-ENT OCCURS 100.
000000     05  SFL-FX                    PIC 9(04).
000000     05  SFL-CHGAMT                PIC S9(13).
000000     05  SFL-CHGCOMM               PIC S9(13).
000000 01  PRJ-WORK.
000000   03  PRJ-CURAMT                  PIC S9(13).
000000   03  PRJ-PRJAMT                  PIC S9(13).
000000   03  PRJ-CHGAMT                  PIC S9(13).
000000   03  PRJ-CHGCOMM                 PIC S9(13).
000000   03  PRJ-COST                    PIC 9(13).
000000   03  PRJ-BASIS                   PIC X(01).
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
000000     INITIALIZE GTT-WORK
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN635" TO PRM-PROGID
000000     MOVE "MONTHS" TO PRM-NAME
000000     MOVE "003" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000" AND
000000        PRM-VALUE (1:3) < "025"
000000         MOVE PRM-VALUE (1:3) TO WK-MONTHS .
000000     MOVE WK-BUSDT (1:6) TO WK-YM-WORK
000000     PERFORM MBACK-RTN THRU CX00094
000000     MOVE WK-YM-WORK TO WK-BASEMONTH
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN635" TO PRM-PROGID
000000     MOVE "BASEMONTH" TO PRM-NAME
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:6) NUMERIC
000000         MOVE PRM-VALUE (1:6) TO WK-BASEMONTH .
000000     MOVE WK-BASEMONTH TO WK-YM-WORK .
000000     IF WK-MONTHS > 1
000000         COMPUTE WK-STEPS = WK-MONTHS - 1
000000         PERFORM MBACK-RTN THRU CX00094
000000             WK-STEPS TIMES .
000000     MOVE WK-YM-WORK TO WK-YMFROM .
000000       OPEN  INPUT  SCNCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN635-01 SCNCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIHBTMON .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN635-02 VIHBTMON OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICODREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN635-03 VICODREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIMACINV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN635-04 VIMACINV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIWURTAX .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN635-05 VIWURTAX OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXRPLSIM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN635-06 EXRPLSIM OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN635-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the scenario cards, each machine taken with
      *    the game type it runs now
000000 P000-RTN .
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SCNCARD AT END GO TO CX00003.
000000     IF NOT(FL-STS1 = "00")
000000           DISPLAY "HBHUN635-08 SCNCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF NOT(MCH-CNT < 500)
000000         DISPLAY "HBHUN635-91 MACHINE TABLE FULL - CARD "
000000                 SCN-ID " " SCN-MACHINE " AND AFTER IGNORED"
000000                 UPON CONSOLE
000000         GO TO CX00003.
000000     IF SCN-ID = SPACE OR SCN-MACHINE = SPACE OR
000000        SCN-GMTYPE NOT NUMERIC OR SCN-COST NOT NUMERIC
000000         DISPLAY "HBHUN635-92 CARD REJECTED " SCN-ID " "
000000                 SCN-MACHINE UPON CONSOLE
000000         ADD 1 TO WK-BAD-CNT
000000         GO TO CX00010.
000000     ADD 1 TO MCH-CNT
000000     MOVE MCH-CNT TO WK-MX
000000     MOVE SCN-ID TO MCH-SCNID (WK-MX)
000000     MOVE SCN-MACHINE TO MCH-MACHINE (WK-MX)
000000     MOVE SCN-GMTYPE TO MCH-NEWTYPE (WK-MX)
000000     MOVE SCN-COST TO MCH-CARDCOST (WK-MX)
000000     MOVE ZERO TO MCH-OLDTYPE (WK-MX)
000000     MOVE SPACE TO MCH-FLOOR (WK-MX)
000000     MOVE ZERO TO MCH-AMT (WK-MX)
000000     MOVE ZERO TO MCH-MCNT (WK-MX)
000000     MOVE SPACE TO MCH-NOTE (WK-MX)
000000     MOVE SCN-MACHINE (1:10) TO WK-MAC
000000     PERFORM TYPE-RTN THRU CX00068 .
000000     IF WK-GX = ZERO
000000         MOVE "CODE NOT ISSUED" TO MCH-NOTE (WK-MX)
000000     ELSE
000000         MOVE WK-GMTYPE TO MCH-OLDTYPE (WK-MX) .
000000     IF WK-GX > ZERO AND WK-GMTYPE = SCN-GMTYPE
000000         MOVE "SAME GAME TYPE" TO MCH-NOTE (WK-MX) .
000000     MOVE ZERO TO WK-SX .
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-SX < SCT-CNT)GO TO CX00012.
000000     COMPUTE WK-SX = WK-SX + 1 .
000000     IF SCT-SCNID (WK-SX) = SCN-ID GO TO CX00010.
000000     GO TO CX00011.
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SCT-CNT < 100)
000000         DISPLAY "HBHUN635-93 SCENARIO TABLE FULL - " SCN-ID
000000                 " NOT REPORTED" UPON CONSOLE
000000         GO TO CX00010.
000000     ADD 1 TO SCT-CNT
000000     INITIALIZE SCT-ENT (SCT-CNT)
000000     MOVE SCN-ID TO SCT-SCNID (SCT-CNT)
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the months' takings: per game type across
      *    the hall and on each floor, per floor, and for every
      *    machine on a card
000000 P100-RTN .
000000     MOVE WK-YMFROM TO HBTMON-YM
000000     MOVE LOW-VALUES TO HBTMON-FLOOR
000000     MOVE LOW-VALUES TO HBTMON-MACHINE .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID GO TO CX00005 .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00005.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN635-09 VIHBTMON READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HBTMON-YM > WK-BASEMONTH GO TO CX00005.
000000     IF HBTMON-YM NOT = WK-LASTYM
000000         MOVE HBTMON-YM TO WK-LASTYM
000000         ADD 1 TO WK-MONCNT .
000000     MOVE HBTMON-FLOOR TO WK-FLOOR
000000     PERFORM FLRADD-RTN THRU CX00070 .
000000     IF WK-FX > ZERO
000000         ADD HBTMON-AMT TO FLT-AMT (WK-FX) .
000000     MOVE ZERO TO WK-MX .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MCH-CNT)GO TO CX00017.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MCH-MACHINE (WK-MX) = HBTMON-MACHINE
000000         MOVE HBTMON-FLOOR TO MCH-FLOOR (WK-MX)
000000         ADD HBTMON-AMT TO MCH-AMT (WK-MX)
000000         ADD 1 TO MCH-MCNT (WK-MX) .
000000     GO TO CX00016.
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HBTMON-MACHINE (1:10) TO WK-MAC
000000     PERFORM TYPE-RTN THRU CX00068 .
000000     IF WK-GX = ZERO GO TO CX00015.
000000     ADD HBTMON-AMT TO GTT-AMT (WK-GX)
000000     ADD 1 TO GTT-CNT (WK-GX)
000000     PERFORM FTADD-RTN THRU CX00075 .
000000     IF WK-TX > ZERO
000000         ADD HBTMON-AMT TO FTT-AMT (WK-TX)
000000         ADD 1 TO FTT-MCNT (WK-TX) .
000000     GO TO CX00015.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the same months' commission per floor
000000 P200-RTN .
000000     MOVE LOW-VALUES TO WTAX-KEY .
000000     START VIWURTAX KEY >= WTAX-KEY
000000             INVALID GO TO CX00006 .
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWURTAX NEXT AT END GO TO CX00006.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN635-10 VIWURTAX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF WTAX-DATE (1:6) < WK-YMFROM OR
000000        WTAX-DATE (1:6) > WK-BASEMONTH
000000         GO TO CX00020.
000000     MOVE WTAX-FLOORCD TO WK-FLOOR
000000     PERFORM FLRFIND-RTN THRU CX00072 .
000000     IF WK-FX > ZERO
000000         ADD WTAX-TOTAMT TO FLT-COMM (WK-FX) .
000000     GO TO CX00020.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  acquisition costs per game type
000000 P300-RTN .
000000     MOVE LOW-VALUES TO MACINV-MACHINE .
000000     START VIMACINV KEY >= MACINV-MACHINE
000000             INVALID GO TO CX00007 .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMACINV NEXT AT END GO TO CX00007.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN635-11 VIMACINV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF MACINV-COST = ZERO GO TO CX00025.
000000     MOVE MACINV-MACHINE (1:10) TO WK-MAC
000000     PERFORM TYPE-RTN THRU CX00068 .
000000     IF WK-GX = ZERO GO TO CX00025.
000000     ADD MACINV-COST TO GTT-COST (WK-GX)
000000     ADD 1 TO GTT-CCNT (WK-GX)
000000     GO TO CX00025.
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  each scenario worked and listed, then the
      *    scenarios side by side
000000 P400-RTN .
000000     MOVE ZERO TO WK-SX .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-SX < SCT-CNT)GO TO CX00041.
000000     COMPUTE WK-SX = WK-SX + 1
000000     PERFORM SCN-RTN THRU CX00080 .
000000     GO TO CX00040.
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-SX .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-SX < SCT-CNT)GO TO CX00008.
000000     COMPUTE WK-SX = WK-SX + 1
000000     INITIALIZE EXRPL-REC
000000     MOVE "S" TO EXRPL-RECTYPE
000000     MOVE SCT-SCNID (WK-SX) TO EXRPL-SCNID
000000     MOVE SCT-MACCNT (WK-SX) TO EXRPL-MACCNT
000000     MOVE SCT-CHGAMT (WK-SX) TO EXRPL-CHGAMT
000000     MOVE SCT-CHGCOMM (WK-SX) TO EXRPL-CHGCOMM
000000     MOVE SCT-COST (WK-SX) TO EXRPL-COST
000000     MOVE 999 TO EXRPL-PAYBACK .
000000     IF NOT(SCT-CHGAMT (WK-SX) > ZERO)GO TO CX00043.
000000     DIVIDE SCT-COST (WK-SX) BY SCT-CHGAMT (WK-SX)
000000         GIVING WK-PAYQ REMAINDER WK-PAYR
000000         ON SIZE ERROR MOVE 998 TO WK-PAYQ
000000                       MOVE ZERO TO WK-PAYR .
000000     IF WK-PAYR > ZERO
000000         ADD 1 TO WK-PAYQ .
000000     IF WK-PAYQ > 998
000000         MOVE 998 TO WK-PAYQ .
000000     MOVE WK-PAYQ TO EXRPL-PAYBACK .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SCT-NOCOST (WK-SX) > ZERO
000000         MOVE "COST INCOMPLETE" TO EXRPL-NOTE .
000000     IF SCT-MACCNT (WK-SX) = ZERO
000000         MOVE "NOTHING PROJECTED" TO EXRPL-NOTE .
000000     PERFORM WRT-RTN THRU CX00081 .
000000     GO TO CX00042.
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN635-90 CARDS=" WK-JOBLG-CNT
000000             " REJECTED=" WK-BAD-CNT " SCENARIOS=" SCT-CNT
000000             " MONTHS=" WK-MONCNT UPON CONSOLE .
000000     IF WK-UNMAP-CNT > ZERO
000000         DISPLAY "HBHUN635-94 ROWS WITH NO ISSUED CODE="
000000                 WK-UNMAP-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN635-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SCNCARD  VIHBTMON  VICODREG  VIMACINV  VIWURTAX
000000              EXRPLSIM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN635-13 EXRPLSIM CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    TYPE-RTN  -  the game type VICODREG issued the code in
      *    WK-MAC to; WK-GX comes back as its table slot, zero for
      *    a code never issued
000000 TYPE-RTN .
           MOVE "TYPE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-GX
000000     MOVE WK-MAC TO CDR-CODE
000000     READ VICODREG INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         ADD 1 TO WK-UNMAP-CNT
000000         GO TO CX00068.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN635-14 VICODREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE CDR-GMTYPE TO WK-GMTYPE
000000     COMPUTE WK-GX = CDR-GMTYPE + 1 .
000000 CX00068. EXIT.
      *
      *    FLRADD-RTN  -  the floor table entry for WK-FLOOR, taken
      *    on the first time the floor is seen
000000 FLRADD-RTN .
           MOVE "FLRADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM FLRFIND-RTN THRU CX00072 .
000000     IF WK-FX > ZERO GO TO CX00070.
000000     IF NOT(FLT-CNT < 200)
000000         DISPLAY "HBHUN635-95 FLOOR TABLE FULL - " WK-FLOOR
000000                 UPON CONSOLE
000000         GO TO CX00070.
000000     ADD 1 TO FLT-CNT
000000     MOVE FLT-CNT TO WK-FX
000000     MOVE WK-FLOOR TO FLT-FLOOR (WK-FX)
000000     MOVE ZERO TO FLT-AMT (WK-FX)
000000     MOVE ZERO TO FLT-COMM (WK-FX) .
000000 CX00070. EXIT.
      *
      *    FLRFIND-RTN  -  the floor table entry for WK-FLOOR, zero
      *    when the floor is not held
000000 FLRFIND-RTN .
           MOVE "FLRFIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLT-CNT)GO TO CX00074.
000000     COMPUTE WK-FX = WK-FX + 1 .
000000     IF FLT-FLOOR (WK-FX) = WK-FLOOR GO TO CX00072.
000000     GO TO CX00073.
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00072. EXIT.
      *
      *    FTADD-RTN  -  the floor-and-type entry for WK-FLOOR and
      *    WK-GMTYPE, taken on the first time the pair is seen
000000 FTADD-RTN .
           MOVE "FTADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM FTFIND-RTN THRU CX00076 .
000000     IF WK-TX > ZERO GO TO CX00075.
000000     IF NOT(FTT-CNT < 2000)
000000         DISPLAY "HBHUN635-96 FLOOR-TYPE TABLE FULL - " WK-FLOOR
000000                 UPON CONSOLE
000000         GO TO CX00075.
000000     ADD 1 TO FTT-CNT
000000     MOVE FTT-CNT TO WK-TX
000000     MOVE WK-FLOOR TO FTT-FLOOR (WK-TX)
000000     MOVE WK-GMTYPE TO FTT-GMTYPE (WK-TX)
000000     MOVE ZERO TO FTT-AMT (WK-TX)
000000     MOVE ZERO TO FTT-MCNT (WK-TX) .
000000 CX00075. EXIT.
      *
      *    FTFIND-RTN  -  the floor-and-type entry, zero when the
      *    floor ran none of that type
000000 FTFIND-RTN .
           MOVE "FTFIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-TX .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TX < FTT-CNT)GO TO CX00078.
000000     COMPUTE WK-TX = WK-TX + 1 .
000000     IF FTT-FLOOR (WK-TX) = WK-FLOOR AND
000000        FTT-GMTYPE (WK-TX) = WK-GMTYPE
000000         GO TO CX00076.
000000     GO TO CX00077.
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-TX .
000000 CX00076. EXIT.
      *
      *    SCN-RTN  -  one scenario: its machines projected and
      *    listed, then the floors they stand on
000000 SCN-RTN .
           MOVE "SCN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SFL-CNT
000000     MOVE ZERO TO WK-MX .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MCH-CNT)GO TO CX00083.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MCH-SCNID (WK-MX) NOT = SCT-SCNID (WK-SX) GO TO CX00082.
000000     PERFORM PRJ-RTN THRU CX00085 .
000000     GO TO CX00082.
000000 CX00083.
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-LX .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-LX < SFL-CNT)GO TO CX00080.
000000     COMPUTE WK-LX = WK-LX + 1
000000     MOVE SFL-FX (WK-LX) TO WK-FX
000000     INITIALIZE EXRPL-REC
000000     MOVE "F" TO EXRPL-RECTYPE
000000     MOVE SCT-SCNID (WK-SX) TO EXRPL-SCNID
000000     MOVE FLT-FLOOR (WK-FX) TO EXRPL-FLOOR .
000000     IF WK-MONCNT > ZERO
000000         COMPUTE EXRPL-CURAMT ROUNDED =
000000             FLT-AMT (WK-FX) / WK-MONCNT
000000         COMPUTE EXRPL-CURCOMM ROUNDED =
000000             FLT-COMM (WK-FX) / WK-MONCNT .
000000     MOVE SFL-CHGAMT (WK-LX) TO EXRPL-CHGAMT
000000     MOVE SFL-CHGCOMM (WK-LX) TO EXRPL-CHGCOMM
000000     COMPUTE EXRPL-PRJAMT = EXRPL-CURAMT + EXRPL-CHGAMT
000000     COMPUTE EXRPL-PRJCOMM = EXRPL-CURCOMM + EXRPL-CHGCOMM
000000     PERFORM WRT-RTN THRU CX00081 .
000000     GO TO CX00084.
000000 CX00080. EXIT.
      *
      *    PRJ-RTN  -  one machine: what it takes now per month
      *    against the new type's average, the floor's commission
      *    moved at its own rate, and the cost of the new machine
000000 PRJ-RTN .
           MOVE "PRJ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE PRJ-WORK
000000     INITIALIZE EXRPL-REC
000000     MOVE "M" TO EXRPL-RECTYPE
000000     MOVE MCH-SCNID (WK-MX) TO EXRPL-SCNID
000000     MOVE MCH-MACHINE (WK-MX) TO EXRPL-MACHINE
000000     MOVE MCH-OLDTYPE (WK-MX) TO EXRPL-OLDTYPE
000000     MOVE MCH-NEWTYPE (WK-MX) TO EXRPL-NEWTYPE
000000     MOVE MCH-FLOOR (WK-MX) TO EXRPL-FLOOR
000000     MOVE MCH-NOTE (WK-MX) TO EXRPL-NOTE .
000000     IF MCH-NOTE (WK-MX) NOT = SPACE GO TO CX00086.
000000     IF MCH-MCNT (WK-MX) = ZERO
000000         MOVE "NO SALES IN MONTHS" TO EXRPL-NOTE
000000         GO TO CX00086.
000000     COMPUTE PRJ-CURAMT ROUNDED =
000000         MCH-AMT (WK-MX) / MCH-MCNT (WK-MX)
000000     MOVE MCH-FLOOR (WK-MX) TO WK-FLOOR
000000     MOVE MCH-NEWTYPE (WK-MX) TO WK-GMTYPE
000000     PERFORM FTFIND-RTN THRU CX00076 .
000000     IF WK-TX > ZERO
000000         MOVE "F" TO PRJ-BASIS
000000         COMPUTE PRJ-PRJAMT ROUNDED =
000000             FTT-AMT (WK-TX) / FTT-MCNT (WK-TX)
000000         GO TO CX00087.
000000     COMPUTE WK-GX = MCH-NEWTYPE (WK-MX) + 1 .
000000     IF GTT-CNT (WK-GX) = ZERO
000000         MOVE "NO TYPE HISTORY" TO EXRPL-NOTE
000000         GO TO CX00086.
000000     MOVE "H" TO PRJ-BASIS
000000     COMPUTE PRJ-PRJAMT ROUNDED =
000000         GTT-AMT (WK-GX) / GTT-CNT (WK-GX) .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE PRJ-CHGAMT = PRJ-PRJAMT - PRJ-CURAMT
000000     PERFORM FLRFIND-RTN THRU CX00072 .
000000     IF WK-FX > ZERO AND FLT-AMT (WK-FX) > ZERO
000000         COMPUTE PRJ-CHGCOMM ROUNDED =
000000             PRJ-CHGAMT * FLT-COMM (WK-FX) / FLT-AMT (WK-FX) .
000000     MOVE MCH-CARDCOST (WK-MX) TO PRJ-COST
000000     COMPUTE WK-GX = MCH-NEWTYPE (WK-MX) + 1 .
000000     IF PRJ-COST = ZERO AND GTT-CCNT (WK-GX) > ZERO
000000         COMPUTE PRJ-COST ROUNDED =
000000             GTT-COST (WK-GX) / GTT-CCNT (WK-GX) .
000000     IF PRJ-COST = ZERO
000000         MOVE "COST UNKNOWN" TO EXRPL-NOTE
000000         ADD 1 TO SCT-NOCOST (WK-SX) .
000000     MOVE PRJ-BASIS TO EXRPL-BASIS
000000     MOVE PRJ-CURAMT TO EXRPL-CURAMT
000000     MOVE PRJ-PRJAMT TO EXRPL-PRJAMT
000000     MOVE PRJ-CHGAMT TO EXRPL-CHGAMT
000000     MOVE PRJ-CHGCOMM TO EXRPL-CHGCOMM
000000     MOVE PRJ-COST TO EXRPL-COST
000000     ADD 1 TO SCT-MACCNT (WK-SX)
000000     ADD PRJ-CHGAMT TO SCT-CHGAMT (WK-SX)
000000     ADD PRJ-CHGCOMM TO SCT-CHGCOMM (WK-SX)
000000     ADD PRJ-COST TO SCT-COST (WK-SX) .
000000     IF WK-FX = ZERO GO TO CX00086.
000000     MOVE ZERO TO WK-LX .
000000 CX00088.
           MOVE "CX00088" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-LX < SFL-CNT)GO TO CX00089.
000000     COMPUTE WK-LX = WK-LX + 1 .
000000     IF SFL-FX (WK-LX) = WK-FX GO TO CX00090.
000000     GO TO CX00088.
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SFL-CNT < 100)GO TO CX00086.
000000     ADD 1 TO SFL-CNT
000000     MOVE SFL-CNT TO WK-LX
000000     MOVE WK-FX TO SFL-FX (WK-LX)
000000     MOVE ZERO TO SFL-CHGAMT (WK-LX)
000000     MOVE ZERO TO SFL-CHGCOMM (WK-LX) .
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD PRJ-CHGAMT TO SFL-CHGAMT (WK-LX)
000000     ADD PRJ-CHGCOMM TO SFL-CHGCOMM (WK-LX) .
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM WRT-RTN THRU CX00081 .
000000 CX00085. EXIT.
      *
      *    WRT-RTN  -  one report line, stamped with the months
000000 WRT-RTN .
000000     MOVE WK-BASEMONTH TO EXRPL-BASEMONTH
000000     MOVE WK-MONTHS TO EXRPL-MONTHS
000000     WRITE EXRPL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00079.
000000         DISPLAY "HBHUN635-15 EXRPLSIM WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00081. EXIT.
      *
      *    MBACK-RTN  -  steps the month in WK-YM-WORK back one
000000 MBACK-RTN .
           MOVE "MBACK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-YMW-MM = 1
000000         COMPUTE WK-YMW-YY = WK-YMW-YY - 1
000000         MOVE 12 TO WK-YMW-MM
000000     ELSE
000000         COMPUTE WK-YMW-MM = WK-YMW-MM - 1 .
000000 CX00094. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN635" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN635" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN635" TO PRM-PROGID
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
000000         DISPLAY "HBHUN635-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
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
000000     MOVE "HBHUN635" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN635-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN635" TO ERRM-PROGID
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
