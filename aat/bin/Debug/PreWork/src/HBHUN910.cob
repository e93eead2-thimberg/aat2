000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN910 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260913追加開始
      *    monthly machine availability: the downtime spells on
      *    VIDWNLOG that fall in the TARGETYM month (the month just
      *    ended by default) are cut to the month and summed per
      *    floor and VIBLOCK block, split by reason - repair, part
      *    swap, inspection, other - so the maintenance contractors
      *    can be held to the hours their machines stood idle.
      *    EXAVLRPT carries a B line per floor and block with the
      *    machines affected, an F line per floor with its fleet
      *    for the month from VIHBTMON (HBHUN420 runs first), and a
      *    T line for the hall; availability is the share of the
      *    fleet's machine-hours in the month not lost to downtime
000000     SELECT  VIDWNLOG
000000             ASSIGN            VIDWNLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DWN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXAVLRPT
000000             ASSIGN               EXAVLRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260913追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIDWNLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDWNLOG".
       01  DWN-REC.
           COPY CFDWNLG .
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
000000 FD  EXAVLRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXAVLRPT".
       01  EXAVL-REC.
           05  EXAVL-TYPE                  PIC X(01).
               88  EXAVL-BLOCKLINE          VALUE "B".
               88  EXAVL-FLOORLINE          VALUE "F".
               88  EXAVL-HALLLINE           VALUE "T".
           05  EXAVL-YM                    PIC 9(06).
           05  EXAVL-FLOOR                 PIC X(10).
           05  EXAVL-BLOCK                 PIC 9(03).
      *    machines on the floor in the month - F and T lines only
           05  EXAVL-FLEET                 PIC 9(05).
           05  EXAVL-MACHINES              PIC 9(05).
           05  EXAVL-EVENTS                PIC 9(05).
           05  EXAVL-DOWNHRS               PIC 9(07)V9.
      *    the hours down by reason: repair, part swap, inspection,
      *    other
           05  EXAVL-RSNHRS                PIC 9(07)V9 OCCURS 4.
      *    a B line's availability is over the machines affected,
      *    an F or T line's over the whole fleet
           05  EXAVL-AVLPCT                PIC 9(03)V99.
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  SW-DWNLOG                   PIC 9(01) VALUE ZERO.
000000   03  SW-HBTMON                   PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-SPELL-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-LINE-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-TGT-YM                   PIC 9(06).
000000   03  WK-SYSDATE                  PIC 9(08).
000000   03  WK-SYSDATE-R REDEFINES WK-SYSDATE.
000000       05  WK-SYS-YY               PIC 9(04).
000000       05  WK-SYS-MM               PIC 9(02).
000000       05  WK-SYS-DD               PIC 9(02).
000000   03  WK-MONFIRST                 PIC 9(08).
000000   03  WK-MONLAST                  PIC 9(08).
000000   03  WK-LASTDD                   PIC 9(02).
000000   03  WK-MONMIN                   PIC 9(07).
000000   03  WK-Q                        PIC 9(04).
000000   03  WK-R                        PIC 9(04).
000000   03  WK-DATE                     PIC 9(08).
000000   03  WK-DATE-R REDEFINES WK-DATE.
000000       05  WK-DATE-YM              PIC 9(06).
000000       05  WK-DATE-DD              PIC 9(02).
000000   03  WK-SDD                      PIC 9(02).
000000   03  WK-EDD                      PIC 9(02).
000000   03  WK-SMIN                     PIC 9(04).
000000   03  WK-EMIN                     PIC 9(04).
000000   03  WK-HH                       PIC 9(04).
000000   03  WK-MM                       PIC 9(04).
000000   03  WK-SPELLMIN                 PIC S9(09).
000000   03  WK-RX                       PIC 9(01).
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-JX                       PIC 9(04).
000000   03  WK-FX                       PIC 9(04).
000000   03  WK-BX                       PIC 9(04).
000000   03  WK-CAPMIN                   PIC 9(11).
000000   03  WK-FB-KEY.
000000       05  WK-FB-FLOOR             PIC X(10).
000000       05  WK-FB-BLOCK             PIC 9(03).
      *    one slot per floor and block with downtime, kept in
      *    floor and block order as slots are opened
000000 01  FBT-WORK.
000000   03  FBT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FBT-TABLE.
000000     05  FBT-ENT OCCURS 1000.
000000       07  FBT-KEY.
000000         09  FBT-FLOOR             PIC X(10).
000000         09  FBT-BLOCK             PIC 9(03).
000000       07  FBT-EVENTS              PIC 9(05).
000000       07  FBT-MACS                PIC 9(05).
000000       07  FBT-LASTMAC             PIC X(22).
000000       07  FBT-TOTMIN              PIC 9(09).
000000       07  FBT-MIN                 PIC 9(09) OCCURS 4.
      *    one slot per floor with a fleet or with downtime, in
      *    floor order
000000 01  FLT-WORK.
000000   03  FLT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLT-TABLE.
000000     05  FLT-ENT OCCURS 200.
000000       07  FLT-FLOOR               PIC X(10).
000000       07  FLT-FLEET               PIC 9(05).
000000       07  FLT-EVENTS              PIC 9(05).
000000       07  FLT-MACS                PIC 9(05).
000000       07  FLT-LASTMAC             PIC X(22).
000000       07  FLT-TOTMIN              PIC 9(09).
000000       07  FLT-MIN                 PIC 9(09) OCCURS 4.
000000 01  HLT-WORK.
000000   03  HLT-FLEET                   PIC 9(05) VALUE ZERO.
000000   03  HLT-EVENTS                  PIC 9(05) VALUE ZERO.
000000   03  HLT-MACS                    PIC 9(05) VALUE ZERO.
000000   03  HLT-LASTMAC                 PIC X(22) VALUE SPACE.
000000   03  HLT-TOTMIN                  PIC 9(09) VALUE ZERO.
000000   03  HLT-MIN                     PIC 9(09) OCCURS 4.
      *    the line in hand for AVLWRT-RTN
000000 01  LIN-WORK.
000000   03  LIN-BASE                    PIC 9(05).
000000   03  LIN-TOTMIN                  PIC 9(09).
000000   03  LIN-MIN                     PIC 9(09) OCCURS 4.
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
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     MOVE ZERO TO HLT-MIN (1) HLT-MIN (2)
000000                  HLT-MIN (3) HLT-MIN (4) .
      *    the target month defaults to the month just ended, as
      *    HBHUN420 takes it
000000     ACCEPT WK-SYSDATE FROM DATE YYYYMMDD .
000000     IF NOT(WK-SYS-MM = 1)GO TO CX00007.
000000     COMPUTE WK-SYS-YY = WK-SYS-YY - 1
000000     MOVE 12 TO WK-SYS-MM .
000000     GO TO CX00008.
000000 CX00007.
           MOVE "CX00007" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-SYS-MM = WK-SYS-MM - 1 .
000000 CX00008.
           MOVE "CX00008" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-SYSDATE (1:6) TO WK-TGT-YM
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN910" TO PRM-PROGID
000000     MOVE "TARGETYM" TO PRM-NAME
000000     MOVE WK-TGT-YM TO PRM-VALUE (1:6)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:6) IS NUMERIC
000000         MOVE PRM-VALUE (1:6) TO WK-TGT-YM .
000000     MOVE WK-TGT-YM TO WK-SYSDATE (1:6)
000000     MOVE 31 TO WK-LASTDD .
000000     IF WK-SYS-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-LASTDD .
000000     IF NOT(WK-SYS-MM = 2)GO TO CX00009.
000000     MOVE 28 TO WK-LASTDD
000000     DIVIDE WK-SYS-YY BY 4 GIVING WK-Q REMAINDER WK-R .
000000     IF WK-R = ZERO
000000         MOVE 29 TO WK-LASTDD .
000000 CX00009.
           MOVE "CX00009" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-MONFIRST = WK-TGT-YM * 100 + 1
000000     COMPUTE WK-MONLAST = WK-TGT-YM * 100 + WK-LASTDD
000000     COMPUTE WK-MONMIN = WK-LASTDD * 1440 .
      *    with no log there is nothing down; with no month rollup
      *    the floors are only those with downtime
000000     OPEN INPUT VIDWNLOG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-DWNLOG .
000000     OPEN INPUT VIHBTMON .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HBTMON .
000000       OPEN  OUTPUT EXAVLRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN910-01 EXAVLRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN910-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  each floor's fleet for the month, one per
      *    machine row HBHUN420 left on VIHBTMON
000000 P000-RTN .
000000     IF NOT(SW-HBTMON = 1)GO TO CX00003.
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO HBTMON-KEY
000000     MOVE WK-TGT-YM TO HBTMON-YM .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00003.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00003.
000000     IF HBTMON-YM NOT = WK-TGT-YM GO TO CX00003.
000000     MOVE HBTMON-FLOOR TO WK-FB-FLOOR
000000     PERFORM FLOOR-RTN THRU CX00030 .
000000     IF WK-FX > ZERO
000000         ADD 1 TO FLT-FLEET (WK-FX) .
000000     ADD 1 TO HLT-FLEET
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  every spell on the log, the month's share
      *    of each summed
000000 P100-RTN .
000000     IF NOT(SW-DWNLOG = 1)GO TO CX00005.
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO DWN-KEY .
000000     START VIDWNLOG KEY >= DWN-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00005.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDWNLOG NEXT AT END GO TO CX00005.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM SPELL-RTN THRU CX00020 .
000000     GO TO CX00011.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  floor by floor, its block lines then its
      *    floor line; the hall line last
000000 P200-RTN .
000000     MOVE ZERO TO WK-FX .
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLT-CNT)GO TO CX00013.
000000     ADD 1 TO WK-FX
000000     MOVE ZERO TO WK-BX .
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-BX < FBT-CNT)GO TO CX00015.
000000     ADD 1 TO WK-BX .
000000     IF FBT-FLOOR (WK-BX) NOT = FLT-FLOOR (WK-FX) GO TO CX00014.
000000     INITIALIZE EXAVL-REC
000000     MOVE "B" TO EXAVL-TYPE
000000     MOVE FBT-FLOOR (WK-BX) TO EXAVL-FLOOR
000000     MOVE FBT-BLOCK (WK-BX) TO EXAVL-BLOCK
000000     MOVE ZERO TO EXAVL-FLEET
000000     MOVE FBT-MACS (WK-BX) TO EXAVL-MACHINES
000000     MOVE FBT-EVENTS (WK-BX) TO EXAVL-EVENTS
000000     MOVE FBT-MACS (WK-BX) TO LIN-BASE
000000     MOVE FBT-TOTMIN (WK-BX) TO LIN-TOTMIN
000000     MOVE FBT-MIN (WK-BX 1) TO LIN-MIN (1)
000000     MOVE FBT-MIN (WK-BX 2) TO LIN-MIN (2)
000000     MOVE FBT-MIN (WK-BX 3) TO LIN-MIN (3)
000000     MOVE FBT-MIN (WK-BX 4) TO LIN-MIN (4)
000000     PERFORM AVLWRT-RTN THRU CX00040 .
000000     GO TO CX00014.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXAVL-REC
000000     MOVE "F" TO EXAVL-TYPE
000000     MOVE FLT-FLOOR (WK-FX) TO EXAVL-FLOOR
000000     MOVE ZERO TO EXAVL-BLOCK
000000     MOVE FLT-FLEET (WK-FX) TO EXAVL-FLEET
000000     MOVE FLT-MACS (WK-FX) TO EXAVL-MACHINES
000000     MOVE FLT-EVENTS (WK-FX) TO EXAVL-EVENTS
000000     MOVE FLT-FLEET (WK-FX) TO LIN-BASE .
      *    a machine down all month never reached the rollup
000000     IF FLT-MACS (WK-FX) > LIN-BASE
000000         MOVE FLT-MACS (WK-FX) TO LIN-BASE .
000000     MOVE FLT-TOTMIN (WK-FX) TO LIN-TOTMIN
000000     MOVE FLT-MIN (WK-FX 1) TO LIN-MIN (1)
000000     MOVE FLT-MIN (WK-FX 2) TO LIN-MIN (2)
000000     MOVE FLT-MIN (WK-FX 3) TO LIN-MIN (3)
000000     MOVE FLT-MIN (WK-FX 4) TO LIN-MIN (4)
000000     PERFORM AVLWRT-RTN THRU CX00040 .
000000     GO TO CX00012.
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXAVL-REC
000000     MOVE "T" TO EXAVL-TYPE
000000     MOVE SPACE TO EXAVL-FLOOR
000000     MOVE ZERO TO EXAVL-BLOCK
000000     MOVE HLT-FLEET TO EXAVL-FLEET
000000     MOVE HLT-MACS TO EXAVL-MACHINES
000000     MOVE HLT-EVENTS TO EXAVL-EVENTS
000000     MOVE HLT-FLEET TO LIN-BASE .
000000     IF HLT-MACS > LIN-BASE
000000         MOVE HLT-MACS TO LIN-BASE .
000000     MOVE HLT-TOTMIN TO LIN-TOTMIN
000000     MOVE HLT-MIN (1) TO LIN-MIN (1)
000000     MOVE HLT-MIN (2) TO LIN-MIN (2)
000000     MOVE HLT-MIN (3) TO LIN-MIN (3)
000000     MOVE HLT-MIN (4) TO LIN-MIN (4)
000000     PERFORM AVLWRT-RTN THRU CX00040 .
000000 CX00006. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN910-90 YM=" WK-TGT-YM
000000             " SPELLS=" WK-SPELL-CNT
000000             " LINES=" WK-LINE-CNT UPON CONSOLE
000000     IF SW-DWNLOG = 1
000000         CLOSE VIDWNLOG .
000000     IF SW-HBTMON = 1
000000         CLOSE VIHBTMON .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN910-03 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXAVLRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN910-04 EXAVLRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    SPELL-RTN  -  one spell cut to the month: before the
      *    first it counts from the month's first midnight, open or
      *    ending after the month it runs to the last midnight;
      *    the minutes go on its floor and block, its floor and
      *    the hall, each machine counted once wherever it is
000000 SPELL-RTN .
           MOVE "SPELL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DWN-STARTDT > WK-MONLAST GO TO CX00020.
000000     IF DWN-ENDDT NOT = ZERO AND DWN-ENDDT < WK-MONFIRST
000000         GO TO CX00020.
000000     MOVE 1 TO WK-SDD
000000     MOVE ZERO TO WK-SMIN .
000000     IF NOT(DWN-STARTDT < WK-MONFIRST)
000000         MOVE DWN-STARTDT TO WK-DATE
000000         MOVE WK-DATE-DD TO WK-SDD
000000         DIVIDE DWN-STARTTM BY 100 GIVING WK-HH
000000             REMAINDER WK-MM
000000         COMPUTE WK-SMIN = WK-HH * 60 + WK-MM .
000000     COMPUTE WK-EDD = WK-LASTDD + 1
000000     MOVE ZERO TO WK-EMIN .
000000     IF DWN-ENDDT NOT = ZERO AND NOT(DWN-ENDDT > WK-MONLAST)
000000         MOVE DWN-ENDDT TO WK-DATE
000000         MOVE WK-DATE-DD TO WK-EDD
000000         DIVIDE DWN-ENDTM BY 100 GIVING WK-HH
000000             REMAINDER WK-MM
000000         COMPUTE WK-EMIN = WK-HH * 60 + WK-MM .
000000     COMPUTE WK-SPELLMIN = (WK-EDD - WK-SDD) * 1440
000000                         + WK-EMIN - WK-SMIN .
000000     IF NOT(WK-SPELLMIN > ZERO)GO TO CX00020.
000000     ADD 1 TO WK-SPELL-CNT
000000     MOVE 4 TO WK-RX .
000000     IF DWN-REPAIR
000000         MOVE 1 TO WK-RX .
000000     IF DWN-PARTSWAP
000000         MOVE 2 TO WK-RX .
000000     IF DWN-INSPECTION
000000         MOVE 3 TO WK-RX .
000000     ADD 1 TO HLT-EVENTS
000000     ADD WK-SPELLMIN TO HLT-TOTMIN HLT-MIN (WK-RX) .
000000     IF HLT-LASTMAC NOT = DWN-MACHINE
000000         ADD 1 TO HLT-MACS
000000         MOVE DWN-MACHINE TO HLT-LASTMAC .
000000     MOVE DWN-FLOOR TO WK-FB-FLOOR
000000     MOVE DWN-BLOCK TO WK-FB-BLOCK
000000     PERFORM FLOOR-RTN THRU CX00030 .
000000     IF WK-FX = ZERO GO TO CX00020.
000000     ADD 1 TO FLT-EVENTS (WK-FX)
000000     ADD WK-SPELLMIN TO FLT-TOTMIN (WK-FX) FLT-MIN (WK-FX WK-RX) .
000000     IF FLT-LASTMAC (WK-FX) NOT = DWN-MACHINE
000000         ADD 1 TO FLT-MACS (WK-FX)
000000         MOVE DWN-MACHINE TO FLT-LASTMAC (WK-FX) .
000000     PERFORM FB-RTN THRU CX00035 .
000000     IF WK-BX = ZERO GO TO CX00020.
000000     ADD 1 TO FBT-EVENTS (WK-BX)
000000     ADD WK-SPELLMIN TO FBT-TOTMIN (WK-BX) FBT-MIN (WK-BX WK-RX) .
000000     IF FBT-LASTMAC (WK-BX) NOT = DWN-MACHINE
000000         ADD 1 TO FBT-MACS (WK-BX)
000000         MOVE DWN-MACHINE TO FBT-LASTMAC (WK-BX) .
000000 CX00020. EXIT.
      *
      *    FLOOR-RTN  -  WK-FX the slot of floor WK-FB-FLOOR, a new
      *    slot opened in its place in floor order; zero when the
      *    table is full and the floor goes to the hall line only
000000 FLOOR-RTN .
           MOVE "FLOOR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < FLT-CNT)GO TO CX00032.
000000     ADD 1 TO WK-IX .
000000     IF FLT-FLOOR (WK-IX) = WK-FB-FLOOR
000000         MOVE WK-IX TO WK-FX
000000         GO TO CX00030.
000000     IF FLT-FLOOR (WK-IX) < WK-FB-FLOOR GO TO CX00031.
000000     SUBTRACT 1 FROM WK-IX .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000     IF NOT(FLT-CNT < 200)
000000         DISPLAY "HBHUN910-92 FLOOR TABLE FULL - "
000000                 WK-FB-FLOOR " IN HALL TOTAL ONLY" UPON CONSOLE
000000         GO TO CX00030.
000000     MOVE FLT-CNT TO WK-JX .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-JX > WK-IX)GO TO CX00034.
000000     MOVE FLT-ENT (WK-JX) TO FLT-ENT (WK-JX + 1)
000000     SUBTRACT 1 FROM WK-JX .
000000     GO TO CX00033.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO FLT-CNT
000000     COMPUTE WK-FX = WK-IX + 1
000000     MOVE WK-FB-FLOOR TO FLT-FLOOR (WK-FX)
000000     MOVE ZERO TO FLT-FLEET (WK-FX) FLT-EVENTS (WK-FX)
000000                  FLT-MACS (WK-FX) FLT-TOTMIN (WK-FX)
000000     MOVE SPACE TO FLT-LASTMAC (WK-FX)
000000     MOVE ZERO TO FLT-MIN (WK-FX 1) FLT-MIN (WK-FX 2)
000000                  FLT-MIN (WK-FX 3) FLT-MIN (WK-FX 4) .
000000 CX00030. EXIT.
      *
      *    FB-RTN  -  WK-BX the slot of floor and block WK-FB-KEY,
      *    opened in key order; zero when the table is full
000000 FB-RTN .
           MOVE "FB-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < FBT-CNT)GO TO CX00037.
000000     ADD 1 TO WK-IX .
000000     IF FBT-KEY (WK-IX) = WK-FB-KEY
000000         MOVE WK-IX TO WK-BX
000000         GO TO CX00035.
000000     IF FBT-KEY (WK-IX) < WK-FB-KEY GO TO CX00036.
000000     SUBTRACT 1 FROM WK-IX .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BX .
000000     IF NOT(FBT-CNT < 1000)
000000         DISPLAY "HBHUN910-93 BLOCK TABLE FULL - "
000000                 WK-FB-KEY " IN FLOOR TOTAL ONLY" UPON CONSOLE
000000         GO TO CX00035.
000000     MOVE FBT-CNT TO WK-JX .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-JX > WK-IX)GO TO CX00039.
000000     MOVE FBT-ENT (WK-JX) TO FBT-ENT (WK-JX + 1)
000000     SUBTRACT 1 FROM WK-JX .
000000     GO TO CX00038.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO FBT-CNT
000000     COMPUTE WK-BX = WK-IX + 1
000000     MOVE WK-FB-KEY TO FBT-KEY (WK-BX)
000000     MOVE ZERO TO FBT-EVENTS (WK-BX) FBT-MACS (WK-BX)
000000                  FBT-TOTMIN (WK-BX)
000000     MOVE SPACE TO FBT-LASTMAC (WK-BX)
000000     MOVE ZERO TO FBT-MIN (WK-BX 1) FBT-MIN (WK-BX 2)
000000                  FBT-MIN (WK-BX 3) FBT-MIN (WK-BX 4) .
000000 CX00035. EXIT.
      *
      *    AVLWRT-RTN  -  the line in hand to hours and the
      *    availability share, and written
000000 AVLWRT-RTN .
           MOVE "AVLWRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-TGT-YM TO EXAVL-YM
000000     COMPUTE EXAVL-DOWNHRS ROUNDED = LIN-TOTMIN / 60
000000     COMPUTE EXAVL-RSNHRS (1) ROUNDED = LIN-MIN (1) / 60
000000     COMPUTE EXAVL-RSNHRS (2) ROUNDED = LIN-MIN (2) / 60
000000     COMPUTE EXAVL-RSNHRS (3) ROUNDED = LIN-MIN (3) / 60
000000     COMPUTE EXAVL-RSNHRS (4) ROUNDED = LIN-MIN (4) / 60
000000     MOVE 100 TO EXAVL-AVLPCT .
000000     IF LIN-BASE = ZERO GO TO CX00041.
000000     COMPUTE WK-CAPMIN = LIN-BASE * WK-MONMIN .
000000     IF LIN-TOTMIN NOT < WK-CAPMIN
000000         MOVE ZERO TO EXAVL-AVLPCT
000000     ELSE
000000         COMPUTE EXAVL-AVLPCT ROUNDED =
000000                 100 - LIN-TOTMIN * 100 / WK-CAPMIN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-LINE-CNT
000000     WRITE EXAVL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN910-05 EXAVLRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00040. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN910" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN910" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN910" TO PRM-PROGID
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
000000         DISPLAY "HBHUN910-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
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
000000     MOVE "HBHUN910" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN910-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN910" TO ERRM-PROGID
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
