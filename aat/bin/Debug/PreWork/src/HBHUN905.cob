000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN905 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260913追加開始
      *    machine downtime log maintenance: a machine out of
      *    service for repair, a part swap or an inspection was
      *    only ever seen as a poor sales day, and the month-end
      *    rollup counted it as operating.  One DWNCARD per event
      *    keeps the VIDWNLOG spell rows - O opens a spell when the
      *    machine goes down, C closes it when it is back, A files
      *    a spell already over, X cancels one keyed in error.  A
      *    spell carries its reason and the floor and VIBLOCK block
      *    the machine stands in, so HBHUN420 can take the down
      *    days out of the operating days and HBHUN910 can report
      *    availability per floor and block.  Every card is
      *    audited to EXDWNAUD, and the machines still out of
      *    service list to EXDWNRPT after the cards
000000     SELECT  DWNCARD
000000                  ASSIGN             DWNCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIDWNLOG
000000             ASSIGN            VIDWNLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DWN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIBLOCK
000000             ASSIGN            VIBLOCK-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      BLK-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  EXDWNAUD
000000             ASSIGN               EXDWNAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDWNRPT
000000             ASSIGN               EXDWNRPT-MSD
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
000000 FD  DWNCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DWNCARD".
       01  DWC-REC.
           05  DWC-ACTION                  PIC X(01).
               88  DWC-OPEN                 VALUE "O".
               88  DWC-CLOSE                VALUE "C".
               88  DWC-ADD                  VALUE "A".
               88  DWC-CANCEL               VALUE "X".
           05  DWC-MACHINE                 PIC X(22).
           05  DWC-STARTDT                 PIC 9(08).
           05  DWC-STARTTM                 PIC 9(04).
           05  DWC-STARTTM-R REDEFINES DWC-STARTTM.
               07  DWC-STARTHH             PIC 9(02).
               07  DWC-STARTMM             PIC 9(02).
           05  DWC-ENDDT                   PIC 9(08).
           05  DWC-ENDTM                   PIC 9(04).
           05  DWC-ENDTM-R REDEFINES DWC-ENDTM.
               07  DWC-ENDHH               PIC 9(02).
               07  DWC-ENDMM               PIC 9(02).
           05  DWC-REASON                  PIC X(01).
           05  DWC-FLOOR                   PIC X(10).
           05  DWC-BLOCK                   PIC 9(03).
           05  DWC-NOTE                    PIC X(30).
           05  DWC-OPID                    PIC X(08).
000000 FD  VIDWNLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDWNLOG".
       01  DWN-REC.
           COPY CFDWNLG .
      *    only the block number of the block master is read, as
      *    HBHUN670 reads it
000000 FD  VIBLOCK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBLOCK".
       01  BLK-REC.
           05  BLK-KEY.
               07  BLK-BLOCKNO             PIC 9(03).
               07  FILLER                  PIC X(07).
           05  FILLER                      PIC X(100).
000000 FD  EXDWNAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDWNAUD".
       01  EXDWA-REC.
           05  EXDWA-RUNDATE               PIC 9(08).
           05  EXDWA-RUNTIME               PIC 9(06).
           05  EXDWA-OPID                  PIC X(08).
           05  EXDWA-ACTION                PIC X(01).
           05  EXDWA-MACHINE               PIC X(22).
           05  EXDWA-STARTDT               PIC X(08).
           05  EXDWA-STARTTM               PIC X(04).
           05  EXDWA-ENDDT                 PIC X(08).
           05  EXDWA-ENDTM                 PIC X(04).
           05  EXDWA-REASON                PIC X(01).
           05  EXDWA-FLOOR                 PIC X(10).
           05  EXDWA-BLOCK                 PIC X(03).
           05  EXDWA-RESULT                PIC X(01).
               88  EXDWA-APPLIED            VALUE "0".
               88  EXDWA-DUPLICATE          VALUE "1".
               88  EXDWA-BADCARD            VALUE "2".
               88  EXDWA-ALREADYDOWN        VALUE "3".
               88  EXDWA-NOTOPEN            VALUE "4".
000000 FD  EXDWNRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDWNRPT".
       01  EXDWR-REC.
           05  EXDWR-MACHINE               PIC X(22).
           05  EXDWR-FLOOR                 PIC X(10).
           05  EXDWR-BLOCK                 PIC 9(03).
           05  EXDWR-STARTDT               PIC 9(08).
           05  EXDWR-STARTTM               PIC 9(04).
           05  EXDWR-REASON                PIC X(01).
           05  EXDWR-NOTE                  PIC X(30).
           05  EXDWR-OPID                  PIC X(08).
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-OPEN-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-FOUND-SW                 PIC 9(01).
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-START-STAMP              PIC 9(12).
000000   03  WK-END-STAMP                PIC 9(12).
      *    the block numbers on VIBLOCK, as HBHUN670 holds them
000000 01  BLT-WORK.
000000   03  BLT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  BLT-TAB                     PIC 9(03) OCCURS 500.
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
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000       OPEN  INPUT  DWNCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN905-01 DWNCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIDWNLOG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIDWNLOG
000000         CLOSE VIDWNLOG
000000         OPEN I-O VIDWNLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN905-02 VIDWNLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIBLOCK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN905-03 VIBLOCK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDWNAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN905-04 EXDWNAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDWNRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN905-05 EXDWNRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN905-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     MOVE ZERO TO FL-END .
000000 CX00080. IF NOT(FL-END = ZERO)GO TO CX00081.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIBLOCK AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00082.
000000     IF BLT-CNT < 500 AND BLK-BLOCKNO NUMERIC
000000         ADD 1 TO BLT-CNT
000000         MOVE BLK-BLOCKNO TO BLT-TAB (BLT-CNT) .
000000     GO TO CX00083.
000000 CX00082. IF NOT(FL-STS1 = "10")GO TO CX00084.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00083.
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN905-07 VIBLOCK READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00083.
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00080.
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the downtime cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DWNCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM APPLY-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN905-90 DWNCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the machines still out of service
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO DWN-KEY .
000000     START VIDWNLOG KEY >= DWN-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDWNLOG NEXT AT END GO TO CX00015.
000000     IF DWN-ENDDT NOT = ZERO GO TO CX00016.
000000     MOVE DWN-MACHINE TO EXDWR-MACHINE
000000     MOVE DWN-FLOOR TO EXDWR-FLOOR
000000     MOVE DWN-BLOCK TO EXDWR-BLOCK
000000     MOVE DWN-STARTDT TO EXDWR-STARTDT
000000     MOVE DWN-STARTTM TO EXDWR-STARTTM
000000     MOVE DWN-REASON TO EXDWR-REASON
000000     MOVE DWN-NOTE TO EXDWR-NOTE
000000     MOVE DWN-OPID TO EXDWR-OPID
000000     ADD 1 TO WK-OPEN-CNT
000000     WRITE EXDWR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN905-08 EXDWNRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN905-91 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " STILL DOWN=" WK-OPEN-CNT UPON CONSOLE
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN905-09 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  DWNCARD  VIDWNLOG  VIBLOCK  EXDWNAUD  EXDWNRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN905-10 EXDWNRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    APPLY-RTN  -  one card: an open or a complete spell
      *    needs its reason, floor and a block on VIBLOCK, and a
      *    machine already down cannot go down again; a close
      *    must find the open spell by machine and start and end
      *    after it started; a cancel removes the spell outright
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXDWA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXDWA-RUNTIME FROM TIME
000000     MOVE DWC-OPID TO EXDWA-OPID
000000     MOVE DWC-ACTION TO EXDWA-ACTION
000000     MOVE DWC-MACHINE TO EXDWA-MACHINE
000000     MOVE DWC-STARTDT TO EXDWA-STARTDT
000000     MOVE DWC-STARTTM TO EXDWA-STARTTM
000000     MOVE DWC-ENDDT TO EXDWA-ENDDT
000000     MOVE DWC-ENDTM TO EXDWA-ENDTM
000000     MOVE DWC-REASON TO EXDWA-REASON
000000     MOVE DWC-FLOOR TO EXDWA-FLOOR
000000     MOVE DWC-BLOCK TO EXDWA-BLOCK .
000000     IF NOT(DWC-OPEN OR DWC-CLOSE OR DWC-ADD OR DWC-CANCEL)
000000         GO TO CX00021.
000000     IF DWC-MACHINE = SPACE OR DWC-STARTDT NOT NUMERIC OR
000000        DWC-STARTTM NOT NUMERIC
000000         GO TO CX00021.
000000     IF DWC-STARTDT = ZERO OR DWC-STARTHH > 23 OR
000000        DWC-STARTMM > 59
000000         GO TO CX00021.
000000     COMPUTE WK-START-STAMP = DWC-STARTDT * 10000 + DWC-STARTTM .
000000     IF DWC-CANCEL GO TO CX00025.
000000     IF DWC-OPEN GO TO CX00022.
000000     IF DWC-ENDDT NOT NUMERIC OR DWC-ENDTM NOT NUMERIC
000000         GO TO CX00021.
000000     IF DWC-ENDDT = ZERO OR DWC-ENDHH > 23 OR DWC-ENDMM > 59
000000         GO TO CX00021.
000000     COMPUTE WK-END-STAMP = DWC-ENDDT * 10000 + DWC-ENDTM .
000000     IF NOT(WK-END-STAMP > WK-START-STAMP) GO TO CX00021.
000000     IF DWC-CLOSE GO TO CX00025.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(DWC-REASON = "R" OR "P" OR "I" OR "O") OR
000000        DWC-FLOOR = SPACE OR DWC-BLOCK NOT NUMERIC
000000         GO TO CX00021.
000000     PERFORM BLKCHK-RTN THRU CX00035 .
000000     IF WK-FOUND-SW = ZERO GO TO CX00021.
000000     IF NOT DWC-OPEN GO TO CX00023.
000000     PERFORM OPNCHK-RTN THRU CX00040 .
000000     IF NOT(WK-FOUND-SW = 1) GO TO CX00023.
000000     MOVE "3" TO EXDWA-RESULT
000000     GO TO CX00024.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE DWN-REC
000000     MOVE DWC-MACHINE TO DWN-MACHINE
000000     MOVE DWC-STARTDT TO DWN-STARTDT
000000     MOVE DWC-STARTTM TO DWN-STARTTM
000000     MOVE ZERO TO DWN-ENDDT
000000     MOVE ZERO TO DWN-ENDTM .
000000     IF DWC-ADD
000000         MOVE DWC-ENDDT TO DWN-ENDDT
000000         MOVE DWC-ENDTM TO DWN-ENDTM .
000000     MOVE DWC-REASON TO DWN-REASON
000000     MOVE DWC-FLOOR TO DWN-FLOOR
000000     MOVE DWC-BLOCK TO DWN-BLOCK
000000     MOVE DWC-NOTE TO DWN-NOTE
000000     MOVE DWC-OPID TO DWN-OPID
000000     MOVE WK-BUSDT TO DWN-ENTDATE
000000     WRITE DWN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "22")GO TO CX00026.
000000     MOVE "1" TO EXDWA-RESULT
000000     GO TO CX00024.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN905-11 VIDWNLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
      *    close and cancel work on the spell the card names
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DWC-MACHINE TO DWN-MACHINE
000000     MOVE DWC-STARTDT TO DWN-STARTDT
000000     MOVE DWC-STARTTM TO DWN-STARTTM
000000     READ VIDWNLOG INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "23")GO TO CX00028.
000000     MOVE "4" TO EXDWA-RESULT
000000     GO TO CX00024.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN905-12 VIDWNLOG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT DWC-CANCEL GO TO CX00031.
000000     DELETE VIDWNLOG INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHUN905-13 VIDWNLOG DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(DWN-ENDDT = ZERO)
000000         MOVE "4" TO EXDWA-RESULT
000000         GO TO CX00024.
000000     MOVE DWC-ENDDT TO DWN-ENDDT
000000     MOVE DWC-ENDTM TO DWN-ENDTM .
      *    the cause is often only known once the machine is back
000000     IF DWC-REASON = "R" OR "P" OR "I" OR "O"
000000         MOVE DWC-REASON TO DWN-REASON .
000000     IF DWC-NOTE NOT = SPACE
000000         MOVE DWC-NOTE TO DWN-NOTE .
000000     MOVE DWC-OPID TO DWN-OPID
000000     REWRITE DWN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN905-14 VIDWNLOG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXDWA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00045 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "2" TO EXDWA-RESULT .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00045 .
000000 CX00020. EXIT.
      *
      *    BLKCHK-RTN  -  WK-FOUND-SW 1 when the card's block is on
      *    VIBLOCK
000000 BLKCHK-RTN .
           MOVE "BLKCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE ZERO TO WK-IX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < BLT-CNT)GO TO CX00035.
000000     ADD 1 TO WK-IX .
000000     IF NOT(BLT-TAB (WK-IX) = DWC-BLOCK)GO TO CX00036.
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00035. EXIT.
      *
      *    OPNCHK-RTN  -  WK-FOUND-SW 1 when the machine already has
      *    a spell with no end
000000 OPNCHK-RTN .
           MOVE "OPNCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE DWC-MACHINE TO DWN-MACHINE
000000     MOVE ZERO TO DWN-STARTDT
000000     MOVE ZERO TO DWN-STARTTM .
000000     START VIDWNLOG KEY >= DWN-KEY
000000             INVALID GO TO CX00040 .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDWNLOG NEXT AT END GO TO CX00040.
000000     IF DWN-MACHINE NOT = DWC-MACHINE GO TO CX00040.
000000     IF DWN-ENDDT NOT = ZERO GO TO CX00041.
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00040. EXIT.
      *
      *    AUD-RTN  -  one EXDWNAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXDWA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN905-15 EXDWNAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN905" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN905" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN905" TO PRM-PROGID
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
000000         DISPLAY "HBHUN905-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
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
000000     MOVE "HBHUN905" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN905-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN905" TO ERRM-PROGID
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
