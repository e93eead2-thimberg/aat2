000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN915 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260913追加開始
      *    meter-reading reconciliation: every machine's own in and
      *    out meters are read through the night by the hall
      *    controller, and until now nobody set them beside what
      *    the transaction stream brought in - the standard check
      *    for skimming, lost transactions and meter tampering.
      *    The controller's MTRREAD file gives each machine's last
      *    reading of the business date; against the reading kept
      *    from the night before on VIMTRLST (CFMTRLS) that is the
      *    meter delta for the date, and the in-meter delta is
      *    compared with the takings the settlement posted for the
      *    machine on RQHIBETU.  A difference beyond TOLAMT yen or
      *    TOLPCT hundredths of a percent of the takings, whichever
      *    is larger, marks the machine out of tolerance; EXMTRREC
      *    lists every machine and then each FEP's totals, and a
      *    machine out of tolerance ESCNIGHTS nights running raises
      *    error 50 through HSAAL100, to be filed on VIERRMSG at
      *    severity 2 so it lands on the operator alert queue
      *    HBHUN865 works
000000     SELECT  MTRREAD
000000                  ASSIGN             MTRREAD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  RQHIBETU
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      HBT-KEYITEM
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIMTRLST
000000             ASSIGN            VIMTRLST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY MTRLS-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXMTRREC
000000             ASSIGN               EXMTRREC-MSD
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
      *    one meter reading from the hall controller - the meters
      *    count cumulatively in yen
000000 FD  MTRREAD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "MTRREAD".
       01  MTR-REC.
           05  MTR-MACHINE                 PIC X(22).
           05  MTR-FEPID                   PIC 9(02).
           05  MTR-READDT                  PIC 9(08).
           05  MTR-READTM                  PIC 9(06).
           05  MTR-IN                      PIC 9(12).
           05  MTR-OUT                     PIC 9(12).
      *    the daily-by-machine file as HBHUN420 declares it
000000 FD  RQHIBETU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  HBT-REC.
           05  HBT-DATE                    PIC 9(08).
           05  HBT-FLOOR                   PIC X(10).
           05  HBT-CHAN                    PIC X(04).
           05  HBT-KEYITEM                 PIC X(22).
           05  HBT-AMT                     PIC S9(09)V99 COMP-3.
000000 FD  VIMTRLST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMTRLST".
       01  MTRLS-REC.
           COPY CFMTRLS .
000000 FD  EXMTRREC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXMTRREC".
       01  EXMTR-REC.
           05  EXMTR-TYPE                  PIC X(01).
               88  EXMTR-MACHINELINE        VALUE "M".
               88  EXMTR-FEPLINE            VALUE "F".
               88  EXMTR-HALLLINE           VALUE "T".
           05  EXMTR-BUSDATE               PIC 9(08).
           05  EXMTR-FEPID                 PIC 9(02).
           05  EXMTR-MACHINE               PIC X(22).
           05  EXMTR-BASEIN                PIC 9(12).
           05  EXMTR-CURIN                 PIC 9(12).
           05  EXMTR-INDELTA               PIC 9(12).
           05  EXMTR-OUTDELTA              PIC 9(12).
           05  EXMTR-POSTED                PIC S9(11)V99 COMP-3.
           05  EXMTR-DIFF                  PIC S9(13)V99 COMP-3.
           05  EXMTR-TOL                   PIC 9(13)V99 COMP-3.
      *    M lines: blank within tolerance, X out of tolerance, B
      *    first reading (the base is laid down), R a meter went
      *    backwards (reset or replaced - no comparison), N posted
      *    takings but no reading
           05  EXMTR-MARK                  PIC X(01).
               88  EXMTR-OK                 VALUE " ".
               88  EXMTR-OUTTOL             VALUE "X".
               88  EXMTR-BASELINE           VALUE "B".
               88  EXMTR-RESET              VALUE "R".
               88  EXMTR-NOREAD             VALUE "N".
           05  EXMTR-CONSEC                PIC 9(03).
      *    "*" when this night raised the machine's alert (error 50)
           05  EXMTR-ESC                   PIC X(01).
      *    F and T lines: machines counted and out of tolerance
           05  EXMTR-MACHINES              PIC 9(05).
           05  EXMTR-OUTCNT                PIC 9(05).
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
000000   03  WK-TOLAMT                   PIC 9(07) VALUE 1000.
000000   03  WK-TOLPCT                   PIC 9(02)V99.
000000   03  WK-TOLPCT-PRM               PIC 9(04) VALUE 0100.
000000   03  WK-ESCNIGHTS                PIC 9(02) VALUE 3.
000000   03  WK-ESC-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-OUT-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-IX                       PIC 9(05).
000000   03  WK-HIT                      PIC 9(05).
000000   03  WK-FX                       PIC 9(03).
000000   03  SW-NEW                      PIC 9(01).
000000   03  WK-BASEIN                   PIC 9(12).
000000   03  WK-BASEOUT                  PIC 9(12).
000000   03  WK-BASECON                  PIC 9(03).
000000   03  WK-DIFF                     PIC S9(13)V99.
000000   03  WK-ABSDIFF                  PIC 9(13)V99.
000000   03  WK-TOL                      PIC 9(13)V99.
000000   03  WK-KEY-MACHINE              PIC X(22).
      *    one slot per machine read or posted on the business date
000000 01  MTT-WORK.
000000   03  MTT-CNT                     PIC 9(05) VALUE ZERO.
000000   03  MTT-TABLE.
000000     05  MTT-ENT OCCURS 8000.
000000       07  MTT-MACHINE             PIC X(22).
000000       07  MTT-FEPID               PIC 9(02).
000000       07  MTT-READ-SW             PIC 9(01).
000000       07  MTT-READDT              PIC 9(08).
000000       07  MTT-READTM              PIC 9(06).
000000       07  MTT-IN                  PIC 9(12).
000000       07  MTT-OUT                 PIC 9(12).
000000       07  MTT-POSTED              PIC S9(11)V99 COMP-3.
      *    one slot per FEP, subscripted by the FEP identifier + 1
000000 01  FPT-WORK.
000000   03  FPT-ENT OCCURS 100.
000000     05  FPT-MACS                  PIC 9(05).
000000     05  FPT-OUTCNT                PIC 9(05).
000000     05  FPT-INDELTA               PIC 9(12).
000000     05  FPT-OUTDELTA              PIC 9(12).
000000     05  FPT-POSTED                PIC S9(11)V99 COMP-3.
000000     05  FPT-DIFF                  PIC S9(13)V99 COMP-3.
000000 01  HLT-WORK.
000000   03  HLT-MACS                    PIC 9(05).
000000   03  HLT-OUTCNT                  PIC 9(05).
000000   03  HLT-INDELTA                 PIC 9(12).
000000   03  HLT-OUTDELTA                PIC 9(12).
000000   03  HLT-POSTED                  PIC S9(11)V99 COMP-3.
000000   03  HLT-DIFF                    PIC S9(13)V99 COMP-3.
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
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE FPT-WORK HLT-WORK
      *    the tolerance: TOLAMT yen, or TOLPCT (in hundredths of a
      *    percent) of the posted takings when that is larger; and
      *    the nights running that put a machine on the queue
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN915" TO PRM-PROGID
000000     MOVE "TOLAMT" TO PRM-NAME
000000     MOVE WK-TOLAMT TO PRM-VALUE (1:7)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:7) IS NUMERIC
000000         MOVE PRM-VALUE (1:7) TO WK-TOLAMT .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN915" TO PRM-PROGID
000000     MOVE "TOLPCT" TO PRM-NAME
000000     MOVE WK-TOLPCT-PRM TO PRM-VALUE (1:4)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:4) IS NUMERIC
000000         MOVE PRM-VALUE (1:4) TO WK-TOLPCT-PRM .
000000     COMPUTE WK-TOLPCT = WK-TOLPCT-PRM / 100
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN915" TO PRM-PROGID
000000     MOVE "ESCNIGHTS" TO PRM-NAME
000000     MOVE WK-ESCNIGHTS TO PRM-VALUE (1:2)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:2) IS NUMERIC
000000         MOVE PRM-VALUE (1:2) TO WK-ESCNIGHTS .
000000     IF WK-ESCNIGHTS = ZERO
000000         MOVE 3 TO WK-ESCNIGHTS .
000000       OPEN  INPUT  MTRREAD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN915-01 MTRREAD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  RQHIBETU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN915-02 RQHIBETU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIMTRLST .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIMTRLST
000000         CLOSE VIMTRLST
000000         OPEN I-O VIMTRLST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN915-03 VIMTRLST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXMTRREC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN915-05 EXMTRREC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN915-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
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
      *    P000-RTN  -  each machine's last reading of the business
      *    date
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ MTRREAD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF MTR-READDT = WK-BUSDT AND MTR-MACHINE NOT = SPACE AND
000000        MTR-IN NUMERIC AND MTR-OUT NUMERIC
000000         ADD 1 TO WK-JOBLG-CNT
000000         PERFORM READ-RTN THRU CX00025 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN915-90 MTRREAD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
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
      *    P100-RTN  -  the takings the settlement posted for each
      *    machine on the business date
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RQHIBETU AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     IF HBT-DATE = WK-BUSDT
000000         MOVE HBT-KEYITEM TO WK-KEY-MACHINE
000000         PERFORM SLOT-RTN THRU CX00035
000000         ADD HBT-AMT TO MTT-POSTED (WK-HIT) .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN915-91 RQHIBETU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "91" TO ERRM-ERRNO
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
      *    P200-RTN  -  every machine reconciled in turn
000000 P200-RTN .
000000     MOVE ZERO TO WK-IX .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < MTT-CNT)GO TO CX00006.
000000     ADD 1 TO WK-IX
000000     PERFORM MACH-RTN THRU CX00030 .
000000     GO TO CX00021.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  one line per FEP that had a machine, then
      *    the hall
000000 P300-RTN .
000000     MOVE ZERO TO WK-FX .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < 100)GO TO CX00023.
000000     ADD 1 TO WK-FX .
000000     IF FPT-MACS (WK-FX) = ZERO GO TO CX00022.
000000     INITIALIZE EXMTR-REC
000000     MOVE "F" TO EXMTR-TYPE
000000     MOVE WK-BUSDT TO EXMTR-BUSDATE
000000     COMPUTE EXMTR-FEPID = WK-FX - 1
000000     MOVE FPT-INDELTA (WK-FX) TO EXMTR-INDELTA
000000     MOVE FPT-OUTDELTA (WK-FX) TO EXMTR-OUTDELTA
000000     MOVE FPT-POSTED (WK-FX) TO EXMTR-POSTED
000000     MOVE FPT-DIFF (WK-FX) TO EXMTR-DIFF
000000     MOVE FPT-MACS (WK-FX) TO EXMTR-MACHINES
000000     MOVE FPT-OUTCNT (WK-FX) TO EXMTR-OUTCNT
000000     PERFORM RPTWRT-RTN THRU CX00045 .
000000     GO TO CX00022.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXMTR-REC
000000     MOVE "T" TO EXMTR-TYPE
000000     MOVE WK-BUSDT TO EXMTR-BUSDATE
000000     MOVE HLT-INDELTA TO EXMTR-INDELTA
000000     MOVE HLT-OUTDELTA TO EXMTR-OUTDELTA
000000     MOVE HLT-POSTED TO EXMTR-POSTED
000000     MOVE HLT-DIFF TO EXMTR-DIFF
000000     MOVE HLT-MACS TO EXMTR-MACHINES
000000     MOVE HLT-OUTCNT TO EXMTR-OUTCNT
000000     PERFORM RPTWRT-RTN THRU CX00045 .
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN915-92 MACHINES=" MTT-CNT
000000             " OUT OF TOLERANCE=" WK-OUT-CNT
000000             " ESCALATED=" WK-ESC-CNT UPON CONSOLE
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN915-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  MTRREAD  RQHIBETU  VIMTRLST  EXMTRREC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN915-13 EXMTRREC CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
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
      *    READ-RTN  -  a reading replaces the slot's earlier one
      *    of the same date
000000 READ-RTN .
           MOVE "READ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE MTR-MACHINE TO WK-KEY-MACHINE
000000     PERFORM SLOT-RTN THRU CX00035 .
000000     IF MTT-READ-SW (WK-HIT) = 1 AND
000000        (MTT-READDT (WK-HIT) > MTR-READDT OR
000000         (MTT-READDT (WK-HIT) = MTR-READDT AND
000000          MTT-READTM (WK-HIT) > MTR-READTM))
000000         GO TO CX00025.
000000     MOVE 1 TO MTT-READ-SW (WK-HIT)
000000     MOVE MTR-FEPID TO MTT-FEPID (WK-HIT)
000000     MOVE MTR-READDT TO MTT-READDT (WK-HIT)
000000     MOVE MTR-READTM TO MTT-READTM (WK-HIT)
000000     MOVE MTR-IN TO MTT-IN (WK-HIT)
000000     MOVE MTR-OUT TO MTT-OUT (WK-HIT) .
000000 CX00025. EXIT.
      *
      *    SLOT-RTN  -  WK-HIT the slot of machine WK-KEY-MACHINE,
      *    opened when new
000000 SLOT-RTN .
           MOVE "SLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIT
000000     MOVE ZERO TO WK-IX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < MTT-CNT)GO TO CX00037.
000000     ADD 1 TO WK-IX .
000000     IF NOT(MTT-MACHINE (WK-IX) = WK-KEY-MACHINE)GO TO CX00036.
000000     MOVE WK-IX TO WK-HIT
000000     GO TO CX00035.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(MTT-CNT < 8000)GO TO CX00038.
000000     ADD 1 TO MTT-CNT
000000     MOVE MTT-CNT TO WK-HIT
000000     MOVE WK-KEY-MACHINE TO MTT-MACHINE (WK-HIT)
000000     MOVE ZERO TO MTT-FEPID (WK-HIT) MTT-READ-SW (WK-HIT)
000000                  MTT-READDT (WK-HIT) MTT-READTM (WK-HIT)
000000                  MTT-IN (WK-HIT) MTT-OUT (WK-HIT)
000000                  MTT-POSTED (WK-HIT) .
000000     GO TO CX00035.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN915-14 MACHINE TABLE FULL"
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035. EXIT.
      *
      *    MACH-RTN  -  one machine: the delta against the base the
      *    last run left (the one before it when this business date
      *    is being run again), the in-meter delta set against the
      *    posted takings, the streak of nights out of tolerance
      *    carried on, and the machine's line
000000 MACH-RTN .
           MOVE "MACH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXMTR-REC
000000     MOVE "M" TO EXMTR-TYPE
000000     MOVE WK-BUSDT TO EXMTR-BUSDATE
000000     MOVE MTT-MACHINE (WK-IX) TO EXMTR-MACHINE
000000     MOVE MTT-FEPID (WK-IX) TO EXMTR-FEPID
000000     MOVE MTT-POSTED (WK-IX) TO EXMTR-POSTED
000000     MOVE SPACE TO EXMTR-MARK EXMTR-ESC
000000     MOVE ZERO TO SW-NEW
000000     MOVE MTT-MACHINE (WK-IX) TO MTRLS-MACHINE
000000     READ VIMTRLST INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE 1 TO SW-NEW
000000         GO TO CX00026.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN915-07 VIMTRLST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(MTT-READ-SW (WK-IX) = ZERO)GO TO CX00027.
      *    posted takings with no reading: nothing to compare
000000     IF SW-NEW = ZERO
000000         MOVE MTRLS-FEPID TO EXMTR-FEPID .
000000     MOVE "N" TO EXMTR-MARK
000000     GO TO CX00031.
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE MTT-IN (WK-IX) TO EXMTR-CURIN .
000000     IF NOT(SW-NEW = 1)GO TO CX00028.
      *    a machine's first reading lays down its base
000000     INITIALIZE MTRLS-REC
000000     MOVE MTT-MACHINE (WK-IX) TO MTRLS-MACHINE
000000     MOVE ZERO TO MTRLS-PREVIN MTRLS-PREVOUT
000000                  MTRLS-CONSEC MTRLS-PREVCONSEC MTRLS-LASTESCDT
000000     PERFORM NEWRDG-RTN THRU CX00046
000000     WRITE MTRLS-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00029.
000000         DISPLAY "HBHUN915-08 VIMTRLST WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "B" TO EXMTR-MARK
000000     GO TO CX00031.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MTRLS-LASTBUSDT = WK-BUSDT
000000         MOVE MTRLS-PREVIN TO WK-BASEIN
000000         MOVE MTRLS-PREVOUT TO WK-BASEOUT
000000         MOVE MTRLS-PREVCONSEC TO WK-BASECON
000000     ELSE
000000         MOVE MTRLS-LASTIN TO WK-BASEIN
000000         MOVE MTRLS-LASTOUT TO WK-BASEOUT
000000         MOVE MTRLS-CONSEC TO WK-BASECON
000000         MOVE MTRLS-LASTIN TO MTRLS-PREVIN
000000         MOVE MTRLS-LASTOUT TO MTRLS-PREVOUT
000000         MOVE MTRLS-CONSEC TO MTRLS-PREVCONSEC .
000000     MOVE WK-BASEIN TO EXMTR-BASEIN
000000     MOVE WK-BASECON TO MTRLS-CONSEC .
000000     IF MTT-IN (WK-IX) < WK-BASEIN OR MTT-OUT (WK-IX) < WK-BASEOUT
000000         MOVE "R" TO EXMTR-MARK
000000         GO TO CX00032.
000000     COMPUTE EXMTR-INDELTA = MTT-IN (WK-IX) - WK-BASEIN
000000     COMPUTE EXMTR-OUTDELTA = MTT-OUT (WK-IX) - WK-BASEOUT
000000     COMPUTE WK-DIFF = EXMTR-INDELTA - MTT-POSTED (WK-IX)
000000     MOVE WK-DIFF TO WK-ABSDIFF
000000     MOVE WK-DIFF TO EXMTR-DIFF .
000000     IF MTT-POSTED (WK-IX) > ZERO
000000         COMPUTE WK-TOL = MTT-POSTED (WK-IX) * WK-TOLPCT / 100
000000     ELSE
000000         MOVE ZERO TO WK-TOL .
000000     IF WK-TOL < WK-TOLAMT
000000         MOVE WK-TOLAMT TO WK-TOL .
000000     MOVE WK-TOL TO EXMTR-TOL .
000000     IF NOT(WK-ABSDIFF > WK-TOL)
000000         MOVE ZERO TO MTRLS-CONSEC
000000         GO TO CX00032.
000000     MOVE "X" TO EXMTR-MARK
000000     ADD 1 TO WK-OUT-CNT .
000000     IF MTRLS-CONSEC < 999
000000         ADD 1 TO MTRLS-CONSEC .
000000     IF MTRLS-CONSEC = WK-ESCNIGHTS AND
000000        MTRLS-LASTESCDT NOT = WK-BUSDT
000000         PERFORM ESC-RTN THRU CX00040
000000         MOVE WK-BUSDT TO MTRLS-LASTESCDT
000000         MOVE "*" TO EXMTR-ESC .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM NEWRDG-RTN THRU CX00046
000000     REWRITE MTRLS-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN915-09 VIMTRLST REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-NEW = 1
000000         MOVE ZERO TO EXMTR-CONSEC
000000     ELSE
000000         MOVE MTRLS-CONSEC TO EXMTR-CONSEC .
000000     COMPUTE WK-FX = EXMTR-FEPID + 1
000000     ADD 1 TO FPT-MACS (WK-FX) HLT-MACS
000000     ADD EXMTR-INDELTA TO FPT-INDELTA (WK-FX) HLT-INDELTA
000000     ADD EXMTR-OUTDELTA TO FPT-OUTDELTA (WK-FX) HLT-OUTDELTA
000000     ADD EXMTR-POSTED TO FPT-POSTED (WK-FX) HLT-POSTED
000000     ADD EXMTR-DIFF TO FPT-DIFF (WK-FX) HLT-DIFF .
000000     IF EXMTR-OUTTOL
000000         ADD 1 TO FPT-OUTCNT (WK-FX) HLT-OUTCNT .
000000     PERFORM RPTWRT-RTN THRU CX00045 .
000000 CX00030. EXIT.
      *
      *    NEWRDG-RTN  -  the night's reading becomes the last one
000000 NEWRDG-RTN .
           MOVE "NEWRDG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE MTT-FEPID (WK-IX) TO MTRLS-FEPID
000000     MOVE WK-BUSDT TO MTRLS-LASTBUSDT
000000     MOVE MTT-READDT (WK-IX) TO MTRLS-LASTREADDT
000000     MOVE MTT-READTM (WK-IX) TO MTRLS-LASTREADTM
000000     MOVE MTT-IN (WK-IX) TO MTRLS-LASTIN
000000     MOVE MTT-OUT (WK-IX) TO MTRLS-LASTOUT .
000000 CX00046. EXIT.
      *
      *    ESC-RTN  -  the machine is named on the console and
      *    raised as error 50, which VIERRMSG files at severity 2
      *    so HSAAL100 puts it on the operator alert queue
000000 ESC-RTN .
           MOVE "ESC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN915-50 METER OUT OF TOLERANCE "
000000             MTT-MACHINE (WK-IX) " NIGHTS=" MTRLS-CONSEC
000000             UPON CONSOLE
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     ADD 1 TO WK-ESC-CNT .
000000 CX00040. EXIT.
      *
      *    RPTWRT-RTN  -  one EXMTRREC line
000000 RPTWRT-RTN .
           MOVE "RPTWRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXMTR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN915-11 EXMTRREC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN915" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN915" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN915" TO PRM-PROGID
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
000000         DISPLAY "HBHUN915-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
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
000000     MOVE "HBHUN915" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN915-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN915" TO ERRM-PROGID
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
