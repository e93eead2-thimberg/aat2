000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN970 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260919追加開始
      *    monthly certification look-ahead: every machine on
      *    VICRTMAC (CFCRTMC) whose model's VICERTMS certification
      *    (CFCERTM) runs out by the end of the LOOKMONTHS-th month
      *    after the business date's month (three when none is
      *    supplied) lists to EXCRTRPT, grouped by the floor the
      *    VIMACASG assignment history has it on at the business
      *    date and by its VIGAME block - X already expired and to
      *    be taken off the floor, D due in the window, N a model
      *    with no certification on file.  A B line closes each
      *    floor and block and a T line the report; a machine the
      *    history shows removed is not listed
000000     SELECT  VICRTMAC
000000             ASSIGN            VICRTMAC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CRM-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICERTMS
000000             ASSIGN            VICERTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CRT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIMACASG
000000             ASSIGN            VIMACASG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MACASG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCRTRPT
000000             ASSIGN               EXCRTRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260919追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VICRTMAC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICRTMAC".
       01  CRM-REC.
           COPY CFCRTMC .
000000 FD  VICERTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICERTMS".
       01  CRT-REC.
           COPY CFCERTM .
      *    the assignment history exactly as HBHUN420 reads it
000000 FD  VIMACASG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACASG".
       01  MACASG-REC.
           05  MACASG-KEY.
               07  MACASG-MACHINE          PIC X(22).
               07  MACASG-EFFFROM          PIC 9(08).
           05  MACASG-FLOOR                PIC X(10).
           05  MACASG-KIND                 PIC X(01).
               88  MACASG-INSTALL           VALUE "I".
               88  MACASG-MOVE              VALUE "M".
               88  MACASG-REMOVE            VALUE "R".
000000 FD  EXCRTRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCRTRPT".
       01  EXCRR-REC.
           05  EXCRR-TYPE                  PIC X(01).
               88  EXCRR-MACHINELINE        VALUE "M".
               88  EXCRR-BLOCKLINE          VALUE "B".
               88  EXCRR-TOTALLINE          VALUE "T".
           05  EXCRR-BUSDATE               PIC 9(08).
      *    the last date the look-ahead window covers
           05  EXCRR-HORIZON               PIC 9(08).
           05  EXCRR-FLOOR                 PIC X(10).
           05  EXCRR-BLOCK                 PIC 9(04).
           05  EXCRR-MACHINE               PIC X(22).
           05  EXCRR-GMTYPE                PIC 9(02).
           05  EXCRR-KAI                   PIC 9(04).
           05  EXCRR-MODEL                 PIC X(10).
           05  EXCRR-MODELNM               PIC X(30).
           05  EXCRR-CERTNO                PIC X(16).
           05  EXCRR-EXPDT                 PIC 9(08).
           05  EXCRR-STATUS                PIC X(01).
               88  EXCRR-EXPIRED            VALUE "X".
               88  EXCRR-DUE                VALUE "D".
               88  EXCRR-NOCERT             VALUE "N".
      *    B and T: the machines listed, and of them the ones to be
      *    taken off the floor (X and N)
           05  EXCRR-MACHINES              PIC 9(05).
           05  EXCRR-REMOVALS              PIC 9(05).
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
000000   03  SW-MACASG                   PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-LOOKMONTHS               PIC 9(02) VALUE 3.
000000   03  WK-MONTHS                   PIC 9(06).
000000   03  WK-HOR-MONTH                PIC 9(06).
000000   03  WK-HOR-MONTH-R REDEFINES WK-HOR-MONTH.
000000       05  WK-HOR-YY               PIC 9(04).
000000       05  WK-HOR-MM               PIC 9(02).
000000   03  WK-HORIZON                  PIC 9(08).
000000   03  WK-REMOVED-SW               PIC 9(01).
000000   03  WK-FLOOR                    PIC X(10).
000000   03  WK-STATUS                   PIC X(01).
000000   03  WK-DX                       PIC 9(04).
000000   03  WK-DX2                      PIC 9(04).
000000   03  WK-CUR-GROUP                PIC X(14).
000000   03  WK-BLK-MACS                 PIC 9(05).
000000   03  WK-BLK-REMS                 PIC 9(05).
000000   03  WK-TOT-MACS                 PIC 9(05) VALUE ZERO.
000000   03  WK-TOT-REMS                 PIC 9(05) VALUE ZERO.
      *    the machines to list, kept in floor, block and machine
      *    order as they are found
000000 01  DUE-WORK.
000000   03  DUE-CNT                     PIC 9(04) VALUE ZERO.
000000   03  DUE-ENT OCCURS 3000.
000000     05  DUE-SORTKEY.
000000       07  DUE-GROUP.
000000         09  DUE-FLOOR             PIC X(10).
000000         09  DUE-BLOCK             PIC 9(04).
000000       07  DUE-MACHINE             PIC X(22).
000000     05  DUE-GMTYPE                PIC 9(02).
000000     05  DUE-KAI                   PIC 9(04).
000000     05  DUE-MODEL                 PIC X(10).
000000     05  DUE-MODELNM               PIC X(30).
000000     05  DUE-CERTNO                PIC X(16).
000000     05  DUE-EXPDT                 PIC 9(08).
000000     05  DUE-STATUS                PIC X(01).
000000 01  NEW-ENT.
000000   03  NEW-SORTKEY.
000000     05  NEW-GROUP.
000000       07  NEW-FLOOR               PIC X(10).
000000       07  NEW-BLOCK               PIC 9(04).
000000     05  NEW-MACHINE               PIC X(22).
000000   03  NEW-GMTYPE                  PIC 9(02).
000000   03  NEW-KAI                     PIC 9(04).
000000   03  NEW-MODEL                   PIC X(10).
000000   03  NEW-MODELNM                 PIC X(30).
000000   03  NEW-CERTNO                  PIC X(16).
000000   03  NEW-EXPDT                   PIC 9(08).
000000   03  NEW-STATUS                  PIC X(01).
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
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN970" TO PRM-PROGID
000000     MOVE "LOOKMONTHS" TO PRM-NAME
000000     MOVE "03" TO PRM-VALUE (1:2)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:2) NUMERIC AND
000000        PRM-VALUE (1:2) NOT = "00"
000000         MOVE PRM-VALUE (1:2) TO WK-LOOKMONTHS .
      *    the window runs to the last day of the LOOKMONTHS-th
      *    month after the business date's month
000000     COMPUTE WK-MONTHS = WK-BUSDT-YY * 12 + WK-BUSDT-MM - 1
000000                       + WK-LOOKMONTHS
000000     DIVIDE WK-MONTHS BY 12 GIVING WK-HOR-YY
000000         REMAINDER WK-HOR-MM
000000     ADD 1 TO WK-HOR-MM
000000     COMPUTE WK-HORIZON = WK-HOR-MONTH * 100 + 31 .
000000       OPEN  INPUT  VICRTMAC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN970-01 VICRTMAC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICERTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN970-02 VICERTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIMACASG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MACASG .
000000       OPEN  OUTPUT EXCRTRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN970-03 EXCRTRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN970-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every certified machine against its model
000000 P000-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO CRM-MACHINE .
000000     START VICRTMAC KEY >= CRM-MACHINE
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00021.
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICRTMAC NEXT AT END GO TO CX00021.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM MAC-RTN THRU CX00030 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the machines in floor and block order, a B
      *    line as each floor and block closes, then the T line
000000 P100-RTN .
000000     MOVE LOW-VALUES TO WK-CUR-GROUP
000000     MOVE ZERO TO WK-BLK-MACS WK-BLK-REMS
000000     MOVE ZERO TO WK-DX .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-DX < DUE-CNT)GO TO CX00016.
000000     ADD 1 TO WK-DX .
000000     IF DUE-GROUP (WK-DX) NOT = WK-CUR-GROUP
000000         PERFORM BLK-RTN THRU CX00025
000000         MOVE DUE-GROUP (WK-DX) TO WK-CUR-GROUP .
000000     INITIALIZE EXCRR-REC
000000     MOVE "M" TO EXCRR-TYPE
000000     MOVE WK-BUSDT TO EXCRR-BUSDATE
000000     MOVE WK-HORIZON TO EXCRR-HORIZON
000000     MOVE DUE-FLOOR (WK-DX) TO EXCRR-FLOOR
000000     MOVE DUE-BLOCK (WK-DX) TO EXCRR-BLOCK
000000     MOVE DUE-MACHINE (WK-DX) TO EXCRR-MACHINE
000000     MOVE DUE-GMTYPE (WK-DX) TO EXCRR-GMTYPE
000000     MOVE DUE-KAI (WK-DX) TO EXCRR-KAI
000000     MOVE DUE-MODEL (WK-DX) TO EXCRR-MODEL
000000     MOVE DUE-MODELNM (WK-DX) TO EXCRR-MODELNM
000000     MOVE DUE-CERTNO (WK-DX) TO EXCRR-CERTNO
000000     MOVE DUE-EXPDT (WK-DX) TO EXCRR-EXPDT
000000     MOVE DUE-STATUS (WK-DX) TO EXCRR-STATUS
000000     WRITE EXCRR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN970-05 EXCRTRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-BLK-MACS .
000000     IF NOT EXCRR-DUE
000000         ADD 1 TO WK-BLK-REMS .
000000     GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM BLK-RTN THRU CX00025 .
000000     INITIALIZE EXCRR-REC
000000     MOVE "T" TO EXCRR-TYPE
000000     MOVE WK-BUSDT TO EXCRR-BUSDATE
000000     MOVE WK-HORIZON TO EXCRR-HORIZON
000000     MOVE WK-TOT-MACS TO EXCRR-MACHINES
000000     MOVE WK-TOT-REMS TO EXCRR-REMOVALS
000000     WRITE EXCRR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00018.
000000         DISPLAY "HBHUN970-06 EXCRTRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN970-90 HORIZON=" WK-HORIZON
000000             " MACHINES=" WK-TOT-MACS
000000             " TO REMOVE=" WK-TOT-REMS UPON CONSOLE .
000000     IF SW-MACASG = 1
000000         CLOSE VIMACASG .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN970-07 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VICRTMAC  VICERTMS  EXCRTRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN970-08 EXCRTRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
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
      *    MAC-RTN  -  one machine: its model's certification and
      *    the floor it stands on; expired, due in the window or
      *    uncertified, it goes into the list
000000 MAC-RTN .
           MOVE "MAC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CRM-GMTYPE TO CRT-GMTYPE
000000     MOVE CRM-MODEL TO CRT-MODEL
000000     READ VICERTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN970-09 VICERTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23"
000000         MOVE "N" TO WK-STATUS
000000         MOVE SPACE TO CRT-MODELNM CRT-CERTNO
000000         MOVE ZERO TO CRT-EXPDT
000000         GO TO CX00031.
000000     IF CRT-EXPDT > WK-HORIZON GO TO CX00030.
000000     MOVE "D" TO WK-STATUS .
000000     IF CRT-EXPDT < WK-BUSDT
000000         MOVE "X" TO WK-STATUS .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM FLOOR-RTN THRU CX00035 .
000000     IF WK-REMOVED-SW = 1 GO TO CX00030.
000000     IF NOT(DUE-CNT < 3000)
000000           DISPLAY "HBHUN970-10 MACHINE TABLE FULL ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE WK-FLOOR TO NEW-FLOOR
000000     MOVE CRM-BLOCK TO NEW-BLOCK
000000     MOVE CRM-MACHINE TO NEW-MACHINE
000000     MOVE CRM-GMTYPE TO NEW-GMTYPE
000000     MOVE CRM-KAI TO NEW-KAI
000000     MOVE CRM-MODEL TO NEW-MODEL
000000     MOVE CRT-MODELNM TO NEW-MODELNM
000000     MOVE CRT-CERTNO TO NEW-CERTNO
000000     MOVE CRT-EXPDT TO NEW-EXPDT
000000     MOVE WK-STATUS TO NEW-STATUS
000000     PERFORM INS-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    FLOOR-RTN  -  WK-FLOOR the floor of the assignment row
      *    in force at the business date; WK-REMOVED-SW 1 when that
      *    row is a removal
000000 FLOOR-RTN .
           MOVE "FLOOR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-FLOOR
000000     MOVE ZERO TO WK-REMOVED-SW .
000000     IF NOT(SW-MACASG = 1)GO TO CX00035.
000000     MOVE CRM-MACHINE TO MACASG-MACHINE
000000     MOVE ZERO TO MACASG-EFFFROM .
000000     START VIMACASG KEY >= MACASG-KEY
000000             INVALID GO TO CX00035 .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMACASG NEXT AT END GO TO CX00035.
000000     IF MACASG-MACHINE NOT = CRM-MACHINE OR
000000        MACASG-EFFFROM > WK-BUSDT
000000         GO TO CX00035.
000000     MOVE MACASG-FLOOR TO WK-FLOOR
000000     MOVE ZERO TO WK-REMOVED-SW .
000000     IF MACASG-REMOVE
000000         MOVE 1 TO WK-REMOVED-SW .
000000     GO TO CX00036.
000000 CX00035. EXIT.
      *
      *    INS-RTN  -  NEW-ENT into the list at its place in floor,
      *    block and machine order, the entries after it moved up
000000 INS-RTN .
           MOVE "INS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DUE-CNT TO WK-DX .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-DX > 0)GO TO CX00042.
000000     IF NOT(DUE-SORTKEY (WK-DX) > NEW-SORTKEY)GO TO CX00042.
000000     COMPUTE WK-DX2 = WK-DX + 1
000000     MOVE DUE-ENT (WK-DX) TO DUE-ENT (WK-DX2)
000000     SUBTRACT 1 FROM WK-DX
000000     GO TO CX00041.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-DX2 = WK-DX + 1
000000     MOVE NEW-ENT TO DUE-ENT (WK-DX2)
000000     ADD 1 TO DUE-CNT .
000000 CX00040. EXIT.
      *
      *    BLK-RTN  -  the B line for the floor and block just
      *    listed
000000 BLK-RTN .
           MOVE "BLK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-BLK-MACS = ZERO GO TO CX00025.
000000     INITIALIZE EXCRR-REC
000000     MOVE "B" TO EXCRR-TYPE
000000     MOVE WK-BUSDT TO EXCRR-BUSDATE
000000     MOVE WK-HORIZON TO EXCRR-HORIZON
000000     MOVE WK-CUR-GROUP (1:10) TO EXCRR-FLOOR
000000     MOVE WK-CUR-GROUP (11:4) TO EXCRR-BLOCK
000000     MOVE WK-BLK-MACS TO EXCRR-MACHINES
000000     MOVE WK-BLK-REMS TO EXCRR-REMOVALS
000000     WRITE EXCRR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN970-11 EXCRTRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD WK-BLK-MACS TO WK-TOT-MACS
000000     ADD WK-BLK-REMS TO WK-TOT-REMS
000000     MOVE ZERO TO WK-BLK-MACS WK-BLK-REMS .
000000 CX00025. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN970" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN970" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN970" TO PRM-PROGID
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
000000         DISPLAY "HBHUN970-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
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
000000     MOVE "HBHUN970" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN970-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN970" TO ERRM-PROGID
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
