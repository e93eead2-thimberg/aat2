000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN625 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261001追加開始
      *    cross-hall consolidation above the corporate rollup:
      *    each hall's pass of HBHUN620 leaves its company line and
      *    group lines on VICONHAL (CFCONHL), and once the night's
      *    last hall is settled this step adds the halls together
      *    onto EXHALRPT - one installation total line, a line per
      *    hall, and each management group summed over the halls.
      *    An active hall on VIHALLMS with nothing on VICONHAL for
      *    the business date has not been settled: it gets a
      *    missing line and is raised through HSAAL100, so the
      *    total is never taken for the whole company unnoticed.
      *    A hall on VICONHAL the master does not hold as active
      *    is flagged on its own line
000000     SELECT  VICONHAL
000000             ASSIGN            VICONHAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CONH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHALLMS
000000             ASSIGN            VIHALLMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY HALL-CD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXHALRPT
000000             ASSIGN               EXHALRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VICONHAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICONHAL".
       01  CONH-REC.
           COPY CFCONHL .
000000 FD  VIHALLMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLMS".
       01  HALL-REC.
           COPY CFHALLM .
000000 FD  EXHALRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXHALRPT".
       01  EXHAL-REC.
           05  EXHAL-BUSDT                 PIC 9(08).
           05  EXHAL-TYPE                  PIC X(01).
               88  EXHAL-TOTAL              VALUE "T".
               88  EXHAL-HALL               VALUE "H".
               88  EXHAL-GROUP              VALUE "G".
               88  EXHAL-MISSING            VALUE "M".
           05  EXHAL-HALLCD                PIC X(02).
           05  EXHAL-HALLNM                PIC X(20).
           05  EXHAL-GROUPCD               PIC X(04).
           05  EXHAL-URIAMT                PIC S9(14) COMP-3.
           05  EXHAL-SHIAMT                PIC S9(14) COMP-3.
           05  EXHAL-TESURYO               PIC S9(14) COMP-3.
           05  EXHAL-NETAMT                PIC S9(14) COMP-3.
      *    T and G lines: the halls in the figure
           05  EXHAL-HALLCNT               PIC 9(02).
           05  EXHAL-FLRCNT                PIC 9(05).
           05  EXHAL-NOGRPCNT              PIC 9(05).
      *    H lines: U the hall is not active on the hall master
           05  EXHAL-FLAG                  PIC X(01).
               88  EXHAL-UNKNOWN-HALL       VALUE "U".
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
000000   03  SW-HALLMS                   PIC 9(01) VALUE ZERO.
000000   03  WK-MISS-CNT                 PIC 9(02) VALUE ZERO.
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-JX                       PIC 9(03).
000000   03  WK-FOUND                    PIC 9(03).
      *    the halls the master holds as active
000000   03  HLT-CNT                     PIC 9(02) VALUE ZERO.
000000   03  HLT-TABLE.
000000     05  HLT-ENT OCCURS 99.
000000       07  HLT-CD                  PIC X(02).
000000       07  HLT-NAME                PIC X(20).
      *    the halls settled for the business date
000000   03  HRT-CNT                     PIC 9(02) VALUE ZERO.
000000   03  HRT-TABLE.
000000     05  HRT-ENT OCCURS 99.
000000       07  HRT-CD                  PIC X(02).
000000       07  HRT-URI                 PIC S9(14) COMP-3.
000000       07  HRT-SHI                 PIC S9(14) COMP-3.
000000       07  HRT-FEE                 PIC S9(14) COMP-3.
000000       07  HRT-NET                 PIC S9(14) COMP-3.
000000       07  HRT-FLRCNT              PIC 9(04).
000000       07  HRT-NOGRPCNT            PIC 9(04).
      *    each management group summed over the halls
000000   03  GRT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  GRT-TABLE.
000000     05  GRT-ENT OCCURS 200.
000000       07  GRT-GROUPCD             PIC X(04).
000000       07  GRT-URI                 PIC S9(14) COMP-3.
000000       07  GRT-SHI                 PIC S9(14) COMP-3.
000000       07  GRT-FEE                 PIC S9(14) COMP-3.
000000       07  GRT-NET                 PIC S9(14) COMP-3.
000000       07  GRT-HALLCNT             PIC 9(02).
      *    the installation total
000000   03  TOT-URI                     PIC S9(14) COMP-3 VALUE ZERO.
000000   03  TOT-SHI                     PIC S9(14) COMP-3 VALUE ZERO.
000000   03  TOT-FEE                     PIC S9(14) COMP-3 VALUE ZERO.
000000   03  TOT-NET                     PIC S9(14) COMP-3 VALUE ZERO.
000000   03  TOT-FLRCNT                  PIC 9(05) VALUE ZERO.
000000   03  TOT-NOGRPCNT                PIC 9(05) VALUE ZERO.
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
000000       OPEN  INPUT  VICONHAL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN625-01 VICONHAL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXHALRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN625-02 EXHALRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN625-03 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *    no hall master: there is nothing to say a hall is missing
000000     OPEN INPUT VIHALLMS .
000000     IF FL-STS1 = "35" GO TO CX00002.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN625-04 VIHALLMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-HALLMS .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHALLMS AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF HALL-IS-ACTIVE
000000         PERFORM LOAD-RTN THRU CX00015 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN625-05 VIHALLMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
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
000000       CLOSE  VIHALLMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN625-06 VIHALLMS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every hall's lines for the business date
000000 P000-RTN .
000000     MOVE WK-BUSDT TO CONH-BUSDT
000000     MOVE LOW-VALUES TO CONH-HALLCD
000000     MOVE LOW-VALUES TO CONH-TYPE
000000     MOVE LOW-VALUES TO CONH-GROUPCD
000000     START VICONHAL KEY NOT < CONH-KEY
000000             INVALID GO TO CX00003 .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICONHAL NEXT AT END GO TO CX00003.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN625-07 VICONHAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF CONH-BUSDT NOT = WK-BUSDT GO TO CX00003.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF CONH-COMPANY
000000         PERFORM HALL-POST-RTN THRU CX00020 .
000000     IF CONH-GROUP
000000         PERFORM GRP-POST-RTN THRU CX00030 .
000000     GO TO CX00016.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the installation total first, then each
      *    hall, each group over the halls, and the halls missing
000000 P100-RTN .
000000     INITIALIZE EXHAL-REC
000000     MOVE WK-BUSDT TO EXHAL-BUSDT
000000     MOVE "T" TO EXHAL-TYPE
000000     MOVE TOT-URI TO EXHAL-URIAMT
000000     MOVE TOT-SHI TO EXHAL-SHIAMT
000000     MOVE TOT-FEE TO EXHAL-TESURYO
000000     MOVE TOT-NET TO EXHAL-NETAMT
000000     MOVE HRT-CNT TO EXHAL-HALLCNT
000000     MOVE TOT-FLRCNT TO EXHAL-FLRCNT
000000     MOVE TOT-NOGRPCNT TO EXHAL-NOGRPCNT
000000     PERFORM RPT-RTN THRU CX00050 .
000000     PERFORM HALL-RPT-RTN THRU CX00022
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > HRT-CNT .
000000     PERFORM GRP-RPT-RTN THRU CX00023
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > GRT-CNT .
000000     IF SW-HALLMS = 1
000000         PERFORM MISS-RTN THRU CX00024
000000             VARYING WK-IX FROM 1 BY 1
000000             UNTIL WK-IX > HLT-CNT .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN625-90 BUSDT=" WK-BUSDT
000000             " HALLS=" HRT-CNT
000000             " GROUPS=" GRT-CNT
000000             " MISSING=" WK-MISS-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN625-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VICONHAL  EXHALRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN625-09 VICONHAL CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
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
      *    LOAD-RTN  -  one active hall into the table
000000 LOAD-RTN .
           MOVE "LOAD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(HLT-CNT < 99)GO TO CX00045.
000000     ADD 1 TO HLT-CNT
000000     MOVE HALL-CD TO HLT-CD (HLT-CNT)
000000     MOVE HALL-NAME TO HLT-NAME (HLT-CNT) .
000000     GO TO CX00015.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN625-10 HALL TABLE OVERFLOW"
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00015. EXIT.
      *
      *    HALL-POST-RTN  -  a hall's company line: into the hall
      *    table and the installation total
000000 HALL-POST-RTN .
           MOVE "HALL-POST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(HRT-CNT < 99)GO TO CX00021.
000000     ADD 1 TO HRT-CNT
000000     MOVE CONH-HALLCD TO HRT-CD (HRT-CNT)
000000     MOVE CONH-URIAMT TO HRT-URI (HRT-CNT)
000000     MOVE CONH-SHIAMT TO HRT-SHI (HRT-CNT)
000000     MOVE CONH-TESURYO TO HRT-FEE (HRT-CNT)
000000     MOVE CONH-NETAMT TO HRT-NET (HRT-CNT)
000000     MOVE CONH-FLRCNT TO HRT-FLRCNT (HRT-CNT)
000000     MOVE CONH-NOGRPCNT TO HRT-NOGRPCNT (HRT-CNT)
000000     ADD CONH-URIAMT TO TOT-URI
000000     ADD CONH-SHIAMT TO TOT-SHI
000000     ADD CONH-TESURYO TO TOT-FEE
000000     ADD CONH-NETAMT TO TOT-NET
000000     ADD CONH-FLRCNT TO TOT-FLRCNT
000000     ADD CONH-NOGRPCNT TO TOT-NOGRPCNT .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN625-13 HALL TOTAL TABLE OVERFLOW"
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00020. EXIT.
      *
      *    GRP-POST-RTN  -  a hall's group line onto the group's
      *    sum over the halls
000000 GRP-POST-RTN .
           MOVE "GRP-POST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND
000000     PERFORM GRP-FIND-RTN THRU CX00031
000000         VARYING WK-JX FROM 1 BY 1
000000         UNTIL WK-JX > GRT-CNT .
000000     IF NOT(WK-FOUND = ZERO)GO TO CX00032.
000000     IF NOT(GRT-CNT < 200)GO TO CX00033.
000000     ADD 1 TO GRT-CNT
000000     MOVE GRT-CNT TO WK-FOUND
000000     MOVE CONH-GROUPCD TO GRT-GROUPCD (WK-FOUND)
000000     MOVE ZERO TO GRT-URI (WK-FOUND)
000000     MOVE ZERO TO GRT-SHI (WK-FOUND)
000000     MOVE ZERO TO GRT-FEE (WK-FOUND)
000000     MOVE ZERO TO GRT-NET (WK-FOUND)
000000     MOVE ZERO TO GRT-HALLCNT (WK-FOUND) .
000000     GO TO CX00032.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN625-11 GROUP TABLE OVERFLOW"
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD CONH-URIAMT TO GRT-URI (WK-FOUND)
000000     ADD CONH-SHIAMT TO GRT-SHI (WK-FOUND)
000000     ADD CONH-TESURYO TO GRT-FEE (WK-FOUND)
000000     ADD CONH-NETAMT TO GRT-NET (WK-FOUND)
000000     ADD 1 TO GRT-HALLCNT (WK-FOUND) .
000000 CX00030. EXIT.
000000 GRP-FIND-RTN .
000000     IF GRT-GROUPCD (WK-JX) = CONH-GROUPCD
000000         MOVE WK-JX TO WK-FOUND .
000000 CX00031. EXIT.
      *
      *    HALL-RPT-RTN  -  one hall's line, named from the master;
      *    a hall the master does not hold as active is flagged
000000 HALL-RPT-RTN .
           MOVE "HALL-RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXHAL-REC
000000     MOVE WK-BUSDT TO EXHAL-BUSDT
000000     MOVE "H" TO EXHAL-TYPE
000000     MOVE HRT-CD (WK-IX) TO EXHAL-HALLCD
000000     MOVE HRT-URI (WK-IX) TO EXHAL-URIAMT
000000     MOVE HRT-SHI (WK-IX) TO EXHAL-SHIAMT
000000     MOVE HRT-FEE (WK-IX) TO EXHAL-TESURYO
000000     MOVE HRT-NET (WK-IX) TO EXHAL-NETAMT
000000     MOVE 1 TO EXHAL-HALLCNT
000000     MOVE HRT-FLRCNT (WK-IX) TO EXHAL-FLRCNT
000000     MOVE HRT-NOGRPCNT (WK-IX) TO EXHAL-NOGRPCNT
000000     MOVE ZERO TO WK-FOUND
000000     PERFORM HLT-FIND-RTN THRU CX00034
000000         VARYING WK-JX FROM 1 BY 1
000000         UNTIL WK-JX > HLT-CNT .
000000     IF WK-FOUND > ZERO
000000         MOVE HLT-NAME (WK-FOUND) TO EXHAL-HALLNM .
000000     IF WK-FOUND = ZERO AND SW-HALLMS = 1
000000         MOVE "U" TO EXHAL-FLAG .
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00022. EXIT.
000000 HLT-FIND-RTN .
000000     IF HLT-CD (WK-JX) = HRT-CD (WK-IX)
000000         MOVE WK-JX TO WK-FOUND .
000000 CX00034. EXIT.
      *
      *    GRP-RPT-RTN  -  one management group over the halls
000000 GRP-RPT-RTN .
           MOVE "GRP-RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXHAL-REC
000000     MOVE WK-BUSDT TO EXHAL-BUSDT
000000     MOVE "G" TO EXHAL-TYPE
000000     MOVE GRT-GROUPCD (WK-IX) TO EXHAL-GROUPCD
000000     MOVE GRT-URI (WK-IX) TO EXHAL-URIAMT
000000     MOVE GRT-SHI (WK-IX) TO EXHAL-SHIAMT
000000     MOVE GRT-FEE (WK-IX) TO EXHAL-TESURYO
000000     MOVE GRT-NET (WK-IX) TO EXHAL-NETAMT
000000     MOVE GRT-HALLCNT (WK-IX) TO EXHAL-HALLCNT
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00023. EXIT.
      *
      *    MISS-RTN  -  an active hall with no company line for
      *    the business date has not been settled
000000 MISS-RTN .
           MOVE "MISS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND
000000     PERFORM HRT-FIND-RTN THRU CX00035
000000         VARYING WK-JX FROM 1 BY 1
000000         UNTIL WK-JX > HRT-CNT .
000000     IF WK-FOUND > ZERO GO TO CX00024.
000000     ADD 1 TO WK-MISS-CNT
000000     INITIALIZE EXHAL-REC
000000     MOVE WK-BUSDT TO EXHAL-BUSDT
000000     MOVE "M" TO EXHAL-TYPE
000000     MOVE HLT-CD (WK-IX) TO EXHAL-HALLCD
000000     MOVE HLT-NAME (WK-IX) TO EXHAL-HALLNM
000000     PERFORM RPT-RTN THRU CX00050 .
000000     DISPLAY "HBHUN625-51 HALL " HLT-CD (WK-IX)
000000             " NOT SETTLED FOR " WK-BUSDT UPON CONSOLE
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "51" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00024. EXIT.
000000 HRT-FIND-RTN .
000000     IF HRT-CD (WK-JX) = HLT-CD (WK-IX)
000000         MOVE WK-JX TO WK-FOUND .
000000 CX00035. EXIT.
      *
      *    RPT-RTN  -  writes the line the caller assembled
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXHAL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN625-12 EXHALRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00050. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN625" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN625" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN625" TO PRM-PROGID
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
000000         DISPLAY "HBHUN625-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
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
000000     MOVE "HBHUN625" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN625-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN625" TO ERRM-PROGID
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
