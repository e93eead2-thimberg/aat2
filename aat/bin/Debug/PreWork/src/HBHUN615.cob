000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN615 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261001追加開始
      *    hall cycle: the night's chain settles each hall of the
      *    installation in a pass of its own, and this step runs
      *    ahead of every pass to name the hall it is for on the
      *    HALLCUR control record (CFHALCU) that HSAAL160 reads for
      *    every later step.  The first pass of a business date
      *    takes the first active hall on VIHALLMS in chain order
      *    (HALL-SEQ, then hall code), each later pass the next
      *    one; the record says whether the hall is the last, and
      *    once the last has been settled a further pass for the
      *    same date is refused.  The run parameter HALL names a
      *    hall outright - a rerun of one hall after a failure.
      *    With no hall master there is the one hall and nothing
      *    is written
000000     SELECT  VIHALLMS
000000             ASSIGN            VIHALLMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY HALL-CD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  HALLCUR
000000             ASSIGN               HALLCUR-MSD
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
000000 FD  VIHALLMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLMS".
       01  HALL-REC.
           COPY CFHALLM .
000000 FD  HALLCUR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "HALLCUR".
       01  HALCU-REC.
           COPY CFHALCU .
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
000000   03  SW-SINGLE                   PIC 9(01) VALUE ZERO.
000000   03  SW-CUR                      PIC 9(01) VALUE ZERO.
000000   03  WK-PRMHALL                  PIC X(02) VALUE SPACE.
000000   03  WK-IX                       PIC 9(02).
000000   03  WK-NX                       PIC 9(02).
000000   03  WK-PASS                     PIC 9(02).
000000   03  WK-LAST                     PIC X(01).
      *    chain order of a hall: its sequence, then its code
000000   03  WK-CUR-ORD.
000000       05  WK-CUR-SEQ              PIC 9(02).
000000       05  WK-CUR-CD               PIC X(02).
      *    the active halls, as the master holds them
000000   03  HLT-CNT                     PIC 9(02) VALUE ZERO.
000000   03  HLT-TABLE.
000000     05  HLT-ENT OCCURS 99.
000000       07  HLT-ORD.
000000         09  HLT-SEQ               PIC 9(02).
000000         09  HLT-CD                PIC X(02).
000000       07  HLT-NAME                PIC X(20).
000000       07  HLT-SLOT                PIC 9(08).
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
000000     MOVE "HBHUN615" TO PRM-PROGID
000000     MOVE "HALL" TO PRM-NAME
000000     MOVE WK-PRMHALL TO PRM-VALUE (1:2)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER
000000         MOVE PRM-VALUE (1:2) TO WK-PRMHALL .
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN615-03 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIHALLMS .
000000     IF NOT(FL-STS1 = "35")GO TO CX00041.
000000     MOVE 1 TO SW-SINGLE
000000     DISPLAY "HBHUN615-50 VIHALLMS ABSENT - ONE HALL SETTLED"
000000             UPON CONSOLE .
000000     GO TO CX00002.
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN615-01 VIHALLMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
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
000000           DISPLAY "HBHUN615-02 VIHALLMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
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
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN615-13 VIHALLMS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the hall this pass is for: the one the run
      *    parameter names, else the next after the last pass of
      *    the same business date, else the first
000000 P000-RTN .
000000     IF SW-SINGLE = 1 GO TO CX00003.
000000     IF NOT(HLT-CNT = ZERO)GO TO CX00020.
000000     DISPLAY "HBHUN615-08 NO ACTIVE HALL ON VIHALLMS"
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-PASS
000000     OPEN INPUT HALLCUR .
000000     IF FL-STS1 = "35" GO TO CX00021.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHUN615-04 HALLCUR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ HALLCUR AT END CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CUR .
000000     IF NOT(FL-STS1 = "00" OR "10")GO TO CX00023.
000000     GO TO CX00024.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN615-05 HALLCUR READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE HALLCUR .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-CUR = 1 AND HALCU-BUSDT = WK-BUSDT AND
000000        HALCU-PASS < 99
000000         COMPUTE WK-PASS = HALCU-PASS + 1 .
000000     IF WK-PRMHALL = SPACE GO TO CX00025.
000000     MOVE ZERO TO WK-NX
000000     PERFORM FIND-RTN THRU CX00031
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > HLT-CNT .
000000     IF NOT(WK-NX = ZERO)GO TO CX00027.
000000     DISPLAY "HBHUN615-06 HALL " WK-PRMHALL
000000             " NOT ACTIVE ON VIHALLMS"
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO WK-CUR-ORD .
000000     IF NOT(SW-CUR = 1 AND HALCU-BUSDT = WK-BUSDT)GO TO CX00026.
000000     IF HALCU-IS-LAST GO TO CX00028.
000000     MOVE HALCU-SEQ TO WK-CUR-SEQ
000000     MOVE HALCU-HALLCD TO WK-CUR-CD .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-NX
000000     PERFORM NXT-RTN THRU CX00030
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > HLT-CNT .
000000     IF NOT(WK-NX = ZERO)GO TO CX00027.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN615-07 EVERY HALL ALREADY SETTLED FOR "
000000             WK-BUSDT
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
      *    the hall is the last of the night when no active hall
      *    follows it in chain order
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-NX TO WK-IX
000000     INITIALIZE HALCU-REC
000000     MOVE HLT-CD (WK-IX) TO HALCU-HALLCD
000000     MOVE WK-BUSDT TO HALCU-BUSDT
000000     MOVE HLT-SEQ (WK-IX) TO HALCU-SEQ
000000     MOVE WK-PASS TO HALCU-PASS
000000     MOVE HLT-ORD (WK-IX) TO WK-CUR-ORD
000000     MOVE ZERO TO WK-NX
000000     PERFORM NXT-RTN THRU CX00030
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > HLT-CNT .
000000     MOVE "N" TO WK-LAST .
000000     IF WK-NX = ZERO
000000         MOVE "Y" TO WK-LAST .
000000     MOVE WK-LAST TO HALCU-LAST .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the control record for the pass
000000 P100-RTN .
000000     IF SW-SINGLE = 1 GO TO CX00005.
000000     ACCEPT HALCU-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT HALCU-RUNTIME FROM TIME
000000       OPEN  OUTPUT HALLCUR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN615-09 HALLCUR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE HALCU-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN615-10 HALLCUR WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  HALLCUR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN615-11 HALLCUR CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     DISPLAY "HBHUN615-90 BUSDT=" HALCU-BUSDT
000000             " PASS=" HALCU-PASS
000000             " HALL=" HALCU-HALLCD
000000             " LAST=" HALCU-LAST UPON CONSOLE .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN615-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    LOAD-RTN  -  one active hall into the table
000000 LOAD-RTN .
           MOVE "LOAD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(HLT-CNT < 99)GO TO CX00044.
000000     ADD 1 TO HLT-CNT
000000     MOVE HALL-SEQ TO HLT-SEQ (HLT-CNT)
000000     MOVE HALL-CD TO HLT-CD (HLT-CNT)
000000     MOVE HALL-NAME TO HLT-NAME (HLT-CNT)
000000     MOVE HALL-UNKSLOT TO HLT-SLOT (HLT-CNT) .
000000     GO TO CX00015.
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN615-14 HALL TABLE OVERFLOW"
000000     MOVE "HBHUN615" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00015. EXIT.
      *
      *    NXT-RTN  -  keeps in WK-NX the hall that comes soonest
      *    after WK-CUR-ORD in chain order
000000 NXT-RTN .
000000     IF NOT(HLT-ORD (WK-IX) > WK-CUR-ORD)GO TO CX00030.
000000     IF WK-NX = ZERO
000000         MOVE WK-IX TO WK-NX
000000         GO TO CX00030.
000000     IF HLT-ORD (WK-IX) < HLT-ORD (WK-NX)
000000         MOVE WK-IX TO WK-NX .
000000 CX00030. EXIT.
      *
      *    FIND-RTN  -  the active hall the run parameter names
000000 FIND-RTN .
000000     IF HLT-CD (WK-IX) = WK-PRMHALL
000000         MOVE WK-IX TO WK-NX .
000000 CX00031. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN615" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN615" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN615" TO PRM-PROGID
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
000000         DISPLAY "HBHUN615-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
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
000000     MOVE "HBHUN615" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN615-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN615" TO ERRM-PROGID
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
