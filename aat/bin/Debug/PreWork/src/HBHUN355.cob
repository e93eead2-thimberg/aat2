000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN355 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260921追加開始
      *    FEP arrival check in front of the pre-edit: HBHUN765
      *    balances the stream per FEP identifier, but a hall
      *    controller that never sent its night leaves no records
      *    to balance, and the gap used to show only as a floor
      *    with zero sales the next morning.  Every controller on
      *    the VIFEPMST master (CFFEPMS) expected to send is
      *    measured against what VRTRNSA and VRTRNSB actually hold
      *    - record count per half and the earliest and latest
      *    pass timestamps it stamped - and the night's picture is
      *    filed per FEP on the VIFEPARV arrival register (CFFEPAR)
      *    and listed on EXFEPRPT.  A feed that is missing, or
      *    smaller than SMALLPCT percent of the master's normal
      *    count, is alerted through HSAAL100 error 50.  The
      *    FEPMISSING run parameter then decides the night: HOLD
      *    (the default) ends this run abnormally on the audit
      *    trail, which the pre-edit's run-sequence check refuses
      *    to start over; PROCEED lets the night go on with those
      *    FEPs marked as missing on the register.  A late feed is
      *    picked up by simply running this check again
000000     SELECT  VIFEPMST
000000             ASSIGN            VIFEPMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY FPM-FEPID
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VRTRNSA
000000                  ASSIGN             VRTRNSA-MSD
000000             ORGANIZATION         IS  RELATIVE
000000             ACCESS               SEQUENTIAL
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VRTRNSB
000000                  ASSIGN             VRTRNSB-MSD
000000             ORGANIZATION         IS  RELATIVE
000000             ACCESS               SEQUENTIAL
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIFEPARV
000000             ASSIGN            VIFEPARV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY FAR-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFEPRPT
000000             ASSIGN               EXFEPRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260921追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIFEPMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPMST".
       01  FPM-REC.
           COPY CFFEPMS .
      *    the stream halves' recoverable header, as HBHUN360
      *    declares them
000000 FD  VRTRNSA
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRTRNSA".
       01  TRNA-REC.
           05  TRNA-SERIAL                 PIC S9(04) COMP.
           05  TRNA-FEPID                  PIC 9(02).
           05  TRNA-PASSNO                 PIC 9(02).
           05  TRNA-PASSDT1                PIC S9(09) COMP.
           05  TRNA-PASSDT2                PIC S9(09) COMP.
           05  TRNA-DETAIL                 OCCURS 63.
               07  TRNA-DTL-DATA           PIC X(32).
000000 FD  VRTRNSB
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRTRNSB".
       01  TRNB-REC.
           05  TRNB-SERIAL                 PIC S9(04) COMP.
           05  TRNB-FEPID                  PIC 9(02).
           05  TRNB-PASSNO                 PIC 9(02).
           05  TRNB-PASSDT1                PIC S9(09) COMP.
           05  TRNB-PASSDT2                PIC S9(09) COMP.
           05  TRNB-DETAIL                 OCCURS 63.
               07  TRNB-DTL-DATA           PIC X(32).
000000 FD  VIFEPARV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFEPARV".
       01  FAR-REC.
           COPY CFFEPAR .
000000 FD  EXFEPRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFEPRPT".
       01  EXFPR-REC.
           05  EXFPR-TYPE                  PIC X(01).
               88  EXFPR-FEPLINE            VALUE "P".
               88  EXFPR-TOTALLINE          VALUE "T".
           05  EXFPR-BUSDATE               PIC 9(08).
           05  EXFPR-FEPID                 PIC 9(02).
           05  EXFPR-NAME                  PIC X(30).
           05  EXFPR-CNT-A                 PIC 9(07).
           05  EXFPR-CNT-B                 PIC 9(07).
           05  EXFPR-EXPCNT                PIC 9(07).
           05  EXFPR-FIRSTTS               PIC 9(09).
           05  EXFPR-LASTTS                PIC 9(09).
           05  EXFPR-STATUS                PIC X(01).
           05  EXFPR-DISP                  PIC X(01).
      *    T line: the FEPs found short, and the night's decision
           05  EXFPR-SHORTCNT              PIC 9(03).
           05  EXFPR-DECISION              PIC X(08).
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
000000   03  SW-TRNA                     PIC 9(01) VALUE ZERO.
000000   03  SW-TRNB                     PIC 9(01) VALUE ZERO.
000000   03  SW-PROCEED                  PIC 9(01) VALUE ZERO.
000000   03  WK-SMALLPCT                 PIC 9(03) VALUE 50.
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-TS                       PIC 9(09).
000000   03  WK-TOTAL                    PIC 9(08).
000000   03  WK-FEP-CNT                  PIC 9(03) VALUE ZERO.
000000   03  WK-SHORT-CNT                PIC 9(03) VALUE ZERO.
000000   03  WK-BADFEP-CNT               PIC 9(07) VALUE ZERO.
000000   03  WK-TOT-A                    PIC 9(07) VALUE ZERO.
000000   03  WK-TOT-B                    PIC 9(07) VALUE ZERO.
      *    one slot per FEP identifier, subscripted by the
      *    identifier plus one
000000 01  FET-WORK.
000000   03  FET-ENT OCCURS 100.
000000     05  FET-ONMST                 PIC 9(01).
000000     05  FET-NAME                  PIC X(30).
000000     05  FET-MSTSTS                PIC X(01).
000000     05  FET-EXPCNT                PIC 9(07).
000000     05  FET-CNT-A                 PIC 9(07).
000000     05  FET-CNT-B                 PIC 9(07).
000000     05  FET-FIRSTTS               PIC 9(09).
000000     05  FET-LASTTS                PIC 9(09).
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
000000     INITIALIZE FET-WORK
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN355" TO PRM-PROGID
000000     MOVE "FEPMISSING" TO PRM-NAME
000000     MOVE "HOLD" TO PRM-VALUE
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-VALUE (1:7) = "PROCEED"
000000         MOVE 1 TO SW-PROCEED .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN355" TO PRM-PROGID
000000     MOVE "SMALLPCT" TO PRM-NAME
000000     MOVE "050" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-SMALLPCT .
000000       OPEN  INPUT  VIFEPMST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN355-01 VIFEPMST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    a half that never arrived at all is no open error here:
      *    every FEP it should have carried simply counts nothing
000000     OPEN INPUT VRTRNSA .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-TRNA .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00051.
000000         DISPLAY "HBHUN355-02 VRTRNSA OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VRTRNSB .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-TRNB .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00052.
000000         DISPLAY "HBHUN355-03 VRTRNSB OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIFEPARV .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIFEPARV
000000         CLOSE VIFEPARV
000000         OPEN I-O VIFEPARV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN355-04 VIFEPARV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFEPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN355-05 EXFEPRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN355-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
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
      *    P000-RTN  -  the controllers on the master
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFEPMST AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     COMPUTE WK-IX = FPM-FEPID + 1
000000     MOVE 1 TO FET-ONMST (WK-IX)
000000     MOVE FPM-NAME TO FET-NAME (WK-IX)
000000     MOVE FPM-STATUS TO FET-MSTSTS (WK-IX)
000000     MOVE FPM-EXPCNT TO FET-EXPCNT (WK-IX) .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN355-07 VIFEPMST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  both stream halves, counted per FEP
000000 P100-RTN .
000000     IF SW-TRNA = ZERO GO TO CX00020.
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VRTRNSA AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF TRNA-FEPID NOT NUMERIC
000000         ADD 1 TO WK-BADFEP-CNT
000000         GO TO CX00018 .
000000     COMPUTE WK-IX = TRNA-FEPID + 1
000000     ADD 1 TO FET-CNT-A (WK-IX)
000000     ADD 1 TO WK-TOT-A
000000     MOVE TRNA-PASSDT1 TO WK-TS
000000     PERFORM TS-RTN THRU CX00080 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN355-08 VRTRNSA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-TRNB = ZERO GO TO CX00005.
000000     MOVE ZERO TO FL-END .
000000 CX00021. IF NOT(FL-END = ZERO)GO TO CX00022.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VRTRNSB AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00023.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF TRNB-FEPID NOT NUMERIC
000000         ADD 1 TO WK-BADFEP-CNT
000000         GO TO CX00024 .
000000     COMPUTE WK-IX = TRNB-FEPID + 1
000000     ADD 1 TO FET-CNT-B (WK-IX)
000000     ADD 1 TO WK-TOT-B
000000     MOVE TRNB-PASSDT1 TO WK-TS
000000     PERFORM TS-RTN THRU CX00080 .
000000     GO TO CX00024.
000000 CX00023. IF NOT(FL-STS1 = "10")GO TO CX00025.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00024.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN355-09 VRTRNSB READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00021.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  every FEP the master expects or the stream
      *    carried, judged, filed and listed
000000 P200-RTN .
000000     MOVE ZERO TO WK-IX .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < 100)GO TO CX00031.
000000     COMPUTE WK-IX = WK-IX + 1 .
000000     IF FET-ONMST (WK-IX) = ZERO AND
000000        FET-CNT-A (WK-IX) = ZERO AND FET-CNT-B (WK-IX) = ZERO
000000         GO TO CX00030.
000000     IF FET-MSTSTS (WK-IX) = "S" AND
000000        FET-CNT-A (WK-IX) = ZERO AND FET-CNT-B (WK-IX) = ZERO
000000         GO TO CX00030.
000000     PERFORM FEP-RTN THRU CX00035 .
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFPR-REC
000000     MOVE "T" TO EXFPR-TYPE
000000     MOVE WK-BUSDT TO EXFPR-BUSDATE
000000     MOVE WK-TOT-A TO EXFPR-CNT-A
000000     MOVE WK-TOT-B TO EXFPR-CNT-B
000000     MOVE WK-SHORT-CNT TO EXFPR-SHORTCNT .
000000     IF WK-SHORT-CNT = ZERO
000000         MOVE "COMPLETE" TO EXFPR-DECISION
000000     ELSE
000000     IF SW-PROCEED = 1
000000         MOVE "PROCEED " TO EXFPR-DECISION
000000     ELSE
000000     MOVE "HOLD    " TO EXFPR-DECISION .
000000     WRITE EXFPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHUN355-10 EXFEPRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00006. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN355-90 RECORDS=" WK-JOBLG-CNT
000000             " FEPS=" WK-FEP-CNT " SHORT=" WK-SHORT-CNT
000000             " NO FEP ID=" WK-BADFEP-CNT UPON CONSOLE .
000000     IF WK-SHORT-CNT > ZERO AND SW-PROCEED = ZERO
000000         DISPLAY "HBHUN355-95 NIGHT HELD - FEP FEEDS SHORT, "
000000                 "RERUN WHEN ARRIVED OR SET FEPMISSING=PROCEED"
000000                 UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN355-11 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-TRNA = 1
000000         CLOSE VRTRNSA .
000000     IF SW-TRNB = 1
000000         CLOSE VRTRNSB .
000000       CLOSE  VIFEPMST  VIFEPARV  EXFEPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN355-12 VIFEPARV CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    FEP-RTN  -  one FEP: arrived, small, missing, or not on
      *    the master at all; a shortfall is alerted and carries
      *    the night's decision onto the register
000000 FEP-RTN .
           MOVE "FEP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-FEP-CNT
000000     INITIALIZE FAR-REC
000000     MOVE WK-BUSDT TO FAR-BUSDATE
000000     COMPUTE FAR-FEPID = WK-IX - 1
000000     MOVE FET-CNT-A (WK-IX) TO FAR-CNT-A
000000     MOVE FET-CNT-B (WK-IX) TO FAR-CNT-B
000000     MOVE FET-EXPCNT (WK-IX) TO FAR-EXPCNT
000000     MOVE FET-FIRSTTS (WK-IX) TO FAR-FIRSTTS
000000     MOVE FET-LASTTS (WK-IX) TO FAR-LASTTS
000000     ACCEPT FAR-CHKDATE FROM DATE YYYYMMDD
000000     ACCEPT FAR-CHKTIME FROM TIME
000000     MOVE WK-OPID TO FAR-OPID
000000     COMPUTE WK-TOTAL = FAR-CNT-A + FAR-CNT-B
000000     MOVE "A" TO FAR-STATUS .
000000     IF FET-ONMST (WK-IX) = ZERO
000000         MOVE "U" TO FAR-STATUS
000000         GO TO CX00036.
000000     IF WK-TOTAL = ZERO
000000         MOVE "M" TO FAR-STATUS
000000         GO TO CX00037.
000000     IF FAR-EXPCNT > ZERO AND
000000        WK-TOTAL * 100 < FAR-EXPCNT * WK-SMALLPCT
000000         MOVE "S" TO FAR-STATUS
000000         GO TO CX00037.
000000     GO TO CX00036.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-SHORT-CNT .
000000     IF SW-PROCEED = 1
000000         MOVE "P" TO FAR-DISP
000000     ELSE
000000     MOVE "H" TO FAR-DISP .
000000     DISPLAY "HBHUN355-50 FEP " FAR-FEPID " FEED SHORT - STATUS "
000000             FAR-STATUS " RECORDS " WK-TOTAL " NORMAL " FAR-EXPCNT
000000             UPON CONSOLE
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE FAR-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         REWRITE FAR-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00038.
000000         DISPLAY "HBHUN355-13 VIFEPARV WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFPR-REC
000000     MOVE "P" TO EXFPR-TYPE
000000     MOVE FAR-BUSDATE TO EXFPR-BUSDATE
000000     MOVE FAR-FEPID TO EXFPR-FEPID
000000     MOVE FET-NAME (WK-IX) TO EXFPR-NAME
000000     MOVE FAR-CNT-A TO EXFPR-CNT-A
000000     MOVE FAR-CNT-B TO EXFPR-CNT-B
000000     MOVE FAR-EXPCNT TO EXFPR-EXPCNT
000000     MOVE FAR-FIRSTTS TO EXFPR-FIRSTTS
000000     MOVE FAR-LASTTS TO EXFPR-LASTTS
000000     MOVE FAR-STATUS TO EXFPR-STATUS
000000     MOVE FAR-DISP TO EXFPR-DISP
000000     WRITE EXFPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHUN355-14 EXFEPRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00035. EXIT.
      *
      *    TS-RTN  -  WK-TS widens the FEP's pass-timestamp span
000000 TS-RTN .
           MOVE "TS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FET-FIRSTTS (WK-IX) = ZERO OR
000000        WK-TS < FET-FIRSTTS (WK-IX)
000000         MOVE WK-TS TO FET-FIRSTTS (WK-IX) .
000000     IF WK-TS > FET-LASTTS (WK-IX)
000000         MOVE WK-TS TO FET-LASTTS (WK-IX) .
000000 CX00080. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN355" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN355" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN355" TO PRM-PROGID
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
000000         DISPLAY "HBHUN355-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
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
000000     MOVE "HBHUN355" TO JOBLG-PROGID
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
000000     MOVE WK-JOBLG-CNT TO JOBLG-RECCNT .
000000     IF WK-SHORT-CNT > ZERO AND SW-PROCEED = ZERO
000000         MOVE "1" TO JOBLG-STATUS
000000     ELSE
000000     MOVE "0" TO JOBLG-STATUS .
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN355-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN355" TO ERRM-PROGID
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
