000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN365 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261011追加開始
      *    transaction history load: after the settlement run the
      *    night's transactions survived only in summarised form,
      *    and looking into one machine's night meant asking the
      *    controller vendor for a re-extract.  Each night, after
      *    the pre-edit and the split-file balancing, every
      *    transaction detail on the clean halves SQTRNCLA and
      *    SQTRNCLB is filed on the VITRNHIS history (CFTRNHS)
      *    under its FEP, the business date and the pass timestamp
      *    the controller stamped, and the night is summed per FEP
      *    on VITRNCTL (CFTRNCT) beside the counts the HBHUN765
      *    balancing passed to the settlement (EXSUSRPT), so the
      *    HBHUN380 inquiry can tie back to the night.  History
      *    older than KEEPDAYS (default 90) days is
      *    dropped.  A rerun finds the night's rows already there
      *    and counts them as held
000000     SELECT  SQTRNCLA
000000             ASSIGN               SQTRNCLA-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQTRNCLB
000000             ASSIGN               SQTRNCLB-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSUSRPT
000000             ASSIGN               EXSUSRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITRNHIS
000000             ASSIGN            VITRNHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY TRH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITRNCTL
000000             ASSIGN            VITRNCTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY THC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261011追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    the clean halves' recoverable header, as HBHUN360
      *    declares the stream it copies them from
000000 FD  SQTRNCLA
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQTRNCLA".
       01  CLA-REC.
           05  CLA-SERIAL                  PIC S9(04) COMP.
           05  CLA-FEPID                   PIC 9(02).
           05  CLA-PASSNO                  PIC 9(02).
           05  CLA-PASSDT1                 PIC S9(09) COMP.
           05  CLA-PASSDT2                 PIC S9(09) COMP.
           05  CLA-DETAIL                  OCCURS 63.
               07  CLA-DTL-DATA            PIC X(32).
000000 FD  SQTRNCLB
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQTRNCLB".
       01  CLB-REC                         PIC X(2030).
      *    the balancing report exactly as HBHUN765 writes it
000000 FD  EXSUSRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSUSRPT".
       01  EXSUS-REC.
           05  EXSUS-TYPE                  PIC X(01).
               88  EXSUS-FEPLINE            VALUE "P".
           05  EXSUS-RUNDATE               PIC 9(08).
           05  EXSUS-FEPID                 PIC 9(02).
           05  EXSUS-CNT-A                 PIC 9(07).
           05  EXSUS-CNT-B                 PIC 9(07).
           05  EXSUS-VERDICT               PIC X(02).
000000 FD  VITRNHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNHIS".
       01  TRH-REC.
           COPY CFTRNHS .
000000 FD  VITRNCTL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNCTL".
       01  THC-REC.
           COPY CFTRNCT .
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
000000   03  SW-CLA                      PIC 9(01) VALUE ZERO.
000000   03  SW-CLB                      PIC 9(01) VALUE ZERO.
000000   03  SW-SUSRPT                   PIC 9(01) VALUE ZERO.
000000   03  WK-KEEPDAYS                 PIC 9(03) VALUE 090.
000000   03  WK-KEEP-DATE                PIC 9(08).
000000   03  WK-BACKDAYS                 PIC 9(03).
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-SX                       PIC 9(02).
000000   03  WK-HALF                     PIC X(01).
000000   03  WK-TS                       PIC 9(09).
000000   03  WK-DTL-CNT                  PIC 9(09) VALUE ZERO.
000000   03  WK-HELD-CNT                 PIC 9(09) VALUE ZERO.
000000   03  WK-BADFEP-CNT               PIC 9(07) VALUE ZERO.
000000   03  WK-FEP-CNT                  PIC 9(03) VALUE ZERO.
000000   03  WK-DEL-CNT                  PIC 9(09) VALUE ZERO.
      *    the record in hand, from either half
000000 01  TRW-REC.
000000   03  TRW-SERIAL                  PIC S9(04) COMP.
000000   03  TRW-FEPID                   PIC 9(02).
000000   03  TRW-PASSNO                  PIC 9(02).
000000   03  TRW-PASSDT1                 PIC S9(09) COMP.
000000   03  TRW-PASSDT2                 PIC S9(09) COMP.
000000   03  TRW-DETAIL                  OCCURS 63.
000000       05  TRW-DTL-DATA            PIC X(32).
      *    one slot per FEP identifier, subscripted by the
      *    identifier plus one
000000 01  FET-WORK.
000000   03  FET-ENT OCCURS 100.
000000     05  FET-SEEN                  PIC 9(01).
000000     05  FET-CNT-A                 PIC 9(07).
000000     05  FET-CNT-B                 PIC 9(07).
000000     05  FET-DTLCNT                PIC 9(09).
000000     05  FET-FIRSTTS               PIC 9(09).
000000     05  FET-LASTTS                PIC 9(09).
000000     05  FET-SETL-A                PIC 9(07).
000000     05  FET-SETL-B                PIC 9(07).
000000     05  FET-VERDICT               PIC X(02).
      *    the first day of the window, stepped back a day at a
      *    time by DAYBK-RTN
000000   03  WK-FROMDT                   PIC 9(08).
000000   03  WK-FROMDT-R REDEFINES WK-FROMDT.
000000       05  WK-FROM-YY              PIC 9(04).
000000       05  WK-FROM-MM              PIC 9(02).
000000       05  WK-FROM-DD              PIC 9(02).
000000   03  WK-FROM-LAST                PIC 9(02).
000000   03  WK-FROM-Q                   PIC 9(04).
000000   03  WK-FROM-R                   PIC 9(04).
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
000000     INITIALIZE FET-WORK
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN365" TO PRM-PROGID
000000     MOVE "KEEPDAYS" TO PRM-NAME
000000     MOVE "090" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-KEEPDAYS .
      *    the oldest business date kept: the business date and
      *    the KEEPDAYS - 1 days before it
000000     MOVE WK-BUSDT TO WK-FROMDT
000000     COMPUTE WK-BACKDAYS = WK-KEEPDAYS - 1
000000     PERFORM DAYBK-RTN THRU CX00074 WK-BACKDAYS TIMES .
000000     MOVE WK-FROMDT TO WK-KEEP-DATE .
      *    a half the pre-edit did not write carries nothing to
      *    load, as at the arrival check
000000     OPEN INPUT SQTRNCLA .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CLA .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00050.
000000         DISPLAY "HBHUN365-01 SQTRNCLA OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQTRNCLB .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CLB .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00051.
000000         DISPLAY "HBHUN365-02 SQTRNCLB OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no balancing report: the night is still loaded, with
      *    no settlement counts to tie to
000000     OPEN INPUT EXSUSRPT .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-SUSRPT
000000     ELSE
000000     DISPLAY "HBHUN365-50 EXSUSRPT ABSENT - NO SETTLEMENT COUNTS"
000000             UPON CONSOLE .
000000     OPEN I-O VITRNHIS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VITRNHIS
000000         CLOSE VITRNHIS
000000         OPEN I-O VITRNHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN365-03 VITRNHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VITRNCTL .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VITRNCTL
000000         CLOSE VITRNCTL
000000         OPEN I-O VITRNCTL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN365-04 VITRNCTL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN365-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the balancing's per-FEP counts and verdict
000000 P000-RTN .
000000     IF SW-SUSRPT = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXSUSRPT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF NOT EXSUS-FEPLINE OR EXSUS-FEPID NOT NUMERIC
000000         GO TO CX00013.
000000     COMPUTE WK-IX = EXSUS-FEPID + 1
000000     MOVE 1 TO FET-SEEN (WK-IX)
000000     MOVE EXSUS-CNT-A TO FET-SETL-A (WK-IX)
000000     MOVE EXSUS-CNT-B TO FET-SETL-B (WK-IX)
000000     MOVE EXSUS-VERDICT TO FET-VERDICT (WK-IX) .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN365-06 EXSUSRPT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
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
      *
      *    P100-RTN  -  both clean halves, every detail filed
000000 P100-RTN .
000000     IF SW-CLA = ZERO GO TO CX00020.
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQTRNCLA AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     MOVE CLA-REC TO TRW-REC
000000     MOVE "A" TO WK-HALF
000000     PERFORM REC-RTN THRU CX00040 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN365-07 SQTRNCLA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
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
000000     IF SW-CLB = ZERO GO TO CX00005.
000000     MOVE ZERO TO FL-END .
000000 CX00021. IF NOT(FL-END = ZERO)GO TO CX00022.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQTRNCLB AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00023.
000000     MOVE CLB-REC TO TRW-REC
000000     MOVE "B" TO WK-HALF
000000     PERFORM REC-RTN THRU CX00040 .
000000     GO TO CX00024.
000000 CX00023. IF NOT(FL-STS1 = "10")GO TO CX00025.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00024.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN365-08 SQTRNCLB READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
      *    P200-RTN  -  the night summed per FEP on the control
000000 P200-RTN .
000000     MOVE ZERO TO WK-IX .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < 100)GO TO CX00006.
000000     COMPUTE WK-IX = WK-IX + 1 .
000000     IF FET-SEEN (WK-IX) = ZERO GO TO CX00030.
000000     ADD 1 TO WK-FEP-CNT
000000     INITIALIZE THC-REC
000000     MOVE WK-BUSDT TO THC-BUSDATE
000000     COMPUTE THC-FEPID = WK-IX - 1
000000     MOVE FET-CNT-A (WK-IX) TO THC-CNT-A
000000     MOVE FET-CNT-B (WK-IX) TO THC-CNT-B
000000     MOVE FET-DTLCNT (WK-IX) TO THC-DTLCNT
000000     MOVE FET-FIRSTTS (WK-IX) TO THC-FIRSTTS
000000     MOVE FET-LASTTS (WK-IX) TO THC-LASTTS
000000     MOVE FET-SETL-A (WK-IX) TO THC-SETL-A
000000     MOVE FET-SETL-B (WK-IX) TO THC-SETL-B
000000     MOVE FET-VERDICT (WK-IX) TO THC-VERDICT
000000     ACCEPT THC-LOADDATE FROM DATE YYYYMMDD
000000     ACCEPT THC-LOADTIME FROM TIME
000000     WRITE THC-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         REWRITE THC-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN365-09 VITRNCTL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00030.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  history and control rows older than the
      *    retention window dropped
000000 P300-RTN .
000000     MOVE LOW-VALUES TO TRH-KEY .
000000     START VITRNHIS KEY >= TRH-KEY
000000             INVALID GO TO CX00033.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITRNHIS NEXT AT END GO TO CX00033.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN365-10 VITRNHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(TRH-BUSDATE < WK-KEEP-DATE) GO TO CX00032.
000000     DELETE VITRNHIS INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHUN365-11 VITRNHIS DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-DEL-CNT
000000     GO TO CX00032.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO THC-KEY .
000000     START VITRNCTL KEY >= THC-KEY
000000             INVALID GO TO CX00007.
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITRNCTL NEXT AT END GO TO CX00007.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN365-12 VITRNCTL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(THC-BUSDATE < WK-KEEP-DATE) GO TO CX00007.
000000     DELETE VITRNCTL INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00036.
000000         DISPLAY "HBHUN365-13 VITRNCTL DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00035.
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN365-90 RECORDS=" WK-JOBLG-CNT
000000             " DETAILS=" WK-DTL-CNT " HELD=" WK-HELD-CNT
000000             " FEPS=" WK-FEP-CNT " NO FEP ID=" WK-BADFEP-CNT
000000             " DROPPED=" WK-DEL-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN365-14 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-CLA = 1
000000         CLOSE SQTRNCLA .
000000     IF SW-CLB = 1
000000         CLOSE SQTRNCLB .
000000     IF SW-SUSRPT = 1
000000         CLOSE EXSUSRPT .
000000       CLOSE  VITRNHIS  VITRNCTL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN365-15 VITRNCTL CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
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
      *    REC-RTN  -  one clean record: counted to its FEP and
      *    each detail it carries filed
000000 REC-RTN .
           MOVE "REC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF TRW-FEPID NOT NUMERIC
000000         ADD 1 TO WK-BADFEP-CNT
000000         GO TO CX00040.
000000     COMPUTE WK-IX = TRW-FEPID + 1
000000     MOVE 1 TO FET-SEEN (WK-IX) .
000000     IF WK-HALF = "A"
000000         ADD 1 TO FET-CNT-A (WK-IX)
000000     ELSE
000000         ADD 1 TO FET-CNT-B (WK-IX) .
000000     MOVE TRW-PASSDT1 TO WK-TS .
000000     IF FET-FIRSTTS (WK-IX) = ZERO OR
000000        WK-TS < FET-FIRSTTS (WK-IX)
000000         MOVE WK-TS TO FET-FIRSTTS (WK-IX) .
000000     IF WK-TS > FET-LASTTS (WK-IX)
000000         MOVE WK-TS TO FET-LASTTS (WK-IX) .
000000     PERFORM DTL-RTN THRU CX00041
000000         VARYING WK-SX FROM 1 BY 1 UNTIL WK-SX > 63 .
000000 CX00040. EXIT.
      *
      *    DTL-RTN  -  one detail slot; an empty slot carries no
      *    transaction
000000 DTL-RTN .
000000     IF TRW-DTL-DATA (WK-SX) = SPACE OR
000000        TRW-DTL-DATA (WK-SX) = LOW-VALUES
000000         GO TO CX00041.
000000     MOVE SPACE TO TRH-REC
000000     MOVE TRW-FEPID TO TRH-FEPID
000000     MOVE WK-BUSDT TO TRH-BUSDATE
000000     MOVE WK-TS TO TRH-PASSTS
000000     MOVE TRW-PASSNO TO TRH-PASSNO
000000     MOVE TRW-SERIAL TO TRH-SERIAL
000000     MOVE WK-HALF TO TRH-HALF
000000     MOVE WK-SX TO TRH-SLOT
000000     MOVE TRW-PASSDT2 TO TRH-PASSTS2
000000     MOVE TRW-DTL-DATA (WK-SX) TO TRH-DETAIL
000000     ADD 1 TO FET-DTLCNT (WK-IX)
000000     WRITE TRH-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         ADD 1 TO WK-HELD-CNT
000000         GO TO CX00041.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN365-16 VITRNHIS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-DTL-CNT .
000000 CX00041. EXIT.
      *
      *    DAYBK-RTN  -  steps WK-FROMDT back one calendar day,
      *    February by the leap-year rule
000000 DAYBK-RTN .
           MOVE "DAYBK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-DD > 1)GO TO CX00071.
000000     COMPUTE WK-FROM-DD = WK-FROM-DD - 1 .
000000     GO TO CX00074.
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-MM = 1)GO TO CX00072.
000000     COMPUTE WK-FROM-YY = WK-FROM-YY - 1
000000     MOVE 12 TO WK-FROM-MM
000000     MOVE 31 TO WK-FROM-DD .
000000     GO TO CX00074.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-FROM-MM = WK-FROM-MM - 1
000000     MOVE 31 TO WK-FROM-LAST .
000000     IF WK-FROM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-FROM-LAST .
000000     IF NOT(WK-FROM-MM = 2)GO TO CX00073.
000000     MOVE 28 TO WK-FROM-LAST
000000     DIVIDE WK-FROM-YY BY 4 GIVING WK-FROM-Q
000000         REMAINDER WK-FROM-R .
000000     IF WK-FROM-R = ZERO
000000         MOVE 29 TO WK-FROM-LAST .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FROM-LAST TO WK-FROM-DD .
000000 CX00074. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN365" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN365" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN365" TO PRM-PROGID
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
000000         DISPLAY "HBHUN365-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
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
000000     MOVE "HBHUN365" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN365-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN365" TO ERRM-PROGID
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
