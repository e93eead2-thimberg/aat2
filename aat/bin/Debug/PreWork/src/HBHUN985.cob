000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN985 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260922追加開始
      *    monthly business report to the supervising authority,
      *    until now filled in by hand.  For the RPTMONTH month
      *    (the business date's month by default) the report is
      *    built in the authority's fixed layout on EXREGRPT: the
      *    month's sales as the HBHUN420 rollup left them on
      *    VIHBTMON, the prizes VIPAYSTS (CFPAYST) shows paid in
      *    the month with the payout ratio they make, the machines
      *    on VIGAME by VIGMTYPE game type, the tickets still
      *    unclaimed at month-end and the month's forfeitures from
      *    HBHSS160's EXFFTREG registers (the month's nightly
      *    registers, concatenated on the assignment).  The
      *    trailer carries the record count, a control total of
      *    the money lines and the number of source records behind
      *    the sales and forfeiture figures, so every total ties
      *    back to the suite's own month-end output.  The report is
      *    registered for HBHUN860 by an R card appended to its
      *    XMTCARD deck, due for acknowledgement within SUBMITDAYS
      *    days, so the transmission register is the proof it was
      *    filed
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMTYPE
000000             ASSIGN               VIGMTYPE-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               SEQUENTIAL
000000     RECORD KEY           GMTYPE-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGAME
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      GAM-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFFTREG
000000             ASSIGN               EXFFTREG-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXREGRPT
000000             ASSIGN               EXREGRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  XMTCARD
000000                  ASSIGN             XMTCARD-MSD
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
000000 FD  VIGMTYPE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  GMTYPE-REC.
           05  GMTYPE-KEY              PIC 9(02).
           05  GMTYPE-GRPA             PIC 9(01).
           05  GMTYPE-GRPB             PIC 9(01).
      *    only the key of the game master is read, as HBHUN670
      *    reads it
000000 FD  VIGAME
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGAME".
       01  GAM-REC.
           05  GAM-KEY.
               07  GAM-GMTYPE              PIC 9(02).
               07  GAM-BLOCK               PIC S9(04) COMP.
               07  GAM-KAI                 PIC S9(04) COMP.
           05  FILLER                      PIC X(100).
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
      *    the forfeiture register exactly as HBHSS160 writes it
000000 FD  EXFFTREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFFTREG".
       01  EXFFT-REC.
           05  EXFFT-RUNDATE               PIC 9(08).
           05  EXFFT-BUSDATE               PIC 9(08).
           05  EXFFT-TICKETCD              PIC X(24).
           05  EXFFT-AMOUNT                PIC 9(14) COMP-3.
           05  EXFFT-ENTRYDATE             PIC 9(08).
           05  EXFFT-CARRYCNT              PIC 9(03).
      *    the authority's fixed layout: every record carries the
      *    record type, the report month and the licence number,
      *    then a body laid out by record type; amounts in whole
      *    yen, the payout ratio in percent to two places
000000 FD  EXREGRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXREGRPT".
       01  REGR-REC.
           05  REGR-RECTYPE                PIC X(02).
               88  REGR-HEADER              VALUE "01".
               88  REGR-BUSINESS            VALUE "10".
               88  REGR-GMTYPELINE          VALUE "20".
               88  REGR-GMTYPETOTAL         VALUE "29".
               88  REGR-UNCLAIMED           VALUE "30".
               88  REGR-TRAILER             VALUE "90".
           05  REGR-YM                     PIC 9(06).
           05  REGR-LICNO                  PIC X(12).
           05  REGR-BODY                   PIC X(80).
      *    01: when the report was made and the period it covers
           05  REGR-HDR REDEFINES REGR-BODY.
               07  REGR-H-CRTDATE          PIC 9(08).
               07  REGR-H-FROM             PIC 9(08).
               07  REGR-H-TO               PIC 9(08).
               07  FILLER                  PIC X(56).
      *    10: sales, prizes paid and the payout ratio
           05  REGR-BUS REDEFINES REGR-BODY.
               07  REGR-B-SALES            PIC 9(13).
               07  REGR-B-PRIZES           PIC 9(13).
               07  REGR-B-PRZCNT           PIC 9(07).
               07  REGR-B-PAYOUT           PIC 9(03)V9(02).
               07  REGR-B-OPMACH           PIC 9(07).
               07  FILLER                  PIC X(35).
      *    20 and 29: machines by game type, and their total
           05  REGR-GMT REDEFINES REGR-BODY.
               07  REGR-G-GMTYPE           PIC 9(02).
               07  REGR-G-MACHINES         PIC 9(07).
               07  FILLER                  PIC X(71).
      *    30: unclaimed at month-end and forfeited in the month
           05  REGR-UNC REDEFINES REGR-BODY.
               07  REGR-U-UNCLCNT          PIC 9(07).
               07  REGR-U-UNCLAMT          PIC 9(13).
               07  REGR-U-FFTCNT           PIC 9(07).
               07  REGR-U-FFTAMT           PIC 9(13).
               07  FILLER                  PIC X(40).
      *    90: records in the report, this one included; the
      *    control total is sales, prizes, unclaimed and forfeited
      *    added together; then the VIHBTMON and EXFFTREG records
      *    the figures were taken from
           05  REGR-TRL REDEFINES REGR-BODY.
               07  REGR-T-RECCNT           PIC 9(07).
               07  REGR-T-CTLTOT           PIC 9(14).
               07  REGR-T-MONROWS          PIC 9(07).
               07  REGR-T-FFTROWS          PIC 9(07).
               07  FILLER                  PIC X(45).
      *    the transmission card exactly as HBHUN860 reads it
000000 FD  XMTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "XMTCARD".
       01  XMC-REC.
           05  XMC-ACTION                  PIC X(01).
           05  XMC-FILEID                  PIC X(12).
           05  XMC-BUSDATE                 PIC 9(08).
           05  XMC-RECCNT                  PIC 9(09).
           05  XMC-CTLTOT                  PIC 9(14).
           05  XMC-DEADLINE                PIC 9(03).
           05  XMC-OPID                    PIC X(08).
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
000000   03  SW-FFT                      PIC 9(01) VALUE ZERO.
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-LICNO                    PIC X(12) VALUE SPACE.
000000   03  WK-SUBMITDAYS               PIC 9(03) VALUE 10.
000000   03  WK-RPT-MONTH                PIC 9(06).
000000   03  WK-RPT-MONTH-R REDEFINES WK-RPT-MONTH.
000000       05  WK-RPT-YY               PIC 9(04).
000000       05  WK-RPT-MM               PIC 9(02).
000000   03  WK-FROM                     PIC 9(08).
000000   03  WK-TO                       PIC 9(08).
000000   03  WK-TO-R REDEFINES WK-TO.
000000       05  FILLER                  PIC 9(06).
000000       05  WK-TO-DD                PIC 9(02).
000000   03  WK-Q                        PIC 9(04).
000000   03  WK-R                        PIC 9(04).
000000   03  WK-SALES                    PIC S9(13)V99 VALUE ZERO.
000000   03  WK-SALES-YEN                PIC 9(13) VALUE ZERO.
000000   03  WK-PRIZES                   PIC 9(13) VALUE ZERO.
000000   03  WK-PRZCNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-PAYOUT                   PIC 9(03)V9(02) VALUE ZERO.
000000   03  WK-OPMACH                   PIC 9(07) VALUE ZERO.
000000   03  WK-UNCLCNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-UNCLAMT                  PIC 9(13) VALUE ZERO.
000000   03  WK-FFTCNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-FFTAMT                   PIC 9(13) VALUE ZERO.
000000   03  WK-MONROWS                  PIC 9(07) VALUE ZERO.
000000   03  WK-FFTROWS                  PIC 9(07) VALUE ZERO.
000000   03  WK-MACH-TOT                 PIC 9(07) VALUE ZERO.
000000   03  WK-REC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-CTLTOT                   PIC 9(14) VALUE ZERO.
      *    one slot per game type, subscripted by the type plus one
000000 01  GTT-WORK.
000000   03  GTT-ENT OCCURS 100.
000000     05  GTT-ONMST                 PIC 9(01).
000000     05  GTT-MACHINES              PIC 9(07).
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
000000     MOVE WK-BUSDT (1:6) TO WK-RPT-MONTH
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN985" TO PRM-PROGID
000000     MOVE "RPTMONTH" TO PRM-NAME
000000     MOVE WK-RPT-MONTH TO PRM-VALUE (1:6)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:6) IS NUMERIC
000000         MOVE PRM-VALUE (1:6) TO WK-RPT-MONTH .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN985" TO PRM-PROGID
000000     MOVE "LICENCENO" TO PRM-NAME
000000     MOVE WK-LICNO TO PRM-VALUE
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE TO WK-LICNO
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN985" TO PRM-PROGID
000000     MOVE "SUBMITDAYS" TO PRM-NAME
000000     MOVE "010" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-SUBMITDAYS .
000000     PERFORM MEND-RTN THRU CX00040 .
000000       OPEN  INPUT  VIHBTMON .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN985-01 VIHBTMON OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGMTYPE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN985-02 VIGMTYPE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGAME .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN985-03 VIGAME OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN985-04 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no forfeiture register for the month is no forfeitures
000000     OPEN INPUT EXFFTREG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-FFT .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00054.
000000         DISPLAY "HBHUN985-05 EXFFTREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXREGRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN985-06 EXREGRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN EXTEND XMTCARD .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT XMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN985-07 XMTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN985-08 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the month's sales from the monthly rollup,
      *    and the machines that took money in it
000000 P000-RTN .
000000     MOVE WK-RPT-MONTH TO HBTMON-YM
000000     MOVE LOW-VALUES TO HBTMON-FLOOR
000000     MOVE LOW-VALUES TO HBTMON-MACHINE .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID GO TO CX00003 .
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00003.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN985-09 VIHBTMON READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HBTMON-YM NOT = WK-RPT-MONTH GO TO CX00003.
000000     ADD 1 TO WK-JOBLG-CNT
000000     ADD 1 TO WK-MONROWS
000000     ADD HBTMON-AMT TO WK-SALES .
000000     IF HBTMON-AMT > ZERO
000000         ADD 1 TO WK-OPMACH .
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the game types, and the machines on each
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIGMTYPE AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     COMPUTE WK-IX = GMTYPE-KEY + 1
000000     MOVE 1 TO GTT-ONMST (WK-IX) .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN985-10 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
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
000000     MOVE ZERO TO FL-END .
000000 CX00020. IF NOT(FL-END = ZERO)GO TO CX00021.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIGAME AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00022.
000000     ADD 1 TO WK-JOBLG-CNT
000000     COMPUTE WK-IX = GAM-GMTYPE + 1
000000     ADD 1 TO GTT-MACHINES (WK-IX)
000000     ADD 1 TO WK-MACH-TOT .
000000     GO TO CX00023.
000000 CX00022. IF NOT(FL-STS1 = "10")GO TO CX00024.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00023.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN985-11 VIGAME READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the payment ledger: prizes paid in the
      *    month, and tickets still unclaimed at its end - unpaid,
      *    or waiting on a bank transfer
000000 P200-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00025. IF NOT(FL-END = ZERO)GO TO CX00026.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00027.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF PAYST-PAID AND
000000        PAYST-PAIDDATE NOT < WK-FROM AND
000000        PAYST-PAIDDATE NOT > WK-TO
000000         ADD 1 TO WK-PRZCNT
000000         ADD PAYST-AMOUNT TO WK-PRIZES .
000000     IF (PAYST-UNPAID OR PAYST-XFERPEND) AND
000000        PAYST-ENTRYDATE NOT > WK-TO
000000         ADD 1 TO WK-UNCLCNT
000000         ADD PAYST-AMOUNT TO WK-UNCLAMT .
000000     GO TO CX00028.
000000 CX00027. IF NOT(FL-STS1 = "10")GO TO CX00029.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00028.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN985-12 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
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
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the month's forfeitures
000000 P300-RTN .
000000     IF SW-FFT = ZERO GO TO CX00007.
000000     MOVE ZERO TO FL-END .
000000 CX00030. IF NOT(FL-END = ZERO)GO TO CX00031.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXFFTREG AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00032.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF EXFFT-BUSDATE NOT < WK-FROM AND
000000        EXFFT-BUSDATE NOT > WK-TO
000000         ADD 1 TO WK-FFTROWS
000000         ADD 1 TO WK-FFTCNT
000000         ADD EXFFT-AMOUNT TO WK-FFTAMT .
000000     GO TO CX00033.
000000 CX00032. IF NOT(FL-STS1 = "10")GO TO CX00034.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00033.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN985-13 EXFFTREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  the report in the authority's layout, then
      *    its registration card
000000 P400-RTN .
000000     COMPUTE WK-SALES-YEN ROUNDED = WK-SALES .
000000     IF WK-SALES-YEN > ZERO
000000         COMPUTE WK-PAYOUT ROUNDED =
000000             WK-PRIZES * 100 / WK-SALES-YEN
000000             ON SIZE ERROR MOVE 999.99 TO WK-PAYOUT .
000000     MOVE SPACE TO REGR-BODY
000000     MOVE "01" TO REGR-RECTYPE
000000     ACCEPT REGR-H-CRTDATE FROM DATE YYYYMMDD
000000     MOVE WK-FROM TO REGR-H-FROM
000000     MOVE WK-TO TO REGR-H-TO
000000     PERFORM WRT-RTN THRU CX00081 .
000000     MOVE SPACE TO REGR-BODY
000000     MOVE "10" TO REGR-RECTYPE
000000     MOVE WK-SALES-YEN TO REGR-B-SALES
000000     MOVE WK-PRIZES TO REGR-B-PRIZES
000000     MOVE WK-PRZCNT TO REGR-B-PRZCNT
000000     MOVE WK-PAYOUT TO REGR-B-PAYOUT
000000     MOVE WK-OPMACH TO REGR-B-OPMACH
000000     PERFORM WRT-RTN THRU CX00081 .
000000     MOVE ZERO TO WK-IX .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < 100)GO TO CX00036.
000000     COMPUTE WK-IX = WK-IX + 1 .
000000     IF GTT-ONMST (WK-IX) = ZERO AND GTT-MACHINES (WK-IX) = ZERO
000000         GO TO CX00035.
000000     MOVE SPACE TO REGR-BODY
000000     MOVE "20" TO REGR-RECTYPE
000000     COMPUTE REGR-G-GMTYPE = WK-IX - 1
000000     MOVE GTT-MACHINES (WK-IX) TO REGR-G-MACHINES
000000     PERFORM WRT-RTN THRU CX00081 .
000000     GO TO CX00035.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO REGR-BODY
000000     MOVE "29" TO REGR-RECTYPE
000000     MOVE ZERO TO REGR-G-GMTYPE
000000     MOVE WK-MACH-TOT TO REGR-G-MACHINES
000000     PERFORM WRT-RTN THRU CX00081 .
000000     MOVE SPACE TO REGR-BODY
000000     MOVE "30" TO REGR-RECTYPE
000000     MOVE WK-UNCLCNT TO REGR-U-UNCLCNT
000000     MOVE WK-UNCLAMT TO REGR-U-UNCLAMT
000000     MOVE WK-FFTCNT TO REGR-U-FFTCNT
000000     MOVE WK-FFTAMT TO REGR-U-FFTAMT
000000     PERFORM WRT-RTN THRU CX00081 .
000000     COMPUTE WK-CTLTOT = WK-SALES-YEN + WK-PRIZES
000000                       + WK-UNCLAMT + WK-FFTAMT
000000     MOVE SPACE TO REGR-BODY
000000     MOVE "90" TO REGR-RECTYPE
000000     COMPUTE REGR-T-RECCNT = WK-REC-CNT + 1
000000     MOVE WK-CTLTOT TO REGR-T-CTLTOT
000000     MOVE WK-MONROWS TO REGR-T-MONROWS
000000     MOVE WK-FFTROWS TO REGR-T-FFTROWS
000000     PERFORM WRT-RTN THRU CX00081 .
000000     MOVE "R" TO XMC-ACTION
000000     MOVE "EXREGRPT" TO XMC-FILEID
000000     MOVE WK-TO TO XMC-BUSDATE
000000     MOVE WK-REC-CNT TO XMC-RECCNT
000000     MOVE WK-CTLTOT TO XMC-CTLTOT
000000     MOVE WK-SUBMITDAYS TO XMC-DEADLINE
000000     MOVE WK-OPID TO XMC-OPID
000000     WRITE XMC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHUN985-14 XMTCARD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN985-90 MONTH=" WK-RPT-MONTH
000000             " SALES=" WK-SALES-YEN " PRIZES=" WK-PRIZES
000000             " PAYOUT=" WK-PAYOUT UPON CONSOLE .
000000     DISPLAY "HBHUN985-91 MACHINES=" WK-MACH-TOT
000000             " UNCLAIMED=" WK-UNCLAMT " FORFEITED=" WK-FFTAMT
000000             UPON CONSOLE .
000000     DISPLAY "HBHUN985-92 RECORDS=" WK-REC-CNT
000000             " CONTROL TOTAL=" WK-CTLTOT
000000             " - REGISTERED FOR HBHUN860" UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN985-15 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-FFT = 1
000000         CLOSE EXFFTREG .
000000       CLOSE  VIHBTMON  VIGMTYPE  VIGAME  VIPAYSTS  EXREGRPT
000000              XMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN985-16 EXREGRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    MEND-RTN  -  the first and last day of the report month,
      *    February by the leap-year rule
000000 MEND-RTN .
           MOVE "MEND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-FROM = WK-RPT-MONTH * 100 + 1
000000     COMPUTE WK-TO = WK-RPT-MONTH * 100 + 31 .
000000     IF WK-RPT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-TO-DD .
000000     IF NOT(WK-RPT-MM = 2)GO TO CX00040.
000000     MOVE 28 TO WK-TO-DD
000000     DIVIDE WK-RPT-YY BY 4 GIVING WK-Q REMAINDER WK-R .
000000     IF WK-R = ZERO
000000         MOVE 29 TO WK-TO-DD .
000000 CX00040. EXIT.
      *
      *    WRT-RTN  -  one report record, stamped with the month
      *    and the licence number
000000 WRT-RTN .
           MOVE "WRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-RPT-MONTH TO REGR-YM
000000     MOVE WK-LICNO TO REGR-LICNO
000000     WRITE REGR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00082.
000000         DISPLAY "HBHUN985-17 EXREGRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-REC-CNT .
000000 CX00081. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN985" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN985" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN985" TO PRM-PROGID
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
000000         DISPLAY "HBHUN985-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
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
000000     MOVE "HBHUN985" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN985-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN985" TO ERRM-PROGID
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
