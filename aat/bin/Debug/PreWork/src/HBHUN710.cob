000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN710 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260924追加開始
      *    daily KPI interface for the head-office BI system, whose
      *    dashboard was keyed by hand off several of our reports.
      *    One fixed-format EXKPIDLY file per business date carries,
      *    for every sales floor and for the company, the day's
      *    sales and payout ratio, machine utilisation and average
      *    sales per machine, the channel mix, the unpaid-winner
      *    liability and the exception rates - every figure taken
      *    from the suite's own files, each one defined where the
      *    record layout carries it.  A machine is placed on its
      *    floor by the day's RQHIBETU record or, failing that, by
      *    the last closed month on VIHBTMON, which is also the
      *    floor's installed base.  The file is registered for
      *    HBHUN860 by an R card appended to its XMTCARD deck, due
      *    for acknowledgement within KPIACKDAYS days
000000     SELECT  RQHIBETU
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      HBT-KEYITEM
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIQLTHIS
000000             ASSIGN            VIQLTHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY QLT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSFKRPT
000000                  ASSIGN             EXSFKRPT-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  EXKPIDLY
000000             ASSIGN               EXKPIDLY-MSD
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
      *20260924追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    the daily file's own copybook carries corrupted names in
      *    this source, so this program declares the same byte
      *    layout under its own names, as HBHUN420 does
000000 FD  RQHIBETU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  HBT-REC.
           05  HBT-DATE                    PIC 9(08).
           05  HBT-FLOOR                   PIC X(10).
           05  HBT-CHAN                    PIC X(04).
           05  HBT-KEYITEM                 PIC X(22).
           05  HBT-AMT                     PIC S9(09)V99 COMP-3.
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
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
      *    the scorecard history exactly as HBHUN870 keeps it
000000 FD  VIQLTHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIQLTHIS".
       01  QLT-REC.
           05  QLT-KEY.
               07  QLT-BUSDATE             PIC 9(08).
               07  QLT-CATEG               PIC X(02).
               07  QLT-SRC                 PIC X(02).
           05  QLT-CNT                     PIC 9(07).
           05  QLT-VOLUME                  PIC 9(09).
           05  QLT-RATEPM                  PIC 9(05).
      *    the night's unmatched ticket codes as HBHUN870 reads them
000000 FD  EXSFKRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSFKRPT".
       01  EXSFK-REC.
           05  EXSFK-SRCCODE               PIC X(24).
           05  EXSFK-CNT1                  PIC 9(05).
           05  EXSFK-CNT2                  PIC 9(05).
      *    the head-office layout: every record carries the record
      *    type, the business date and the floor - *COMPANY on the
      *    whole-company records - then a body laid out by record
      *    type.  Amounts are whole yen, percentages carry two
      *    places, rates per mille are whole numbers
000000 FD  EXKPIDLY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXKPIDLY".
       01  KPI-REC.
           05  KPI-RECTYPE                 PIC X(02).
               88  KPI-HEADER               VALUE "00".
               88  KPI-MEASURES             VALUE "10".
               88  KPI-CHANNEL              VALUE "20".
               88  KPI-TRAILER              VALUE "90".
           05  KPI-BUSDATE                 PIC 9(08).
           05  KPI-FLOOR                   PIC X(10).
           05  KPI-BODY                    PIC X(120).
      *    00: the floors that follow and the month whose VIHBTMON
      *    records gave the installed base
           05  KPI-HDR REDEFINES KPI-BODY.
               07  KPI-H-FLOORS            PIC 9(05).
               07  KPI-H-BASEYM            PIC 9(06).
               07  FILLER                  PIC X(109).
      *    10: one floor's measures, or the company's
           05  KPI-MSR REDEFINES KPI-BODY.
      *        sales - the business date's RQHIBETU takings, and
      *        the number of machine records behind them
               07  KPI-M-SALES             PIC 9(13).
               07  KPI-M-SALESREC          PIC 9(07).
      *        prizes - winning tickets VIPAYSTS entered on the
      *        business date; payout ratio = prizes * 100 / sales
               07  KPI-M-PRIZES            PIC 9(13).
               07  KPI-M-PRZCNT            PIC 9(07).
               07  KPI-M-PAYOUT            PIC 9(03)V9(02).
      *        utilisation - machines with takings on the date
      *        (active) * 100 / machines installed, installed being
      *        those on the floor in the base month plus any new
      *        machine with takings on the date
               07  KPI-M-INSTALLED         PIC 9(05).
               07  KPI-M-ACTIVE            PIC 9(05).
               07  KPI-M-UTILPCT           PIC 9(03)V9(02).
      *        average sales per machine = sales / active machines
               07  KPI-M-AVGSALES          PIC 9(11).
      *        unpaid-winner liability - tickets entered on or
      *        before the date still unpaid or awaiting transfer
               07  KPI-M-UNPAIDAMT         PIC 9(14).
               07  KPI-M-UNPAIDCNT         PIC 9(07).
      *        exception rate - the night's unmatched ticket codes
      *        (EXSFKRPT) placed by machine, per mille of the sales
      *        records
               07  KPI-M-EXCCNT            PIC 9(07).
               07  KPI-M-EXCPM             PIC 9(05).
      *        company only: every HBHUN870 scorecard category for
      *        the date, per mille of the night's input volume;
      *        zero on the floor records
               07  KPI-M-QLTCNT            PIC 9(07).
               07  KPI-M-QLTPM             PIC 9(05).
               07  FILLER                  PIC X(04).
      *    20: channel mix - the sales one channel took and its
      *    share of the floor's (or the company's) sales
           05  KPI-CHN REDEFINES KPI-BODY.
               07  KPI-C-CHAN              PIC X(04).
               07  KPI-C-SALES             PIC 9(13).
               07  KPI-C-SALESREC          PIC 9(07).
               07  KPI-C-SHARE             PIC 9(03)V9(02).
               07  FILLER                  PIC X(91).
      *    90: records in the file, this one included; the control
      *    total is the company record's sales, prizes and unpaid
      *    liability added together
           05  KPI-TRL REDEFINES KPI-BODY.
               07  KPI-T-RECCNT            PIC 9(07).
               07  KPI-T-CTLTOT            PIC 9(14).
               07  FILLER                  PIC X(99).
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
000000   03  SW-QLT                      PIC 9(01) VALUE ZERO.
000000   03  SW-SFK                      PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-REC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-NOMAP-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ACKDAYS                  PIC 9(03) VALUE 1.
000000   03  WK-CTLTOT                   PIC 9(14) VALUE ZERO.
000000   03  WK-BASEYM                   PIC 9(06).
000000   03  WK-BASEYM-R REDEFINES WK-BASEYM.
000000       05  WK-BASE-YY              PIC 9(04).
000000       05  WK-BASE-MM              PIC 9(02).
000000   03  WK-MAC                      PIC X(10).
000000   03  WK-FLOOR                    PIC X(10).
000000   03  WK-CHAN                     PIC X(04).
000000   03  WK-QLTVOL                   PIC 9(09) VALUE ZERO.
000000   03  WK-QLTCNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-CPX                      PIC 9(04).
000000   03  WK-FX                       PIC 9(04).
000000   03  WK-MX                       PIC 9(05).
000000   03  WK-CX                       PIC 9(04).
000000   03  WK-KX                       PIC 9(04).
      *    every machine placed on a floor, and whether it took
      *    money on the business date
000000 01  MAP-WORK.
000000   03  MAP-CNT                     PIC 9(05) VALUE ZERO.
000000   03  MAP-ENT OCCURS 5000.
000000     05  MAP-MACHINE               PIC X(10).
000000     05  MAP-FX                    PIC 9(04).
000000     05  MAP-SOLD                  PIC 9(01).
      *    the measures per floor; the slot after the last floor
      *    is the company's, taking what no floor could be given
      *    and then every floor's figures
000000 01  FLR-WORK.
000000   03  FLR-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLR-ENT OCCURS 201.
000000     05  FLR-FLOOR                 PIC X(10).
000000     05  FLR-SALES                 PIC S9(13)V99.
000000     05  FLR-SALESREC              PIC 9(07).
000000     05  FLR-PRIZES                PIC 9(13).
000000     05  FLR-PRZCNT                PIC 9(07).
000000     05  FLR-INSTALLED             PIC 9(05).
000000     05  FLR-ACTIVE                PIC 9(05).
000000     05  FLR-UNPAIDAMT             PIC 9(14).
000000     05  FLR-UNPAIDCNT             PIC 9(07).
000000     05  FLR-EXCCNT                PIC 9(07).
      *    sales by floor slot and channel
000000 01  CHT-WORK.
000000   03  CHT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  CHT-ENT OCCURS 2000.
000000     05  CHT-FX                    PIC 9(04).
000000     05  CHT-CHAN                  PIC X(04).
000000     05  CHT-SALES                 PIC S9(13)V99.
000000     05  CHT-SALESREC              PIC 9(07).
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
000000     INITIALIZE FLR-WORK
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN710" TO PRM-PROGID
000000     MOVE "KPIACKDAYS" TO PRM-NAME
000000     MOVE "001" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-ACKDAYS .
000000     MOVE WK-BUSDT (1:6) TO WK-BASEYM .
000000     IF WK-BASE-MM = 1
000000         COMPUTE WK-BASE-YY = WK-BASE-YY - 1
000000         MOVE 12 TO WK-BASE-MM
000000     ELSE
000000         COMPUTE WK-BASE-MM = WK-BASE-MM - 1 .
000000       OPEN  INPUT  RQHIBETU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN710-01 RQHIBETU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN710-02 VIHBTMON OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN710-03 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the scorecard history and the unmatched-code list are
      *    optional: without them the exception figures are zero
000000     OPEN INPUT VIQLTHIS .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-QLT .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00053.
000000         DISPLAY "HBHUN710-04 VIQLTHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT EXSFKRPT .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-SFK .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00054.
000000         DISPLAY "HBHUN710-05 EXSFKRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXKPIDLY .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN710-06 EXKPIDLY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN710-07 XMTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN710-08 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
      *    P000-RTN  -  the installed base: every machine on a
      *    floor in the last closed month
000000 P000-RTN .
000000     MOVE WK-BASEYM TO HBTMON-YM
000000     MOVE LOW-VALUES TO HBTMON-FLOOR
000000     MOVE LOW-VALUES TO HBTMON-MACHINE .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID GO TO CX00003 .
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00003.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN710-09 VIHBTMON READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HBTMON-YM NOT = WK-BASEYM GO TO CX00003.
000000     MOVE HBTMON-FLOOR TO WK-FLOOR
000000     MOVE HBTMON-MACHINE (1:10) TO WK-MAC
000000     PERFORM MAPADD-RTN THRU CX00068 .
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the business date's takings by floor,
      *    machine and channel
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RQHIBETU AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     IF NOT(HBT-DATE = WK-BUSDT) GO TO CX00018.
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE HBT-FLOOR TO WK-FLOOR
000000     MOVE HBT-KEYITEM (1:10) TO WK-MAC
000000     PERFORM MAPADD-RTN THRU CX00068 .
000000     IF WK-MX = ZERO GO TO CX00018.
000000     MOVE MAP-FX (WK-MX) TO WK-FX
000000     ADD HBT-AMT TO FLR-SALES (WK-FX)
000000     ADD 1 TO FLR-SALESREC (WK-FX) .
000000     IF MAP-SOLD (WK-MX) = ZERO
000000         MOVE 1 TO MAP-SOLD (WK-MX)
000000         ADD 1 TO FLR-ACTIVE (WK-FX) .
000000     MOVE HBT-CHAN TO WK-CHAN
000000     PERFORM CHNADD-RTN THRU CX00075 .
000000     IF WK-CX > ZERO
000000         ADD HBT-AMT TO CHT-SALES (WK-CX)
000000         ADD 1 TO CHT-SALESREC (WK-CX) .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN710-10 RQHIBETU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  prizes entered on the date and the unpaid
      *    liability, placed by the machine leading the ticket code
000000 P200-RTN .
000000     MOVE FLR-CNT TO WK-CPX
000000     ADD 1 TO WK-CPX
000000     MOVE "*COMPANY" TO FLR-FLOOR (WK-CPX)
000000     MOVE ZERO TO FL-END .
000000 CX00020. IF NOT(FL-END = ZERO)GO TO CX00021.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00022.
000000     IF PAYST-ENTRYDATE > WK-BUSDT GO TO CX00023.
000000     IF NOT(PAYST-ENTRYDATE = WK-BUSDT OR PAYST-UNPAID OR
000000            PAYST-XFERPEND)
000000         GO TO CX00023.
000000     MOVE PAYST-TICKETCD (1:10) TO WK-MAC
000000     PERFORM MAPFIND-RTN THRU CX00070 .
000000     IF WK-MX = ZERO
000000         ADD 1 TO WK-NOMAP-CNT
000000         MOVE WK-CPX TO WK-FX
000000     ELSE
000000         MOVE MAP-FX (WK-MX) TO WK-FX .
000000     IF PAYST-ENTRYDATE = WK-BUSDT
000000         ADD PAYST-AMOUNT TO FLR-PRIZES (WK-FX)
000000         ADD 1 TO FLR-PRZCNT (WK-FX) .
000000     IF PAYST-UNPAID OR PAYST-XFERPEND
000000         ADD PAYST-AMOUNT TO FLR-UNPAIDAMT (WK-FX)
000000         ADD 1 TO FLR-UNPAIDCNT (WK-FX) .
000000     GO TO CX00023.
000000 CX00022. IF NOT(FL-STS1 = "10")GO TO CX00024.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00023.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN710-11 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the night's exceptions: unmatched codes by
      *    floor, and the scorecard's categories for the company
000000 P300-RTN .
000000     IF SW-SFK = ZERO GO TO CX00031.
000000     MOVE ZERO TO FL-END .
000000 CX00025. IF NOT(FL-END = ZERO)GO TO CX00026.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXSFKRPT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00027.
000000     MOVE EXSFK-SRCCODE (1:10) TO WK-MAC
000000     PERFORM MAPFIND-RTN THRU CX00070 .
000000     IF WK-MX = ZERO
000000         MOVE WK-CPX TO WK-FX
000000     ELSE
000000         MOVE MAP-FX (WK-MX) TO WK-FX .
000000     ADD 1 TO FLR-EXCCNT (WK-FX) .
000000     GO TO CX00028.
000000 CX00027. IF NOT(FL-STS1 = "10")GO TO CX00029.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00028.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN710-12 EXSFKRPT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-QLT = ZERO GO TO CX00007.
000000     MOVE WK-BUSDT TO QLT-BUSDATE
000000     MOVE LOW-VALUES TO QLT-CATEG
000000     MOVE LOW-VALUES TO QLT-SRC .
000000     START VIQLTHIS KEY >= QLT-KEY
000000             INVALID GO TO CX00007 .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIQLTHIS NEXT AT END GO TO CX00007.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN710-13 VIQLTHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF QLT-BUSDATE NOT = WK-BUSDT GO TO CX00007.
000000     ADD QLT-CNT TO WK-QLTCNT .
000000     IF QLT-VOLUME > WK-QLTVOL
000000         MOVE QLT-VOLUME TO WK-QLTVOL .
000000     GO TO CX00032.
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  the file: header, each floor's measures and
      *    channels, the company's, the trailer, and the card that
      *    registers it
000000 P400-RTN .
000000     MOVE SPACE TO KPI-BODY
000000     MOVE "00" TO KPI-RECTYPE
000000     MOVE SPACE TO KPI-FLOOR
000000     MOVE FLR-CNT TO KPI-H-FLOORS
000000     MOVE WK-BASEYM TO KPI-H-BASEYM
000000     PERFORM WRT-RTN THRU CX00081
000000     MOVE ZERO TO WK-FX .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00041.
000000     COMPUTE WK-FX = WK-FX + 1
000000     ADD FLR-SALES (WK-FX) TO FLR-SALES (WK-CPX)
000000     ADD FLR-SALESREC (WK-FX) TO FLR-SALESREC (WK-CPX)
000000     ADD FLR-PRIZES (WK-FX) TO FLR-PRIZES (WK-CPX)
000000     ADD FLR-PRZCNT (WK-FX) TO FLR-PRZCNT (WK-CPX)
000000     ADD FLR-INSTALLED (WK-FX) TO FLR-INSTALLED (WK-CPX)
000000     ADD FLR-ACTIVE (WK-FX) TO FLR-ACTIVE (WK-CPX)
000000     ADD FLR-UNPAIDAMT (WK-FX) TO FLR-UNPAIDAMT (WK-CPX)
000000     ADD FLR-UNPAIDCNT (WK-FX) TO FLR-UNPAIDCNT (WK-CPX)
000000     ADD FLR-EXCCNT (WK-FX) TO FLR-EXCCNT (WK-CPX)
000000     PERFORM KPI-RTN THRU CX00083 .
000000     GO TO CX00040.
      *    the company's channel lines, summed from the floors'
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CHT-CNT TO WK-KX
000000     MOVE ZERO TO WK-MX .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < WK-KX)GO TO CX00043.
000000     COMPUTE WK-MX = WK-MX + 1
000000     MOVE WK-CPX TO WK-FX
000000     MOVE CHT-CHAN (WK-MX) TO WK-CHAN
000000     PERFORM CHNADD-RTN THRU CX00075 .
000000     IF WK-CX > ZERO
000000         ADD CHT-SALES (WK-MX) TO CHT-SALES (WK-CX)
000000         ADD CHT-SALESREC (WK-MX) TO CHT-SALESREC (WK-CX) .
000000     GO TO CX00042.
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CPX TO WK-FX
000000     PERFORM KPI-RTN THRU CX00083
000000     COMPUTE WK-CTLTOT = KPI-M-SALES + KPI-M-PRIZES
000000                       + KPI-M-UNPAIDAMT
000000     MOVE SPACE TO KPI-BODY
000000     MOVE "90" TO KPI-RECTYPE
000000     MOVE SPACE TO KPI-FLOOR
000000     COMPUTE KPI-T-RECCNT = WK-REC-CNT + 1
000000     MOVE WK-CTLTOT TO KPI-T-CTLTOT
000000     PERFORM WRT-RTN THRU CX00081
000000     MOVE "R" TO XMC-ACTION
000000     MOVE "EXKPIDLY" TO XMC-FILEID
000000     MOVE WK-BUSDT TO XMC-BUSDATE
000000     MOVE WK-REC-CNT TO XMC-RECCNT
000000     MOVE WK-CTLTOT TO XMC-CTLTOT
000000     MOVE WK-ACKDAYS TO XMC-DEADLINE
000000     MOVE WK-OPID TO XMC-OPID
000000     WRITE XMC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN710-14 XMTCARD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN710-90 FLOORS=" FLR-CNT " SALES RECORDS="
000000             WK-JOBLG-CNT " RECORDS=" WK-REC-CNT
000000             " CONTROL TOTAL=" WK-CTLTOT
000000             " - REGISTERED FOR HBHUN860" UPON CONSOLE .
000000     IF WK-NOMAP-CNT > ZERO
000000         DISPLAY "HBHUN710-91 TICKETS NOT PLACED ON A FLOOR="
000000                 WK-NOMAP-CNT " - COMPANY FIGURES ONLY"
000000                 UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN710-15 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-QLT = 1
000000         CLOSE VIQLTHIS .
000000     IF SW-SFK = 1
000000         CLOSE EXSFKRPT .
000000       CLOSE  RQHIBETU  VIHBTMON  VIPAYSTS  EXKPIDLY  XMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN710-16 EXKPIDLY CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
      *    KPI-RTN  -  one slot's measures record and its channel
      *    records; the company slot adds the scorecard rate
000000 KPI-RTN .
           MOVE "KPI-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO KPI-BODY
000000     MOVE "10" TO KPI-RECTYPE
000000     MOVE FLR-FLOOR (WK-FX) TO KPI-FLOOR
000000     MOVE ZERO TO KPI-M-SALES .
000000     IF FLR-SALES (WK-FX) > ZERO
000000         COMPUTE KPI-M-SALES ROUNDED = FLR-SALES (WK-FX) .
000000     MOVE FLR-SALESREC (WK-FX) TO KPI-M-SALESREC
000000     MOVE FLR-PRIZES (WK-FX) TO KPI-M-PRIZES
000000     MOVE FLR-PRZCNT (WK-FX) TO KPI-M-PRZCNT
000000     MOVE ZERO TO KPI-M-PAYOUT .
000000     IF FLR-SALES (WK-FX) > ZERO
000000         COMPUTE KPI-M-PAYOUT ROUNDED =
000000             FLR-PRIZES (WK-FX) * 100 / FLR-SALES (WK-FX)
000000             ON SIZE ERROR MOVE 999.99 TO KPI-M-PAYOUT .
000000     MOVE FLR-INSTALLED (WK-FX) TO KPI-M-INSTALLED
000000     MOVE FLR-ACTIVE (WK-FX) TO KPI-M-ACTIVE
000000     MOVE ZERO TO KPI-M-UTILPCT .
000000     IF FLR-INSTALLED (WK-FX) > ZERO
000000         COMPUTE KPI-M-UTILPCT ROUNDED =
000000             FLR-ACTIVE (WK-FX) * 100 / FLR-INSTALLED (WK-FX) .
000000     MOVE ZERO TO KPI-M-AVGSALES .
000000     IF FLR-ACTIVE (WK-FX) > ZERO AND FLR-SALES (WK-FX) > ZERO
000000         COMPUTE KPI-M-AVGSALES ROUNDED =
000000             FLR-SALES (WK-FX) / FLR-ACTIVE (WK-FX) .
000000     MOVE FLR-UNPAIDAMT (WK-FX) TO KPI-M-UNPAIDAMT
000000     MOVE FLR-UNPAIDCNT (WK-FX) TO KPI-M-UNPAIDCNT
000000     MOVE FLR-EXCCNT (WK-FX) TO KPI-M-EXCCNT
000000     MOVE ZERO TO KPI-M-EXCPM .
000000     IF FLR-SALESREC (WK-FX) > ZERO
000000         COMPUTE KPI-M-EXCPM ROUNDED =
000000             FLR-EXCCNT (WK-FX) * 1000 / FLR-SALESREC (WK-FX)
000000             ON SIZE ERROR MOVE 99999 TO KPI-M-EXCPM .
000000     MOVE ZERO TO KPI-M-QLTCNT
000000     MOVE ZERO TO KPI-M-QLTPM .
000000     IF WK-FX = WK-CPX
000000         MOVE WK-QLTCNT TO KPI-M-QLTCNT .
000000     IF WK-FX = WK-CPX AND WK-QLTVOL > ZERO
000000         COMPUTE KPI-M-QLTPM ROUNDED =
000000             WK-QLTCNT * 1000 / WK-QLTVOL
000000             ON SIZE ERROR MOVE 99999 TO KPI-M-QLTPM .
000000     PERFORM WRT-RTN THRU CX00081
000000     MOVE ZERO TO WK-CX .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CX < CHT-CNT)GO TO CX00083.
000000     COMPUTE WK-CX = WK-CX + 1 .
000000     IF CHT-FX (WK-CX) NOT = WK-FX GO TO CX00084.
000000     MOVE SPACE TO KPI-BODY
000000     MOVE "20" TO KPI-RECTYPE
000000     MOVE CHT-CHAN (WK-CX) TO KPI-C-CHAN
000000     MOVE ZERO TO KPI-C-SALES
000000     MOVE ZERO TO KPI-C-SHARE .
000000     IF CHT-SALES (WK-CX) > ZERO
000000         COMPUTE KPI-C-SALES ROUNDED = CHT-SALES (WK-CX) .
000000     MOVE CHT-SALESREC (WK-CX) TO KPI-C-SALESREC .
000000     IF FLR-SALES (WK-FX) > ZERO AND CHT-SALES (WK-CX) > ZERO
000000         COMPUTE KPI-C-SHARE ROUNDED =
000000             CHT-SALES (WK-CX) * 100 / FLR-SALES (WK-FX)
000000             ON SIZE ERROR MOVE 999.99 TO KPI-C-SHARE .
000000     PERFORM WRT-RTN THRU CX00081
000000     GO TO CX00084.
000000 CX00083. EXIT.
      *
      *    MAPADD-RTN  -  the machine in WK-MAC placed on WK-FLOOR
      *    the first time it is seen, counted into the floor's
      *    installed base; WK-MX comes back zero only when a table
      *    is full
000000 MAPADD-RTN .
           MOVE "MAPADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM MAPFIND-RTN THRU CX00070 .
000000     IF WK-MX > ZERO GO TO CX00068.
000000     PERFORM FLRADD-RTN THRU CX00072 .
000000     IF WK-FX = ZERO GO TO CX00068.
000000     IF NOT(MAP-CNT < 5000)
000000         DISPLAY "HBHUN710-92 MACHINE TABLE FULL - " WK-MAC
000000                 " NOT COUNTED" UPON CONSOLE
000000         GO TO CX00068.
000000     ADD 1 TO MAP-CNT
000000     MOVE MAP-CNT TO WK-MX
000000     MOVE WK-MAC TO MAP-MACHINE (WK-MX)
000000     MOVE WK-FX TO MAP-FX (WK-MX)
000000     MOVE ZERO TO MAP-SOLD (WK-MX)
000000     ADD 1 TO FLR-INSTALLED (WK-FX) .
000000 CX00068. EXIT.
      *
      *    MAPFIND-RTN  -  the machine table entry for WK-MAC, zero
      *    when the machine was never placed
000000 MAPFIND-RTN .
           MOVE "MAPFIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MX .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MAP-CNT)GO TO CX00071.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MAP-MACHINE (WK-MX) = WK-MAC GO TO CX00070.
000000     GO TO CX00069.
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MX .
000000 CX00070. EXIT.
      *
      *    FLRADD-RTN  -  the floor slot for WK-FLOOR, taken on the
      *    first time the floor is seen
000000 FLRADD-RTN .
           MOVE "FLRADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00074.
000000     COMPUTE WK-FX = WK-FX + 1 .
000000     IF FLR-FLOOR (WK-FX) = WK-FLOOR GO TO CX00072.
000000     GO TO CX00073.
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000     IF NOT(FLR-CNT < 200)
000000         DISPLAY "HBHUN710-93 FLOOR TABLE FULL - " WK-FLOOR
000000                 " NOT REPORTED" UPON CONSOLE
000000         GO TO CX00072.
000000     ADD 1 TO FLR-CNT
000000     MOVE FLR-CNT TO WK-FX
000000     MOVE WK-FLOOR TO FLR-FLOOR (WK-FX) .
000000 CX00072. EXIT.
      *
      *    CHNADD-RTN  -  the channel entry for slot WK-FX and
      *    WK-CHAN, taken on the first time the pair is seen
000000 CHNADD-RTN .
           MOVE "CHNADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-CX .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CX < CHT-CNT)GO TO CX00077.
000000     COMPUTE WK-CX = WK-CX + 1 .
000000     IF CHT-FX (WK-CX) = WK-FX AND CHT-CHAN (WK-CX) = WK-CHAN
000000         GO TO CX00075.
000000     GO TO CX00076.
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-CX .
000000     IF NOT(CHT-CNT < 2000)
000000         DISPLAY "HBHUN710-94 CHANNEL TABLE FULL - " WK-CHAN
000000                 UPON CONSOLE
000000         GO TO CX00075.
000000     ADD 1 TO CHT-CNT
000000     MOVE CHT-CNT TO WK-CX
000000     MOVE WK-FX TO CHT-FX (WK-CX)
000000     MOVE WK-CHAN TO CHT-CHAN (WK-CX)
000000     MOVE ZERO TO CHT-SALES (WK-CX)
000000     MOVE ZERO TO CHT-SALESREC (WK-CX) .
000000 CX00075. EXIT.
      *
      *    WRT-RTN  -  one record, stamped with the business date
000000 WRT-RTN .
000000     MOVE WK-BUSDT TO KPI-BUSDATE
000000     WRITE KPI-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00082.
000000         DISPLAY "HBHUN710-17 EXKPIDLY WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000     MOVE "HBHUN710" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN710" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN710" TO PRM-PROGID
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
000000         DISPLAY "HBHUN710-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
000000     MOVE "HBHUN710" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN710-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN710" TO ERRM-PROGID
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
