000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN645 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260923追加開始
      *    floor sales forecast: staffing and prize orders were set
      *    on instinct.  Each night every sales floor on the
      *    VIJIKPTN pattern store is projected for the next seven
      *    days, the first of them the next business day: the
      *    target's weekday from VICALEND, its day class (holiday,
      *    holiday eve, weekend or weekday, by the VIHOLIDY master
      *    and the HBHUN640 rules) picks the profile, whose band
      *    averages add up to the day's base - a holiday with no
      *    profile yet falls back to its weekday's ordinary class.
      *    The base is scaled by the floor's trend, the last
      *    closed month's takings per machine-day on VIHBTMON over
      *    the month before's, held within TRENDCAP percent.  The
      *    forecasts file on VIFCSTHS (CFFCSTH) and list on
      *    EXFCSRPT with each floor's week total.  Before that, the
      *    business date's actual takings per floor from RQHIBETU
      *    are set against every forecast made for it, the error
      *    is kept on the history, and each floor's next-day
      *    forecast accuracy over the last ACCDAYS days - mean
      *    absolute error and bias - goes on the report
000000     SELECT  VIJIKPTN
000000             ASSIGN            VIJIKPTN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PTN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHOLIDY
000000             ASSIGN            VIHOLIDY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY HOLI-DATE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICALEND
000000             ASSIGN               VICALEND-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           CALEND-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  RQHIBETU
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      HBT-KEYITEM
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIFCSTHS
000000             ASSIGN            VIFCSTHS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY FCH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFCSRPT
000000             ASSIGN               EXFCSRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260923追加終了
      *20260925追加開始
      *    event calendar kept by HBHUN655: the profiles hold
      *    ordinary days only, so a forecast for an event day is
      *    the ordinary-day figure and is marked with the event;
      *    an event day's actual is compared but kept out of the
      *    accuracy figures
000000     SELECT  VIEVTCAL
000000             ASSIGN            VIEVTCAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY EVT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260925追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    the pattern store exactly as HBHUN640 keeps it
000000 FD  VIJIKPTN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJIKPTN".
       01  PTN-REC.
           05  PTN-KEY.
               07  PTN-FLOOR               PIC X(10).
               07  PTN-DAYCLASS            PIC X(01).
               07  PTN-WEEKDAY             PIC 9(01).
               07  PTN-BAND                PIC 9(02).
           05  PTN-AMT                     PIC 9(13) COMP-3.
           05  PTN-DAYS                    PIC 9(05).
           05  PTN-LASTAMT                 PIC 9(11) COMP-3.
           05  PTN-PREVAMT                 PIC 9(11) COMP-3.
000000 FD  VIHOLIDY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHOLIDY".
       01  HOLI-REC.
           05  HOLI-DATE                   PIC 9(08).
           05  HOLI-CLASS                  PIC X(01).
               88  HOLI-HOLIDAY             VALUE "H".
000000 FD  VICALEND
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICALEND".
       01  CALEND-REC.
           05  CALEND-KEY                  PIC 9(08).
           05  CALEND-YOBI                 PIC 9(01).
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
000000 FD  VIFCSTHS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCSTHS".
       01  FCH-REC.
           COPY CFFCSTH .
000000 FD  EXFCSRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFCSRPT".
       01  EXFCS-REC.
           05  EXFCS-RECTYPE               PIC X(01).
               88  EXFCS-FORECAST           VALUE "F".
               88  EXFCS-WEEKTOTAL          VALUE "W".
               88  EXFCS-COMPARISON         VALUE "C".
               88  EXFCS-ACCURACY           VALUE "A".
           05  EXFCS-RUNDATE               PIC 9(08).
           05  EXFCS-FLOOR                 PIC X(10).
      *    F and C: the target date; W: the last day of the week;
      *    A: the first day of the accuracy window
           05  EXFCS-DATE                  PIC 9(08).
           05  EXFCS-LEAD                  PIC 9(01).
           05  EXFCS-WEEKDAY               PIC 9(01).
           05  EXFCS-DAYCLASS              PIC X(01).
           05  EXFCS-BASE                  PIC 9(11).
           05  EXFCS-TREND                 PIC 9(01)V9(04).
           05  EXFCS-FCAMT                 PIC 9(12).
           05  EXFCS-ACTAMT                PIC 9(11).
           05  EXFCS-ERRPCT                PIC S9(03)V9(02).
      *    A: the next-day forecasts compared in the window, their
      *    mean absolute error and their mean signed error
           05  EXFCS-DAYS                  PIC 9(03).
           05  EXFCS-MAPE                  PIC 9(03)V9(02).
           05  EXFCS-BIAS                  PIC S9(03)V9(02).
           05  EXFCS-NOTE                  PIC X(20).
      *20260925追加開始
      *    F and C: the event carded for the target date
           05  EXFCS-EVTTYPE               PIC X(01).
000000 FD  VIEVTCAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEVTCAL".
       01  EVT-REC.
           COPY CFEVTCL .
      *20260925追加終了
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
000000   03  SW-HOLIDY                   PIC 9(01) VALUE ZERO.
000000   03  SW-CALEND                   PIC 9(01) VALUE ZERO.
      *20260925追加開始
000000   03  SW-EVTCAL                   PIC 9(01) VALUE ZERO.
000000   03  WK-EVT-DATE                 PIC 9(08).
000000   03  WK-EVTTYPE                  PIC X(01).
000000   03  WK-EVTFC-CNT                PIC 9(07) VALUE ZERO.
      *20260925追加終了
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-NOFLR-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-FC-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-CMP-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-ACCDAYS                  PIC 9(03) VALUE 30.
000000   03  WK-TRENDCAP                 PIC 9(03) VALUE 20.
000000   03  WK-TRENDLO                  PIC 9(01)V9(04).
000000   03  WK-TRENDHI                  PIC 9(01)V9(04).
000000   03  WK-STEPS                    PIC 9(03).
000000   03  WK-FX                       PIC 9(04).
000000   03  WK-LEAD                     PIC 9(01).
000000   03  WK-FLOOR                    PIC X(10).
000000   03  WK-CLASS                    PIC X(01).
000000   03  WK-PCLASS                   PIC X(01).
000000   03  WK-NOTE                     PIC X(20).
000000   03  SW-ONFILE                   PIC 9(01).
000000   03  WK-BASE                     PIC 9(11).
000000   03  WK-PCNT                     PIC 9(03).
000000   03  WK-FCAMT                    PIC 9(11).
000000   03  WK-WEEKTOT                  PIC 9(12).
000000   03  WK-TWD                      PIC 9(01).
000000   03  WK-ACC-CNT                  PIC 9(03).
000000   03  WK-ACC-ABS                  PIC 9(07)V9(02).
000000   03  WK-ACC-SGN                  PIC S9(07)V9(02).
000000   03  WK-YM-CUR                   PIC 9(06).
000000   03  WK-YM-CUR-R REDEFINES WK-YM-CUR.
000000       05  WK-YMC-YY               PIC 9(04).
000000       05  WK-YMC-MM               PIC 9(02).
000000   03  WK-YM1                      PIC 9(06).
000000   03  WK-YM2                      PIC 9(06).
      *    the target date, stepped forward from the business date
000000   03  WK-TGT                      PIC 9(08).
000000   03  WK-PROBE                    PIC 9(08).
000000   03  WK-TOMORROW                 PIC 9(08).
000000   03  WK-TOMORROW-R REDEFINES WK-TOMORROW.
000000       05  WK-TOM-YY               PIC 9(04).
000000       05  WK-TOM-MM               PIC 9(02).
000000       05  WK-TOM-DD               PIC 9(02).
000000   03  WK-TOM-LAST                 PIC 9(02).
000000   03  WK-TOM-Q                    PIC 9(04).
000000   03  WK-TOM-R                    PIC 9(04).
      *    the accuracy window's cutoff, stepped back
000000   03  WK-CUT-AREA.
000000     05  WK-CUT-DATE                 PIC 9(08).
000000     05  WK-CUT-YMD REDEFINES WK-CUT-DATE.
000000         07  WK-CUT-YY               PIC 9(04).
000000         07  WK-CUT-MM               PIC 9(02).
000000         07  WK-CUT-DD               PIC 9(02).
000000     05  WK-CUT-LAST                 PIC 9(02).
000000     05  WK-CUT-Q                    PIC 9(04).
000000     05  WK-CUT-R                    PIC 9(04).
      *    Zeller's congruence work, as HBHUN640 has it
000000   03  WK-WD-Y                     PIC 9(04).
000000   03  WK-WD-M                     PIC 9(02).
000000   03  WK-WD-D                     PIC 9(02).
000000   03  WK-WD-Q                     PIC 9(08).
000000   03  WK-WD-R                     PIC 9(08).
000000   03  WK-WD-SUM                   PIC S9(08).
000000   03  WK-WD-T1                    PIC 9(04).
000000   03  WK-WD-T2                    PIC 9(04).
000000   03  WK-WD-T3                    PIC 9(04).
000000   03  WK-WD-T4                    PIC 9(04).
000000   03  WK-WEEKDAY                  PIC 9(01).
      *    the floors on the pattern store, with the business
      *    date's actual and the two months the trend compares
000000 01  FLR-WORK.
000000   03  FLR-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLR-ENT OCCURS 200.
000000     05  FLR-FLOOR                 PIC X(10).
000000     05  FLR-ACT                   PIC S9(11)V99.
000000     05  FLR-AMT1                  PIC S9(13)V99.
000000     05  FLR-DAYS1                 PIC 9(07).
000000     05  FLR-AMT2                  PIC S9(13)V99.
000000     05  FLR-DAYS2                 PIC 9(07).
000000     05  FLR-TREND                 PIC 9(01)V9(04).
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
000000     MOVE "HBHUN645" TO PRM-PROGID
000000     MOVE "ACCDAYS" TO PRM-NAME
000000     MOVE "030" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-ACCDAYS .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN645" TO PRM-PROGID
000000     MOVE "TRENDCAP" TO PRM-NAME
000000     MOVE "020" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-TRENDCAP .
000000     IF WK-TRENDCAP > 99
000000         MOVE 99 TO WK-TRENDCAP .
000000     COMPUTE WK-TRENDLO = 1 - WK-TRENDCAP / 100
000000     COMPUTE WK-TRENDHI = 1 + WK-TRENDCAP / 100
000000     PERFORM WEEKDAY-RTN THRU CX00098 .
000000       OPEN  INPUT  VIJIKPTN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN645-01 VIJIKPTN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no holiday master means classes fall back to weekday
      *    and weekend alone, as in HBHUN640; no calendar means
      *    the weekday is counted on from the business date's
000000     OPEN INPUT VIHOLIDY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HOLIDY .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00051.
000000         DISPLAY "HBHUN645-02 VIHOLIDY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VICALEND .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CALEND .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00052.
000000         DISPLAY "HBHUN645-03 VICALEND OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加開始
      *    no event calendar means every day is an ordinary one
000000     OPEN INPUT VIEVTCAL .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-EVTCAL .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00105.
000000         DISPLAY "HBHUN645-22 VIEVTCAL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00105.
           MOVE "CX00105" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加終了
000000       OPEN  INPUT  VIHBTMON .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN645-04 VIHBTMON OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  RQHIBETU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN645-05 RQHIBETU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIFCSTHS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIFCSTHS
000000         CLOSE VIFCSTHS
000000         OPEN I-O VIFCSTHS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN645-06 VIFCSTHS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFCSRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN645-07 EXFCSRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN645-08 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
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
      *    P000-RTN  -  the floors, from the pattern store's keys
000000 P000-RTN .
000000     MOVE LOW-VALUES TO PTN-KEY .
000000     START VIJIKPTN KEY >= PTN-KEY
000000             INVALID GO TO CX00003 .
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIJIKPTN NEXT AT END GO TO CX00003.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN645-09 VIJIKPTN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FLR-CNT > ZERO AND PTN-FLOOR = FLR-FLOOR (FLR-CNT)
000000         GO TO CX00010.
000000     IF NOT(FLR-CNT < 200)
000000         DISPLAY "HBHUN645-91 FLOOR TABLE FULL - FLOOR "
000000                 PTN-FLOOR " AND AFTER NOT FORECAST" UPON CONSOLE
000000         GO TO CX00003.
000000     ADD 1 TO FLR-CNT
000000     MOVE PTN-FLOOR TO FLR-FLOOR (FLR-CNT)
000000     MOVE 1 TO FLR-TREND (FLR-CNT)
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the business date's actual takings by floor
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
000000     PERFORM FLRFIND-RTN THRU CX00068 .
000000     IF WK-FX = ZERO
000000         ADD 1 TO WK-NOFLR-CNT
000000     ELSE
000000         ADD HBT-AMT TO FLR-ACT (WK-FX) .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN645-10 RQHIBETU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
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
      *    P200-RTN  -  the trend: the last closed month against
      *    the month before, per floor, in takings per machine-day
000000 P200-RTN .
000000     MOVE WK-BUSDT (1:6) TO WK-YM-CUR .
000000     IF WK-YMC-MM = 1
000000         COMPUTE WK-YMC-YY = WK-YMC-YY - 1
000000         MOVE 12 TO WK-YMC-MM
000000     ELSE
000000         COMPUTE WK-YMC-MM = WK-YMC-MM - 1 .
000000     MOVE WK-YM-CUR TO WK-YM1 .
000000     IF WK-YMC-MM = 1
000000         COMPUTE WK-YMC-YY = WK-YMC-YY - 1
000000         MOVE 12 TO WK-YMC-MM
000000     ELSE
000000         COMPUTE WK-YMC-MM = WK-YMC-MM - 1 .
000000     MOVE WK-YM-CUR TO WK-YM2
000000     MOVE WK-YM2 TO HBTMON-YM
000000     MOVE LOW-VALUES TO HBTMON-FLOOR
000000     MOVE LOW-VALUES TO HBTMON-MACHINE .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID GO TO CX00021 .
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00021.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN645-11 VIHBTMON READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HBTMON-YM > WK-YM1 GO TO CX00021.
000000     MOVE HBTMON-FLOOR TO WK-FLOOR
000000     PERFORM FLRFIND-RTN THRU CX00068 .
000000     IF WK-FX = ZERO GO TO CX00020.
000000     IF HBTMON-YM = WK-YM1
000000         ADD HBTMON-AMT TO FLR-AMT1 (WK-FX)
000000         ADD HBTMON-DAYS TO FLR-DAYS1 (WK-FX)
000000     ELSE
000000         ADD HBTMON-AMT TO FLR-AMT2 (WK-FX)
000000         ADD HBTMON-DAYS TO FLR-DAYS2 (WK-FX) .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00006.
000000     COMPUTE WK-FX = WK-FX + 1 .
000000     IF FLR-DAYS1 (WK-FX) = ZERO OR FLR-DAYS2 (WK-FX) = ZERO OR
000000        NOT(FLR-AMT1 (WK-FX) > ZERO) OR
000000        NOT(FLR-AMT2 (WK-FX) > ZERO)
000000         GO TO CX00022.
000000     COMPUTE FLR-TREND (WK-FX) ROUNDED =
000000         (FLR-AMT1 (WK-FX) * FLR-DAYS2 (WK-FX)) /
000000         (FLR-AMT2 (WK-FX) * FLR-DAYS1 (WK-FX))
000000         ON SIZE ERROR MOVE WK-TRENDHI TO FLR-TREND (WK-FX) .
000000     IF FLR-TREND (WK-FX) < WK-TRENDLO
000000         MOVE WK-TRENDLO TO FLR-TREND (WK-FX) .
000000     IF FLR-TREND (WK-FX) > WK-TRENDHI
000000         MOVE WK-TRENDHI TO FLR-TREND (WK-FX) .
000000     GO TO CX00022.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the business date's actuals against the
      *    forecasts made for it, and each floor's accuracy
000000 P300-RTN .
000000     MOVE WK-BUSDT TO WK-CUT-DATE .
000000     IF WK-ACCDAYS > 1
000000         COMPUTE WK-STEPS = WK-ACCDAYS - 1
000000         PERFORM CBACK-RTN THRU CX00094
000000             WK-STEPS TIMES .
000000     MOVE ZERO TO WK-FX .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00007.
000000     COMPUTE WK-FX = WK-FX + 1
000000     PERFORM CMP-RTN THRU CX00030 .
000000     GO TO CX00025.
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  the next seven days' forecasts per floor
000000 P400-RTN .
000000     MOVE ZERO TO WK-FX .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00008.
000000     COMPUTE WK-FX = WK-FX + 1
000000     PERFORM FCST-RTN THRU CX00043 .
000000     GO TO CX00040.
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN645-90 FLOORS=" FLR-CNT
000000             " FORECASTS=" WK-FC-CNT " COMPARED=" WK-CMP-CNT
000000             UPON CONSOLE .
000000     IF WK-NOFLR-CNT > ZERO
000000         DISPLAY "HBHUN645-92 SALES RECORDS ON FLOORS WITHOUT A"
000000                 " PROFILE=" WK-NOFLR-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN645-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-HOLIDY = 1
000000         CLOSE VIHOLIDY .
000000     IF SW-CALEND = 1
000000         CLOSE VICALEND .
      *20260925追加開始
000000     IF SW-EVTCAL = 1
000000         CLOSE VIEVTCAL .
000000     IF WK-EVTFC-CNT > ZERO
000000         DISPLAY "HBHUN645-93 FORECASTS FOR EVENT DAYS="
000000                 WK-EVTFC-CNT UPON CONSOLE .
      *20260925追加終了
000000       CLOSE  VIJIKPTN  VIHBTMON  RQHIBETU  VIFCSTHS  EXFCSRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN645-13 VIFCSTHS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
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
      *    FLRFIND-RTN  -  the floor table entry for WK-FLOOR, zero
      *    when the floor has no profile
000000 FLRFIND-RTN .
           MOVE "FLRFIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLR-CNT)GO TO CX00070.
000000     COMPUTE WK-FX = WK-FX + 1 .
000000     IF FLR-FLOOR (WK-FX) = WK-FLOOR GO TO CX00068.
000000     GO TO CX00069.
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000 CX00068. EXIT.
      *
      *    CMP-RTN  -  one floor: every forecast made for the
      *    business date gets the actual and its error; then the
      *    next-day forecasts in the accuracy window are summed up
000000 CMP-RTN .
           MOVE "CMP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加開始
000000     MOVE WK-BUSDT TO WK-EVT-DATE
000000     PERFORM EVTCHK-RTN THRU CX00104
      *20260925追加終了
000000     MOVE ZERO TO WK-LEAD .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-LEAD < 7)GO TO CX00032.
000000     COMPUTE WK-LEAD = WK-LEAD + 1
000000     MOVE FLR-FLOOR (WK-FX) TO FCH-FLOOR
000000     MOVE WK-BUSDT TO FCH-TGTDATE
000000     MOVE WK-LEAD TO FCH-LEAD
000000     READ VIFCSTHS INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00031.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00033.
000000     MOVE ZERO TO FCH-ACTAMT .
000000     IF FLR-ACT (WK-FX) > ZERO
000000         COMPUTE FCH-ACTAMT ROUNDED = FLR-ACT (WK-FX) .
000000     MOVE ZERO TO FCH-ERRPCT
000000     MOVE "Z" TO FCH-STATUS .
000000     IF FCH-ACTAMT > ZERO
000000         MOVE "A" TO FCH-STATUS
000000         COMPUTE FCH-ERRPCT ROUNDED =
000000             (FCH-FCAMT - FCH-ACTAMT) * 100 / FCH-ACTAMT
000000             ON SIZE ERROR MOVE 999.99 TO FCH-ERRPCT .
      *20260925追加開始
000000     MOVE WK-EVTTYPE TO FCH-EVTTYPE
      *20260925追加終了
000000     REWRITE FCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHUN645-14 VIFCSTHS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CMP-CNT .
000000     IF NOT(WK-LEAD = 1) GO TO CX00031.
000000     INITIALIZE EXFCS-REC
000000     MOVE "C" TO EXFCS-RECTYPE
000000     MOVE FCH-FLOOR TO EXFCS-FLOOR
000000     MOVE FCH-TGTDATE TO EXFCS-DATE
000000     MOVE FCH-LEAD TO EXFCS-LEAD
000000     MOVE FCH-WEEKDAY TO EXFCS-WEEKDAY
000000     MOVE FCH-DAYCLASS TO EXFCS-DAYCLASS
000000     MOVE FCH-BASE TO EXFCS-BASE
000000     MOVE FCH-TREND TO EXFCS-TREND
000000     MOVE FCH-FCAMT TO EXFCS-FCAMT
000000     MOVE FCH-ACTAMT TO EXFCS-ACTAMT
000000     MOVE FCH-ERRPCT TO EXFCS-ERRPCT
      *20260925追加開始
000000     MOVE FCH-EVTTYPE TO EXFCS-EVTTYPE
      *20260925追加終了
000000     PERFORM WRT-RTN THRU CX00081 .
000000     GO TO CX00031.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN645-15 VIFCSTHS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-ACC-CNT
000000     MOVE ZERO TO WK-ACC-ABS
000000     MOVE ZERO TO WK-ACC-SGN
000000     MOVE FLR-FLOOR (WK-FX) TO FCH-FLOOR
000000     MOVE WK-CUT-DATE TO FCH-TGTDATE
000000     MOVE ZERO TO FCH-LEAD .
000000     START VIFCSTHS KEY >= FCH-KEY
000000             INVALID GO TO CX00036 .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFCSTHS NEXT AT END GO TO CX00036.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN645-16 VIFCSTHS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FCH-FLOOR NOT = FLR-FLOOR (WK-FX) OR
000000        FCH-TGTDATE > WK-BUSDT
000000         GO TO CX00036.
000000     IF NOT(FCH-LEAD = 1 AND FCH-COMPARED) GO TO CX00035.
      *20260925追加開始
000000     IF FCH-EVENTDAY GO TO CX00035.
      *20260925追加終了
000000     ADD 1 TO WK-ACC-CNT
000000     ADD FCH-ERRPCT TO WK-ACC-SGN .
000000     IF FCH-ERRPCT < ZERO
000000         SUBTRACT FCH-ERRPCT FROM WK-ACC-ABS
000000     ELSE
000000         ADD FCH-ERRPCT TO WK-ACC-ABS .
000000     GO TO CX00035.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFCS-REC
000000     MOVE "A" TO EXFCS-RECTYPE
000000     MOVE FLR-FLOOR (WK-FX) TO EXFCS-FLOOR
000000     MOVE WK-CUT-DATE TO EXFCS-DATE
000000     MOVE 1 TO EXFCS-LEAD
000000     MOVE WK-ACC-CNT TO EXFCS-DAYS .
000000     IF WK-ACC-CNT > ZERO
000000         COMPUTE EXFCS-MAPE ROUNDED = WK-ACC-ABS / WK-ACC-CNT
000000             ON SIZE ERROR MOVE 999.99 TO EXFCS-MAPE
000000         END-COMPUTE
000000         COMPUTE EXFCS-BIAS ROUNDED = WK-ACC-SGN / WK-ACC-CNT
000000             ON SIZE ERROR MOVE 999.99 TO EXFCS-BIAS
000000         END-COMPUTE
000000     ELSE
000000         MOVE "NO HISTORY YET" TO EXFCS-NOTE .
000000     PERFORM WRT-RTN THRU CX00081 .
000000 CX00030. EXIT.
      *
      *    FCST-RTN  -  one floor's next seven days
000000 FCST-RTN .
           MOVE "FCST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO WK-TGT
000000     MOVE WK-WEEKDAY TO WK-TWD
000000     MOVE ZERO TO WK-WEEKTOT
000000     MOVE ZERO TO WK-LEAD .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-LEAD < 7)GO TO CX00046.
000000     COMPUTE WK-LEAD = WK-LEAD + 1
000000     PERFORM DAY-RTN THRU CX00075 .
000000     GO TO CX00044.
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFCS-REC
000000     MOVE "W" TO EXFCS-RECTYPE
000000     MOVE FLR-FLOOR (WK-FX) TO EXFCS-FLOOR
000000     MOVE WK-TGT TO EXFCS-DATE
000000     MOVE 7 TO EXFCS-LEAD
000000     MOVE FLR-TREND (WK-FX) TO EXFCS-TREND
000000     MOVE WK-WEEKTOT TO EXFCS-FCAMT
000000     PERFORM WRT-RTN THRU CX00081 .
000000 CX00043. EXIT.
      *
      *    DAY-RTN  -  one target day: its weekday and class, the
      *    profile's base, the trend, and the forecast filed
000000 DAY-RTN .
           MOVE "DAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-TGT TO WK-TOMORROW
000000     PERFORM TOMFWD-RTN THRU CX00099
000000     MOVE WK-TOMORROW TO WK-TGT .
000000     IF WK-TWD = 7
000000         MOVE 1 TO WK-TWD
000000     ELSE
000000         COMPUTE WK-TWD = WK-TWD + 1 .
000000     IF NOT(SW-CALEND = 1)GO TO CX00076.
000000     MOVE WK-TGT TO CALEND-KEY
000000     READ VICALEND INVALID CONTINUE .
000000     IF FL-STS1 = "00" AND CALEND-YOBI > ZERO AND
000000        CALEND-YOBI < 8
000000         MOVE CALEND-YOBI TO WK-TWD .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM CLASS-RTN THRU CX00103
000000     MOVE SPACE TO WK-NOTE
000000     MOVE WK-CLASS TO WK-PCLASS
000000     PERFORM PROF-RTN THRU CX00083 .
000000     IF NOT(WK-PCNT = ZERO AND (WK-CLASS = "H" OR "V"))
000000         GO TO CX00077.
000000     MOVE "W" TO WK-PCLASS .
000000     IF WK-TWD = 1 OR WK-TWD = 7
000000         MOVE "E" TO WK-PCLASS .
000000     PERFORM PROF-RTN THRU CX00083 .
000000     IF WK-PCNT > ZERO
000000         MOVE "CLASS FALLBACK" TO WK-NOTE .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-PCNT = ZERO
000000         MOVE "NO PROFILE" TO WK-NOTE .
000000     COMPUTE WK-FCAMT ROUNDED = WK-BASE * FLR-TREND (WK-FX)
000000         ON SIZE ERROR MOVE WK-BASE TO WK-FCAMT .
      *20260925追加開始
000000     MOVE WK-TGT TO WK-EVT-DATE
000000     PERFORM EVTCHK-RTN THRU CX00104 .
000000     IF WK-EVTTYPE NOT = SPACE
000000         ADD 1 TO WK-EVTFC-CNT .
      *20260925追加終了
000000     MOVE FLR-FLOOR (WK-FX) TO FCH-FLOOR
000000     MOVE WK-TGT TO FCH-TGTDATE
000000     MOVE WK-LEAD TO FCH-LEAD
000000     MOVE ZERO TO SW-ONFILE
000000     READ VIFCSTHS INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02"
000000         MOVE 1 TO SW-ONFILE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN645-17 VIFCSTHS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE WK-BUSDT TO FCH-MADEDT
000000     MOVE WK-TWD TO FCH-WEEKDAY
000000     MOVE WK-CLASS TO FCH-DAYCLASS
000000     MOVE WK-BASE TO FCH-BASE
000000     MOVE FLR-TREND (WK-FX) TO FCH-TREND
000000     MOVE WK-FCAMT TO FCH-FCAMT
000000     MOVE ZERO TO FCH-ACTAMT
000000     MOVE ZERO TO FCH-ERRPCT
000000     MOVE "F" TO FCH-STATUS .
      *20260925追加開始
000000     MOVE WK-EVTTYPE TO FCH-EVTTYPE .
      *20260925追加終了
000000     IF NOT(SW-ONFILE = 1)GO TO CX00078.
000000     REWRITE FCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00079.
000000         DISPLAY "HBHUN645-18 VIFCSTHS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00080.
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE FCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00080.
000000         DISPLAY "HBHUN645-19 VIFCSTHS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-FC-CNT
000000     ADD WK-FCAMT TO WK-WEEKTOT
000000     INITIALIZE EXFCS-REC
000000     MOVE "F" TO EXFCS-RECTYPE
000000     MOVE FCH-FLOOR TO EXFCS-FLOOR
000000     MOVE FCH-TGTDATE TO EXFCS-DATE
000000     MOVE FCH-LEAD TO EXFCS-LEAD
000000     MOVE FCH-WEEKDAY TO EXFCS-WEEKDAY
000000     MOVE FCH-DAYCLASS TO EXFCS-DAYCLASS
000000     MOVE FCH-BASE TO EXFCS-BASE
000000     MOVE FCH-TREND TO EXFCS-TREND
000000     MOVE FCH-FCAMT TO EXFCS-FCAMT
000000     MOVE WK-NOTE TO EXFCS-NOTE
      *20260925追加開始
000000     MOVE FCH-EVTTYPE TO EXFCS-EVTTYPE
      *20260925追加終了
000000     PERFORM WRT-RTN THRU CX00081 .
000000 CX00075. EXIT.
      *
      *    WRT-RTN  -  one report line, stamped with the run date
000000 WRT-RTN .
000000     MOVE WK-BUSDT TO EXFCS-RUNDATE
000000     WRITE EXFCS-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00082.
000000         DISPLAY "HBHUN645-20 EXFCSRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00081. EXIT.
      *
      *    PROF-RTN  -  the day's base: the band averages of the
      *    floor's WK-PCLASS profile for the target weekday added
      *    up, with the count of bands found
000000 PROF-RTN .
           MOVE "PROF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BASE
000000     MOVE ZERO TO WK-PCNT
000000     MOVE FLR-FLOOR (WK-FX) TO PTN-FLOOR
000000     MOVE WK-PCLASS TO PTN-DAYCLASS
000000     MOVE WK-TWD TO PTN-WEEKDAY
000000     MOVE ZERO TO PTN-BAND .
000000     START VIJIKPTN KEY >= PTN-KEY
000000             INVALID GO TO CX00083 .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIJIKPTN NEXT AT END GO TO CX00083.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN645-21 VIJIKPTN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PTN-FLOOR NOT = FLR-FLOOR (WK-FX) OR
000000        PTN-DAYCLASS NOT = WK-PCLASS OR
000000        PTN-WEEKDAY NOT = WK-TWD
000000         GO TO CX00083.
000000     IF PTN-DAYS = ZERO GO TO CX00084.
000000     COMPUTE WK-BASE ROUNDED = WK-BASE + PTN-AMT / PTN-DAYS
000000         ON SIZE ERROR GO TO CX00084 .
000000     ADD 1 TO WK-PCNT
000000     GO TO CX00084.
000000 CX00083. EXIT.
      *
      *    CLASS-RTN  -  the target date's class by the HBHUN640
      *    rules: holiday beats everything, the eve of one beats
      *    the weekend, the weekend beats the plain weekday
000000 CLASS-RTN .
           MOVE "CLASS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO WK-CLASS .
000000     IF WK-TWD = 1 OR WK-TWD = 7
000000         MOVE "E" TO WK-CLASS .
000000     IF NOT(SW-HOLIDY = 1)GO TO CX00103.
000000     MOVE WK-TGT TO WK-TOMORROW
000000     PERFORM TOMFWD-RTN THRU CX00099
000000     MOVE WK-TOMORROW TO HOLI-DATE
000000     READ VIHOLIDY INVALID CONTINUE .
000000     IF FL-STS1 = "00" AND HOLI-HOLIDAY
000000         MOVE "V" TO WK-CLASS .
000000     MOVE WK-TGT TO HOLI-DATE
000000     READ VIHOLIDY INVALID CONTINUE .
000000     IF FL-STS1 = "00" AND HOLI-HOLIDAY
000000         MOVE "H" TO WK-CLASS .
000000 CX00103. EXIT.
      *20260925追加開始
      *
      *    EVTCHK-RTN  -  the event carded on WK-EVT-DATE for the
      *    floor in hand: its own row first, then the hall-wide
      *    one; blank on an ordinary day
000000 EVTCHK-RTN .
           MOVE "EVTCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-EVTTYPE .
000000     IF NOT(SW-EVTCAL = 1)GO TO CX00104.
000000     MOVE WK-EVT-DATE TO EVT-DATE
000000     MOVE FLR-FLOOR (WK-FX) TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE EVT-TYPE TO WK-EVTTYPE
000000         GO TO CX00104.
000000     MOVE WK-EVT-DATE TO EVT-DATE
000000     MOVE "*ALL" TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE EVT-TYPE TO WK-EVTTYPE .
000000 CX00104. EXIT.
      *20260925追加終了
      *
      *    CBACK-RTN  -  steps the accuracy window's cutoff back
      *    one calendar day, February by the leap-year rule
000000 CBACK-RTN .
           MOVE "CBACK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CUT-DD > 1)GO TO CX00095.
000000     COMPUTE WK-CUT-DD = WK-CUT-DD - 1 .
000000     GO TO CX00094.
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CUT-MM = 1)GO TO CX00096.
000000     COMPUTE WK-CUT-YY = WK-CUT-YY - 1
000000     MOVE 12 TO WK-CUT-MM
000000     MOVE 31 TO WK-CUT-DD .
000000     GO TO CX00094.
000000 CX00096.
           MOVE "CX00096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-CUT-MM = WK-CUT-MM - 1
000000     MOVE 31 TO WK-CUT-LAST .
000000     IF WK-CUT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-CUT-LAST .
000000     IF NOT(WK-CUT-MM = 2)GO TO CX00097.
000000     MOVE 28 TO WK-CUT-LAST
000000     DIVIDE WK-CUT-YY BY 4 GIVING WK-CUT-Q
000000         REMAINDER WK-CUT-R .
000000     IF WK-CUT-R = ZERO
000000         MOVE 29 TO WK-CUT-LAST .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CUT-LAST TO WK-CUT-DD .
000000 CX00094. EXIT.
      *
      *    TOMFWD-RTN  -  steps the probe date forward one
      *    calendar day, February by the leap-year rule
000000 TOMFWD-RTN .
           MOVE "TOMFWD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 31 TO WK-TOM-LAST .
000000     IF WK-TOM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-TOM-LAST .
000000     IF NOT(WK-TOM-MM = 2)GO TO CX00100.
000000     MOVE 28 TO WK-TOM-LAST
000000     DIVIDE WK-TOM-YY BY 4 GIVING WK-TOM-Q
000000         REMAINDER WK-TOM-R .
000000     IF WK-TOM-R = ZERO
000000         MOVE 29 TO WK-TOM-LAST .
000000 CX00100.
           MOVE "CX00100" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-TOM-DD < WK-TOM-LAST)GO TO CX00101.
000000     COMPUTE WK-TOM-DD = WK-TOM-DD + 1 .
000000     GO TO CX00099.
000000 CX00101.
           MOVE "CX00101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 01 TO WK-TOM-DD .
000000     IF NOT(WK-TOM-MM = 12)GO TO CX00102.
000000     COMPUTE WK-TOM-YY = WK-TOM-YY + 1
000000     MOVE 01 TO WK-TOM-MM .
000000     GO TO CX00099.
000000 CX00102.
           MOVE "CX00102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-TOM-MM = WK-TOM-MM + 1 .
000000 CX00099. EXIT.
      *
      *    WEEKDAY-RTN  -  day of week of the business date by
      *    Zeller's congruence (1 = Sunday through 7 = Saturday),
      *    each division floored on its own as HBHUN640 does
000000 WEEKDAY-RTN .
           MOVE "WEEKDAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT (1:4) TO WK-WD-Y
000000     MOVE WK-BUSDT (5:2) TO WK-WD-M
000000     MOVE WK-BUSDT (7:2) TO WK-WD-D .
000000     IF WK-WD-M < 3
000000         ADD 12 TO WK-WD-M
000000         SUBTRACT 1 FROM WK-WD-Y .
000000     COMPUTE WK-WD-T1 = 13 * (WK-WD-M + 1)
000000     DIVIDE WK-WD-T1 BY 5 GIVING WK-WD-T1
000000     DIVIDE WK-WD-Y BY 4 GIVING WK-WD-T2
000000     DIVIDE WK-WD-Y BY 100 GIVING WK-WD-T3
000000     DIVIDE WK-WD-Y BY 400 GIVING WK-WD-T4
000000     COMPUTE WK-WD-SUM = WK-WD-D + WK-WD-T1
000000             + WK-WD-Y + WK-WD-T2
000000             - WK-WD-T3 + WK-WD-T4
000000     DIVIDE WK-WD-SUM BY 7 GIVING WK-WD-Q
000000         REMAINDER WK-WD-R
000000     COMPUTE WK-WEEKDAY = WK-WD-R .
000000     IF WK-WEEKDAY = ZERO
000000         MOVE 7 TO WK-WEEKDAY .
000000 CX00098. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN645" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN645" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN645" TO PRM-PROGID
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
000000         DISPLAY "HBHUN645-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
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
000000     MOVE "HBHUN645" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN645-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN645" TO ERRM-PROGID
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
