000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN960 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260918追加開始
      *    monthly payout-setting review: for the RPTMONTH month
      *    (the business date's month when none is supplied) every
      *    change on the VISETCHG register (CFSETCH) is lined up on
      *    EXSETRPT against the machine's VIWINHIS win history -
      *    wins a day from the start of the month before up to the
      *    change, and from the change to the end of the month -
      *    and against its VIHBTMON takings a day for the month
      *    before and the month of the change (HBHUN420 runs
      *    first).  Then every machine on the win history whose
      *    wins a day moved past the WINDEVPCT tolerance from the
      *    month before with no change registered in the month is
      *    flagged, and a total line closes the report
000000     SELECT  VISETCHG
000000             ASSIGN            VISETCHG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY SCH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWINHIS
000000             ASSIGN            VIWINHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY WINH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHBTMON
000000             ASSIGN            VIHBTMON-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HBTMON-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSETRPT
000000             ASSIGN               EXSETRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260918追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VISETCHG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISETCHG".
       01  SCH-REC.
           COPY CFSETCH .
000000 FD  VIWINHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINHIS".
       01  WINH-REC.
           05  WINH-KEY.
               07  WINH-MACHINE            PIC X(10).
               07  WINH-DATE               PIC 9(08).
           05  WINH-WINS                   PIC 9(02).
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
000000 FD  EXSETRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSETRPT".
       01  EXSTR-REC.
           05  EXSTR-TYPE                  PIC X(01).
               88  EXSTR-CHANGELINE         VALUE "C".
               88  EXSTR-UNEXPLAINED        VALUE "U".
               88  EXSTR-TOTALLINE          VALUE "T".
           05  EXSTR-MONTH                 PIC 9(06).
           05  EXSTR-MACHINE               PIC X(22).
           05  EXSTR-EFFDT                 PIC 9(08).
           05  EXSTR-EFFTM                 PIC 9(04).
           05  EXSTR-OLDSET                PIC 9(01).
           05  EXSTR-NEWSET                PIC 9(01).
           05  EXSTR-OPID                  PIC X(08).
      *    C: win-history days and wins a day (hundredths) before
      *    and after the change; U: the month before and the
      *    month; T: the changes listed and the machines flagged
           05  EXSTR-BFRDAYS               PIC 9(05).
           05  EXSTR-BFRAVG                PIC 9(05).
           05  EXSTR-AFTDAYS               PIC 9(05).
           05  EXSTR-AFTAVG                PIC 9(05).
           05  EXSTR-WINDEV                PIC S9(05).
      *    takings a day, the month before and the month
           05  EXSTR-SALBFR                PIC S9(09)V99.
           05  EXSTR-SALAFT                PIC S9(09)V99.
           05  EXSTR-SALDEV                PIC S9(05).
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-CHG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-UNX-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-DEVPCT                   PIC 9(03) VALUE 50.
000000   03  WK-RPT-MONTH                PIC 9(06).
000000   03  WK-RPT-MONTH-R REDEFINES WK-RPT-MONTH.
000000       05  WK-RPT-YY               PIC 9(04).
000000       05  WK-RPT-MM               PIC 9(02).
000000   03  WK-PRV-MONTH                PIC 9(06).
000000   03  WK-PRV-MONTH-R REDEFINES WK-PRV-MONTH.
000000       05  WK-PRV-YY               PIC 9(04).
000000       05  WK-PRV-MM               PIC 9(02).
000000   03  WK-FOUND-SW                 PIC 9(01).
000000   03  WK-CX                       PIC 9(03).
      *    wins over the two months, split at the change or at the
      *    start of the month
000000   03  WK-CUR-MACHINE              PIC X(10).
000000   03  WK-BFR-SUM                  PIC 9(07).
000000   03  WK-BFR-DAYS                 PIC 9(05).
000000   03  WK-AFT-SUM                  PIC 9(07).
000000   03  WK-AFT-DAYS                 PIC 9(05).
000000   03  WK-BFR-AVG                  PIC 9(05).
000000   03  WK-AFT-AVG                  PIC 9(05).
000000   03  WK-DEV                      PIC S9(07).
000000   03  WK-ADEV                     PIC 9(07).
      *    takings for one machine and month, over every floor it
      *    stood at
000000   03  WK-SAL-YM                   PIC 9(06).
000000   03  WK-SAL-AMT                  PIC S9(13)V99 COMP-3.
000000   03  WK-SAL-DAYS                 PIC 9(05).
000000   03  WK-SAL-AVG                  PIC S9(09)V99.
      *    the win-history machines with a change in the month
000000 01  CHT-WORK.
000000   03  CHT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  CHT-MACHINE                 PIC X(10) OCCURS 500.
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
      *    the month reported: the RPTMONTH run parameter, or the
      *    business date's month when none is supplied
000000     MOVE WK-BUSDT (1:6) TO WK-RPT-MONTH
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN960" TO PRM-PROGID
000000     MOVE "RPTMONTH" TO PRM-NAME
000000     MOVE WK-RPT-MONTH TO PRM-VALUE (1:6)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:6) IS NUMERIC
000000         MOVE PRM-VALUE (1:6) TO WK-RPT-MONTH .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN960" TO PRM-PROGID
000000     MOVE "WINDEVPCT" TO PRM-NAME
000000     MOVE "050" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-DEVPCT .
000000     MOVE WK-RPT-MONTH TO WK-PRV-MONTH .
000000     IF WK-PRV-MM = 1
000000         COMPUTE WK-PRV-YY = WK-PRV-YY - 1
000000         MOVE 12 TO WK-PRV-MM
000000     ELSE
000000     COMPUTE WK-PRV-MM = WK-PRV-MM - 1 .
000000       OPEN  INPUT  VISETCHG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN960-01 VISETCHG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIWINHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN960-02 VIWINHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIHBTMON .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN960-03 VIHBTMON OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSETRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN960-04 EXSETRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN960-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
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
      *    P000-RTN  -  the month's registered changes
000000 P000-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO SCH-KEY .
000000     START VISETCHG KEY >= SCH-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00021.
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VISETCHG NEXT AT END GO TO CX00021.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF NOT(SCH-EFFDT (1:6) = WK-RPT-MONTH (1:6))GO TO CX00020.
000000     PERFORM CHG-RTN THRU CX00030 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the win history walks in machine-and-date
      *    order, so each machine's month before and month fall
      *    out of one control break
000000 P100-RTN .
000000     MOVE SPACE TO WK-CUR-MACHINE
000000     MOVE ZERO TO WK-BFR-SUM WK-BFR-DAYS WK-AFT-SUM WK-AFT-DAYS
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO WINH-KEY .
000000     START VIWINHIS KEY >= WINH-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWINHIS NEXT AT END GO TO CX00015.
000000     IF WINH-MACHINE NOT = WK-CUR-MACHINE
000000         PERFORM BRK-RTN THRU CX00025
000000         MOVE WINH-MACHINE TO WK-CUR-MACHINE .
000000     IF WINH-DATE (1:6) = WK-PRV-MONTH (1:6)
000000         ADD WINH-WINS TO WK-BFR-SUM
000000         ADD 1 TO WK-BFR-DAYS .
000000     IF WINH-DATE (1:6) = WK-RPT-MONTH (1:6)
000000         ADD WINH-WINS TO WK-AFT-SUM
000000         ADD 1 TO WK-AFT-DAYS .
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM BRK-RTN THRU CX00025 .
000000     INITIALIZE EXSTR-REC
000000     MOVE "T" TO EXSTR-TYPE
000000     MOVE WK-RPT-MONTH TO EXSTR-MONTH
000000     MOVE WK-CHG-CNT TO EXSTR-BFRDAYS
000000     MOVE WK-UNX-CNT TO EXSTR-AFTDAYS
000000     WRITE EXSTR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN960-06 EXSETRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN960-90 MONTH=" WK-RPT-MONTH
000000             " CHANGES=" WK-CHG-CNT
000000             " UNREGISTERED SHIFTS=" WK-UNX-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN960-07 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VISETCHG  VIWINHIS  VIHBTMON  EXSETRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN960-08 EXSETRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
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
      *    CHG-RTN  -  one change: the machine's wins a day from
      *    the first of the month before up to the change and
      *    from the change to the month's end, and its takings a
      *    day in the two months
000000 CHG-RTN .
           MOVE "CHG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(CHT-CNT < 500)
000000           DISPLAY "HBHUN960-09 CHANGE TABLE FULL ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO CHT-CNT
000000     MOVE SCH-MACHINE (1:10) TO CHT-MACHINE (CHT-CNT)
000000     MOVE ZERO TO WK-BFR-SUM WK-BFR-DAYS WK-AFT-SUM WK-AFT-DAYS
000000     MOVE SCH-MACHINE (1:10) TO WINH-MACHINE
000000     COMPUTE WINH-DATE = WK-PRV-MONTH * 100 + 1 .
000000     START VIWINHIS KEY >= WINH-KEY
000000             INVALID GO TO CX00032 .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWINHIS NEXT AT END GO TO CX00032.
000000     IF WINH-MACHINE NOT = SCH-MACHINE (1:10) OR
000000        WINH-DATE (1:6) > WK-RPT-MONTH (1:6)
000000         GO TO CX00032.
000000     IF WINH-DATE < SCH-EFFDT
000000         ADD WINH-WINS TO WK-BFR-SUM
000000         ADD 1 TO WK-BFR-DAYS
000000     ELSE
000000         ADD WINH-WINS TO WK-AFT-SUM
000000         ADD 1 TO WK-AFT-DAYS .
000000     GO TO CX00031.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXSTR-REC
000000     MOVE "C" TO EXSTR-TYPE
000000     MOVE WK-RPT-MONTH TO EXSTR-MONTH
000000     MOVE SCH-MACHINE TO EXSTR-MACHINE
000000     MOVE SCH-EFFDT TO EXSTR-EFFDT
000000     MOVE SCH-EFFTM TO EXSTR-EFFTM
000000     MOVE SCH-OLDSET TO EXSTR-OLDSET
000000     MOVE SCH-NEWSET TO EXSTR-NEWSET
000000     MOVE SCH-OPID TO EXSTR-OPID
000000     PERFORM AVG-RTN THRU CX00035 .
000000     MOVE WK-PRV-MONTH TO WK-SAL-YM
000000     PERFORM SAL-RTN THRU CX00040 .
000000     MOVE WK-SAL-AVG TO EXSTR-SALBFR
000000     MOVE WK-RPT-MONTH TO WK-SAL-YM
000000     PERFORM SAL-RTN THRU CX00040 .
000000     MOVE WK-SAL-AVG TO EXSTR-SALAFT .
000000     IF EXSTR-SALBFR > ZERO
000000         COMPUTE EXSTR-SALDEV =
000000             (EXSTR-SALAFT - EXSTR-SALBFR) * 100 / EXSTR-SALBFR
000000             ON SIZE ERROR MOVE 99999 TO EXSTR-SALDEV .
000000     WRITE EXSTR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN960-10 EXSETRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CHG-CNT .
000000 CX00030. EXIT.
      *
      *    AVG-RTN  -  the before and after wins a day onto the
      *    report line, in hundredths, and the shift between them
      *    as a percentage of the before
000000 AVG-RTN .
           MOVE "AVG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BFR-AVG WK-AFT-AVG WK-DEV
000000     IF WK-BFR-DAYS > ZERO
000000         COMPUTE WK-BFR-AVG =
000000             WK-BFR-SUM * 100 / WK-BFR-DAYS
000000             ON SIZE ERROR MOVE 99999 TO WK-BFR-AVG .
000000     IF WK-AFT-DAYS > ZERO
000000         COMPUTE WK-AFT-AVG =
000000             WK-AFT-SUM * 100 / WK-AFT-DAYS
000000             ON SIZE ERROR MOVE 99999 TO WK-AFT-AVG .
000000     IF WK-BFR-AVG > ZERO AND WK-AFT-DAYS > ZERO
000000         COMPUTE WK-DEV =
000000             (WK-AFT-AVG - WK-BFR-AVG) * 100 / WK-BFR-AVG
000000             ON SIZE ERROR MOVE 99999 TO WK-DEV .
000000     MOVE WK-DEV TO WK-ADEV .
000000     IF WK-DEV < ZERO
000000         COMPUTE WK-ADEV = ZERO - WK-DEV .
000000     MOVE WK-BFR-DAYS TO EXSTR-BFRDAYS
000000     MOVE WK-BFR-AVG TO EXSTR-BFRAVG
000000     MOVE WK-AFT-DAYS TO EXSTR-AFTDAYS
000000     MOVE WK-AFT-AVG TO EXSTR-AFTAVG
000000     MOVE WK-DEV TO EXSTR-WINDEV .
000000 CX00035. EXIT.
      *
      *    SAL-RTN  -  WK-SAL-AVG the machine's takings a day in the
      *    WK-SAL-YM month, summed over the floors it stood at
000000 SAL-RTN .
           MOVE "SAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-SAL-AMT WK-SAL-DAYS WK-SAL-AVG
000000     MOVE LOW-VALUES TO HBTMON-KEY
000000     MOVE WK-SAL-YM TO HBTMON-YM .
000000     START VIHBTMON KEY >= HBTMON-KEY
000000             INVALID GO TO CX00042 .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHBTMON NEXT AT END GO TO CX00042.
000000     IF HBTMON-YM NOT = WK-SAL-YM GO TO CX00042.
000000     IF NOT(HBTMON-MACHINE = SCH-MACHINE)GO TO CX00041.
000000     ADD HBTMON-AMT TO WK-SAL-AMT
000000     ADD HBTMON-DAYS TO WK-SAL-DAYS
000000     GO TO CX00041.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-SAL-DAYS > ZERO
000000         COMPUTE WK-SAL-AVG ROUNDED = WK-SAL-AMT / WK-SAL-DAYS
000000             ON SIZE ERROR MOVE ZERO TO WK-SAL-AVG .
000000 CX00040. EXIT.
      *
      *    BRK-RTN  -  one win-history machine closes out: with no
      *    change registered in the month, wins a day on both
      *    months and a shift past the tolerance it is flagged
000000 BRK-RTN .
           MOVE "BRK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-CUR-MACHINE = SPACE GO TO CX00026.
000000     IF WK-BFR-DAYS = ZERO OR WK-AFT-DAYS = ZERO GO TO CX00026.
000000     PERFORM FIND-RTN THRU CX00045 .
000000     IF WK-FOUND-SW = 1 GO TO CX00026.
000000     PERFORM AVG-RTN THRU CX00035 .
000000     IF WK-BFR-AVG = ZERO GO TO CX00026.
000000     IF WK-ADEV NOT > WK-DEVPCT GO TO CX00026.
000000     MOVE "U" TO EXSTR-TYPE
000000     MOVE WK-RPT-MONTH TO EXSTR-MONTH
000000     MOVE WK-CUR-MACHINE TO EXSTR-MACHINE
000000     MOVE ZERO TO EXSTR-EFFDT EXSTR-EFFTM EXSTR-OLDSET
000000                  EXSTR-NEWSET EXSTR-SALBFR EXSTR-SALAFT
000000                  EXSTR-SALDEV
000000     MOVE SPACE TO EXSTR-OPID
000000     WRITE EXSTR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN960-11 EXSETRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-UNX-CNT .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BFR-SUM WK-BFR-DAYS WK-AFT-SUM WK-AFT-DAYS .
000000 CX00025. EXIT.
      *
      *    FIND-RTN  -  WK-FOUND-SW 1 when the machine had a change
      *    registered in the month
000000 FIND-RTN .
           MOVE "FIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE ZERO TO WK-CX .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CX < CHT-CNT)GO TO CX00045.
000000     ADD 1 TO WK-CX .
000000     IF NOT(CHT-MACHINE (WK-CX) = WK-CUR-MACHINE)GO TO CX00046.
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN960" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN960" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN960" TO PRM-PROGID
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
000000         DISPLAY "HBHUN960-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
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
000000     MOVE "HBHUN960" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN960-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN960" TO ERRM-PROGID
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
