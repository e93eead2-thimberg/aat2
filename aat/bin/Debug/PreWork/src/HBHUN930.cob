000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN930 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260914追加開始
      *    monthly prize cost against ball value: the issue rows
      *    HBHUN925 posts on the VIPRZLDG stock ledger (CFPRZLG) in
      *    the TARGETYM month (the month just ended by default) are
      *    summed per floor - the prizes that went out, the ball/
      *    medal value collected for them and what they cost at
      *    the items' unit costs - so the exchange margin each
      *    floor's prize counter earns can be watched.  EXPRZMON
      *    carries an F line per floor with the cost as a percentage
      *    of the ball value, and a T line for the hall that adds
      *    the wholesaler deliveries booked in the month
000000     SELECT  VIPRZLDG
000000             ASSIGN            VIPRZLDG-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      PRZL-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  EXPRZMON
000000             ASSIGN               EXPRZMON-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260914追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIPRZLDG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZLDG".
       01  PRZL-REC.
           COPY CFPRZLG .
000000 FD  EXPRZMON
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPRZMON".
       01  EXPZM-REC.
           05  EXPZM-TYPE                  PIC X(01).
               88  EXPZM-FLOORLINE          VALUE "F".
               88  EXPZM-HALLLINE           VALUE "T".
           05  EXPZM-YM                    PIC 9(06).
           05  EXPZM-FLOOR                 PIC X(10).
           05  EXPZM-ISSQTY                PIC 9(09).
           05  EXPZM-BALLVAL               PIC S9(13)V99 COMP-3.
           05  EXPZM-COSTAMT               PIC S9(13)V99 COMP-3.
      *    ball value less prize cost
           05  EXPZM-MARGIN                PIC S9(13)V99 COMP-3.
      *    prize cost as a percentage of the ball value
           05  EXPZM-COSTPCT               PIC 9(03)V99.
      *    T line: the month's wholesaler deliveries
           05  EXPZM-RCVQTY                PIC 9(09).
           05  EXPZM-RCVAMT                PIC S9(13)V99 COMP-3.
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
000000   03  SW-PRZLDG                   PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-TGT-YM                   PIC 9(06).
000000   03  WK-SYSDATE                  PIC 9(08).
000000   03  WK-SYSDATE-R REDEFINES WK-SYSDATE.
000000       05  WK-SYS-YY               PIC 9(04).
000000       05  WK-SYS-MM               PIC 9(02).
000000       05  WK-SYS-DD               PIC 9(02).
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-JX                       PIC 9(04).
000000   03  WK-FX                       PIC 9(04).
000000   03  WK-FB-FLOOR                 PIC X(10).
      *    the month per floor, kept in floor order
000000 01  FLT-WORK.
000000   03  FLT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLT-TABLE.
000000     05  FLT-ENT OCCURS 200.
000000       07  FLT-FLOOR               PIC X(10).
000000       07  FLT-QTY                 PIC 9(09).
000000       07  FLT-BALLVAL             PIC S9(13)V99 COMP-3.
000000       07  FLT-COSTAMT             PIC S9(13)V99 COMP-3.
000000 01  HLT-WORK.
000000   03  HLT-QTY                     PIC 9(09).
000000   03  HLT-BALLVAL                 PIC S9(13)V99 COMP-3.
000000   03  HLT-COSTAMT                 PIC S9(13)V99 COMP-3.
000000   03  HLT-RCVQTY                  PIC 9(09).
000000   03  HLT-RCVAMT                  PIC S9(13)V99 COMP-3.
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
000000     INITIALIZE HLT-WORK
      *    the target month defaults to the month just ended, as
      *    HBHUN420 takes it
000000     ACCEPT WK-SYSDATE FROM DATE YYYYMMDD .
000000     IF NOT(WK-SYS-MM = 1)GO TO CX00007.
000000     COMPUTE WK-SYS-YY = WK-SYS-YY - 1
000000     MOVE 12 TO WK-SYS-MM .
000000     GO TO CX00008.
000000 CX00007.
           MOVE "CX00007" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-SYS-MM = WK-SYS-MM - 1 .
000000 CX00008.
           MOVE "CX00008" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-SYSDATE (1:6) TO WK-TGT-YM
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN930" TO PRM-PROGID
000000     MOVE "TARGETYM" TO PRM-NAME
000000     MOVE WK-TGT-YM TO PRM-VALUE (1:6)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:6) IS NUMERIC
000000         MOVE PRM-VALUE (1:6) TO WK-TGT-YM .
      *    with no ledger yet there is nothing to report but the
      *    empty hall line
000000     OPEN INPUT VIPRZLDG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-PRZLDG .
000000       OPEN  OUTPUT EXPRZMON .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN930-01 EXPRZMON OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN930-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the month's ledger rows summed per floor
000000 P000-RTN .
000000     IF NOT(SW-PRZLDG = 1)GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPRZLDG AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF PRZL-DATE (1:6) = WK-TGT-YM
000000         ADD 1 TO WK-JOBLG-CNT
000000         PERFORM LDG-RTN THRU CX00025 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN930-90 VIPRZLDG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
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
      *    P100-RTN  -  one line per floor, then the hall
000000 P100-RTN .
000000     MOVE ZERO TO WK-FX .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FX < FLT-CNT)GO TO CX00022.
000000     ADD 1 TO WK-FX
000000     INITIALIZE EXPZM-REC
000000     MOVE "F" TO EXPZM-TYPE
000000     MOVE WK-TGT-YM TO EXPZM-YM
000000     MOVE FLT-FLOOR (WK-FX) TO EXPZM-FLOOR
000000     MOVE FLT-QTY (WK-FX) TO EXPZM-ISSQTY
000000     MOVE FLT-BALLVAL (WK-FX) TO EXPZM-BALLVAL
000000     MOVE FLT-COSTAMT (WK-FX) TO EXPZM-COSTAMT
000000     PERFORM LINE-RTN THRU CX00030 .
000000     GO TO CX00021.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPZM-REC
000000     MOVE "T" TO EXPZM-TYPE
000000     MOVE WK-TGT-YM TO EXPZM-YM
000000     MOVE HLT-QTY TO EXPZM-ISSQTY
000000     MOVE HLT-BALLVAL TO EXPZM-BALLVAL
000000     MOVE HLT-COSTAMT TO EXPZM-COSTAMT
000000     MOVE HLT-RCVQTY TO EXPZM-RCVQTY
000000     MOVE HLT-RCVAMT TO EXPZM-RCVAMT
000000     PERFORM LINE-RTN THRU CX00030 .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN930-91 MONTH=" WK-TGT-YM " FLOORS=" FLT-CNT
000000             " BALL VALUE=" HLT-BALLVAL
000000             " PRIZE COST=" HLT-COSTAMT UPON CONSOLE .
000000     IF SW-PRZLDG = 1
000000         CLOSE VIPRZLDG .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN930-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXPRZMON .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN930-13 EXPRZMON CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
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
      *    LDG-RTN  -  an issue row to its floor and the hall, a
      *    delivery row to the hall's deliveries
000000 LDG-RTN .
           MOVE "LDG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(PRZL-ISSUE)GO TO CX00026.
000000     MOVE PRZL-REF TO WK-FB-FLOOR
000000     PERFORM FLOOR-RTN THRU CX00035
000000     ADD PRZL-QTY TO HLT-QTY
000000     ADD PRZL-BALLVAL TO HLT-BALLVAL
000000     ADD PRZL-COSTAMT TO HLT-COSTAMT .
000000     IF WK-FX = ZERO GO TO CX00025.
000000     ADD PRZL-QTY TO FLT-QTY (WK-FX)
000000     ADD PRZL-BALLVAL TO FLT-BALLVAL (WK-FX)
000000     ADD PRZL-COSTAMT TO FLT-COSTAMT (WK-FX) .
000000     GO TO CX00025.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PRZL-RECEIPT
000000         ADD PRZL-QTY TO HLT-RCVQTY
000000         ADD PRZL-COSTAMT TO HLT-RCVAMT .
000000 CX00025. EXIT.
      *
      *    LINE-RTN  -  margin and cost percentage, and the line
000000 LINE-RTN .
           MOVE "LINE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE EXPZM-MARGIN = EXPZM-BALLVAL - EXPZM-COSTAMT
000000     MOVE ZERO TO EXPZM-COSTPCT .
000000     IF EXPZM-BALLVAL > ZERO
000000         COMPUTE EXPZM-COSTPCT ROUNDED =
000000             EXPZM-COSTAMT * 100 / EXPZM-BALLVAL
000000             ON SIZE ERROR MOVE 999.99 TO EXPZM-COSTPCT .
000000     WRITE EXPZM-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN930-11 EXPRZMON WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *
      *    FLOOR-RTN  -  WK-FX the slot of floor WK-FB-FLOOR, a new
      *    slot opened in its place in floor order; zero when the
      *    table is full and the floor goes to the hall line only
000000 FLOOR-RTN .
           MOVE "FLOOR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < FLT-CNT)GO TO CX00037.
000000     ADD 1 TO WK-IX .
000000     IF FLT-FLOOR (WK-IX) = WK-FB-FLOOR
000000         MOVE WK-IX TO WK-FX
000000         GO TO CX00035.
000000     IF FLT-FLOOR (WK-IX) < WK-FB-FLOOR GO TO CX00036.
000000     SUBTRACT 1 FROM WK-IX .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FX .
000000     IF NOT(FLT-CNT < 200)
000000         DISPLAY "HBHUN930-92 FLOOR TABLE FULL - "
000000                 WK-FB-FLOOR " IN HALL TOTAL ONLY" UPON CONSOLE
000000         GO TO CX00035.
000000     MOVE FLT-CNT TO WK-JX .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-JX > WK-IX)GO TO CX00039.
000000     MOVE FLT-ENT (WK-JX) TO FLT-ENT (WK-JX + 1)
000000     SUBTRACT 1 FROM WK-JX .
000000     GO TO CX00038.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO FLT-CNT
000000     COMPUTE WK-FX = WK-IX + 1
000000     MOVE WK-FB-FLOOR TO FLT-FLOOR (WK-FX)
000000     MOVE ZERO TO FLT-QTY (WK-FX) FLT-BALLVAL (WK-FX)
000000                  FLT-COSTAMT (WK-FX) .
000000 CX00035. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN930" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN930" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN930" TO PRM-PROGID
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
000000         DISPLAY "HBHUN930-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
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
000000     MOVE "HBHUN930" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN930-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN930" TO ERRM-PROGID
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
