000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN935 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260915追加開始
      *    member deposit accounts: regulars keep their won balls
      *    and medals on deposit instead of exchanging them, and
      *    that was tracked off the system.  The counter's DEPTRAN
      *    file of the business date posts here - D a deposit, W a
      *    re-play withdrawal - to the member's VIMBRDEP account
      *    for the kind of play (CFMBRDP), the first deposit
      *    opening the account, and every posting is kept on the
      *    VIDEPTXN history (CFDEPTX) so a transaction fed twice is
      *    refused.  A withdrawal may not exceed the balance, nor
      *    take the day's re-play past REPLAYBALL balls or
      *    REPLAYMEDAL medals; refused transactions list to
      *    EXDEPEXC.  Every account is then carried to the business
      *    date: a balance untouched for EXPMON months expires, and
      *    its value at BALLYEN or MEDALYEN sen a unit goes to the
      *    books as income - one posting per kind on the SQWDEPJN
      *    journal feed HBHUN610 folds in through the VIACCTMS E/S
      *    mapping.  EXDEPBAL is the daily balance: each account
      *    with a balance or a movement, then a total per kind;
      *    HBHSS220 carries the balances as their own liability
      *    line.
000000     SELECT  DEPTRAN
000000                  ASSIGN             DEPTRAN-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIMBRDEP
000000             ASSIGN            VIMBRDEP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MBD-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIDEPTXN
000000             ASSIGN            VIDEPTXN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY DTX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWDEPJN
000000             ASSIGN               SQWDEPJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDEPEXC
000000             ASSIGN               EXDEPEXC-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDEPBAL
000000             ASSIGN               EXDEPBAL-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260915追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DEPTRAN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DEPTRAN".
       01  DTR-REC.
           05  DTR-ACTION                  PIC X(01).
               88  DTR-DEPOSIT              VALUE "D".
               88  DTR-WITHDRAW             VALUE "W".
           05  DTR-MEMBER                  PIC X(10).
           05  DTR-KIND                    PIC X(01).
               88  DTR-KIND-OK              VALUE "B" "M".
           05  DTR-QTY                     PIC X(09).
           05  DTR-QTY-N REDEFINES DTR-QTY PIC 9(09).
           05  DTR-DATE                    PIC X(08).
           05  DTR-TIME                    PIC X(06).
           05  DTR-TERMID                  PIC X(08).
           05  DTR-OPID                    PIC X(08).
      *    the member's name, taken when the account is opened
           05  DTR-NAME                    PIC X(20).
000000 FD  VIMBRDEP
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMBRDEP".
       01  MBD-REC.
           COPY CFMBRDP .
000000 FD  VIDEPTXN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDEPTXN".
       01  DTX-REC.
           COPY CFDEPTX .
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
      *    the expiry feed rides the CFSIWK layout, mirrored here
      *    under this file's own names as HBHSS315 mirrors it
000000 FD  SQWDEPJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWDEPJN".
       01  DEPJ-REC.
           05  DEPJ-RECKBN                 PIC X(01).
               88  DEPJ-DETAIL              VALUE "D".
               88  DEPJ-CONTROL             VALUE "C".
           05  DEPJ-SRC                    PIC X(01).
           05  DEPJ-KEY                    PIC X(10).
           05  DEPJ-URIAMT                 PIC S9(14) COMP-3.
           05  DEPJ-SHIAMT                 PIC S9(14) COMP-3.
           05  DEPJ-TESURYO                PIC S9(14) COMP-3.
           05  DEPJ-TAXAMT                 PIC S9(14) COMP-3.
           05  DEPJ-CNT                    PIC 9(07).
000000 FD  EXDEPEXC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDEPEXC".
       01  EXDPX-REC.
           05  EXDPX-BUSDATE               PIC 9(08).
           05  EXDPX-ACTION                PIC X(01).
           05  EXDPX-MEMBER                PIC X(10).
           05  EXDPX-KIND                  PIC X(01).
           05  EXDPX-QTY                   PIC X(09).
           05  EXDPX-DATE                  PIC X(08).
           05  EXDPX-TIME                  PIC X(06).
           05  EXDPX-TERMID                PIC X(08).
           05  EXDPX-OPID                  PIC X(08).
           05  EXDPX-BALANCE               PIC S9(09).
           05  EXDPX-DAYWDR                PIC 9(09).
           05  EXDPX-REASON                PIC X(01).
               88  EXDPX-DUPLICATE          VALUE "1".
               88  EXDPX-INVALID            VALUE "2".
               88  EXDPX-NOACCOUNT          VALUE "3".
               88  EXDPX-OVERBAL            VALUE "4".
               88  EXDPX-OVERLIMIT          VALUE "5".
000000 FD  EXDEPBAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDEPBAL".
       01  EXDPB-REC.
           05  EXDPB-TYPE                  PIC X(01).
               88  EXDPB-ACCOUNTLINE        VALUE "A".
               88  EXDPB-KINDLINE           VALUE "T".
           05  EXDPB-BUSDATE               PIC 9(08).
           05  EXDPB-MEMBER                PIC X(10).
           05  EXDPB-KIND                  PIC X(01).
           05  EXDPB-NAME                  PIC X(20).
           05  EXDPB-OPENBAL               PIC S9(11).
           05  EXDPB-DEPOSIT               PIC 9(11).
           05  EXDPB-WITHDRAW              PIC 9(11).
           05  EXDPB-EXPIRED               PIC 9(11).
           05  EXDPB-CLOSEBAL              PIC S9(11).
           05  EXDPB-YENVAL                PIC S9(13) COMP-3.
      *    A: the last movement; T: accounts with a balance
           05  EXDPB-LASTACTDT             PIC 9(08).
           05  EXDPB-ACCOUNTS              PIC 9(07).
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  SW-MAPOK                    PIC 9(01) VALUE ZERO.
000000   03  SW-NEW                      PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-REPLAYBALL               PIC 9(09) VALUE 2500.
000000   03  WK-REPLAYMEDAL              PIC 9(09) VALUE 500.
000000   03  WK-BALLYEN-PRM              PIC 9(05) VALUE 00400.
000000   03  WK-MEDALYEN-PRM             PIC 9(05) VALUE 02000.
000000   03  WK-EXPMON                   PIC 9(03) VALUE 12.
000000   03  WK-LIMIT                    PIC 9(09).
000000   03  WK-UNITYEN                  PIC 9(03)V99.
000000   03  WK-QTY                      PIC 9(09).
000000   03  WK-YEN                      PIC S9(13).
000000   03  WK-TRN-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-DEP-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-WDR-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-NEW-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-EXC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-EXP-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-JNL-CNT                  PIC 9(01).
000000   03  WK-JNL-AMT                  PIC S9(14) COMP-3.
000000   03  WK-KX                       PIC 9(01).
      *    dormancy cut-off: a balance whose last movement is
      *    before this date expires
000000   03  WK-CUTDT                    PIC 9(08).
000000   03  WK-CUTDT-R REDEFINES WK-CUTDT.
000000       05  WK-CUT-YY               PIC 9(04).
000000       05  WK-CUT-MM               PIC 9(02).
000000       05  WK-CUT-DD               PIC 9(02).
000000   03  WK-CUT-MONTHS               PIC 9(06).
000000   03  WK-CUT-LAST                 PIC 9(02).
000000   03  WK-CUT-Q                    PIC 9(04).
000000   03  WK-CUT-R                    PIC 9(04).
      *    the day's totals per kind: 1 balls, 2 medals
000000 01  KDT-WORK.
000000   03  KDT-ENT OCCURS 2.
000000     05  KDT-KIND                  PIC X(01).
000000     05  KDT-ACCOUNTS              PIC 9(07).
000000     05  KDT-OPENBAL               PIC S9(11).
000000     05  KDT-DEPOSIT               PIC 9(11).
000000     05  KDT-WITHDRAW              PIC 9(11).
000000     05  KDT-EXPIRED               PIC 9(11).
000000     05  KDT-CLOSEBAL              PIC S9(11).
000000     05  KDT-YENVAL                PIC S9(13) COMP-3.
000000     05  KDT-EXPYEN                PIC S9(13) COMP-3.
000000     05  KDT-EXPCNT                PIC 9(05).
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
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-JRN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-EXC                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-BAL                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
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
000000     INITIALIZE KDT-WORK
000000     MOVE "B" TO KDT-KIND (1)
000000     MOVE "M" TO KDT-KIND (2)
      *    the daily re-play limits in balls and in medals, the
      *    unit values in sen, and the months of dormancy after
      *    which a balance expires
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
000000     MOVE "REPLAYBALL" TO PRM-NAME
000000     MOVE WK-REPLAYBALL TO PRM-VALUE (1:9)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:9) IS NUMERIC
000000         MOVE PRM-VALUE (1:9) TO WK-REPLAYBALL .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
000000     MOVE "REPLAYMEDAL" TO PRM-NAME
000000     MOVE WK-REPLAYMEDAL TO PRM-VALUE (1:9)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:9) IS NUMERIC
000000         MOVE PRM-VALUE (1:9) TO WK-REPLAYMEDAL .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
000000     MOVE "BALLYEN" TO PRM-NAME
000000     MOVE WK-BALLYEN-PRM TO PRM-VALUE (1:5)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:5) IS NUMERIC
000000         MOVE PRM-VALUE (1:5) TO WK-BALLYEN-PRM .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
000000     MOVE "MEDALYEN" TO PRM-NAME
000000     MOVE WK-MEDALYEN-PRM TO PRM-VALUE (1:5)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:5) IS NUMERIC
000000         MOVE PRM-VALUE (1:5) TO WK-MEDALYEN-PRM .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
000000     MOVE "EXPMON" TO PRM-NAME
000000     MOVE WK-EXPMON TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-EXPMON .
000000     IF WK-EXPMON = ZERO
000000         MOVE 12 TO WK-EXPMON .
      *    the cut-off is the business date EXPMON months back, the
      *    day brought inside a shorter month
000000     MOVE WK-BUSDT TO WK-CUTDT
000000     COMPUTE WK-CUT-MONTHS = WK-CUT-YY * 12 + WK-CUT-MM - 1
000000                           - WK-EXPMON
000000     DIVIDE WK-CUT-MONTHS BY 12 GIVING WK-CUT-YY
000000                               REMAINDER WK-CUT-MM
000000     ADD 1 TO WK-CUT-MM
000000     MOVE 31 TO WK-CUT-LAST .
000000     IF WK-CUT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-CUT-LAST .
000000     IF NOT(WK-CUT-MM = 2)GO TO CX00008.
000000     MOVE 28 TO WK-CUT-LAST
000000     DIVIDE WK-CUT-YY BY 4 GIVING WK-CUT-Q REMAINDER WK-CUT-R .
000000     IF WK-CUT-R = ZERO
000000         MOVE 29 TO WK-CUT-LAST .
000000 CX00008.
           MOVE "CX00008" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-CUT-DD > WK-CUT-LAST
000000         MOVE WK-CUT-LAST TO WK-CUT-DD .
000000       OPEN  INPUT  DEPTRAN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN935-01 DEPTRAN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIMBRDEP .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIMBRDEP
000000         CLOSE VIMBRDEP
000000         OPEN I-O VIMBRDEP .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN935-02 VIMBRDEP OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIDEPTXN .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIDEPTXN
000000         CLOSE VIDEPTXN
000000         OPEN I-O VIDEPTXN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN935-03 VIDEPTXN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIACCTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN935-04 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDEPEXC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN935-05 EXDEPEXC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDEPBAL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN935-06 EXDEPBAL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN935-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "DEPTRAN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the counter's transactions of the day
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DEPTRAN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-TRN-CNT
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM TRN-RTN THRU CX00025 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN935-19 DEPTRAN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
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
      *    P100-RTN  -  every account carried to the business date,
      *    dormant balances expired, and the daily balance lines
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO MBD-KEY .
000000     START VIMBRDEP KEY >= MBD-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00005.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMBRDEP NEXT AT END GO TO CX00005.
000000     PERFORM ACCT-RTN THRU CX00030 .
000000     GO TO CX00021.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  a total line per kind
000000 P200-RTN .
000000     MOVE ZERO TO WK-KX .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-KX < 2)GO TO CX00006.
000000     ADD 1 TO WK-KX
000000     INITIALIZE EXDPB-REC
000000     MOVE "T" TO EXDPB-TYPE
000000     MOVE WK-BUSDT TO EXDPB-BUSDATE
000000     MOVE KDT-KIND (WK-KX) TO EXDPB-KIND
000000     MOVE KDT-ACCOUNTS (WK-KX) TO EXDPB-ACCOUNTS
000000     MOVE KDT-OPENBAL (WK-KX) TO EXDPB-OPENBAL
000000     MOVE KDT-DEPOSIT (WK-KX) TO EXDPB-DEPOSIT
000000     MOVE KDT-WITHDRAW (WK-KX) TO EXDPB-WITHDRAW
000000     MOVE KDT-EXPIRED (WK-KX) TO EXDPB-EXPIRED
000000     MOVE KDT-CLOSEBAL (WK-KX) TO EXDPB-CLOSEBAL
000000     MOVE KDT-YENVAL (WK-KX) TO EXDPB-YENVAL
000000     PERFORM BALWRT-RTN THRU CX00045 .
000000     GO TO CX00022.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the night's expiries to the books as income,
      *    one posting per kind, closed with the feed's own control
      *    record; when nothing expired the feed is not created at
      *    all and HBHUN610 reports it absent
000000 P300-RTN .
000000     IF KDT-EXPYEN (1) = ZERO AND KDT-EXPYEN (2) = ZERO
000000         GO TO CX00007.
000000       OPEN  OUTPUT SQWDEPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN935-09 SQWDEPJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-JNL-CNT WK-JNL-AMT WK-KX .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-KX < 2)GO TO CX00048.
000000     ADD 1 TO WK-KX .
000000     IF KDT-EXPYEN (WK-KX) = ZERO GO TO CX00047.
000000     MOVE "D" TO DEPJ-RECKBN
000000     MOVE "E" TO DEPJ-SRC
000000     MOVE SPACE TO DEPJ-KEY
000000     MOVE WK-BUSDT TO DEPJ-KEY (1:8)
000000     MOVE KDT-KIND (WK-KX) TO DEPJ-KEY (9:1)
000000     MOVE KDT-EXPYEN (WK-KX) TO DEPJ-URIAMT
000000     MOVE ZERO TO DEPJ-SHIAMT
000000     MOVE ZERO TO DEPJ-TESURYO
000000     MOVE ZERO TO DEPJ-TAXAMT
000000     MOVE KDT-EXPCNT (WK-KX) TO DEPJ-CNT
000000     ADD 1 TO WK-JNL-CNT
000000     ADD KDT-EXPYEN (WK-KX) TO WK-JNL-AMT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWDEPJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DEPJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN935-10 SQWDEPJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00047.
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO DEPJ-RECKBN
000000     MOVE SPACE TO DEPJ-SRC
000000     MOVE SPACE TO DEPJ-KEY
000000     MOVE WK-JNL-AMT TO DEPJ-URIAMT
000000     MOVE ZERO TO DEPJ-SHIAMT
000000     MOVE ZERO TO DEPJ-TESURYO
000000     MOVE ZERO TO DEPJ-TAXAMT
000000     MOVE WK-JNL-CNT TO DEPJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWDEPJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DEPJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN935-10 SQWDEPJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SQWDEPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN935-11 SQWDEPJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN935-92 TRANSACTIONS=" WK-TRN-CNT
000000             " DEPOSITS=" WK-DEP-CNT " WITHDRAWALS=" WK-WDR-CNT
000000             " NEW ACCOUNTS=" WK-NEW-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN935-93 REFUSED=" WK-EXC-CNT
000000             " EXPIRED=" WK-EXP-CNT " CUT-OFF=" WK-CUTDT
000000             UPON CONSOLE .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWDEPJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXDEPEXC" TO LNG-FILEID
000000     MOVE WK-LNG-EXC TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXDEPBAL" TO LNG-FILEID
000000     MOVE WK-LNG-BAL TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN935-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  DEPTRAN  VIMBRDEP  VIDEPTXN  VIACCTMS
000000              EXDEPEXC  EXDEPBAL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN935-13 VIMBRDEP CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
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
      *    TRN-RTN  -  one counter transaction: checked, kept on
      *    the history (a transaction already there is a repeat
      *    and is refused), and posted to the member's account
000000 TRN-RTN .
           MOVE "TRN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXDPX-REC
000000     MOVE WK-BUSDT TO EXDPX-BUSDATE
000000     MOVE DTR-ACTION TO EXDPX-ACTION
000000     MOVE DTR-MEMBER TO EXDPX-MEMBER
000000     MOVE DTR-KIND TO EXDPX-KIND
000000     MOVE DTR-QTY TO EXDPX-QTY
000000     MOVE DTR-DATE TO EXDPX-DATE
000000     MOVE DTR-TIME TO EXDPX-TIME
000000     MOVE DTR-TERMID TO EXDPX-TERMID
000000     MOVE DTR-OPID TO EXDPX-OPID .
000000     IF NOT(DTR-DEPOSIT OR DTR-WITHDRAW) OR NOT DTR-KIND-OK OR
000000        DTR-MEMBER = SPACE OR DTR-QTY NOT NUMERIC OR
000000        DTR-DATE NOT NUMERIC OR DTR-TIME NOT NUMERIC
000000         MOVE "2" TO EXDPX-REASON
000000         GO TO CX00026.
000000     IF DTR-QTY-N = ZERO OR DTR-DATE NOT = WK-BUSDT
000000         MOVE "2" TO EXDPX-REASON
000000         GO TO CX00026.
000000     MOVE DTR-QTY-N TO WK-QTY
000000     MOVE ZERO TO SW-NEW
000000     MOVE DTR-MEMBER TO MBD-MEMBER
000000     MOVE DTR-KIND TO MBD-KIND
000000     READ VIMBRDEP INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00027.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN935-08 VIMBRDEP READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DTR-WITHDRAW
000000         MOVE "3" TO EXDPX-REASON
000000         GO TO CX00026.
000000     INITIALIZE MBD-REC
000000     MOVE DTR-MEMBER TO MBD-MEMBER
000000     MOVE DTR-KIND TO MBD-KIND
000000     MOVE DTR-NAME TO MBD-NAME
000000     MOVE "A" TO MBD-STATUS
000000     MOVE WK-BUSDT TO MBD-OPENDT
000000     MOVE 1 TO SW-NEW .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM DAY-RTN THRU CX00035
000000     MOVE MBD-BALANCE TO EXDPX-BALANCE
000000     MOVE MBD-DAYWDR TO EXDPX-DAYWDR .
000000     IF DTR-DEPOSIT GO TO CX00031.
000000     IF WK-QTY > MBD-BALANCE
000000         MOVE "4" TO EXDPX-REASON
000000         GO TO CX00026.
000000     IF MBD-DAYWDR + WK-QTY > WK-LIMIT
000000         MOVE "5" TO EXDPX-REASON
000000         GO TO CX00026.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE DTX-REC
000000     MOVE DTR-MEMBER TO DTX-MEMBER
000000     MOVE DTR-KIND TO DTX-KIND
000000     MOVE DTR-DATE TO DTX-DATE
000000     MOVE DTR-TIME TO DTX-TIME
000000     MOVE DTR-ACTION TO DTX-TYPE
000000     MOVE WK-QTY TO DTX-QTY .
000000     IF DTR-DEPOSIT
000000         COMPUTE DTX-BALAFTER = MBD-BALANCE + WK-QTY
000000     ELSE
000000         COMPUTE DTX-BALAFTER = MBD-BALANCE - WK-QTY .
000000     MOVE ZERO TO DTX-YENAMT
000000     MOVE DTR-TERMID TO DTX-TERMID
000000     MOVE DTR-OPID TO DTX-OPID
000000     MOVE WK-BUSDT TO DTX-ENTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIDEPTXN" TO LNG-FILEID
000000     MOVE DTX-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DTX-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         MOVE "1" TO EXDPX-REASON
000000         GO TO CX00026.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHUN935-14 VIDEPTXN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DTX-BALAFTER TO MBD-BALANCE
000000     MOVE WK-BUSDT TO MBD-LASTACTDT
000000     MOVE WK-UNITYEN TO MBD-UNITYEN .
000000     IF DTR-DEPOSIT
000000         ADD WK-QTY TO MBD-DAYDEP
000000         MOVE "A" TO MBD-STATUS
000000         ADD 1 TO WK-DEP-CNT
000000     ELSE
000000         ADD WK-QTY TO MBD-DAYWDR
000000         ADD 1 TO WK-WDR-CNT .
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIMBRDEP" TO LNG-FILEID
000000     MOVE MBD-KEY TO LNG-RECKEY
000000     IF SW-NEW = 1
000000         MOVE "A" TO LNG-ACTION
000000     ELSE
000000         MOVE "C" TO LNG-ACTION .
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     IF SW-NEW = 1
000000         WRITE MBD-REC INVALID CONTINUE
000000         ADD 1 TO WK-NEW-CNT
000000     ELSE
000000         REWRITE MBD-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN935-15 VIMBRDEP WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00025.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-EXC-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-EXC
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXDEPEXC" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-EXC TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXDPX-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHUN935-16 EXDEPEXC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00025. EXIT.
      *
      *    DAY-RTN  -  the account's day opened at the business
      *    date when its movements belong to an earlier one, and
      *    the kind's limit and unit value taken
000000 DAY-RTN .
           MOVE "DAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MBD-DAYDT NOT = WK-BUSDT
000000         MOVE WK-BUSDT TO MBD-DAYDT
000000         MOVE MBD-BALANCE TO MBD-DAYOPEN
000000         MOVE ZERO TO MBD-DAYDEP MBD-DAYWDR MBD-DAYEXP .
000000     IF MBD-BALLS
000000         MOVE 1 TO WK-KX
000000         MOVE WK-REPLAYBALL TO WK-LIMIT
000000         COMPUTE WK-UNITYEN = WK-BALLYEN-PRM / 100
000000     ELSE
000000         MOVE 2 TO WK-KX
000000         MOVE WK-REPLAYMEDAL TO WK-LIMIT
000000         COMPUTE WK-UNITYEN = WK-MEDALYEN-PRM / 100 .
000000 CX00035. EXIT.
      *
      *    ACCT-RTN  -  one account at the end of the day: a
      *    balance dormant since before the cut-off expires to
      *    income, and the account's line and kind totals
000000 ACCT-RTN .
           MOVE "ACCT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM DAY-RTN THRU CX00035
000000     MOVE WK-UNITYEN TO MBD-UNITYEN .
000000     IF NOT(MBD-BALANCE > ZERO AND MBD-LASTACTDT < WK-CUTDT)
000000         GO TO CX00036.
000000     IF SW-MAPOK = 0
000000         PERFORM MAPCHK-RTN THRU CX00078 .
000000     COMPUTE WK-YEN ROUNDED = MBD-BALANCE * MBD-UNITYEN
000000     INITIALIZE DTX-REC
000000     MOVE MBD-MEMBER TO DTX-MEMBER
000000     MOVE MBD-KIND TO DTX-KIND
000000     MOVE WK-BUSDT TO DTX-DATE
000000     MOVE ZERO TO DTX-TIME
000000     MOVE "X" TO DTX-TYPE
000000     MOVE MBD-BALANCE TO DTX-QTY
000000     MOVE ZERO TO DTX-BALAFTER
000000     MOVE WK-YEN TO DTX-YENAMT
000000     MOVE SPACE TO DTX-TERMID DTX-OPID
000000     MOVE WK-BUSDT TO DTX-ENTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIDEPTXN" TO LNG-FILEID
000000     MOVE DTX-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DTX-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHUN935-14 VIDEPTXN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD MBD-BALANCE TO MBD-DAYEXP MBD-EXPTOT
000000     ADD WK-YEN TO KDT-EXPYEN (WK-KX)
000000     ADD 1 TO KDT-EXPCNT (WK-KX) WK-EXP-CNT
000000     MOVE ZERO TO MBD-BALANCE
000000     MOVE "E" TO MBD-STATUS
000000     MOVE WK-BUSDT TO MBD-EXPDT .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIMBRDEP" TO LNG-FILEID
000000     MOVE MBD-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE MBD-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00038.
000000         DISPLAY "HBHUN935-15 VIMBRDEP WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MBD-DAYOPEN = ZERO AND MBD-BALANCE = ZERO AND
000000        MBD-DAYDEP = ZERO AND MBD-DAYWDR = ZERO AND
000000        MBD-DAYEXP = ZERO
000000         GO TO CX00030.
000000     INITIALIZE EXDPB-REC
000000     MOVE "A" TO EXDPB-TYPE
000000     MOVE WK-BUSDT TO EXDPB-BUSDATE
000000     MOVE MBD-MEMBER TO EXDPB-MEMBER
000000     MOVE MBD-KIND TO EXDPB-KIND
000000     MOVE MBD-NAME TO EXDPB-NAME
000000     MOVE MBD-DAYOPEN TO EXDPB-OPENBAL
000000     MOVE MBD-DAYDEP TO EXDPB-DEPOSIT
000000     MOVE MBD-DAYWDR TO EXDPB-WITHDRAW
000000     MOVE MBD-DAYEXP TO EXDPB-EXPIRED
000000     MOVE MBD-BALANCE TO EXDPB-CLOSEBAL
000000     COMPUTE EXDPB-YENVAL ROUNDED = MBD-BALANCE * MBD-UNITYEN
000000     MOVE MBD-LASTACTDT TO EXDPB-LASTACTDT
000000     PERFORM BALWRT-RTN THRU CX00045
000000     ADD MBD-DAYOPEN TO KDT-OPENBAL (WK-KX)
000000     ADD MBD-DAYDEP TO KDT-DEPOSIT (WK-KX)
000000     ADD MBD-DAYWDR TO KDT-WITHDRAW (WK-KX)
000000     ADD MBD-DAYEXP TO KDT-EXPIRED (WK-KX)
000000     ADD MBD-BALANCE TO KDT-CLOSEBAL (WK-KX)
000000     ADD EXDPB-YENVAL TO KDT-YENVAL (WK-KX) .
000000     IF MBD-BALANCE > ZERO
000000         ADD 1 TO KDT-ACCOUNTS (WK-KX) .
000000 CX00030. EXIT.
      *
      *    MAPCHK-RTN  -  the expiry income account mapping E/S
      *    must exist before a balance is expired; a missing
      *    mapping is the accountants' setup error and stops the
      *    run the way HBHUN610 stops on one
000000 MAPCHK-RTN .
           MOVE "MAPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "E" TO ACCTMS-SRC
000000     MOVE "S" TO ACCTMS-CLASS
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00079.
000000     GO TO CX00080.
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN935-90 VIACCTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "90" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 = "23")GO TO CX00081.
000000         DISPLAY "HBHUN935-91 VIACCTMS MAPPING MISSING E/S"
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "91" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-MAPOK .
000000 CX00078. EXIT.
      *
      *    BALWRT-RTN  -  one EXDEPBAL line
000000 BALWRT-RTN .
           MOVE "BALWRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-BAL
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXDEPBAL" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-BAL TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXDPB-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHUN935-18 EXDEPBAL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN935" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN935" TO PRM-PROGID
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
000000         DISPLAY "HBHUN935-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
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
000000     MOVE "HBHUN935" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN935-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN935" TO ERRM-PROGID
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
