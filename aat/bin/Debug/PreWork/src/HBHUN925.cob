000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN925 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260914追加開始
      *    daily prize issue and stock ledger: every exchange at the
      *    prize counter leaves a collection record on RQKAISYU
      *    holding the ball/medal value collected.  Its copybook
      *    CFYUKO names every code field below the amount alike
      *    (the condition documented in HBHSS020's FILE-CONTROL),
      *    so this step reads the record by position: the amount,
      *    the collection identifier that keys the file, then the
      *    floor and the prize item keyed at the counter in the
      *    next two code places.  The value collected divided by
      *    the item's exchange value on VIPRZMST (CFPRZMS) is the
      *    number of prizes that went out; the day's issues post
      *    one VIPRZLDG row (CFPRZLG) per item and floor, costed at
      *    the item's unit cost, and come off the stock on hand.
      *    A business date run again replaces its own issue rows.
      *    Collections naming no prize on the master, values that
      *    are not a whole number of prizes and stock driven below
      *    zero list to EXPRZISS; every item's stock then lists to
      *    EXPRZSTK against its reorder point
000000     SELECT  RQKAISYU
000000             ASSIGN            RQKAISYU-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     SEQUENTIAL
000000             RECORD   KEY      KSY-ID
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIPRZMST
000000             ASSIGN            VIPRZMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PRZ-ITEM
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPRZLDG
000000             ASSIGN            VIPRZLDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PRZL-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPRZISS
000000             ASSIGN               EXPRZISS-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPRZSTK
000000             ASSIGN               EXPRZSTK-MSD
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
000000 FD  RQKAISYU
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQKAISYU".
       01  KSY-REC.
           05  KSY-AMT                     PIC S9(09)V99 COMP-3.
           05  KSY-ID                      PIC X(10).
           05  KSY-FLOOR                   PIC X(10).
           05  KSY-ITEM                    PIC X(10).
           05  FILLER                      PIC X(370).
000000 FD  VIPRZMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZMST".
       01  PRZ-REC.
           COPY CFPRZMS .
000000 FD  VIPRZLDG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPRZLDG".
       01  PRZL-REC.
           COPY CFPRZLG .
000000 FD  EXPRZISS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPRZISS".
       01  EXPZI-REC.
      *    U no such prize on the master, F value collected not a
      *    whole number of prizes, N stock driven below zero
           05  EXPZI-TYPE                  PIC X(01).
               88  EXPZI-UNKNOWN            VALUE "U".
               88  EXPZI-FRACTION           VALUE "F".
               88  EXPZI-NEGATIVE           VALUE "N".
           05  EXPZI-BUSDATE               PIC 9(08).
           05  EXPZI-ID                    PIC X(10).
           05  EXPZI-FLOOR                 PIC X(10).
           05  EXPZI-ITEM                  PIC X(10).
           05  EXPZI-AMT                   PIC S9(11)V99 COMP-3.
           05  EXPZI-QTY                   PIC S9(07).
      *    F: the value left over; N: the stock on hand
           05  EXPZI-REM                   PIC S9(09)V99 COMP-3.
000000 FD  EXPRZSTK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPRZSTK".
       01  EXPZS-REC.
           05  EXPZS-BUSDATE               PIC 9(08).
           05  EXPZS-ITEM                  PIC X(10).
           05  EXPZS-NAME                  PIC X(20).
           05  EXPZS-EXCHVAL               PIC 9(07).
           05  EXPZS-UNITCOST              PIC 9(07)V99.
           05  EXPZS-ISSQTY                PIC 9(07).
           05  EXPZS-BALLVAL               PIC S9(11)V99 COMP-3.
           05  EXPZS-ONHAND                PIC S9(07).
           05  EXPZS-REORDER               PIC 9(07).
           05  EXPZS-LASTRCVDT             PIC 9(08).
      *    R at or below the reorder point, N below zero
           05  EXPZS-MARK                  PIC X(01).
               88  EXPZS-REORDERDUE         VALUE "R".
               88  EXPZS-NEGATIVE           VALUE "N".
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-KSY-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-UNK-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-UNK-AMT                  PIC S9(11)V99 COMP-3.
000000   03  WK-FRC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-NEG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ROP-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ISS-QTY                  PIC 9(09) VALUE ZERO.
000000   03  WK-QTY                      PIC 9(07).
000000   03  WK-REM                      PIC S9(09)V99.
000000   03  WK-OLDQTY                   PIC S9(07).
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-HIT                      PIC 9(04).
      *    the day's issues per item and floor
000000 01  ISS-WORK.
000000   03  ISS-CNT                     PIC 9(04) VALUE ZERO.
000000   03  ISS-TABLE.
000000     05  ISS-ENT OCCURS 3000.
000000       07  ISS-ITEM                PIC X(10).
000000       07  ISS-FLOOR               PIC X(10).
000000       07  ISS-QTY                 PIC 9(07).
000000       07  ISS-BALLVAL             PIC S9(11)V99 COMP-3.
000000 01  STK-WORK.
000000   03  STK-QTY                     PIC 9(07).
000000   03  STK-BALLVAL                 PIC S9(11)V99 COMP-3.
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
000000     MOVE ZERO TO WK-UNK-AMT
000000       OPEN  INPUT  RQKAISYU .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN925-01 RQKAISYU OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIPRZMST .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIPRZMST
000000         CLOSE VIPRZMST
000000         OPEN I-O VIPRZMST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN925-02 VIPRZMST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIPRZLDG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIPRZLDG
000000         CLOSE VIPRZLDG
000000         OPEN I-O VIPRZLDG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN925-03 VIPRZLDG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXPRZISS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN925-04 EXPRZISS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXPRZSTK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN925-05 EXPRZSTK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN925-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
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
      *    P000-RTN  -  each collection turned into prizes issued
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RQKAISYU AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-KSY-CNT
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM KSY-RTN THRU CX00025 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN925-90 RQKAISYU READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
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
      *    P100-RTN  -  the day's issues posted to the ledger and
      *    taken off the stock
000000 P100-RTN .
000000     MOVE ZERO TO WK-IX .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < ISS-CNT)GO TO CX00005.
000000     ADD 1 TO WK-IX
000000     PERFORM POST-RTN THRU CX00030 .
000000     GO TO CX00021.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  every item's stock against its reorder
      *    point
000000 P200-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO PRZ-ITEM .
000000     START VIPRZMST KEY >= PRZ-ITEM
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00006.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPRZMST NEXT AT END GO TO CX00006.
000000     PERFORM STK-RTN THRU CX00040 .
000000     GO TO CX00022.
000000 CX00006. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN925-91 COLLECTIONS=" WK-KSY-CNT
000000             " PRIZES ISSUED=" WK-ISS-QTY
000000             " ITEM/FLOOR ROWS=" ISS-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN925-92 UNKNOWN ITEM=" WK-UNK-CNT " " WK-UNK-AMT
000000             " FRACTIONS=" WK-FRC-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN925-93 REORDER DUE=" WK-ROP-CNT
000000             " BELOW ZERO=" WK-NEG-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN925-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  RQKAISYU  VIPRZMST  VIPRZLDG  EXPRZISS  EXPRZSTK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN925-13 VIPRZLDG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
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
      *    KSY-RTN  -  one collection: the item looked up, the
      *    value collected divided into whole prizes and added to
      *    the item's slot for its floor
000000 KSY-RTN .
           MOVE "KSY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPZI-REC
000000     MOVE WK-BUSDT TO EXPZI-BUSDATE
000000     MOVE KSY-ID TO EXPZI-ID
000000     MOVE KSY-FLOOR TO EXPZI-FLOOR
000000     MOVE KSY-ITEM TO EXPZI-ITEM
000000     MOVE KSY-AMT TO EXPZI-AMT .
000000     IF NOT(KSY-AMT > ZERO)GO TO CX00025.
000000     IF KSY-ITEM = SPACE GO TO CX00026.
000000     MOVE KSY-ITEM TO PRZ-ITEM
000000     READ VIPRZMST INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00026.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN925-07 VIPRZMST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PRZ-EXCHVAL = ZERO GO TO CX00026.
000000     DIVIDE KSY-AMT BY PRZ-EXCHVAL GIVING WK-QTY
000000                                   REMAINDER WK-REM .
000000     IF NOT(WK-REM = ZERO)GO TO CX00028.
000000     MOVE "F" TO EXPZI-TYPE
000000     MOVE WK-QTY TO EXPZI-QTY
000000     MOVE WK-REM TO EXPZI-REM
000000     ADD 1 TO WK-FRC-CNT
000000     PERFORM ISSWRT-RTN THRU CX00045 .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM SLOT-RTN THRU CX00035
000000     ADD WK-QTY TO ISS-QTY (WK-HIT)
000000     ADD KSY-AMT TO ISS-BALLVAL (WK-HIT)
000000     ADD WK-QTY TO WK-ISS-QTY .
000000     GO TO CX00025.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "U" TO EXPZI-TYPE
000000     ADD 1 TO WK-UNK-CNT
000000     ADD KSY-AMT TO WK-UNK-AMT
000000     PERFORM ISSWRT-RTN THRU CX00045 .
000000 CX00025. EXIT.
      *
      *    SLOT-RTN  -  WK-HIT the slot of KSY-ITEM on KSY-FLOOR,
      *    opened when new
000000 SLOT-RTN .
           MOVE "SLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIT
000000     MOVE ZERO TO WK-IX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < ISS-CNT)GO TO CX00037.
000000     ADD 1 TO WK-IX .
000000     IF NOT(ISS-ITEM (WK-IX) = KSY-ITEM AND
000000            ISS-FLOOR (WK-IX) = KSY-FLOOR)GO TO CX00036.
000000     MOVE WK-IX TO WK-HIT
000000     GO TO CX00035.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(ISS-CNT < 3000)GO TO CX00038.
000000     ADD 1 TO ISS-CNT
000000     MOVE ISS-CNT TO WK-HIT
000000     MOVE KSY-ITEM TO ISS-ITEM (WK-HIT)
000000     MOVE KSY-FLOOR TO ISS-FLOOR (WK-HIT)
000000     MOVE ZERO TO ISS-QTY (WK-HIT) ISS-BALLVAL (WK-HIT) .
000000     GO TO CX00035.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN925-14 ISSUE TABLE FULL"
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035. EXIT.
      *
      *    POST-RTN  -  one item's issues on one floor: a row the
      *    same business date already posted (a rerun) has its
      *    quantity put back on the stock before it is replaced
000000 POST-RTN .
           MOVE "POST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ISS-ITEM (WK-IX) TO PRZ-ITEM
000000     READ VIPRZMST INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN925-07 VIPRZMST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ISS-ITEM (WK-IX) TO PRZL-ITEM
000000     MOVE WK-BUSDT TO PRZL-DATE
000000     MOVE "I" TO PRZL-TYPE
000000     MOVE ISS-FLOOR (WK-IX) TO PRZL-REF
000000     MOVE ZERO TO WK-OLDQTY
000000     READ VIPRZLDG INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00032.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN925-08 VIPRZLDG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE PRZL-QTY TO WK-OLDQTY
000000     ADD PRZL-QTY TO PRZ-ONHAND .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     SUBTRACT ISS-QTY (WK-IX) FROM PRZ-ONHAND
000000     MOVE ISS-QTY (WK-IX) TO PRZL-QTY
000000     MOVE PRZ-UNITCOST TO PRZL-UNITCOST
000000     COMPUTE PRZL-COSTAMT = ISS-QTY (WK-IX) * PRZ-UNITCOST
000000     MOVE ISS-BALLVAL (WK-IX) TO PRZL-BALLVAL
000000     MOVE SPACE TO PRZL-WHSL
000000     MOVE PRZ-ONHAND TO PRZL-ONHAND
000000     MOVE SPACE TO PRZL-OPID
000000     MOVE WK-BUSDT TO PRZL-ENTDATE .
000000     IF FL-STS1 = "23"
000000         WRITE PRZL-REC INVALID CONTINUE
000000     ELSE
000000         REWRITE PRZL-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHUN925-09 VIPRZLDG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO PRZ-LASTISSDT
000000     REWRITE PRZ-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHUN925-10 VIPRZMST REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(PRZ-ONHAND < ZERO)GO TO CX00030.
000000     INITIALIZE EXPZI-REC
000000     MOVE "N" TO EXPZI-TYPE
000000     MOVE WK-BUSDT TO EXPZI-BUSDATE
000000     MOVE ISS-FLOOR (WK-IX) TO EXPZI-FLOOR
000000     MOVE ISS-ITEM (WK-IX) TO EXPZI-ITEM
000000     MOVE ISS-BALLVAL (WK-IX) TO EXPZI-AMT
000000     MOVE ISS-QTY (WK-IX) TO EXPZI-QTY
000000     MOVE PRZ-ONHAND TO EXPZI-REM
000000     PERFORM ISSWRT-RTN THRU CX00045 .
000000 CX00030. EXIT.
      *
      *    STK-RTN  -  one item's stock line, with what went out
      *    today on every floor
000000 STK-RTN .
           MOVE "STK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO STK-QTY STK-BALLVAL
000000     MOVE ZERO TO WK-IX .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < ISS-CNT)GO TO CX00042.
000000     ADD 1 TO WK-IX .
000000     IF ISS-ITEM (WK-IX) = PRZ-ITEM
000000         ADD ISS-QTY (WK-IX) TO STK-QTY
000000         ADD ISS-BALLVAL (WK-IX) TO STK-BALLVAL .
000000     GO TO CX00041.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPZS-REC
000000     MOVE WK-BUSDT TO EXPZS-BUSDATE
000000     MOVE PRZ-ITEM TO EXPZS-ITEM
000000     MOVE PRZ-NAME TO EXPZS-NAME
000000     MOVE PRZ-EXCHVAL TO EXPZS-EXCHVAL
000000     MOVE PRZ-UNITCOST TO EXPZS-UNITCOST
000000     MOVE STK-QTY TO EXPZS-ISSQTY
000000     MOVE STK-BALLVAL TO EXPZS-BALLVAL
000000     MOVE PRZ-ONHAND TO EXPZS-ONHAND
000000     MOVE PRZ-REORDER TO EXPZS-REORDER
000000     MOVE PRZ-LASTRCVDT TO EXPZS-LASTRCVDT
000000     MOVE SPACE TO EXPZS-MARK .
000000     IF PRZ-ONHAND < ZERO
000000         MOVE "N" TO EXPZS-MARK
000000         ADD 1 TO WK-NEG-CNT
000000     ELSE
000000         IF NOT(PRZ-ONHAND > PRZ-REORDER)
000000             MOVE "R" TO EXPZS-MARK
000000             ADD 1 TO WK-ROP-CNT .
000000     WRITE EXPZS-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN925-11 EXPRZSTK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00040. EXIT.
      *
      *    ISSWRT-RTN  -  one EXPRZISS line
000000 ISSWRT-RTN .
           MOVE "ISSWRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXPZI-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN925-15 EXPRZISS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN925" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN925" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN925" TO PRM-PROGID
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
000000         DISPLAY "HBHUN925-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
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
000000     MOVE "HBHUN925" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN925-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN925" TO ERRM-PROGID
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
