000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN555 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261013追加開始
      *    head-office fee-change bulk load: head office decides
      *    fee changes centrally and its spreadsheet used to be
      *    keyed onto VITSGSTG one change at a time.  The changes
      *    now arrive as the fixed-format FEEHOFIL - a header with
      *    the batch and the loading operator, one detail per
      *    sales floor and channel, and a trailer with the detail
      *    count - and the whole file is proved before anything
      *    is touched: the floor on VIURIBA and its vendor on
      *    VIGYOSYA, the channel on VICHNNEL, the effective date
      *    after today and a business day on VICALEND, both rates
      *    present, and no overlap - a floor and channel carry
      *    one outstanding change at a time, so a second line for
      *    the same pair, or a change for it still held or staged
      *    on VITSGSTG, is refused.  Every fault goes on EXFHOERR
      *    against its line number.  Only a clean file is loaded:
      *    each line becomes a VITSGSTG entry (file kbn H) held
      *    for release, its floor and rates on VIFCNDTL for the
      *    vendor notice, and a line on EXFHOLOD, which HBHUN775
      *    files on the maker-checker queue - the second person's
      *    release there is what stages the change for HBHUN370.
      *    No FEEHOFIL means nothing to load; this program runs
      *    ahead of HBHUN775 in the chain
000000     SELECT  FEEHOFIL
000000                  ASSIGN             FEEHOFIL-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIURIBA
000000             ASSIGN            VIURIBA-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     RANDOM
000000             RECORD   KEY      URB-FLOORCD
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIGYOSYA
000000             ASSIGN            VIGYOSYA-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     RANDOM
000000             RECORD   KEY      GYS-GYOCD
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VICHNNEL
000000             ASSIGN            VICHNNEL-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     RANDOM
000000             RECORD   KEY      CHN-CHANCD
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VICALEND
000000             ASSIGN               VICALEND-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           CALEND-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITSGSTG
000000             ASSIGN            VITSGSTG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY STG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIFCNDTL
000000             ASSIGN            VIFCNDTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY FCD-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFHOERR
000000             ASSIGN               EXFHOERR-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFHOLOD
000000             ASSIGN               EXFHOLOD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    operator master: the card's operator must be active and
      *    authorized for this program's action class before
      *    anything moves; no master at all means no
      *    enforcement, announced loudly - maintained by HBHUN830
000000     SELECT  VIOPRMST
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261013追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  FEEHOFIL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "FEEHOFIL".
       01  FHO-REC.
           05  FHO-RECTYPE                 PIC X(01).
               88  FHO-HEADER               VALUE "H".
               88  FHO-DETAIL               VALUE "D".
               88  FHO-TRAILER              VALUE "T".
           05  FHO-BODY                    PIC X(79).
      *    H: the head-office batch, the date it was sent and the
      *    operator loading it
           05  FHO-HDR REDEFINES FHO-BODY.
               07  FHO-BATCHID             PIC X(10).
               07  FHO-SENTDATE            PIC X(08).
               07  FHO-OPID                PIC X(08).
               07  FILLER                  PIC X(53).
      *    D: one floor and channel's change - the rates are
      *    percent to two places, 00500 for 5.00, as on FCNCARD
           05  FHO-DTL REDEFINES FHO-BODY.
               07  FHO-FLOOR               PIC X(06).
               07  FHO-CHAN                PIC X(02).
               07  FHO-EFFDATE             PIC X(08).
               07  FHO-OLDRATE             PIC X(05).
               07  FHO-NEWRATE             PIC X(05).
               07  FILLER                  PIC X(53).
      *    T: the number of detail lines sent
           05  FHO-TRL REDEFINES FHO-BODY.
               07  FHO-COUNT               PIC X(07).
               07  FHO-COUNT-N REDEFINES FHO-COUNT
                                           PIC 9(07).
               07  FILLER                  PIC X(72).
      *    the floor and vendor masters through the leading-field
      *    view HBHUN685 reads them by
000000 FD  VIURIBA
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIURIBA".
       01  URB-REC.
           05  URB-FLOORCD                 PIC X(06).
           05  URB-GYOCD                   PIC X(08).
           05  FILLER                      PIC X(100).
000000 FD  VIGYOSYA
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGYOSYA".
       01  GYS-REC.
           05  GYS-GYOCD                   PIC X(08).
           05  FILLER                      PIC X(100).
      *    the channel master as HBHUN675 reads it
000000 FD  VICHNNEL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNNEL".
       01  CHN-REC.
           05  CHN-CHANCD                  PIC X(02).
           05  FILLER                      PIC X(100).
      *    a date on the calendar master is a business day; a
      *    date left off it is a holiday gap, as HBHSS020 reads it
000000 FD  VICALEND
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICALEND".
       01  CALEND-REC.
           05  CALEND-KEY                  PIC 9(08).
           05  CALEND-YOBI                 PIC 9(01).
      *    the staging entry as HBHUN370 declares it; a loaded
      *    change is held (0) until HBHUN775 releases it to
      *    staged (1) or withdraws it (9) - HBHUN370 activates
      *    only what is staged
000000 FD  VITSGSTG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITSGSTG".
       01  STG-REC.
           05  STG-KEY.
               07  STG-FILEKBN             PIC X(01).
               07  STG-KEYIMG              PIC X(20).
      *    H: floor, channel and effective date
               07  STG-HOKEY REDEFINES STG-KEYIMG.
                   09  STG-HOFLOOR         PIC X(06).
                   09  STG-HOCHAN          PIC X(02).
                   09  STG-HOEFFDATE       PIC 9(08).
                   09  FILLER              PIC X(04).
           05  STG-EFFDATE                 PIC 9(08).
           05  STG-STATUS                  PIC X(01).
               88  STG-HELD                 VALUE "0".
               88  STG-STAGED               VALUE "1".
               88  STG-ACTIVE               VALUE "2".
               88  STG-WITHDRAWN            VALUE "9".
000000 FD  VIFCNDTL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCNDTL".
       01  FCD-REC.
           COPY CFFCNDT .
000000 FD  EXFHOERR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFHOERR".
       01  EXFHE-REC.
      *    E one fault against a line (line zero for the file as
      *    a whole), S the closing summary
           05  EXFHE-TYPE                  PIC X(01).
               88  EXFHE-ERRLINE            VALUE "E".
               88  EXFHE-SUMLINE            VALUE "S".
           05  EXFHE-LINENO                PIC 9(05).
           05  EXFHE-REASON                PIC X(02).
               88  EXFHE-BADTYPE            VALUE "01".
               88  EXFHE-NOFLOOR            VALUE "02".
               88  EXFHE-NOVENDOR           VALUE "03".
               88  EXFHE-NOCHAN             VALUE "04".
               88  EXFHE-BADDATE            VALUE "05".
               88  EXFHE-NOTFUTURE          VALUE "06".
               88  EXFHE-NOTBUSDAY          VALUE "07".
               88  EXFHE-BADRATE            VALUE "08".
               88  EXFHE-DUPINFILE          VALUE "09".
               88  EXFHE-DUPSTAGED          VALUE "10".
               88  EXFHE-UNAUTHORIZED       VALUE "11".
               88  EXFHE-NOHEADER           VALUE "12".
               88  EXFHE-BADCOUNT           VALUE "13".
               88  EXFHE-TOOMANY            VALUE "14".
      *    the line as received
           05  EXFHE-IMAGE                 PIC X(40).
           05  EXFHE-BATCHID               PIC X(10).
           05  EXFHE-CNT                   PIC 9(05).
           05  EXFHE-LOADED-SW             PIC X(01).
000000 FD  EXFHOLOD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFHOLOD".
       01  EXFHL-REC.
           05  EXFHL-RUNDATE               PIC 9(08).
           05  EXFHL-FILEKBN               PIC X(01).
           05  EXFHL-KEYIMG                PIC X(20).
           05  EXFHL-EFFDATE               PIC 9(08).
           05  EXFHL-BATCHID               PIC X(10).
           05  EXFHL-OPID                  PIC X(08).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 FD  VIOPRMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIOPRMST".
       01  OPR-REC.
           05  OPR-OPID                    PIC X(08).
           05  OPR-NAME                    PIC X(20).
           05  OPR-ROLE                    PIC X(02).
           05  OPR-ACTIVE                  PIC X(01).
               88  OPR-IS-ACTIVE            VALUE "1".
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  SW-FEEFIL                   PIC 9(01) VALUE ZERO.
000000   03  SW-HEADER                   PIC 9(01) VALUE ZERO.
000000   03  SW-TRAILER                  PIC 9(01) VALUE ZERO.
000000   03  SW-DUP                      PIC 9(01).
000000   03  SW-LOADED                   PIC X(01) VALUE "N".
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-LINENO                   PIC 9(05) VALUE ZERO.
000000   03  WK-DTL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-TRL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-TRL-LINENO               PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-JX                       PIC 9(04).
000000   03  WK-TODAY                    PIC 9(08).
000000   03  WK-BATCHID                  PIC X(10) VALUE SPACE.
000000   03  WK-LOD-OPID                 PIC X(08) VALUE SPACE.
000000   03  WK-REASON                   PIC X(02).
000000   03  WK-CUR-LINENO               PIC 9(05).
000000   03  WK-CUR-IMAGE                PIC X(40).
000000   03  WK-HDR-IMAGE                PIC X(40) VALUE SPACE.
000000   03  WK-TRL-IMAGE                PIC X(40) VALUE SPACE.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the detail lines held whole before a single entry is
      *    written, each with its line number and the floor's
      *    vendor once found
000000 01  FHT-WORK.
000000   03  FHT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FHT-ENT OCCURS 2000.
000000     05  FHT-LINENO                PIC 9(05).
000000     05  FHT-IMAGE                 PIC X(40).
000000     05  FHT-GYOCD                 PIC X(08).
      *    one held line taken apart
000000 01  FHV-REC.
000000   03  FHV-RECTYPE                 PIC X(01).
000000   03  FHV-FLOOR                   PIC X(06).
000000   03  FHV-CHAN                    PIC X(02).
000000   03  FHV-EFFDATE                 PIC X(08).
000000   03  FHV-EFFDATE-N REDEFINES FHV-EFFDATE
000000                                   PIC 9(08).
000000   03  FHV-OLDRATE                 PIC X(05).
000000   03  FHV-OLDRATE-N REDEFINES FHV-OLDRATE
000000                                   PIC 9(03)V99.
000000   03  FHV-NEWRATE                 PIC X(05).
000000   03  FHV-NEWRATE-N REDEFINES FHV-NEWRATE
000000                                   PIC 9(03)V99.
000000   03  FILLER                      PIC X(13).
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
000000     ACCEPT WK-TODAY FROM DATE YYYYMMDD
000000     INITIALIZE FHT-WORK
000000     OPEN INPUT FEEHOFIL .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-FEEFIL
000000     ELSE
000000     DISPLAY "HBHUN555-50 FEEHOFIL ABSENT - NOTHING TO LOAD"
000000             UPON CONSOLE .
000000       OPEN  INPUT  VIURIBA .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN555-02 VIURIBA OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGYOSYA .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN555-03 VIGYOSYA OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICHNNEL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN555-04 VICHNNEL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICALEND .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN555-05 VICALEND OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VITSGSTG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VITSGSTG
000000         CLOSE VITSGSTG
000000         OPEN I-O VITSGSTG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN555-06 VITSGSTG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIFCNDTL .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIFCNDTL
000000         CLOSE VIFCNDTL
000000         OPEN I-O VIFCNDTL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN555-07 VIFCNDTL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFHOERR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN555-08 EXFHOERR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFHOLOD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00057.
000000         DISPLAY "HBHUN555-09 EXFHOLOD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00057.
           MOVE "CX00057" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN555-10 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN555-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the file held whole, its shape proved as
      *    it is read
000000 P000-RTN .
000000     IF SW-FEEFIL = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ FEEHOFIL AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM HOLD-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN555-90 FEEHOFIL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
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
000000     CLOSE FEEHOFIL .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the header's operator, every detail line,
      *    then the trailer's count
000000 P100-RTN .
000000     IF SW-FEEFIL = ZERO GO TO CX00005.
000000     IF NOT(SW-HEADER = ZERO)GO TO CX00015.
000000     MOVE ZERO TO WK-CUR-LINENO
000000     MOVE SPACE TO WK-CUR-IMAGE
000000     MOVE "12" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-LOD-OPID TO WK-CHK-OPID
000000     MOVE "5" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF WK-OPR-OK = 1 AND WK-LOD-OPID NOT = SPACE
000000         GO TO CX00016.
000000     MOVE 1 TO WK-CUR-LINENO
000000     MOVE WK-HDR-IMAGE TO WK-CUR-IMAGE
000000     MOVE "11" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM VAL-RTN THRU CX00030
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > FHT-CNT .
000000     IF SW-TRAILER = 1 AND WK-TRL-CNT = WK-DTL-CNT
000000         GO TO CX00005.
000000     MOVE WK-TRL-LINENO TO WK-CUR-LINENO
000000     MOVE WK-TRL-IMAGE TO WK-CUR-IMAGE
000000     MOVE "13" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  only a clean file with changes in it is
      *    loaded, and then every line of it
000000 P200-RTN .
000000     IF SW-FEEFIL = ZERO OR WK-ERR-CNT > ZERO OR
000000        FHT-CNT = ZERO
000000         GO TO CX00006.
000000     PERFORM LOAD-RTN THRU CX00042
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > FHT-CNT .
000000     MOVE "Y" TO SW-LOADED .
000000 CX00006. EXIT.
000000 E000-RTN .
000000     INITIALIZE EXFHE-REC
000000     MOVE "S" TO EXFHE-TYPE
000000     MOVE WK-LINENO TO EXFHE-LINENO
000000     MOVE WK-BATCHID TO EXFHE-BATCHID
000000     MOVE WK-ERR-CNT TO EXFHE-CNT
000000     MOVE SW-LOADED TO EXFHE-LOADED-SW
000000     WRITE EXFHE-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN555-24 EXFHOERR WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-FEEFIL = 1 AND SW-LOADED = "N"
000000         DISPLAY "HBHUN555-51 FEEHOFIL BATCH " WK-BATCHID
000000                 " REJECTED - SEE EXFHOERR" UPON CONSOLE .
000000     DISPLAY "HBHUN555-91 BATCH=" WK-BATCHID
000000             " LINES=" WK-LINENO
000000             " CHANGES=" FHT-CNT
000000             " ERRORS=" WK-ERR-CNT
000000             " LOADED=" SW-LOADED UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN555-22 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIURIBA  VIGYOSYA  VICHNNEL  VICALEND  VITSGSTG
000000              VIFCNDTL  EXFHOERR  EXFHOLOD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHUN555-23 VIFCNDTL CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    HOLD-RTN  -  one record: the header must come first and
      *    once, the trailer last, and every detail in between is
      *    held for the validation
000000 HOLD-RTN .
           MOVE "HOLD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-LINENO
000000     MOVE WK-LINENO TO WK-CUR-LINENO
000000     MOVE FHO-REC (1:40) TO WK-CUR-IMAGE .
000000     IF NOT(SW-TRAILER = 1 OR
000000            (FHO-HEADER AND WK-LINENO NOT = 1) OR
000000            NOT(FHO-HEADER OR FHO-DETAIL OR FHO-TRAILER))
000000         GO TO CX00021.
000000     MOVE "01" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT FHO-HEADER GO TO CX00022.
000000     MOVE 1 TO SW-HEADER
000000     MOVE FHO-BATCHID TO WK-BATCHID
000000     MOVE FHO-OPID TO WK-LOD-OPID
000000     MOVE WK-CUR-IMAGE TO WK-HDR-IMAGE .
000000     GO TO CX00020.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT FHO-TRAILER GO TO CX00023.
000000     MOVE 1 TO SW-TRAILER
000000     MOVE WK-LINENO TO WK-TRL-LINENO
000000     MOVE WK-CUR-IMAGE TO WK-TRL-IMAGE .
000000     IF FHO-COUNT NUMERIC
000000         MOVE FHO-COUNT-N TO WK-TRL-CNT
000000     ELSE
000000         MOVE 9999999 TO WK-TRL-CNT .
000000     GO TO CX00020.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-DTL-CNT .
000000     IF FHT-CNT < 2000 GO TO CX00024.
000000     MOVE "14" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000     GO TO CX00020.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO FHT-CNT
000000     MOVE WK-LINENO TO FHT-LINENO (FHT-CNT)
000000     MOVE FHO-REC (1:40) TO FHT-IMAGE (FHT-CNT)
000000     MOVE SPACE TO FHT-GYOCD (FHT-CNT) .
000000 CX00020. EXIT.
      *
      *    VAL-RTN  -  one detail line, every check made so the
      *    report carries all of the line's faults at once
000000 VAL-RTN .
           MOVE "VAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FHT-IMAGE (WK-IX) TO FHV-REC
000000     MOVE FHT-IMAGE (WK-IX) TO WK-CUR-IMAGE
000000     MOVE FHT-LINENO (WK-IX) TO WK-CUR-LINENO .
000000     IF FHV-FLOOR = SPACE GO TO CX00025.
000000     MOVE FHV-FLOOR TO URB-FLOORCD
000000     READ VIURIBA INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00025.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN555-11 VIURIBA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE URB-GYOCD TO FHT-GYOCD (WK-IX)
000000     MOVE URB-GYOCD TO GYS-GYOCD
000000     READ VIGYOSYA INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02" GO TO CX00026.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN555-12 VIGYOSYA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE "03" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000     GO TO CX00026.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "02" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FHV-CHAN = SPACE GO TO CX00027.
000000     MOVE FHV-CHAN TO CHN-CHANCD
000000     READ VICHNNEL INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02" GO TO CX00028.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN555-13 VICHNNEL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "04" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FHV-EFFDATE NUMERIC GO TO CX00029.
000000     MOVE "05" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000     GO TO CX00031.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FHV-EFFDATE-N > WK-TODAY GO TO CX00032.
000000     MOVE "06" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FHV-EFFDATE-N TO CALEND-KEY
000000     READ VICALEND INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02" GO TO CX00031.
000000     IF NOT(FL-STS1 = "23")
000000           DISPLAY "HBHUN555-14 VICALEND READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE "07" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FHV-OLDRATE NUMERIC AND FHV-NEWRATE NUMERIC
000000         GO TO CX00033.
000000     MOVE "08" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FHV-FLOOR = SPACE OR FHV-CHAN = SPACE
000000         GO TO CX00030.
000000     MOVE ZERO TO SW-DUP
000000     PERFORM DUP-RTN THRU CX00037
000000         VARYING WK-JX FROM 1 BY 1
000000         UNTIL WK-JX NOT < WK-IX OR SW-DUP = 1 .
000000     IF SW-DUP = ZERO GO TO CX00034.
000000     MOVE "09" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM STGOVL-RTN THRU CX00070 .
000000     IF SW-DUP = ZERO GO TO CX00030.
000000     MOVE "10" TO WK-REASON
000000     PERFORM LINERR-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    DUP-RTN  -  an earlier line of the file for the same
      *    floor and channel
000000 DUP-RTN .
           MOVE "DUP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FHT-IMAGE (WK-JX) (2:8) = FHT-IMAGE (WK-IX) (2:8)
000000         MOVE 1 TO SW-DUP .
000000 CX00037. EXIT.
      *
      *    STGOVL-RTN  -  SW-DUP 1 when the floor and channel
      *    already have a loaded change held or staged
000000 STGOVL-RTN .
           MOVE "STGOVL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-DUP
000000     MOVE "H" TO STG-FILEKBN
000000     MOVE LOW-VALUES TO STG-KEYIMG
000000     MOVE FHV-FLOOR TO STG-HOFLOOR
000000     MOVE FHV-CHAN TO STG-HOCHAN .
000000     START VITSGSTG KEY >= STG-KEY
000000             INVALID GO TO CX00070 .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITSGSTG NEXT AT END GO TO CX00070.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN555-15 VITSGSTG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(STG-FILEKBN = "H" AND STG-HOFLOOR = FHV-FLOOR AND
000000            STG-HOCHAN = FHV-CHAN)
000000         GO TO CX00070.
000000     IF STG-HELD OR STG-STAGED
000000         MOVE 1 TO SW-DUP
000000         GO TO CX00070.
000000     GO TO CX00071.
000000 CX00070. EXIT.
      *
      *    LINERR-RTN  -  one EXFHOERR fault line for the line in
      *    hand
000000 LINERR-RTN .
           MOVE "LINERR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFHE-REC
000000     MOVE "E" TO EXFHE-TYPE
000000     MOVE WK-CUR-LINENO TO EXFHE-LINENO
000000     MOVE WK-REASON TO EXFHE-REASON
000000     MOVE WK-CUR-IMAGE TO EXFHE-IMAGE
000000     MOVE WK-BATCHID TO EXFHE-BATCHID
000000     MOVE ZERO TO EXFHE-CNT
000000     MOVE SPACE TO EXFHE-LOADED-SW
000000     ADD 1 TO WK-ERR-CNT
000000     WRITE EXFHE-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN555-16 EXFHOERR WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00040. EXIT.
      *
      *    LOAD-RTN  -  one proved line: the staging entry held for
      *    release, its floor row for the notice and the line for
      *    HBHUN775; an entry or row left by a withdrawn change of
      *    the same key is written over
000000 LOAD-RTN .
           MOVE "LOAD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FHT-IMAGE (WK-IX) TO FHV-REC
000000     INITIALIZE STG-REC
000000     MOVE "H" TO STG-FILEKBN
000000     MOVE FHV-FLOOR TO STG-HOFLOOR
000000     MOVE FHV-CHAN TO STG-HOCHAN
000000     MOVE FHV-EFFDATE-N TO STG-HOEFFDATE
000000     MOVE FHV-EFFDATE-N TO STG-EFFDATE
000000     MOVE "0" TO STG-STATUS
000000     WRITE STG-REC INVALID CONTINUE .
000000     IF FL-STS1 = "00" GO TO CX00044.
000000     IF NOT(FL-STS1 = "22")
000000           DISPLAY "HBHUN555-17 VITSGSTG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     REWRITE STG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN555-18 VITSGSTG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE FCD-REC
000000     MOVE STG-FILEKBN TO FCD-FILEKBN
000000     MOVE STG-KEYIMG TO FCD-KEYIMG
000000     MOVE FHV-FLOOR TO FCD-FLOOR
000000     MOVE FHT-GYOCD (WK-IX) TO FCD-GYOCD
000000     MOVE FHV-OLDRATE-N TO FCD-OLDRATE
000000     MOVE FHV-NEWRATE-N TO FCD-NEWRATE
000000     MOVE WK-LOD-OPID TO FCD-OPID
000000     MOVE WK-BUSDT TO FCD-ENTDATE
000000     MOVE ZERO TO FCD-NTCDATE
000000     WRITE FCD-REC INVALID CONTINUE .
000000     IF FL-STS1 = "00" GO TO CX00046.
000000     IF NOT(FL-STS1 = "22")
000000           DISPLAY "HBHUN555-19 VIFCNDTL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     REWRITE FCD-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHUN555-20 VIFCNDTL REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFHL-REC
000000     MOVE WK-BUSDT TO EXFHL-RUNDATE
000000     MOVE STG-FILEKBN TO EXFHL-FILEKBN
000000     MOVE STG-KEYIMG TO EXFHL-KEYIMG
000000     MOVE STG-EFFDATE TO EXFHL-EFFDATE
000000     MOVE WK-BATCHID TO EXFHL-BATCHID
000000     MOVE WK-LOD-OPID TO EXFHL-OPID
000000     WRITE EXFHL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN555-21 EXFHOLOD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT .
000000 CX00042. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN555" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN555" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN555" TO PRM-PROGID
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
000000         DISPLAY "HBHUN555-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
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
000000     MOVE "HBHUN555" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN555-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN555" TO ERRM-PROGID
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
      *    OPRCHK-RTN  -  the card's operator must exist on the
      *    operator master, be active and carry this program's
      *    action class among the authorizations; without a
      *    master the check passes open
000000 OPRCHK-RTN .
           MOVE "OPRCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-OPR-OK .
000000     IF NOT(SW-OPRMST = 1)GO TO CX00091.
000000     MOVE ZERO TO WK-OPR-OK
000000     MOVE WK-CHK-OPID TO OPR-OPID
000000     READ VIOPRMST INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00092.
000000     IF NOT(OPR-IS-ACTIVE)GO TO CX00092.
000000     MOVE ZERO TO WK-AX .
000000 CX00093. IF NOT(WK-AX < 8)GO TO CX00092.
           MOVE "CX00093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-AX = WK-AX + 1 .
000000     IF OPR-AUTHS (WK-AX:1) = WK-CHK-CLASS
000000         MOVE 1 TO WK-OPR-OK .
000000     GO TO CX00093.
000000 CX00092.
           MOVE "CX00092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-OPR-OK = ZERO
000000         ADD 1 TO WK-UNAUTH-CNT
000000         DISPLAY "HBHUN555-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
