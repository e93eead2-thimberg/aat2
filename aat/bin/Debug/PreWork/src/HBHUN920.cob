000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN920 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260914追加開始
      *    prize master and delivery booking: what the customers
      *    exchange at the prize counter was recorded, but not the
      *    prize stock itself.  One PRZCARD per event keeps the
      *    VIPRZMST prize master (CFPRZMS) - A adds an item with its
      *    ball/medal exchange value, purchase cost, reorder point
      *    and any opening stock counted, C changes the fields
      *    given - and R books a wholesaler delivery onto the
      *    VIPRZLDG stock ledger (CFPRZLG): the stock goes up and
      *    the unit cost becomes the moving average.  Cards need the
      *    prize-stock class (Z).  The night's deliveries go to the
      *    books as one purchase posting per wholesaler on the
      *    SQWPRZJN journal feed HBHUN610 folds into the accounting
      *    interface through the VIACCTMS Z/S mapping.  Every card
      *    is audited to EXPRZAUD
000000     SELECT  PRZCARD
000000                  ASSIGN             PRZCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIPRZMST
000000             ASSIGN            VIPRZMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PRZ-ITEM
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPRZLDG
000000             ASSIGN            VIPRZLDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PRZL-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWPRZJN
000000             ASSIGN               SQWPRZJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPRZAUD
000000             ASSIGN               EXPRZAUD-MSD
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
      *20260914追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PRZCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRZCARD".
       01  PRZC-REC.
           05  PRZC-ACTION                 PIC X(01).
               88  PRZC-ADD                 VALUE "A".
               88  PRZC-CHANGE              VALUE "C".
               88  PRZC-RECEIPT             VALUE "R".
           05  PRZC-ITEM                   PIC X(10).
      *    A and C: the master fields - on C a blank field stays
      *    as it is
           05  PRZC-NAME                   PIC X(20).
           05  PRZC-EXCHVAL                PIC X(07).
           05  PRZC-REORDER                PIC X(07).
      *    A and R: unit cost in yen and sen; C: the cost to carry
      *    from now on
           05  PRZC-UNITCOST               PIC X(09).
           05  PRZC-UNITCOST-N REDEFINES PRZC-UNITCOST
                                           PIC 9(07)V99.
      *    A: the usual wholesaler; R: the one delivering, the
      *    usual one when blank
           05  PRZC-WHSL                   PIC X(10).
      *    A: opening stock counted (optional); R: units delivered
           05  PRZC-QTY                    PIC X(07).
      *    R: delivery date (the business date when blank) and
      *    the wholesaler's slip number
           05  PRZC-RCVDATE                PIC X(08).
           05  PRZC-SLIPNO                 PIC X(10).
           05  PRZC-OPID                   PIC X(08).
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
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
      *    the purchase feed rides the CFSIWK layout, mirrored
      *    here under this file's own names as HBHSS315 mirrors it
000000 FD  SQWPRZJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWPRZJN".
       01  PRZJ-REC.
           05  PRZJ-RECKBN                 PIC X(01).
               88  PRZJ-DETAIL              VALUE "D".
               88  PRZJ-CONTROL             VALUE "C".
           05  PRZJ-SRC                    PIC X(01).
           05  PRZJ-KEY                    PIC X(10).
           05  PRZJ-URIAMT                 PIC S9(14) COMP-3.
           05  PRZJ-SHIAMT                 PIC S9(14) COMP-3.
           05  PRZJ-TESURYO                PIC S9(14) COMP-3.
           05  PRZJ-TAXAMT                 PIC S9(14) COMP-3.
           05  PRZJ-CNT                    PIC 9(07).
000000 FD  EXPRZAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPRZAUD".
       01  EXPZA-REC.
           05  EXPZA-RUNDATE               PIC 9(08).
           05  EXPZA-RUNTIME               PIC 9(06).
           05  EXPZA-OPID                  PIC X(08).
           05  EXPZA-ACTION                PIC X(01).
           05  EXPZA-ITEM                  PIC X(10).
           05  EXPZA-QTY                   PIC 9(07).
           05  EXPZA-UNITCOST              PIC 9(07)V99.
      *    R: the purchase amount in yen as it goes to the books
           05  EXPZA-AMOUNT                PIC 9(11).
           05  EXPZA-WHSL                  PIC X(10).
           05  EXPZA-SLIPNO                PIC X(10).
           05  EXPZA-ONHAND                PIC S9(07).
           05  EXPZA-RESULT                PIC X(01).
               88  EXPZA-APPLIED            VALUE "0".
               88  EXPZA-EXISTS             VALUE "1".
               88  EXPZA-INVALID            VALUE "2".
               88  EXPZA-UNAUTHORIZED       VALUE "3".
               88  EXPZA-NOTFOUND           VALUE "4".
               88  EXPZA-DUPSLIP            VALUE "5".
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
000000   03  SW-MAPOK                    PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ADD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CHG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-RCV-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-RCV-AMT                  PIC S9(14) COMP-3 VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-QTY                      PIC 9(07).
000000   03  WK-COST                     PIC 9(07)V99.
000000   03  WK-PUR-AMT                  PIC 9(11).
000000   03  WK-RCVDATE                  PIC 9(08).
000000   03  WK-WX                       PIC 9(03).
000000   03  WK-WHIT                     PIC 9(03).
      *    the night's deliveries per wholesaler - see WHSL-RTN
000000 01  WHT-WORK.
000000   03  WHT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  WHT-TABLE.
000000     05  WHT-ENT OCCURS 500.
000000       07  WHT-WHSL                PIC X(10).
000000       07  WHT-RCVCNT              PIC 9(07).
000000       07  WHT-AMT                 PIC S9(14) COMP-3.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
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
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000       OPEN  INPUT  PRZCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN920-01 PRZCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN920-02 VIPRZMST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN920-03 VIPRZLDG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN920-04 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXPRZAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN920-05 EXPRZAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN920-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
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
000000     MOVE "PRZCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN920-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the prize counter's cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ PRZCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     PERFORM CARD-RTN THRU CX00020 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN920-08 PRZCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000 CX00003. EXIT.
      *
      *    P300-RTN  -  the night's deliveries to the books as one
      *    purchase posting per wholesaler, closed with the feed's
      *    own control record; when nothing was delivered the feed
      *    is not created at all and HBHUN610 reports it absent
000000 P300-RTN .
000000     IF WHT-CNT = ZERO GO TO CX00007.
000000       OPEN  OUTPUT SQWPRZJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHUN920-09 SQWPRZJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-WX .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-WX < WHT-CNT)GO TO CX00047.
000000     ADD 1 TO WK-WX
000000     MOVE "D" TO PRZJ-RECKBN
000000     MOVE "Z" TO PRZJ-SRC
000000     MOVE WHT-WHSL (WK-WX) TO PRZJ-KEY
000000     MOVE WHT-AMT (WK-WX) TO PRZJ-URIAMT
000000     MOVE ZERO TO PRZJ-SHIAMT
000000     MOVE ZERO TO PRZJ-TESURYO
000000     MOVE ZERO TO PRZJ-TAXAMT
000000     MOVE WHT-RCVCNT (WK-WX) TO PRZJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWPRZJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PRZJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN920-10 SQWPRZJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00046.
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO PRZJ-RECKBN
000000     MOVE SPACE TO PRZJ-SRC
000000     MOVE SPACE TO PRZJ-KEY
000000     MOVE WK-RCV-AMT TO PRZJ-URIAMT
000000     MOVE ZERO TO PRZJ-SHIAMT
000000     MOVE ZERO TO PRZJ-TESURYO
000000     MOVE ZERO TO PRZJ-TAXAMT
000000     MOVE WHT-CNT TO PRZJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWPRZJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PRZJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN920-10 SQWPRZJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SQWPRZJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN920-11 SQWPRZJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN920-90 ITEMS ADDED=" WK-ADD-CNT
000000             " CHANGED=" WK-CHG-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN920-91 DELIVERIES=" WK-RCV-CNT
000000             " PURCHASES=" WK-RCV-AMT
000000             " WHOLESALERS=" WHT-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN920-93 CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWPRZJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXPRZAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN920-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  PRZCARD  VIPRZMST  VIPRZLDG  VIACCTMS  EXPRZAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN920-13 VIPRZMST CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
      *    CARD-RTN  -  one card: the operator is checked for the
      *    prize-stock class first, then the card's fields for its
      *    action, and the item looked up on the master
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     ACCEPT EXPZA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXPZA-RUNTIME FROM TIME
000000     MOVE PRZC-OPID TO EXPZA-OPID
000000     MOVE PRZC-ACTION TO EXPZA-ACTION
000000     MOVE PRZC-ITEM TO EXPZA-ITEM
000000     MOVE ZERO TO EXPZA-QTY EXPZA-UNITCOST EXPZA-AMOUNT
000000                  EXPZA-ONHAND
000000     MOVE PRZC-WHSL TO EXPZA-WHSL
000000     MOVE PRZC-SLIPNO TO EXPZA-SLIPNO
000000     MOVE PRZC-OPID TO WK-CHK-OPID
000000     MOVE "Z" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     IF NOT(PRZC-ADD OR PRZC-CHANGE OR PRZC-RECEIPT) OR
000000        PRZC-ITEM = SPACE
000000         MOVE "2" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     MOVE PRZC-ITEM TO PRZ-ITEM
000000     READ VIPRZMST INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN920-07 VIPRZMST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PRZC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     MOVE PRZ-ONHAND TO EXPZA-ONHAND .
000000     IF PRZC-RECEIPT GO TO CX00025.
      *    C: at least one field given, each numeric one numeric
000000     IF (PRZC-NAME = SPACE AND PRZC-EXCHVAL = SPACE AND
000000         PRZC-REORDER = SPACE AND PRZC-UNITCOST = SPACE AND
000000         PRZC-WHSL = SPACE) OR
000000        (PRZC-EXCHVAL NOT = SPACE AND PRZC-EXCHVAL NOT NUMERIC) OR
000000        (PRZC-REORDER NOT = SPACE AND PRZC-REORDER NOT NUMERIC) OR
000000        (PRZC-UNITCOST NOT = SPACE AND
000000         PRZC-UNITCOST NOT NUMERIC)
000000         MOVE "2" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     IF PRZC-EXCHVAL = "0000000"
000000         MOVE "2" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     IF PRZC-NAME NOT = SPACE
000000         MOVE PRZC-NAME TO PRZ-NAME .
000000     IF PRZC-EXCHVAL NOT = SPACE
000000         MOVE PRZC-EXCHVAL TO PRZ-EXCHVAL .
000000     IF PRZC-REORDER NOT = SPACE
000000         MOVE PRZC-REORDER TO PRZ-REORDER .
000000     IF PRZC-UNITCOST NOT = SPACE
000000         MOVE PRZC-UNITCOST-N TO PRZ-UNITCOST .
000000     IF PRZC-WHSL NOT = SPACE
000000         MOVE PRZC-WHSL TO PRZ-WHSL .
000000     MOVE PRZ-UNITCOST TO EXPZA-UNITCOST
000000     MOVE PRZC-OPID TO PRZ-OPID
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPRZMST" TO LNG-FILEID
000000     MOVE PRZ-ITEM TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PRZ-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN920-15 VIPRZMST REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CHG-CNT
000000     MOVE "0" TO EXPZA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
      *    A: a new item with its exchange value and the stock
      *    counted on the counter when it is taken on
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     IF PRZC-NAME = SPACE OR PRZC-EXCHVAL NOT NUMERIC OR
000000        PRZC-EXCHVAL = "0000000" OR PRZC-REORDER NOT NUMERIC OR
000000        PRZC-UNITCOST NOT NUMERIC OR PRZC-WHSL = SPACE OR
000000        (PRZC-QTY NOT = SPACE AND PRZC-QTY NOT NUMERIC)
000000         MOVE "2" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE PRZ-REC
000000     MOVE PRZC-ITEM TO PRZ-ITEM
000000     MOVE PRZC-NAME TO PRZ-NAME
000000     MOVE PRZC-EXCHVAL TO PRZ-EXCHVAL
000000     MOVE PRZC-UNITCOST-N TO PRZ-UNITCOST
000000     MOVE PRZC-WHSL TO PRZ-WHSL
000000     MOVE PRZC-REORDER TO PRZ-REORDER
000000     MOVE ZERO TO PRZ-ONHAND .
000000     IF PRZC-QTY NOT = SPACE
000000         MOVE PRZC-QTY TO WK-QTY
000000         MOVE WK-QTY TO PRZ-ONHAND
000000         MOVE WK-QTY TO EXPZA-QTY .
000000     MOVE ZERO TO PRZ-LASTRCVDT PRZ-LASTISSDT
000000     MOVE PRZC-OPID TO PRZ-OPID
000000     MOVE WK-BUSDT TO PRZ-ENTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPRZMST" TO LNG-FILEID
000000     MOVE PRZ-ITEM TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PRZ-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN920-14 VIPRZMST WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ADD-CNT
000000     MOVE PRZ-UNITCOST TO EXPZA-UNITCOST
000000     MOVE PRZ-ONHAND TO EXPZA-ONHAND
000000     MOVE "0" TO EXPZA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
      *    R: a delivery - one ledger row per slip, so a slip fed
      *    twice is refused the second time
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PRZC-QTY NOT NUMERIC OR PRZC-QTY = "0000000" OR
000000        PRZC-UNITCOST NOT NUMERIC OR PRZC-SLIPNO = SPACE OR
000000        (PRZC-RCVDATE NOT = SPACE AND PRZC-RCVDATE NOT NUMERIC)
000000         MOVE "2" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     MOVE PRZC-QTY TO WK-QTY
000000     MOVE PRZC-UNITCOST-N TO WK-COST
000000     MOVE WK-BUSDT TO WK-RCVDATE .
000000     IF PRZC-RCVDATE NOT = SPACE
000000         MOVE PRZC-RCVDATE TO WK-RCVDATE .
000000     IF PRZC-WHSL = SPACE
000000         MOVE PRZ-WHSL TO EXPZA-WHSL .
000000     MOVE WK-QTY TO EXPZA-QTY
000000     MOVE WK-COST TO EXPZA-UNITCOST
000000     COMPUTE WK-PUR-AMT ROUNDED = WK-QTY * WK-COST
000000     MOVE WK-PUR-AMT TO EXPZA-AMOUNT .
000000     IF SW-MAPOK = 0
000000         PERFORM MAPCHK-RTN THRU CX00078 .
000000     INITIALIZE PRZL-REC
000000     MOVE PRZ-ITEM TO PRZL-ITEM
000000     MOVE WK-RCVDATE TO PRZL-DATE
000000     MOVE "R" TO PRZL-TYPE
000000     MOVE PRZC-SLIPNO TO PRZL-REF
000000     MOVE WK-QTY TO PRZL-QTY
000000     MOVE WK-COST TO PRZL-UNITCOST
000000     COMPUTE PRZL-COSTAMT = WK-QTY * WK-COST
000000     MOVE ZERO TO PRZL-BALLVAL
000000     MOVE EXPZA-WHSL TO PRZL-WHSL
000000     COMPUTE PRZL-ONHAND = PRZ-ONHAND + WK-QTY
000000     MOVE PRZC-OPID TO PRZL-OPID
000000     MOVE WK-BUSDT TO PRZL-ENTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPRZLDG" TO LNG-FILEID
000000     MOVE PRZL-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PRZL-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         MOVE "5" TO EXPZA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN920-16 VIPRZLDG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the unit cost carried forward is the moving average of
      *    the stock on hand and the delivery
000000     IF PRZ-ONHAND > ZERO
000000         COMPUTE PRZ-UNITCOST ROUNDED =
000000             (PRZ-ONHAND * PRZ-UNITCOST + WK-QTY * WK-COST) /
000000             (PRZ-ONHAND + WK-QTY)
000000     ELSE
000000         MOVE WK-COST TO PRZ-UNITCOST .
000000     ADD WK-QTY TO PRZ-ONHAND .
000000     IF WK-RCVDATE > PRZ-LASTRCVDT
000000         MOVE WK-RCVDATE TO PRZ-LASTRCVDT .
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPRZMST" TO LNG-FILEID
000000     MOVE PRZ-ITEM TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PRZ-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00029.
000000         DISPLAY "HBHUN920-15 VIPRZMST REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM WHSL-RTN THRU CX00035
000000     ADD 1 TO WK-RCV-CNT
000000     ADD WK-PUR-AMT TO WK-RCV-AMT
000000     MOVE PRZ-ONHAND TO EXPZA-ONHAND
000000     MOVE "0" TO EXPZA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    WHSL-RTN  -  the delivery added to its wholesaler's
      *    total for the night
000000 WHSL-RTN .
           MOVE "WHSL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-WHIT
000000     MOVE ZERO TO WK-WX .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-WX < WHT-CNT)GO TO CX00037.
000000     ADD 1 TO WK-WX .
000000     IF NOT(WHT-WHSL (WK-WX) = EXPZA-WHSL)GO TO CX00036.
000000     MOVE WK-WX TO WK-WHIT .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-WHIT = ZERO)GO TO CX00038.
000000     IF NOT(WHT-CNT < 500)GO TO CX00039.
000000     ADD 1 TO WHT-CNT
000000     MOVE WHT-CNT TO WK-WHIT
000000     MOVE EXPZA-WHSL TO WHT-WHSL (WK-WHIT)
000000     MOVE ZERO TO WHT-RCVCNT (WK-WHIT) WHT-AMT (WK-WHIT) .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WHT-RCVCNT (WK-WHIT)
000000     ADD WK-PUR-AMT TO WHT-AMT (WK-WHIT) .
000000     GO TO CX00035.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN920-18 WHOLESALER TABLE FULL"
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035. EXIT.
      *
      *    MAPCHK-RTN  -  the prize purchase account mapping Z/S
      *    must exist before a delivery is booked; a missing
      *    mapping is the accountants' setup error and stops the
      *    run the way HBHUN610 stops on one
000000 MAPCHK-RTN .
           MOVE "MAPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "Z" TO ACCTMS-SRC
000000     MOVE "S" TO ACCTMS-CLASS
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00079.
000000     GO TO CX00080.
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN920-90 VIACCTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "90" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 = "23")GO TO CX00081.
000000         DISPLAY "HBHUN920-91 VIACCTMS MAPPING MISSING Z/S"
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
      *    AUD-RTN  -  one EXPRZAUD row
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPRZAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPZA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHUN920-17 EXPRZAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN920" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN920" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN920" TO PRM-PROGID
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
000000         DISPLAY "HBHUN920-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000     MOVE "HBHUN920" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN920-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN920" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN920-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
