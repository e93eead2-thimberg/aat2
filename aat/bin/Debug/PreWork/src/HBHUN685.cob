000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN685 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260926追加開始
      *    advance fee-change notices: a fee change staged on
      *    VITSGSTG takes effect on a future date, and the vendor
      *    is owed written notice a contractual NTCDAYS days
      *    before it.  FCNCARD cards file, per staged change, the
      *    sales floors it reprices with the rate in force and the
      *    staged rate on VIFCNDTL (CFFCNDT): A adds a floor, C
      *    corrects its rates, X removes it; the floor's vendor is
      *    taken off VIURIBA and checked on VIGYOSYA, the operator
      *    on VIOPRMST for the notice class (D), and every card is
      *    audited to EXFCNAUD.  Each night every change still
      *    staged whose effective date falls inside the notice
      *    window is put onto EXFCNLTR, one notice per vendor
      *    listing the floors, the old and new rates and the
      *    effective date, and its floors are marked notified.  A
      *    change still staged that takes effect by tomorrow with
      *    no notice on file goes onto EXFCNALT, which HBHUN775
      *    files on the maker-checker queue; this program runs
      *    ahead of HBHUN775 in the chain
000000     SELECT  FCNCARD
000000                  ASSIGN             FCNCARD-MSD
000000             FILE STATUS          FL-STS1.
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
000000     SELECT  EXFCNAUD
000000             ASSIGN               EXFCNAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFCNLTR
000000             ASSIGN               EXFCNLTR-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFCNALT
000000             ASSIGN               EXFCNALT-MSD
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
      *20260926追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  FCNCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "FCNCARD".
       01  FCC-REC.
           05  FCC-ACTION                  PIC X(01).
               88  FCC-ADD                  VALUE "A".
               88  FCC-CHANGE               VALUE "C".
               88  FCC-CANCEL               VALUE "X".
      *    the staging key: C chain-route change, K vendor change
           05  FCC-FILEKBN                 PIC X(01).
               88  FCC-VALIDKBN             VALUE "C" "K".
           05  FCC-KEYIMG                  PIC X(20).
           05  FCC-FLOOR                   PIC X(06).
      *    percent to two places, 00500 for 5.00
           05  FCC-OLDRATE                 PIC X(05).
           05  FCC-OLDRATE-N REDEFINES FCC-OLDRATE
                                           PIC 9(03)V99.
           05  FCC-NEWRATE                 PIC X(05).
           05  FCC-NEWRATE-N REDEFINES FCC-NEWRATE
                                           PIC 9(03)V99.
           05  FCC-OPID                    PIC X(08).
      *    the staging entry exactly as HBHUN370 declares it
000000 FD  VITSGSTG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITSGSTG".
       01  STG-REC.
           05  STG-KEY.
               07  STG-FILEKBN             PIC X(01).
               07  STG-KEYIMG              PIC X(20).
           05  STG-EFFDATE                 PIC 9(08).
           05  STG-STATUS                  PIC X(01).
               88  STG-STAGED               VALUE "1".
               88  STG-ACTIVE               VALUE "2".
000000 FD  VIFCNDTL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIFCNDTL".
       01  FCD-REC.
           COPY CFFCNDT .
      *    the floor and vendor masters through the leading-field
      *    view HBHUN670 reads them by
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
000000 FD  EXFCNAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFCNAUD".
       01  EXFCA-REC.
           05  EXFCA-RUNDATE               PIC 9(08).
           05  EXFCA-RUNTIME               PIC 9(06).
           05  EXFCA-OPID                  PIC X(08).
           05  EXFCA-ACTION                PIC X(01).
           05  EXFCA-FILEKBN               PIC X(01).
           05  EXFCA-KEYIMG                PIC X(20).
           05  EXFCA-FLOOR                 PIC X(06).
      *    the floor row as it stands after the card
           05  EXFCA-GYOCD                 PIC X(08).
           05  EXFCA-OLDRATE               PIC S9(03)V9(02).
           05  EXFCA-NEWRATE               PIC S9(03)V9(02).
           05  EXFCA-RESULT                PIC X(01).
               88  EXFCA-APPLIED            VALUE "0".
               88  EXFCA-EXISTS             VALUE "1".
               88  EXFCA-INVALID            VALUE "2".
               88  EXFCA-UNAUTHORIZED       VALUE "3".
               88  EXFCA-NOTFOUND           VALUE "4".
               88  EXFCA-NOTSTAGED          VALUE "5".
               88  EXFCA-NOFLOOR            VALUE "6".
               88  EXFCA-NOVENDOR           VALUE "7".
000000 FD  EXFCNLTR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFCNLTR".
       01  EXFCL-REC.
      *    H opens a vendor's notice, D one floor's change, T
      *    closes the notice with its line count
           05  EXFCL-RECTYPE               PIC X(01).
               88  EXFCL-HEADER             VALUE "H".
               88  EXFCL-DETAIL             VALUE "D".
               88  EXFCL-TRAILER            VALUE "T".
           05  EXFCL-GYOCD                 PIC X(08).
           05  EXFCL-NTCDATE               PIC 9(08).
           05  EXFCL-NTCDAYS               PIC 9(03).
           05  EXFCL-FLOOR                 PIC X(06).
           05  EXFCL-FILEKBN               PIC X(01).
           05  EXFCL-KEYIMG                PIC X(20).
           05  EXFCL-EFFDATE               PIC 9(08).
           05  EXFCL-OLDRATE               PIC S9(03)V9(02).
           05  EXFCL-NEWRATE               PIC S9(03)V9(02).
      *    S the change was staged too late for the full notice
           05  EXFCL-SHORT                 PIC X(01).
           05  EXFCL-LINES                 PIC 9(05).
000000 FD  EXFCNALT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFCNALT".
       01  EXFCX-REC.
           05  EXFCX-RUNDATE               PIC 9(08).
           05  EXFCX-FILEKBN               PIC X(01).
           05  EXFCX-KEYIMG                PIC X(20).
           05  EXFCX-EFFDATE               PIC 9(08).
      *    N no floors carded for the change, U floors carded but
      *    not all notified
           05  EXFCX-REASON                PIC X(01).
               88  EXFCX-NOFLOORS           VALUE "N".
               88  EXFCX-UNNOTIFIED         VALUE "U".
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-UPD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-LTR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ALT-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-NTCDAYS                  PIC 9(03) VALUE 30.
000000   03  WK-NX                       PIC 9(04).
000000   03  WK-NX2                      PIC 9(04).
000000   03  WK-LINES                    PIC 9(05).
000000   03  WK-CUR-GYOCD                PIC X(08).
000000   03  SW-FLOORS                   PIC 9(01).
000000   03  SW-UNNOTIFIED               PIC 9(01).
000000   03  SW-FULL                     PIC 9(01) VALUE ZERO.
      *    the last effective date inside the notice window, and
      *    tomorrow - the date tonight's settlement activates to
000000   03  WK-NTCTO                    PIC 9(08).
000000   03  WK-TODAY                    PIC 9(08).
000000   03  WK-TOMORROW                 PIC 9(08).
000000   03  WK-TOMORROW-R REDEFINES WK-TOMORROW.
000000       05  WK-TOM-YY               PIC 9(04).
000000       05  WK-TOM-MM               PIC 9(02).
000000       05  WK-TOM-DD               PIC 9(02).
000000   03  WK-TOM-LAST                 PIC 9(02).
000000   03  WK-TOM-Q                    PIC 9(04).
000000   03  WK-TOM-R                    PIC 9(04).
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the floors to notify, kept in vendor, effective date and
      *    floor order as they are found
000000 01  NTB-WORK.
000000   03  NTB-CNT                     PIC 9(04) VALUE ZERO.
000000   03  NTB-ENT OCCURS 2000.
000000     05  NTB-SORTKEY.
000000       07  NTB-GYOCD               PIC X(08).
000000       07  NTB-EFFDATE             PIC 9(08).
000000       07  NTB-FLOOR               PIC X(06).
000000       07  NTB-STGKEY              PIC X(21).
000000     05  NTB-OLDRATE               PIC S9(03)V9(02).
000000     05  NTB-NEWRATE               PIC S9(03)V9(02).
000000 01  NEW-ENT.
000000   03  NEW-SORTKEY.
000000     05  NEW-GYOCD                 PIC X(08).
000000     05  NEW-EFFDATE               PIC 9(08).
000000     05  NEW-FLOOR                 PIC X(06).
000000     05  NEW-STGKEY                PIC X(21).
000000   03  NEW-OLDRATE                 PIC S9(03)V9(02).
000000   03  NEW-NEWRATE                 PIC S9(03)V9(02).
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
000000     INITIALIZE NTB-WORK
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN685" TO PRM-PROGID
000000     MOVE "NTCDAYS" TO PRM-NAME
000000     MOVE "030" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-NTCDAYS .
000000     MOVE WK-BUSDT TO WK-TOMORROW
000000     PERFORM TOMFWD-RTN THRU CX00099
000000     MOVE WK-TOMORROW TO WK-TODAY
000000     MOVE WK-BUSDT TO WK-TOMORROW
000000     PERFORM TOMFWD-RTN THRU CX00099
000000         WK-NTCDAYS TIMES
000000     MOVE WK-TOMORROW TO WK-NTCTO .
000000       OPEN  INPUT  FCNCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN685-01 FCNCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VITSGSTG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN685-02 VITSGSTG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIFCNDTL .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIFCNDTL
000000         CLOSE VIFCNDTL
000000         OPEN I-O VIFCNDTL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN685-03 VIFCNDTL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIURIBA .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN685-04 VIURIBA OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGYOSYA .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN685-05 VIGYOSYA OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFCNAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN685-06 EXFCNAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFCNLTR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN685-07 EXFCNLTR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFCNALT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN685-08 EXFCNALT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN685-09 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN685-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the notice detail cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ FCNCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM CARD-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN685-10 FCNCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
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
      *    P100-RTN  -  the floors still to be told of every
      *    staged change inside the notice window
000000 P100-RTN .
000000     MOVE LOW-VALUES TO STG-KEY .
000000     START VITSGSTG KEY >= STG-KEY
000000             INVALID GO TO CX00005 .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITSGSTG NEXT AT END GO TO CX00005.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-11 VITSGSTG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT STG-STAGED GO TO CX00015.
000000     IF STG-EFFDATE NOT > WK-BUSDT OR
000000        STG-EFFDATE > WK-NTCTO
000000         GO TO CX00015.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM COLLECT-RTN THRU CX00040 .
000000     GO TO CX00015.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  one notice per vendor, then the floors
      *    told are marked on the detail master
000000 P200-RTN .
000000     MOVE SPACE TO WK-CUR-GYOCD
000000     MOVE ZERO TO WK-LINES
000000     MOVE ZERO TO WK-NX .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-NX < NTB-CNT)GO TO CX00018.
000000     COMPUTE WK-NX = WK-NX + 1 .
000000     IF NTB-GYOCD (WK-NX) = WK-CUR-GYOCD GO TO CX00046.
000000     PERFORM BREAK-RTN THRU CX00045
000000     MOVE NTB-GYOCD (WK-NX) TO WK-CUR-GYOCD
000000     INITIALIZE EXFCL-REC
000000     MOVE "H" TO EXFCL-RECTYPE
000000     PERFORM LTR-RTN THRU CX00047 .
000000     ADD 1 TO WK-LTR-CNT .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFCL-REC
000000     MOVE "D" TO EXFCL-RECTYPE
000000     MOVE NTB-FLOOR (WK-NX) TO EXFCL-FLOOR
000000     MOVE NTB-STGKEY (WK-NX) (1:1) TO EXFCL-FILEKBN
000000     MOVE NTB-STGKEY (WK-NX) (2:20) TO EXFCL-KEYIMG
000000     MOVE NTB-EFFDATE (WK-NX) TO EXFCL-EFFDATE
000000     MOVE NTB-OLDRATE (WK-NX) TO EXFCL-OLDRATE
000000     MOVE NTB-NEWRATE (WK-NX) TO EXFCL-NEWRATE
000000     MOVE SPACE TO EXFCL-SHORT .
000000     IF NTB-EFFDATE (WK-NX) < WK-NTCTO
000000         MOVE "S" TO EXFCL-SHORT .
000000     PERFORM LTR-RTN THRU CX00047 .
000000     ADD 1 TO WK-LINES
000000     GO TO CX00017.
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM BREAK-RTN THRU CX00045
000000     MOVE ZERO TO WK-NX .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-NX < NTB-CNT)GO TO CX00006.
000000     COMPUTE WK-NX = WK-NX + 1
000000     PERFORM MARK-RTN THRU CX00048 .
000000     GO TO CX00019.
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  a change still staged that takes effect by
      *    tomorrow must have every carded floor notified, or it
      *    goes to the maker-checker queue
000000 P300-RTN .
000000     MOVE LOW-VALUES TO STG-KEY .
000000     START VITSGSTG KEY >= STG-KEY
000000             INVALID GO TO CX00007 .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITSGSTG NEXT AT END GO TO CX00007.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-12 VITSGSTG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT STG-STAGED GO TO CX00035.
000000     IF STG-EFFDATE > WK-TODAY GO TO CX00035.
000000     PERFORM NTCCHK-RTN THRU CX00070 .
000000     IF SW-FLOORS = 1 AND SW-UNNOTIFIED = ZERO
000000         GO TO CX00035.
000000     INITIALIZE EXFCX-REC
000000     MOVE WK-BUSDT TO EXFCX-RUNDATE
000000     MOVE STG-FILEKBN TO EXFCX-FILEKBN
000000     MOVE STG-KEYIMG TO EXFCX-KEYIMG
000000     MOVE STG-EFFDATE TO EXFCX-EFFDATE
000000     MOVE "U" TO EXFCX-REASON .
000000     IF SW-FLOORS = ZERO
000000         MOVE "N" TO EXFCX-REASON .
000000     WRITE EXFCX-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00036.
000000         DISPLAY "HBHUN685-13 EXFCNALT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ALT-CNT
000000     DISPLAY "HBHUN685-50 FEE CHANGE " STG-FILEKBN STG-KEYIMG
000000             " EFFECTIVE " STG-EFFDATE " WITHOUT NOTICE"
000000             UPON CONSOLE
000000     GO TO CX00035.
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN685-90 CARDS APPLIED=" WK-UPD-CNT
000000             " IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE
000000     DISPLAY "HBHUN685-92 CHANGES IN WINDOW=" WK-JOBLG-CNT
000000             " NOTICES=" WK-LTR-CNT
000000             " FLOORS=" NTB-CNT
000000             " UNNOTIFIED=" WK-ALT-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN685-14 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  FCNCARD  VITSGSTG  VIFCNDTL  VIURIBA  VIGYOSYA
000000              EXFCNAUD  EXFCNLTR  EXFCNALT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN685-15 VIFCNDTL CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
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
      *    CARD-RTN  -  one card: the operator is checked first,
      *    then the staged change, then the floor row itself
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFCA-REC
000000     ACCEPT EXFCA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXFCA-RUNTIME FROM TIME
000000     MOVE FCC-OPID TO EXFCA-OPID
000000     MOVE FCC-ACTION TO EXFCA-ACTION
000000     MOVE FCC-FILEKBN TO EXFCA-FILEKBN
000000     MOVE FCC-KEYIMG TO EXFCA-KEYIMG
000000     MOVE FCC-FLOOR TO EXFCA-FLOOR
000000     MOVE FCC-OPID TO WK-CHK-OPID
000000     MOVE "D" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FCC-ADD OR FCC-CHANGE OR FCC-CANCEL) OR
000000        NOT FCC-VALIDKBN OR FCC-KEYIMG = SPACE OR
000000        FCC-FLOOR = SPACE
000000         MOVE "2" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FCC-OLDRATE = SPACE OR FCC-OLDRATE NUMERIC) OR
000000        NOT(FCC-NEWRATE = SPACE OR FCC-NEWRATE NUMERIC)
000000         MOVE "2" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF FCC-ADD AND
000000        (FCC-OLDRATE = SPACE OR FCC-NEWRATE = SPACE)
000000         MOVE "2" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF FCC-CHANGE AND
000000        FCC-OLDRATE = SPACE AND FCC-NEWRATE = SPACE
000000         MOVE "2" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     MOVE FCC-FILEKBN TO STG-FILEKBN
000000     MOVE FCC-KEYIMG TO STG-KEYIMG
000000     READ VITSGSTG INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-16 VITSGSTG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(FCC-CANCEL OR STG-STAGED)
000000         MOVE "5" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     MOVE FCC-FILEKBN TO FCD-FILEKBN
000000     MOVE FCC-KEYIMG TO FCD-KEYIMG
000000     MOVE FCC-FLOOR TO FCD-FLOOR
000000     READ VIFCNDTL INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN685-17 VIFCNDTL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FCC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF FCC-CHANGE GO TO CX00025.
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     DELETE VIFCNDTL INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN685-18 VIFCNDTL DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
      *    C: a blank rate stays as it is; a corrected row is told
      *    to the vendor again
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FCC-OLDRATE NOT = SPACE
000000         MOVE FCC-OLDRATE-N TO FCD-OLDRATE .
000000     IF FCC-NEWRATE NOT = SPACE
000000         MOVE FCC-NEWRATE-N TO FCD-NEWRATE .
000000     MOVE ZERO TO FCD-NTCDATE
000000     MOVE FCC-OPID TO FCD-OPID
000000     REWRITE FCD-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN685-19 VIFCNDTL REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     GO TO CX00029.
      *    A: the floor must be on file and its vendor too
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     MOVE FCC-FLOOR TO URB-FLOORCD
000000     READ VIURIBA INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "6" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-20 VIURIBA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE URB-GYOCD TO GYS-GYOCD
000000     READ VIGYOSYA INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "7" TO EXFCA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-21 VIGYOSYA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE FCD-REC
000000     MOVE FCC-FILEKBN TO FCD-FILEKBN
000000     MOVE FCC-KEYIMG TO FCD-KEYIMG
000000     MOVE FCC-FLOOR TO FCD-FLOOR
000000     MOVE URB-GYOCD TO FCD-GYOCD
000000     MOVE FCC-OLDRATE-N TO FCD-OLDRATE
000000     MOVE FCC-NEWRATE-N TO FCD-NEWRATE
000000     MOVE FCC-OPID TO FCD-OPID
000000     MOVE WK-BUSDT TO FCD-ENTDATE
000000     MOVE ZERO TO FCD-NTCDATE
000000     WRITE FCD-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN685-22 VIFCNDTL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-UPD-CNT
000000     MOVE "0" TO EXFCA-RESULT
000000     PERFORM AUD-RTN THRU CX00077 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    AUDSET-RTN  -  the detail row as it stands onto the
      *    audit line
000000 AUDSET-RTN .
           MOVE "AUDSET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FCD-GYOCD TO EXFCA-GYOCD
000000     MOVE FCD-OLDRATE TO EXFCA-OLDRATE
000000     MOVE FCD-NEWRATE TO EXFCA-NEWRATE .
000000 CX00082. EXIT.
      *
      *    AUD-RTN  -  one EXFCNAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXFCA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHUN685-23 EXFCNAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00077. EXIT.
      *
      *    COLLECT-RTN  -  the staged change's floors not yet told
      *    into the notice list
000000 COLLECT-RTN .
           MOVE "COLLECT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE STG-FILEKBN TO FCD-FILEKBN
000000     MOVE STG-KEYIMG TO FCD-KEYIMG
000000     MOVE LOW-VALUES TO FCD-FLOOR .
000000     START VIFCNDTL KEY >= FCD-KEY
000000             INVALID GO TO CX00040 .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFCNDTL NEXT AT END GO TO CX00040.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-24 VIFCNDTL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FCD-STGKEY NOT = STG-KEY GO TO CX00040.
000000     IF NOT FCD-UNNOTIFIED GO TO CX00041.
000000     IF SW-FULL = 1 GO TO CX00040.
000000     IF NOT(NTB-CNT < 2000)
000000         MOVE 1 TO SW-FULL
000000         DISPLAY "HBHUN685-91 NOTICE TABLE FULL - CHANGE "
000000                 STG-FILEKBN STG-KEYIMG " AND AFTER HELD"
000000                 UPON CONSOLE
000000         GO TO CX00040.
000000     MOVE FCD-GYOCD TO NEW-GYOCD
000000     MOVE STG-EFFDATE TO NEW-EFFDATE
000000     MOVE FCD-FLOOR TO NEW-FLOOR
000000     MOVE FCD-STGKEY TO NEW-STGKEY
000000     MOVE FCD-OLDRATE TO NEW-OLDRATE
000000     MOVE FCD-NEWRATE TO NEW-NEWRATE
000000     PERFORM INS-RTN THRU CX00074 .
000000     GO TO CX00041.
000000 CX00040. EXIT.
      *
      *    INS-RTN  -  NEW-ENT into the list at its place in
      *    vendor, effective date and floor order, the entries
      *    after it moved up
000000 INS-RTN .
           MOVE "INS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE NTB-CNT TO WK-NX .
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-NX > 0)GO TO CX00076.
000000     IF NOT(NTB-SORTKEY (WK-NX) > NEW-SORTKEY)GO TO CX00076.
000000     COMPUTE WK-NX2 = WK-NX + 1
000000     MOVE NTB-ENT (WK-NX) TO NTB-ENT (WK-NX2)
000000     SUBTRACT 1 FROM WK-NX
000000     GO TO CX00075.
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-NX2 = WK-NX + 1
000000     MOVE NEW-ENT TO NTB-ENT (WK-NX2)
000000     ADD 1 TO NTB-CNT .
000000 CX00074. EXIT.
      *
      *    BREAK-RTN  -  the vendor's notice closed with its line
      *    count
000000 BREAK-RTN .
           MOVE "BREAK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-CUR-GYOCD = SPACE GO TO CX00045.
000000     INITIALIZE EXFCL-REC
000000     MOVE "T" TO EXFCL-RECTYPE
000000     MOVE WK-LINES TO EXFCL-LINES
000000     PERFORM LTR-RTN THRU CX00047 .
000000     MOVE ZERO TO WK-LINES .
000000 CX00045. EXIT.
      *
      *    LTR-RTN  -  one EXFCNLTR line for the vendor in hand
000000 LTR-RTN .
           MOVE "LTR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CUR-GYOCD TO EXFCL-GYOCD
000000     MOVE WK-BUSDT TO EXFCL-NTCDATE
000000     MOVE WK-NTCDAYS TO EXFCL-NTCDAYS
000000     WRITE EXFCL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN685-25 EXFCNLTR WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00047. EXIT.
      *
      *    MARK-RTN  -  one floor told: its row carries the notice
      *    date
000000 MARK-RTN .
           MOVE "MARK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE NTB-STGKEY (WK-NX) TO FCD-STGKEY
000000     MOVE NTB-FLOOR (WK-NX) TO FCD-FLOOR
000000     READ VIFCNDTL INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN685-26 VIFCNDTL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO FCD-NTCDATE
000000     REWRITE FCD-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN685-27 VIFCNDTL REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00048. EXIT.
      *
      *    NTCCHK-RTN  -  SW-FLOORS 1 when the staged change has
      *    floors carded, SW-UNNOTIFIED 1 when one of them has not
      *    been told
000000 NTCCHK-RTN .
           MOVE "NTCCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-FLOORS
000000     MOVE ZERO TO SW-UNNOTIFIED
000000     MOVE STG-FILEKBN TO FCD-FILEKBN
000000     MOVE STG-KEYIMG TO FCD-KEYIMG
000000     MOVE LOW-VALUES TO FCD-FLOOR .
000000     START VIFCNDTL KEY >= FCD-KEY
000000             INVALID GO TO CX00070 .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIFCNDTL NEXT AT END GO TO CX00070.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN685-28 VIFCNDTL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
000000     MOVE "28" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FCD-STGKEY NOT = STG-KEY GO TO CX00070.
000000     MOVE 1 TO SW-FLOORS .
000000     IF FCD-UNNOTIFIED
000000         MOVE 1 TO SW-UNNOTIFIED .
000000     GO TO CX00071.
000000 CX00070. EXIT.
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
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN685" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN685" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN685" TO PRM-PROGID
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
000000         DISPLAY "HBHUN685-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
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
000000     MOVE "HBHUN685" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN685-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN685" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN685-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
