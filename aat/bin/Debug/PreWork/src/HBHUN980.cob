000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN980 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260920追加開始
      *    machine-code allocation registry: a machine code
      *    handed out a second time lets a ticket printed under its
      *    first holder be collected against the second, so each
      *    code is issued once only.  CODCARD cards keep VICODREG
      *    (CFCODRG).  An A card issues a code to a VIGAME machine
      *    and is refused when the code is on the registry at all,
      *    live or retired, or when VIPAYSTS (CFPAYST) holds any
      *    ticket under it - outstanding tickets (unpaid or waiting
      *    on a transfer) and paid history alike, so codes used
      *    before the registry was kept are caught too - or when
      *    the machine still holds a live code.  An R card retires
      *    a live code; the row stays so the code stays spent.  The
      *    operator is checked on VIOPRMST for the code-allocation
      *    class (N) and every card is audited to EXCDRAUD
000000     SELECT  CODCARD
000000                  ASSIGN             CODCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VICODREG
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CDR-CODE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGAME
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     RANDOM
000000             RECORD   KEY      GAM-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  EXCDRAUD
000000             ASSIGN               EXCDRAUD-MSD
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
      *20260920追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CODCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "CODCARD".
       01  CDC-REC.
           05  CDC-ACTION                  PIC X(01).
               88  CDC-ISSUE                VALUE "A".
               88  CDC-RETIRE               VALUE "R".
           05  CDC-CODE                    PIC X(10).
      *    A card only: the VIGAME machine the code is issued to
           05  CDC-GMTYPE                  PIC X(02).
           05  CDC-GMTYPE-N REDEFINES CDC-GMTYPE
                                           PIC 9(02).
           05  CDC-BLOCK                   PIC X(04).
           05  CDC-BLOCK-N REDEFINES CDC-BLOCK
                                           PIC 9(04).
           05  CDC-KAI                     PIC X(04).
           05  CDC-KAI-N REDEFINES CDC-KAI
                                           PIC 9(04).
      *    the date issued (A) or retired (R) - blank for the
      *    business date
           05  CDC-DATE                    PIC X(08).
           05  CDC-DATE-N REDEFINES CDC-DATE
                                           PIC 9(08).
           05  CDC-OPID                    PIC X(08).
000000 FD  VICODREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  CDR-REC.
           COPY CFCODRG .
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
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
000000 FD  EXCDRAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCDRAUD".
       01  EXCDA-REC.
           05  EXCDA-RUNDATE               PIC 9(08).
           05  EXCDA-RUNTIME               PIC 9(06).
           05  EXCDA-OPID                  PIC X(08).
           05  EXCDA-ACTION                PIC X(01).
           05  EXCDA-CODE                  PIC X(10).
      *    the machine and dates as they stand after the card
           05  EXCDA-GMTYPE                PIC X(02).
           05  EXCDA-BLOCK                 PIC X(04).
           05  EXCDA-KAI                   PIC X(04).
           05  EXCDA-ISSUEDT               PIC X(08).
           05  EXCDA-RETIREDT              PIC X(08).
           05  EXCDA-RESULT                PIC X(01).
               88  EXCDA-APPLIED            VALUE "0".
               88  EXCDA-USEDBEFORE         VALUE "1".
               88  EXCDA-INVALID            VALUE "2".
               88  EXCDA-UNAUTHORIZED       VALUE "3".
               88  EXCDA-NOTLIVE            VALUE "4".
               88  EXCDA-OUTSTANDING        VALUE "5".
               88  EXCDA-NOTONMASTER        VALUE "6".
               88  EXCDA-MACHINECODED       VALUE "7".
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
000000   03  SW-VALID                    PIC 9(01).
000000   03  WK-FOUND-SW                 PIC 9(01).
000000   03  WK-OUTST-SW                 PIC 9(01).
000000   03  WK-DATE                     PIC 9(08).
000000   03  WK-DATE-X REDEFINES WK-DATE PIC X(08).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ISS-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-RET-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
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
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000       OPEN  INPUT  CODCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN980-01 CODCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICODREG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICODREG
000000         CLOSE VICODREG
000000         OPEN I-O VICODREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN980-02 VICODREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN980-03 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGAME .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN980-04 VIGAME OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCDRAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN980-05 EXCDRAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN980-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN980-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the code-allocation cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ CODCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-JOBLG-CNT
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
000000           DISPLAY "HBHUN980-07 CODCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
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
000000 E000-RTN .
000000     DISPLAY "HBHUN980-90 CODES ISSUED=" WK-ISS-CNT
000000             " RETIRED=" WK-RET-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN980-93 CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN980-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  CODCARD  VICODREG  VIPAYSTS  VIGAME  EXCDRAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN980-09 VICODREG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
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
      *    then the code is looked up on the registry
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCDA-REC
000000     ACCEPT EXCDA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXCDA-RUNTIME FROM TIME
000000     MOVE CDC-OPID TO EXCDA-OPID
000000     MOVE CDC-ACTION TO EXCDA-ACTION
000000     MOVE CDC-CODE TO EXCDA-CODE
000000     MOVE CDC-GMTYPE TO EXCDA-GMTYPE
000000     MOVE CDC-BLOCK TO EXCDA-BLOCK
000000     MOVE CDC-KAI TO EXCDA-KAI
000000     MOVE CDC-OPID TO WK-CHK-OPID
000000     MOVE "N" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     IF NOT(CDC-ISSUE OR CDC-RETIRE) OR CDC-CODE = SPACE
000000         MOVE "2" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     MOVE WK-BUSDT TO WK-DATE .
000000     IF CDC-DATE NOT = SPACE
000000         MOVE CDC-DATE TO WK-DATE-X .
000000     PERFORM VAL-RTN THRU CX00070 .
000000     IF SW-VALID = 0
000000         MOVE "2" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     MOVE CDC-CODE TO CDR-CODE
000000     READ VICODREG INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN980-10 VICODREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CDC-ISSUE GO TO CX00024.
      *    R: only a live code, and not before the day it was issued
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     IF NOT CDR-LIVE
000000         MOVE "4" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     IF WK-DATE < CDR-ISSUEDT
000000         MOVE "2" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     MOVE WK-DATE TO CDR-RETIREDT
000000     MOVE CDC-OPID TO CDR-OPID
000000     MOVE WK-BUSDT TO CDR-CHGDATE
000000     REWRITE CDR-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHUN980-11 VICODREG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-RET-CNT
000000     GO TO CX00029.
      *    A: a code never seen before, on the registry or on the
      *    payment ledger, for a machine on VIGAME that holds no
      *    live code
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         PERFORM AUDSET-RTN THRU CX00082
000000         MOVE "1" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     IF CDC-GMTYPE NOT NUMERIC OR CDC-BLOCK NOT NUMERIC OR
000000        CDC-KAI NOT NUMERIC
000000         MOVE "2" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     PERFORM PAYCHK-RTN THRU CX00075 .
000000     IF WK-OUTST-SW = 1
000000         MOVE "5" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     IF WK-FOUND-SW = 1
000000         MOVE "1" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     MOVE CDC-GMTYPE-N TO GAM-GMTYPE
000000     MOVE CDC-BLOCK-N TO GAM-BLOCK
000000     MOVE CDC-KAI-N TO GAM-KAI
000000     READ VIGAME INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00026.
000000     GO TO CX00027.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN980-12 VIGAME READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "6" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     PERFORM MACCHK-RTN THRU CX00080 .
000000     IF WK-FOUND-SW = 1
000000         MOVE "7" TO EXCDA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE CDR-REC
000000     MOVE CDC-CODE TO CDR-CODE
000000     MOVE CDC-GMTYPE-N TO CDR-GMTYPE
000000     MOVE CDC-BLOCK-N TO CDR-BLOCK
000000     MOVE CDC-KAI-N TO CDR-KAI
000000     MOVE WK-DATE TO CDR-ISSUEDT
000000     MOVE ZERO TO CDR-RETIREDT
000000     MOVE CDC-OPID TO CDR-OPID
000000     MOVE WK-BUSDT TO CDR-ENTDATE
000000     MOVE ZERO TO CDR-CHGDATE
000000     WRITE CDR-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN980-13 VICODREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ISS-CNT .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082
000000     MOVE "0" TO EXCDA-RESULT
000000     PERFORM AUD-RTN THRU CX00077 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    VAL-RTN  -  the card's date a real calendar date
000000 VAL-RTN .
           MOVE "VAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 0 TO SW-VALID .
000000     IF WK-DATE-X NOT NUMERIC OR
000000        WK-DATE-X (5:2) < "01" OR WK-DATE-X (5:2) > "12" OR
000000        WK-DATE-X (7:2) < "01" OR WK-DATE-X (7:2) > "31"
000000         GO TO CX00070.
000000     MOVE 1 TO SW-VALID .
000000 CX00070. EXIT.
      *
      *    PAYCHK-RTN  -  the payment ledger's tickets under the
      *    card's code: WK-FOUND-SW 1 when there is any, and
      *    WK-OUTST-SW 1 when one is still unpaid or waiting on a
      *    bank transfer
000000 PAYCHK-RTN .
           MOVE "PAYCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE ZERO TO WK-OUTST-SW
000000     MOVE LOW-VALUES TO PAYST-TICKETCD
000000     MOVE CDC-CODE TO PAYST-TICKETCD (1:10) .
000000     START VIPAYSTS KEY >= PAYST-KEY
000000             INVALID GO TO CX00075 .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS NEXT AT END GO TO CX00075.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN980-14 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PAYST-TICKETCD (1:10) NOT = CDC-CODE GO TO CX00075.
000000     MOVE 1 TO WK-FOUND-SW .
000000     IF NOT(PAYST-UNPAID OR PAYST-XFERPEND)GO TO CX00076.
000000     MOVE 1 TO WK-OUTST-SW .
000000 CX00075. EXIT.
      *
      *    MACCHK-RTN  -  WK-FOUND-SW 1 when the card's machine
      *    already holds a live code on the registry
000000 MACCHK-RTN .
           MOVE "MACCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE LOW-VALUES TO CDR-CODE .
000000     START VICODREG KEY >= CDR-CODE
000000             INVALID GO TO CX00080 .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICODREG NEXT AT END GO TO CX00080.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN980-15 VICODREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(CDR-LIVE AND CDR-GMTYPE = CDC-GMTYPE-N AND
000000            CDR-BLOCK = CDC-BLOCK-N AND CDR-KAI = CDC-KAI-N)
000000         GO TO CX00081.
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00080. EXIT.
      *
      *    AUDSET-RTN  -  the registry row as it stands onto the
      *    audit line
000000 AUDSET-RTN .
           MOVE "AUDSET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CDR-GMTYPE TO EXCDA-GMTYPE
000000     MOVE CDR-BLOCK TO EXCDA-BLOCK
000000     MOVE CDR-KAI TO EXCDA-KAI
000000     MOVE CDR-ISSUEDT TO EXCDA-ISSUEDT
000000     MOVE CDR-RETIREDT TO EXCDA-RETIREDT .
000000 CX00082. EXIT.
      *
      *    AUD-RTN  -  one EXCDRAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXCDA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHUN980-16 EXCDRAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00077. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN980" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN980" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN980" TO PRM-PROGID
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
000000         DISPLAY "HBHUN980-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
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
000000     MOVE "HBHUN980" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN980-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN980" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN980-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
