000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN965 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260919追加開始
      *    machine type-certification maintenance: when a model's
      *    certification ran out was known only from the paper
      *    certificates, and an expired machine left on the floor
      *    is a licensing violation.  CRTCARD cards keep two
      *    files.  A C card files, renews (C) or removes (X) the
      *    certification of a game type and model on VICERTMS
      *    (CFCERTM); a model still carrying machines cannot be
      *    removed.  An M card ties an installed machine - its
      *    daily sales key item - to the VIGAME game type, block
      *    and machine number it stands under and to its certified
      *    model on VICRTMAC (CFCRTMC), moves it to another (C) or
      *    unties it when it leaves the hall (X).  The operator is
      *    checked on VIOPRMST for the certification class (Q) and
      *    every card is audited to EXCRTAUD
000000     SELECT  CRTCARD
000000                  ASSIGN             CRTCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VICERTMS
000000             ASSIGN            VICERTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CRT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICRTMAC
000000             ASSIGN            VICRTMAC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CRM-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGAME
000000             ASSIGN            VIGAME-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     RANDOM
000000             RECORD   KEY      GAM-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VIGMTYPE
000000             ASSIGN               VIGMTYPE-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           GMTYPE-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCRTAUD
000000             ASSIGN               EXCRTAUD-MSD
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
      *20260919追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CRTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "CRTCARD".
       01  CRC-REC.
           05  CRC-KIND                    PIC X(01).
               88  CRC-CERTCARD             VALUE "C".
               88  CRC-MACHINECARD          VALUE "M".
           05  CRC-ACTION                  PIC X(01).
               88  CRC-ADD                  VALUE "A".
               88  CRC-CHANGE               VALUE "C".
               88  CRC-CANCEL               VALUE "X".
           05  CRC-GMTYPE                  PIC X(02).
           05  CRC-GMTYPE-N REDEFINES CRC-GMTYPE
                                           PIC 9(02).
           05  CRC-MODEL                   PIC X(10).
      *    C card: A every field; C the name, number and dates -
      *    a blank field stays as it is
           05  CRC-CERT-BODY.
               07  CRC-MODELNM             PIC X(30).
               07  CRC-CERTNO              PIC X(16).
               07  CRC-CERTDT              PIC X(08).
               07  CRC-EXPDT               PIC X(08).
      *    M card: the machine, and for A and C the VIGAME block
      *    and machine number with the game type and model above
           05  CRC-MAC-BODY REDEFINES CRC-CERT-BODY.
               07  CRC-MACHINE             PIC X(22).
               07  CRC-BLOCK               PIC X(04).
               07  CRC-BLOCK-N REDEFINES CRC-BLOCK
                                           PIC 9(04).
               07  CRC-KAI                 PIC X(04).
               07  CRC-KAI-N REDEFINES CRC-KAI
                                           PIC 9(04).
               07  FILLER                  PIC X(32).
           05  CRC-OPID                    PIC X(08).
000000 FD  VICERTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICERTMS".
       01  CRT-REC.
           COPY CFCERTM .
000000 FD  VICRTMAC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICRTMAC".
       01  CRM-REC.
           COPY CFCRTMC .
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
000000 FD  VIGMTYPE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  GMTYPE-REC.
           05  GMTYPE-KEY              PIC 9(02).
           05  GMTYPE-GRPA             PIC 9(01).
           05  GMTYPE-GRPB             PIC 9(01).
000000 FD  EXCRTAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCRTAUD".
       01  EXCRA-REC.
           05  EXCRA-RUNDATE               PIC 9(08).
           05  EXCRA-RUNTIME               PIC 9(06).
           05  EXCRA-OPID                  PIC X(08).
           05  EXCRA-KIND                  PIC X(01).
           05  EXCRA-ACTION                PIC X(01).
           05  EXCRA-GMTYPE                PIC X(02).
           05  EXCRA-MODEL                 PIC X(10).
           05  EXCRA-MACHINE               PIC X(22).
      *    C card: the certification as it stands after the card
           05  EXCRA-CERTNO                PIC X(16).
           05  EXCRA-CERTDT                PIC X(08).
           05  EXCRA-EXPDT                 PIC X(08).
      *    M card: the VIGAME place as it stands after the card
           05  EXCRA-BLOCK                 PIC X(04).
           05  EXCRA-KAI                   PIC X(04).
           05  EXCRA-RESULT                PIC X(01).
               88  EXCRA-APPLIED            VALUE "0".
               88  EXCRA-EXISTS             VALUE "1".
               88  EXCRA-INVALID            VALUE "2".
               88  EXCRA-UNAUTHORIZED       VALUE "3".
               88  EXCRA-NOTFOUND           VALUE "4".
               88  EXCRA-INUSE              VALUE "5".
               88  EXCRA-NOTONMASTER        VALUE "6".
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-CRT-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-MAC-CNT                  PIC 9(05) VALUE ZERO.
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
000000       OPEN  INPUT  CRTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN965-01 CRTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICERTMS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICERTMS
000000         CLOSE VICERTMS
000000         OPEN I-O VICERTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN965-02 VICERTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICRTMAC .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICRTMAC
000000         CLOSE VICRTMAC
000000         OPEN I-O VICRTMAC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN965-03 VICRTMAC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN965-04 VIGAME OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGMTYPE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN965-05 VIGMTYPE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCRTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN965-06 EXCRTAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN965-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN965-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the certification cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ CRTCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN965-08 CRTCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
000000     DISPLAY "HBHUN965-90 CERTIFICATION CARDS=" WK-CRT-CNT
000000             " MACHINE CARDS=" WK-MAC-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN965-93 CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN965-09 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  CRTCARD  VICERTMS  VICRTMAC  VIGAME  VIGMTYPE
000000              EXCRTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN965-10 VICERTMS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
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
      *    then a C card works on the certification and an M card
      *    on the machine
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCRA-REC
000000     ACCEPT EXCRA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXCRA-RUNTIME FROM TIME
000000     MOVE CRC-OPID TO EXCRA-OPID
000000     MOVE CRC-KIND TO EXCRA-KIND
000000     MOVE CRC-ACTION TO EXCRA-ACTION
000000     MOVE CRC-GMTYPE TO EXCRA-GMTYPE
000000     MOVE CRC-MODEL TO EXCRA-MODEL
000000     MOVE CRC-OPID TO WK-CHK-OPID
000000     MOVE "Q" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF NOT(CRC-CERTCARD OR CRC-MACHINECARD) OR
000000        NOT(CRC-ADD OR CRC-CHANGE OR CRC-CANCEL)
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF CRC-MACHINECARD GO TO CX00030.
000000     MOVE CRC-CERTNO TO EXCRA-CERTNO
000000     MOVE CRC-CERTDT TO EXCRA-CERTDT
000000     MOVE CRC-EXPDT TO EXCRA-EXPDT .
000000     IF CRC-GMTYPE NOT NUMERIC OR CRC-MODEL = SPACE
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     MOVE CRC-GMTYPE-N TO CRT-GMTYPE
000000     MOVE CRC-MODEL TO CRT-MODEL
000000     READ VICERTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN965-11 VICERTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CRC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF CRC-CHANGE GO TO CX00025.
      *    X: only a model no machine is tied to any more
000000     PERFORM INUSE-RTN THRU CX00075 .
000000     IF WK-FOUND-SW = 1
000000         MOVE "5" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     DELETE VICERTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN965-12 VICERTMS DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CRT-CNT
000000     GO TO CX00029.
      *    C: a renewal - at least one field given, the dates
      *    numeric, and the certification still consistent once
      *    they are applied
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF (CRC-MODELNM = SPACE AND CRC-CERTNO = SPACE AND
000000         CRC-CERTDT = SPACE AND CRC-EXPDT = SPACE) OR
000000        (CRC-CERTDT NOT = SPACE AND CRC-CERTDT NOT NUMERIC) OR
000000        (CRC-EXPDT NOT = SPACE AND CRC-EXPDT NOT NUMERIC)
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF CRC-MODELNM NOT = SPACE
000000         MOVE CRC-MODELNM TO CRT-MODELNM .
000000     IF CRC-CERTNO NOT = SPACE
000000         MOVE CRC-CERTNO TO CRT-CERTNO .
000000     IF CRC-CERTDT NOT = SPACE
000000         MOVE CRC-CERTDT TO CRT-CERTDT .
000000     IF CRC-EXPDT NOT = SPACE
000000         MOVE CRC-EXPDT TO CRT-EXPDT .
000000     PERFORM VAL-RTN THRU CX00070 .
000000     IF SW-VALID = 0
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     MOVE CRC-OPID TO CRT-OPID
000000     MOVE WK-BUSDT TO CRT-CHGDATE
000000     REWRITE CRT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN965-13 VICERTMS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CRT-CNT
000000     GO TO CX00028.
      *    A: a new certification for a game type the hall has
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF CRC-MODELNM = SPACE OR CRC-CERTNO = SPACE OR
000000        CRC-CERTDT NOT NUMERIC OR CRC-EXPDT NOT NUMERIC
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     PERFORM GMTCHK-RTN THRU CX00080 .
000000     IF WK-FOUND-SW = 0
000000         MOVE "6" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE CRT-REC
000000     MOVE CRC-GMTYPE-N TO CRT-GMTYPE
000000     MOVE CRC-MODEL TO CRT-MODEL
000000     MOVE CRC-MODELNM TO CRT-MODELNM
000000     MOVE CRC-CERTNO TO CRT-CERTNO
000000     MOVE CRC-CERTDT TO CRT-CERTDT
000000     MOVE CRC-EXPDT TO CRT-EXPDT .
000000     PERFORM VAL-RTN THRU CX00070 .
000000     IF SW-VALID = 0
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     MOVE CRC-OPID TO CRT-OPID
000000     MOVE WK-BUSDT TO CRT-ENTDATE
000000     MOVE ZERO TO CRT-CHGDATE
000000     WRITE CRT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN965-14 VICERTMS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CRT-CNT .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CRT-CERTNO TO EXCRA-CERTNO
000000     MOVE CRT-CERTDT TO EXCRA-CERTDT
000000     MOVE CRT-EXPDT TO EXCRA-EXPDT
000000     GO TO CX00029.
      *    M card: the machine must be named; A and C need the
      *    model certified and the place on VIGAME
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CRC-MACHINE TO EXCRA-MACHINE
000000     MOVE CRC-BLOCK TO EXCRA-BLOCK
000000     MOVE CRC-KAI TO EXCRA-KAI .
000000     IF CRC-MACHINE = SPACE
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     MOVE CRC-MACHINE TO CRM-MACHINE
000000     READ VICRTMAC INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN965-15 VICRTMAC READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CRC-ADD AND FL-STS1 NOT = "23"
000000         MOVE "1" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF NOT CRC-ADD AND FL-STS1 = "23"
000000         MOVE "4" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF NOT CRC-CANCEL GO TO CX00034.
000000     MOVE CRM-GMTYPE TO EXCRA-GMTYPE
000000     MOVE CRM-MODEL TO EXCRA-MODEL
000000     MOVE CRM-BLOCK TO EXCRA-BLOCK
000000     MOVE CRM-KAI TO EXCRA-KAI
000000     DELETE VICRTMAC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHUN965-16 VICRTMAC DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-MAC-CNT
000000     GO TO CX00029.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CRC-GMTYPE NOT NUMERIC OR CRC-MODEL = SPACE OR
000000        CRC-BLOCK NOT NUMERIC OR CRC-KAI NOT NUMERIC
000000         MOVE "2" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     MOVE CRC-GMTYPE-N TO CRT-GMTYPE
000000     MOVE CRC-MODEL TO CRT-MODEL
000000     READ VICERTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00036.
000000     GO TO CX00037.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN965-11 VICERTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     MOVE CRC-GMTYPE-N TO GAM-GMTYPE
000000     MOVE CRC-BLOCK-N TO GAM-BLOCK
000000     MOVE CRC-KAI-N TO GAM-KAI
000000     READ VIGAME INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00038.
000000     GO TO CX00039.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN965-17 VIGAME READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "6" TO EXCRA-RESULT
000000         GO TO CX00021.
000000     IF CRC-ADD
000000         INITIALIZE CRM-REC
000000         MOVE CRC-MACHINE TO CRM-MACHINE
000000         MOVE WK-BUSDT TO CRM-ENTDATE .
000000     MOVE CRC-GMTYPE-N TO CRM-GMTYPE
000000     MOVE CRC-BLOCK-N TO CRM-BLOCK
000000     MOVE CRC-KAI-N TO CRM-KAI
000000     MOVE CRC-MODEL TO CRM-MODEL
000000     MOVE CRC-OPID TO CRM-OPID .
000000     IF NOT CRC-ADD GO TO CX00040.
000000     WRITE CRM-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN965-18 VICRTMAC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-MAC-CNT
000000     GO TO CX00029.
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     REWRITE CRM-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN965-19 VICRTMAC REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-MAC-CNT .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXCRA-RESULT
000000     PERFORM AUD-RTN THRU CX00077 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    VAL-RTN  -  the certification as it will be filed: both
      *    dates real calendar dates, the expiry not before the
      *    date it was granted
000000 VAL-RTN .
           MOVE "VAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 0 TO SW-VALID .
000000     IF CRT-CERTDT (5:2) < "01" OR CRT-CERTDT (5:2) > "12" OR
000000        CRT-CERTDT (7:2) < "01" OR CRT-CERTDT (7:2) > "31" OR
000000        CRT-EXPDT (5:2) < "01" OR CRT-EXPDT (5:2) > "12" OR
000000        CRT-EXPDT (7:2) < "01" OR CRT-EXPDT (7:2) > "31" OR
000000        CRT-CERTDT > CRT-EXPDT
000000         GO TO CX00070.
000000     MOVE 1 TO SW-VALID .
000000 CX00070. EXIT.
      *
      *    INUSE-RTN  -  WK-FOUND-SW 1 when a machine on VICRTMAC is
      *    still tied to the card's game type and model
000000 INUSE-RTN .
           MOVE "INUSE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE LOW-VALUES TO CRM-MACHINE .
000000     START VICRTMAC KEY >= CRM-MACHINE
000000             INVALID GO TO CX00075 .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICRTMAC NEXT AT END GO TO CX00075.
000000     IF NOT(CRM-GMTYPE = CRT-GMTYPE AND CRM-MODEL = CRT-MODEL)
000000         GO TO CX00076.
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00075. EXIT.
      *
      *    GMTCHK-RTN  -  WK-FOUND-SW 1 when the card's game type is
      *    on VIGMTYPE
000000 GMTCHK-RTN .
           MOVE "GMTCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE CRC-GMTYPE-N TO GMTYPE-KEY
000000     READ VIGMTYPE INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00080.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN965-20 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00080. EXIT.
      *
      *    AUD-RTN  -  one EXCRTAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXCRA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHUN965-21 EXCRTAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
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
000000     MOVE "HBHUN965" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN965" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN965" TO PRM-PROGID
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
000000         DISPLAY "HBHUN965-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
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
000000     MOVE "HBHUN965" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN965-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN965" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN965-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
