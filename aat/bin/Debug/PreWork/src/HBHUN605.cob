000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN605 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261001追加開始
      *    hall master maintenance: the installation settles more
      *    than one hall, each in its own pass of the night's
      *    chain.  HALCARD cards keep the VIHALLMS hall master
      *    (CFHALLM) - H cards: the hall's name, whether it is
      *    settled, its place in the chain and the slot of its own
      *    VRUNYKAN run-control entry, no two halls on one slot -
      *    and the VIHALLAS assignments (CFHALAS) of sales floors
      *    (F cards) and machines (M cards) to their hall.  The
      *    run-control repair class (U) on VIOPRMST is required,
      *    since a hall's slot decides which run-control entry its
      *    settlement posts against; every card is audited to
      *    EXHALAUD and the master in force is listed on EXHALLST
000000     SELECT  HALCARD
000000                  ASSIGN             HALCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIHALLMS
000000             ASSIGN            VIHALLMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HALL-CD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIHALLAS
000000             ASSIGN            VIHALLAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY HAS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXHALAUD
000000             ASSIGN               EXHALAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXHALLST
000000             ASSIGN               EXHALLST-MSD
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
      *20261001追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  HALCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "HALCARD".
       01  HLC-REC.
           05  HLC-TYPE                    PIC X(01).
               88  HLC-HALL                 VALUE "H".
               88  HLC-FLOOR                VALUE "F".
               88  HLC-MACHINE              VALUE "M".
           05  HLC-ACTION                  PIC X(01).
               88  HLC-ADD                  VALUE "A".
               88  HLC-CHANGE               VALUE "C".
               88  HLC-DELETE               VALUE "X".
           05  HLC-HALLCD                  PIC X(02).
           05  HLC-NAME                    PIC X(20).
           05  HLC-ACTIVE                  PIC X(01).
           05  HLC-SEQ                     PIC X(02).
           05  HLC-SEQ-N REDEFINES HLC-SEQ PIC 9(02).
           05  HLC-SLOT                    PIC X(08).
           05  HLC-SLOT-N REDEFINES HLC-SLOT
                                           PIC 9(08).
      *    F and M cards: the floor code or the machine's daily
      *    sales key item
           05  HLC-CODE                    PIC X(22).
           05  HLC-OPID                    PIC X(08).
000000 FD  VIHALLMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLMS".
       01  HALL-REC.
           COPY CFHALLM .
000000 FD  VIHALLAS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLAS".
       01  HAS-REC.
           COPY CFHALAS .
000000 FD  EXHALAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXHALAUD".
       01  EXHLA-REC.
           05  EXHLA-RUNDATE               PIC 9(08).
           05  EXHLA-RUNTIME               PIC 9(06).
           05  EXHLA-OPID                  PIC X(08).
           05  EXHLA-TYPE                  PIC X(01).
           05  EXHLA-ACTION                PIC X(01).
           05  EXHLA-HALLCD                PIC X(02).
           05  EXHLA-NAME                  PIC X(20).
           05  EXHLA-ACTIVE                PIC X(01).
           05  EXHLA-SEQ                   PIC X(02).
           05  EXHLA-SLOT                  PIC X(08).
           05  EXHLA-CODE                  PIC X(22).
           05  EXHLA-RESULT                PIC X(01).
               88  EXHLA-APPLIED            VALUE "0".
               88  EXHLA-EXISTS             VALUE "1".
               88  EXHLA-INVALID            VALUE "2".
               88  EXHLA-UNAUTHORIZED       VALUE "3".
               88  EXHLA-NOTFOUND           VALUE "4".
               88  EXHLA-SLOTINUSE          VALUE "5".
               88  EXHLA-NOHALL             VALUE "6".
000000 FD  EXHALLST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXHALLST".
       01  EXHLL-REC.
           05  EXHLL-BUSDT                 PIC 9(08).
      *    H a hall, F or M one of its floors or machines
           05  EXHLL-TYPE                  PIC X(01).
           05  EXHLL-HALLCD                PIC X(02).
           05  EXHLL-NAME                  PIC X(20).
           05  EXHLL-ACTIVE                PIC X(01).
           05  EXHLL-SEQ                   PIC 9(02).
           05  EXHLL-SLOT                  PIC 9(08).
           05  EXHLL-CODE                  PIC X(22).
           05  EXHLL-OPID                  PIC X(08).
           05  EXHLL-ENTDATE               PIC 9(08).
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
000000   03  WK-CARD-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-HALL-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ASG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  SW-SLOTUSED                 PIC 9(01).
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
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     OPEN I-O VIHALLMS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIHALLMS
000000         CLOSE VIHALLMS
000000         OPEN I-O VIHALLMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN605-01 VIHALLMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIHALLAS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIHALLAS
000000         CLOSE VIHALLAS
000000         OPEN I-O VIHALLAS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN605-02 VIHALLAS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXHALAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN605-03 EXHALAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXHALLST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN605-04 EXHALLST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN605-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN605-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the hall cards, when the step has a deck
000000 P000-RTN .
000000     OPEN INPUT HALCARD .
000000     IF NOT(FL-STS1 = "00") GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ HALCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN605-06 HALCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
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
000000     CLOSE HALCARD .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the halls in force in hall order, then
      *    every floor and machine assignment
000000 P100-RTN .
000000     MOVE LOW-VALUES TO HALL-CD .
000000     START VIHALLMS KEY >= HALL-CD
000000             INVALID GO TO CX00015 .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHALLMS NEXT AT END GO TO CX00015.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN605-07 VIHALLMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE EXHLL-REC
000000     MOVE WK-BUSDT TO EXHLL-BUSDT
000000     MOVE "H" TO EXHLL-TYPE
000000     MOVE HALL-CD TO EXHLL-HALLCD
000000     MOVE HALL-NAME TO EXHLL-NAME
000000     MOVE HALL-ACTIVE TO EXHLL-ACTIVE
000000     MOVE HALL-SEQ TO EXHLL-SEQ
000000     MOVE HALL-UNKSLOT TO EXHLL-SLOT
000000     MOVE HALL-OPID TO EXHLL-OPID
000000     MOVE HALL-ENTDATE TO EXHLL-ENTDATE
000000     WRITE EXHLL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN605-08 EXHALLST WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-HALL-CNT
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO HAS-KEY .
000000     START VIHALLAS KEY >= HAS-KEY
000000             INVALID GO TO CX00005 .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHALLAS NEXT AT END GO TO CX00005.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN605-09 VIHALLAS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     INITIALIZE EXHLL-REC
000000     MOVE WK-BUSDT TO EXHLL-BUSDT
000000     MOVE HAS-KIND TO EXHLL-TYPE
000000     MOVE HAS-HALLCD TO EXHLL-HALLCD
000000     MOVE HAS-CODE TO EXHLL-CODE
000000     MOVE HAS-OPID TO EXHLL-OPID
000000     MOVE HAS-ENTDATE TO EXHLL-ENTDATE
000000     WRITE EXHLL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00019.
000000         DISPLAY "HBHUN605-10 EXHALLST WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ASG-CNT
000000     GO TO CX00018.
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN605-90 CARDS=" WK-CARD-CNT
000000             " IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " HALLS=" WK-HALL-CNT
000000             " ASSIGNED=" WK-ASG-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN605-11 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIHALLMS  VIHALLAS  EXHALAUD  EXHALLST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN605-12 VIHALLMS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
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
      *    then the card is validated and goes to the hall master
      *    or the assignments
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CARD-CNT
000000     INITIALIZE EXHLA-REC
000000     ACCEPT EXHLA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXHLA-RUNTIME FROM TIME
000000     MOVE HLC-OPID TO EXHLA-OPID
000000     MOVE HLC-TYPE TO EXHLA-TYPE
000000     MOVE HLC-ACTION TO EXHLA-ACTION
000000     MOVE HLC-HALLCD TO EXHLA-HALLCD
000000     MOVE HLC-NAME TO EXHLA-NAME
000000     MOVE HLC-ACTIVE TO EXHLA-ACTIVE
000000     MOVE HLC-SEQ TO EXHLA-SEQ
000000     MOVE HLC-SLOT TO EXHLA-SLOT
000000     MOVE HLC-CODE TO EXHLA-CODE
000000     MOVE HLC-OPID TO WK-CHK-OPID
000000     MOVE "U" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT(HLC-HALL OR HLC-FLOOR OR HLC-MACHINE) OR
000000        NOT(HLC-ADD OR HLC-CHANGE OR HLC-DELETE)
000000         MOVE "2" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF (HLC-HALL OR NOT HLC-DELETE) AND HLC-HALLCD = SPACE
000000         MOVE "2" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT HLC-HALL AND HLC-CODE = SPACE
000000         MOVE "2" TO EXHLA-RESULT
000000         GO TO CX00021.
      *    a hall kept must say whether it is settled, where in
      *    the chain and on which run-control slot
000000     IF HLC-HALL AND NOT HLC-DELETE AND
000000        (NOT(HLC-ACTIVE = "0" OR "1") OR
000000         HLC-SEQ NOT NUMERIC OR
000000         HLC-SLOT NOT NUMERIC)
000000         MOVE "2" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF HLC-HALL AND NOT HLC-DELETE AND HLC-SLOT-N = ZERO
000000         MOVE "2" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT HLC-HALL GO TO CX00022.
000000     IF HLC-DELETE GO TO CX00023.
000000     PERFORM SLOTCHK-RTN THRU CX00035 .
000000     IF SW-SLOTUSED = 1
000000         MOVE "5" TO EXHLA-RESULT
000000         GO TO CX00021.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HLC-HALLCD TO HALL-CD
000000     READ VIHALLMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00024.
000000     GO TO CX00025.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN605-13 VIHALLMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HLC-ADD AND FL-STS1 NOT = "23"
000000         MOVE "1" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT HLC-ADD AND FL-STS1 = "23"
000000         MOVE "4" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT HLC-DELETE GO TO CX00026.
000000     DELETE VIHALLMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN605-14 VIHALLMS DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HLC-ADD
000000         INITIALIZE HALL-REC
000000         MOVE HLC-HALLCD TO HALL-CD
000000         MOVE WK-BUSDT TO HALL-ENTDATE .
000000     MOVE HLC-NAME TO HALL-NAME
000000     MOVE HLC-ACTIVE TO HALL-ACTIVE
000000     MOVE HLC-SEQ-N TO HALL-SEQ
000000     MOVE HLC-SLOT-N TO HALL-UNKSLOT
000000     MOVE HLC-OPID TO HALL-OPID .
000000     IF HLC-ADD
000000         WRITE HALL-REC INVALID CONTINUE
000000     ELSE
000000         MOVE WK-BUSDT TO HALL-CHGDATE
000000         REWRITE HALL-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN605-15 VIHALLMS UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
      *    a floor or machine can only be put in a hall the
      *    master knows
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HLC-DELETE GO TO CX00027.
000000     MOVE HLC-HALLCD TO HALL-CD
000000     READ VIHALLMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "6" TO EXHLA-RESULT
000000         GO TO CX00021.
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HLC-TYPE TO HAS-KIND
000000     MOVE HLC-CODE TO HAS-CODE
000000     READ VIHALLAS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00028.
000000     GO TO CX00032.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN605-16 VIHALLAS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HLC-ADD AND FL-STS1 NOT = "23"
000000         MOVE "1" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT HLC-ADD AND FL-STS1 = "23"
000000         MOVE "4" TO EXHLA-RESULT
000000         GO TO CX00021.
000000     IF NOT HLC-DELETE GO TO CX00033.
000000     DELETE VIHALLAS INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHUN605-17 VIHALLAS DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HLC-ADD
000000         INITIALIZE HAS-REC
000000         MOVE HLC-TYPE TO HAS-KIND
000000         MOVE HLC-CODE TO HAS-CODE
000000         MOVE WK-BUSDT TO HAS-ENTDATE .
000000     MOVE HLC-HALLCD TO HAS-HALLCD
000000     MOVE HLC-OPID TO HAS-OPID .
000000     IF HLC-ADD
000000         WRITE HAS-REC INVALID CONTINUE
000000     ELSE
000000         REWRITE HAS-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00070.
000000         DISPLAY "HBHUN605-18 VIHALLAS UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXHLA-RESULT
000000     PERFORM AUD-RTN THRU CX00030 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00030 .
000000 CX00020. EXIT.
      *
      *    SLOTCHK-RTN  -  no other hall may already hold the
      *    card's run-control slot
000000 SLOTCHK-RTN .
           MOVE "SLOTCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-SLOTUSED
000000     MOVE LOW-VALUES TO HALL-CD .
000000     START VIHALLMS KEY >= HALL-CD
000000             INVALID GO TO CX00035 .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIHALLMS NEXT AT END GO TO CX00035.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN605-19 VIHALLMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF HALL-CD NOT = HLC-HALLCD AND
000000        HALL-UNKSLOT = HLC-SLOT-N
000000         MOVE 1 TO SW-SLOTUSED
000000         GO TO CX00035.
000000     GO TO CX00036.
000000 CX00035. EXIT.
      *
      *    AUD-RTN  -  one EXHALAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXHLA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN605-20 EXHALAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN605" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN605" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN605" TO PRM-PROGID
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
000000         DISPLAY "HBHUN605-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
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
000000     MOVE "HBHUN605" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN605-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN605" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN605-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
