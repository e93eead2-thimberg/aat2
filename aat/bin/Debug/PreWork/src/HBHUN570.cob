000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN570 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261005追加開始
      *    legal-hold maintenance: a matter that needs records kept
      *    (litigation, a regulator's inquiry, a police request)
      *    places a hold on VILGHOLD with one LGHCARD per action -
      *    P places a hold on a file identification over a key
      *    range or a business-date range, with the matter
      *    reference; R signs its release.  The keying operator
      *    must carry the legal-hold class (1) on the operator
      *    master, and is recorded on the hold as the authorising
      *    operator.  A release needs two signatures: the first R
      *    card leaves the hold in force as release-requested, and
      *    only a second R card from a different operator, checked
      *    on the operator master in its own right, takes it off.
      *    Every card is audited to EXLGHAUD with the status before
      *    and after whatever the outcome, and the holds still in
      *    force list to EXLGHRPT after the cards - see CFLGHLD
000000     SELECT  LGHCARD
000000                  ASSIGN             LGHCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VILGHOLD
000000             ASSIGN            VILGHOLD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY LGH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXLGHAUD
000000             ASSIGN               EXLGHAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXLGHRPT
000000             ASSIGN               EXLGHRPT-MSD
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
      *20261005追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  LGHCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "LGHCARD".
       01  LGHC-REC.
           05  LGHC-ACTION                 PIC X(01).
               88  LGHC-PLACE               VALUE "P".
               88  LGHC-RELEASE             VALUE "R".
           05  LGHC-FILEID                 PIC X(12).
           05  LGHC-HOLDID                 PIC X(08).
           05  LGHC-KIND                   PIC X(01).
               88  LGHC-BY-KEY              VALUE "K".
               88  LGHC-BY-DATE             VALUE "D".
           05  LGHC-KEYFROM                PIC X(30).
           05  LGHC-KEYTO                  PIC X(30).
           05  LGHC-DATEFROM               PIC X(08).
           05  LGHC-DATEFROM-N REDEFINES LGHC-DATEFROM
                                           PIC 9(08).
           05  LGHC-DATETO                 PIC X(08).
           05  LGHC-DATETO-N REDEFINES LGHC-DATETO
                                           PIC 9(08).
           05  LGHC-MATTER                 PIC X(20).
           05  LGHC-OPID                   PIC X(08).
000000 FD  VILGHOLD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILGHOLD".
       01  LGH-REC.
           COPY CFLGHLD .
000000 FD  EXLGHAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXLGHAUD".
       01  EXLGA-REC.
           05  EXLGA-RUNDATE               PIC 9(08).
           05  EXLGA-RUNTIME               PIC 9(06).
           05  EXLGA-OPID                  PIC X(08).
           05  EXLGA-ACTION                PIC X(01).
           05  EXLGA-FILEID                PIC X(12).
           05  EXLGA-HOLDID                PIC X(08).
           05  EXLGA-KIND                  PIC X(01).
           05  EXLGA-KEYFROM               PIC X(30).
           05  EXLGA-KEYTO                 PIC X(30).
           05  EXLGA-DATEFROM              PIC X(08).
           05  EXLGA-DATETO                PIC X(08).
           05  EXLGA-MATTER                PIC X(20).
           05  EXLGA-BEF-STATUS            PIC X(01).
           05  EXLGA-AFT-STATUS            PIC X(01).
           05  EXLGA-RESULT                PIC X(01).
               88  EXLGA-APPLIED            VALUE "0".
               88  EXLGA-NOHOLD             VALUE "1".
               88  EXLGA-INVALID            VALUE "2".
               88  EXLGA-UNAUTHORIZED       VALUE "3".
               88  EXLGA-ALREADY            VALUE "4".
               88  EXLGA-RELPENDING         VALUE "5".
               88  EXLGA-SAMEOPERATOR       VALUE "6".
000000 FD  EXLGHRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXLGHRPT".
       01  EXLGR-REC.
           05  EXLGR-FILEID                PIC X(12).
           05  EXLGR-HOLDID                PIC X(08).
           05  EXLGR-KIND                  PIC X(01).
           05  EXLGR-KEYFROM               PIC X(30).
           05  EXLGR-KEYTO                 PIC X(30).
           05  EXLGR-DATEFROM              PIC 9(08).
           05  EXLGR-DATETO                PIC 9(08).
           05  EXLGR-MATTER                PIC X(20).
           05  EXLGR-AUTHOPID              PIC X(08).
           05  EXLGR-PLACEDDATE            PIC 9(08).
           05  EXLGR-STATUS                PIC X(01).
           05  EXLGR-RELOPID1              PIC X(08).
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  SW-LGH                      PIC 9(01).
000000   03  SW-CARDOK                   PIC 9(01).
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-PEND-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-INFORCE-CNT              PIC 9(07) VALUE ZERO.
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
000000       OPEN  INPUT  LGHCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN570-01 LGHCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VILGHOLD .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VILGHOLD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN570-02 VILGHOLD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXLGHAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN570-03 EXLGHAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXLGHRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN570-04 EXLGHRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN570-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN570-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the legal-hold cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ LGHCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM APPLY-RTN THRU CX00030 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN570-06 LGHCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the holds still in force after the cards
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO LGH-KEY .
000000     START VILGHOLD KEY >= LGH-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VILGHOLD NEXT AT END GO TO CX00015.
000000     IF NOT(LGH-IN-FORCE)GO TO CX00016.
000000     MOVE LGH-FILEID TO EXLGR-FILEID
000000     MOVE LGH-HOLDID TO EXLGR-HOLDID
000000     MOVE LGH-KIND TO EXLGR-KIND
000000     MOVE LGH-KEYFROM TO EXLGR-KEYFROM
000000     MOVE LGH-KEYTO TO EXLGR-KEYTO
000000     MOVE LGH-DATEFROM TO EXLGR-DATEFROM
000000     MOVE LGH-DATETO TO EXLGR-DATETO
000000     MOVE LGH-MATTER TO EXLGR-MATTER
000000     MOVE LGH-AUTHOPID TO EXLGR-AUTHOPID
000000     MOVE LGH-PLACEDDATE TO EXLGR-PLACEDDATE
000000     MOVE LGH-STATUS TO EXLGR-STATUS
000000     MOVE LGH-RELOPID1 TO EXLGR-RELOPID1
000000     ADD 1 TO WK-INFORCE-CNT
000000     WRITE EXLGR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN570-07 EXLGHRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN570-90 APPLIED=" WK-APPLY-CNT
000000             " RELPENDING=" WK-PEND-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " INFORCE=" WK-INFORCE-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN570-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  LGHCARD  VILGHOLD  EXLGHAUD  EXLGHRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN570-09 EXLGHRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
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
      *    APPLY-RTN  -  one card: the operator is checked and the
      *    card validated, then a placement writes or re-arms the
      *    hold and a release signs it - first signature to
      *    release-requested, a different second signature to
      *    released; every card leaves its audit row whatever the
      *    outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXLGA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXLGA-RUNTIME FROM TIME
000000     MOVE LGHC-OPID TO EXLGA-OPID
000000     MOVE LGHC-ACTION TO EXLGA-ACTION
000000     MOVE LGHC-FILEID TO EXLGA-FILEID
000000     MOVE LGHC-HOLDID TO EXLGA-HOLDID
000000     MOVE LGHC-KIND TO EXLGA-KIND
000000     MOVE LGHC-KEYFROM TO EXLGA-KEYFROM
000000     MOVE LGHC-KEYTO TO EXLGA-KEYTO
000000     MOVE LGHC-DATEFROM TO EXLGA-DATEFROM
000000     MOVE LGHC-DATETO TO EXLGA-DATETO
000000     MOVE LGHC-MATTER TO EXLGA-MATTER
000000     MOVE SPACE TO EXLGA-BEF-STATUS
000000     MOVE SPACE TO EXLGA-AFT-STATUS
000000     MOVE LGHC-OPID TO WK-CHK-OPID
000000     MOVE "1" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXLGA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     PERFORM EDIT-RTN THRU CX00045 .
000000     IF NOT(SW-CARDOK = 1)
000000         MOVE "2" TO EXLGA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE LGHC-FILEID TO LGH-FILEID
000000     MOVE LGHC-HOLDID TO LGH-HOLDID
000000     READ VILGHOLD INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN570-10 VILGHOLD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-LGH .
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO SW-LGH
000000     ELSE
000000         MOVE LGH-STATUS TO EXLGA-BEF-STATUS
000000         MOVE LGH-STATUS TO EXLGA-AFT-STATUS .
000000     IF LGHC-RELEASE GO TO CX00034.
      *    placement: a hold already in force stays as it is; a
      *    released one is re-armed over its old row
000000     IF SW-LGH = 1 AND LGH-IN-FORCE
000000         MOVE "4" TO EXLGA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE SPACE TO LGH-REC
000000     MOVE LGHC-FILEID TO LGH-FILEID
000000     MOVE LGHC-HOLDID TO LGH-HOLDID
000000     MOVE LGHC-KIND TO LGH-KIND
000000     MOVE ZERO TO LGH-DATEFROM
000000     MOVE ZERO TO LGH-DATETO .
000000     IF LGHC-BY-KEY
000000         MOVE LGHC-KEYFROM TO LGH-KEYFROM
000000         MOVE LGHC-KEYTO TO LGH-KEYTO
000000     ELSE
000000         MOVE LGHC-DATEFROM-N TO LGH-DATEFROM
000000         MOVE LGHC-DATETO-N TO LGH-DATETO .
000000     MOVE LGHC-MATTER TO LGH-MATTER
000000     MOVE LGHC-OPID TO LGH-AUTHOPID
000000     MOVE WK-BUSDT TO LGH-PLACEDDATE
000000     MOVE "1" TO LGH-STATUS
000000     MOVE SPACE TO LGH-RELOPID1
000000     MOVE SPACE TO LGH-RELOPID2
000000     MOVE ZERO TO LGH-RELDATE .
000000     IF SW-LGH = 1 GO TO CX00033.
000000     WRITE LGH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHUN570-11 VILGHOLD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00036.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     REWRITE LGH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHUN570-12 VILGHOLD REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00036.
      *    release: the first signature marks the request, the
      *    second must come from a different operator
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-LGH = 0 OR NOT LGH-IN-FORCE
000000         MOVE "1" TO EXLGA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF NOT(LGH-ACTIVE)GO TO CX00038.
000000     MOVE "2" TO LGH-STATUS
000000     MOVE LGHC-OPID TO LGH-RELOPID1
000000     REWRITE LGH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHUN570-12 VILGHOLD REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LGH-STATUS TO EXLGA-AFT-STATUS
000000     MOVE "5" TO EXLGA-RESULT
000000     ADD 1 TO WK-PEND-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000     GO TO CX00030.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF LGHC-OPID = LGH-RELOPID1
000000         MOVE "6" TO EXLGA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE "3" TO LGH-STATUS
000000     MOVE LGHC-OPID TO LGH-RELOPID2
000000     MOVE WK-BUSDT TO LGH-RELDATE
000000     REWRITE LGH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN570-12 VILGHOLD REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LGH-STATUS TO EXLGA-AFT-STATUS
000000     MOVE "0" TO EXLGA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    AUD-RTN  -  one EXLGHAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXLGA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN570-13 EXLGHAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    EDIT-RTN  -  a release names only the hold; a placement
      *    must name its matter and one well-formed range, low end
      *    first
000000 EDIT-RTN .
           MOVE "EDIT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-CARDOK .
000000     IF NOT(LGHC-PLACE OR LGHC-RELEASE) OR
000000        LGHC-FILEID = SPACE OR
000000        LGHC-HOLDID = SPACE
000000         GO TO CX00045.
000000     IF LGHC-RELEASE
000000         MOVE 1 TO SW-CARDOK
000000         GO TO CX00045.
000000     IF LGHC-MATTER = SPACE GO TO CX00045.
000000     IF NOT(LGHC-BY-KEY)GO TO CX00046.
000000     IF LGHC-KEYFROM = SPACE OR
000000        LGHC-KEYTO = SPACE OR
000000        LGHC-KEYFROM > LGHC-KEYTO
000000         GO TO CX00045.
000000     MOVE 1 TO SW-CARDOK .
000000     GO TO CX00045.
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(LGHC-BY-DATE)GO TO CX00045.
000000     IF LGHC-DATEFROM NOT NUMERIC OR
000000        LGHC-DATETO NOT NUMERIC
000000         GO TO CX00045.
000000     IF LGHC-DATEFROM-N > LGHC-DATETO-N GO TO CX00045.
000000     MOVE 1 TO SW-CARDOK .
000000 CX00045. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN570" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN570" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN570" TO PRM-PROGID
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
000000         DISPLAY "HBHUN570-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
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
000000     MOVE "HBHUN570" TO JOBLG-PROGID
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
000000     MOVE WK-APPLY-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN570-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN570" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN570-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
