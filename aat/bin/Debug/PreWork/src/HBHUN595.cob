000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN595 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261009追加開始
      *    morning-report sign-off: the alerts are acknowledged
      *    through HBHUN865, but nothing recorded that a supervisor
      *    had actually reviewed and accepted the morning pack.
      *    Each night the business date's reviews are listed on
      *    VISGNOFF from the standing list VISGNREQ - one record
      *    per report with the role that must sign it and whether
      *    the close waits for it - or, with no standing list, the
      *    morning pack itself: the morning report EXMORRPT, the
      *    cross-foot proof EXXFTRPT, the transaction and ticket
      *    balances EXTRNBAL and EXTKSBAL and the liability report
      *    EXLIARPT, each mandatory and signed by role SV.  One
      *    SGNCARD per action - S signs a review, with a
      *    qualification note if the reviewer accepts it with
      *    reservations; A adds a review to a date's list.  The
      *    operator must carry the sign-off class (3) on the
      *    operator master, and a signature must come from an
      *    operator holding the review's role.  Every card is
      *    audited to EXSGNAUD whatever the outcome; EXSGNRPT lists
      *    the date's reviews and any earlier one still unsigned.
      *    HBHUN740 refuses to close a date while a mandatory
      *    review on it is unsigned - see CFSGNOF
000000     SELECT  SGNCARD
000000                  ASSIGN             SGNCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VISGNREQ
000000             ASSIGN            VISGNREQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY SGNREQ-REPORTID
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VISGNOFF
000000             ASSIGN            VISGNOFF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY SGN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSGNAUD
000000             ASSIGN               EXSGNAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSGNRPT
000000             ASSIGN               EXSGNRPT-MSD
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
      *20261009追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SGNCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SGNCARD".
       01  SGNC-REC.
           05  SGNC-ACTION                 PIC X(01).
               88  SGNC-SIGN                VALUE "S".
               88  SGNC-ADD                 VALUE "A".
           05  SGNC-BUSDATE                PIC X(08).
           05  SGNC-BUSDATE-N REDEFINES SGNC-BUSDATE
                                           PIC 9(08).
           05  SGNC-REPORTID               PIC X(08).
      *    A only: the role that must sign and Y when the close
      *    waits for the review
           05  SGNC-ROLE                   PIC X(02).
           05  SGNC-MANDATORY              PIC X(01).
      *    S only: the reviewer's qualification, blank for a clean
      *    acceptance
           05  SGNC-NOTE                   PIC X(40).
           05  SGNC-OPID                   PIC X(08).
      *    the standing list of the reports reviewed every date
000000 FD  VISGNREQ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNREQ".
       01  SGNREQ-REC.
           05  SGNREQ-REPORTID             PIC X(08).
           05  SGNREQ-ROLE                 PIC X(02).
           05  SGNREQ-MANDATORY            PIC X(01).
000000 FD  VISGNOFF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNOFF".
       01  SGN-REC.
           COPY CFSGNOF .
000000 FD  EXSGNAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSGNAUD".
       01  EXSGA-REC.
           05  EXSGA-RUNDATE               PIC 9(08).
           05  EXSGA-RUNTIME               PIC 9(06).
           05  EXSGA-OPID                  PIC X(08).
           05  EXSGA-ACTION                PIC X(01).
           05  EXSGA-BUSDATE               PIC X(08).
           05  EXSGA-REPORTID              PIC X(08).
           05  EXSGA-ROLE                  PIC X(02).
           05  EXSGA-MANDATORY             PIC X(01).
           05  EXSGA-NOTE                  PIC X(40).
           05  EXSGA-BEF-STATUS            PIC X(01).
           05  EXSGA-AFT-STATUS            PIC X(01).
           05  EXSGA-RESULT                PIC X(01).
               88  EXSGA-APPLIED            VALUE "0".
               88  EXSGA-NOREVIEW           VALUE "1".
               88  EXSGA-INVALID            VALUE "2".
               88  EXSGA-UNAUTHORIZED       VALUE "3".
               88  EXSGA-ALREADY            VALUE "4".
               88  EXSGA-WRONGROLE          VALUE "5".
      *    the sign-off listing: the business date's reviews, then
      *    any earlier review still unsigned
000000 FD  EXSGNRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSGNRPT".
       01  EXSGR-REC.
           05  EXSGR-BUSDATE               PIC 9(08).
           05  EXSGR-REPORTID              PIC X(08).
           05  EXSGR-ROLE                  PIC X(02).
           05  EXSGR-MANDATORY             PIC X(01).
           05  EXSGR-STATUS                PIC X(01).
           05  EXSGR-REVOPID               PIC X(08).
           05  EXSGR-SIGNDATE              PIC 9(08).
           05  EXSGR-SIGNTIME              PIC 9(06).
           05  EXSGR-NOTE                  PIC X(40).
           05  EXSGR-ORIGIN                PIC X(01).
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
000000   03  SW-SGNCARD                  PIC 9(01) VALUE ZERO.
000000   03  SW-SGNREQ                   PIC 9(01) VALUE ZERO.
000000   03  SW-REQEND                   PIC 9(01).
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  SW-CARDOK                   PIC 9(01).
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-LISTED-CNT               PIC 9(05) VALUE ZERO.
000000   03  WK-OPEN-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-RPT-CNT                  PIC 9(07) VALUE ZERO.
      *    the review about to be listed onto the date
000000   03  WK-REPORTID                 PIC X(08).
000000   03  WK-ROLE                     PIC X(02).
000000   03  WK-MANDATORY                PIC X(01).
      *    the morning pack, when there is no standing list
000000   03  WK-DEF-NAMES.
000000       05  FILLER  PIC X(11) VALUE "EXMORRPTSVY".
000000       05  FILLER  PIC X(11) VALUE "EXXFTRPTSVY".
000000       05  FILLER  PIC X(11) VALUE "EXTRNBALSVY".
000000       05  FILLER  PIC X(11) VALUE "EXTKSBALSVY".
000000       05  FILLER  PIC X(11) VALUE "EXLIARPTSVY".
000000   03  WK-DEF-AREA REDEFINES WK-DEF-NAMES.
000000       05  WK-DEF-TBL OCCURS 5.
000000           07  WK-DEF-REPORTID     PIC X(08).
000000           07  WK-DEF-ROLE         PIC X(02).
000000           07  WK-DEF-MANDATORY    PIC X(01).
000000   03  WK-DX                       PIC 9(02).
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
      *    no cards is an ordinary night: the date's reviews are
      *    still listed
000000     OPEN INPUT SGNCARD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-SGNCARD .
000000     OPEN INPUT VISGNREQ .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-SGNREQ
000000     ELSE
000000     DISPLAY "HBHUN595-50 VISGNREQ ABSENT - MORNING PACK"
000000             " LISTED" UPON CONSOLE .
000000     OPEN I-O VISGNOFF .
000000     IF FL-STS1 NOT = "35" GO TO CX00050.
000000     OPEN OUTPUT VISGNOFF
000000     CLOSE VISGNOFF
000000     OPEN I-O VISGNOFF .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN595-01 VISGNOFF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSGNAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN595-02 EXSGNAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSGNRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN595-03 EXSGNRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN595-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
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
000000     DISPLAY "HBHUN595-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the business date's reviews listed, then
      *    the sign-off cards
000000 P000-RTN .
000000     IF SW-SGNREQ = 1 GO TO CX00015.
000000     PERFORM DEFLST-RTN THRU CX00035
000000         VARYING WK-DX FROM 1 BY 1 UNTIL WK-DX > 5 .
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-REQEND
000000     MOVE LOW-VALUES TO SGNREQ-REPORTID .
000000     START VISGNREQ KEY >= SGNREQ-REPORTID
000000             INVALID MOVE 1 TO SW-REQEND .
000000     IF NOT(SW-REQEND = 0)GO TO CX00016.
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VISGNREQ NEXT AT END GO TO CX00016.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN595-05 VISGNREQ READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE SGNREQ-REPORTID TO WK-REPORTID
000000     MOVE SGNREQ-ROLE TO WK-ROLE
000000     MOVE SGNREQ-MANDATORY TO WK-MANDATORY
000000     PERFORM LIST-RTN THRU CX00036 .
000000     GO TO CX00017.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-SGNCARD = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SGNCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM APPLY-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN595-06 SGNCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
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
      *    P100-RTN  -  the listing: the business date's reviews
      *    and every earlier review still unsigned
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO SGN-KEY .
000000     START VISGNOFF KEY >= SGN-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0)GO TO CX00005.
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VISGNOFF NEXT AT END GO TO CX00005.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN595-07 VISGNOFF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF SGN-BUSDATE > WK-BUSDT GO TO CX00005.
000000     IF SGN-BUSDATE < WK-BUSDT AND SGN-DONE GO TO CX00018.
000000     IF NOT SGN-DONE
000000         ADD 1 TO WK-OPEN-CNT .
000000     MOVE SGN-BUSDATE TO EXSGR-BUSDATE
000000     MOVE SGN-REPORTID TO EXSGR-REPORTID
000000     MOVE SGN-ROLE TO EXSGR-ROLE
000000     MOVE SGN-MANDATORY TO EXSGR-MANDATORY
000000     MOVE SGN-STATUS TO EXSGR-STATUS
000000     MOVE SGN-REVOPID TO EXSGR-REVOPID
000000     MOVE SGN-SIGNDATE TO EXSGR-SIGNDATE
000000     MOVE SGN-SIGNTIME TO EXSGR-SIGNTIME
000000     MOVE SGN-NOTE TO EXSGR-NOTE
000000     MOVE SGN-ORIGIN TO EXSGR-ORIGIN
000000     ADD 1 TO WK-RPT-CNT
000000     WRITE EXSGR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00019.
000000         DISPLAY "HBHUN595-08 EXSGNRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00018.
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN595-90 LISTED=" WK-LISTED-CNT
000000             " APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " UNSIGNED=" WK-OPEN-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-SGNCARD = 1
000000         CLOSE SGNCARD .
000000     IF SW-SGNREQ = 1
000000         CLOSE VISGNREQ .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN595-09 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VISGNOFF  EXSGNAUD  EXSGNRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN595-10 EXSGNRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
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
      *    APPLY-RTN  -  one card: the operator is checked and the
      *    card validated, then a signature is recorded on the
      *    review - by an operator holding its role - or a review
      *    added to the date; every card leaves its audit row
      *    whatever the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXSGA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXSGA-RUNTIME FROM TIME
000000     MOVE SGNC-OPID TO EXSGA-OPID
000000     MOVE SGNC-ACTION TO EXSGA-ACTION
000000     MOVE SGNC-BUSDATE TO EXSGA-BUSDATE
000000     MOVE SGNC-REPORTID TO EXSGA-REPORTID
000000     MOVE SGNC-ROLE TO EXSGA-ROLE
000000     MOVE SGNC-MANDATORY TO EXSGA-MANDATORY
000000     MOVE SGNC-NOTE TO EXSGA-NOTE
000000     MOVE SPACE TO EXSGA-BEF-STATUS
000000     MOVE SPACE TO EXSGA-AFT-STATUS
000000     MOVE SGNC-OPID TO WK-CHK-OPID
000000     MOVE "3" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXSGA-RESULT
000000         GO TO CX00021.
000000     PERFORM EDIT-RTN THRU CX00030 .
000000     IF NOT(SW-CARDOK = 1)
000000         MOVE "2" TO EXSGA-RESULT
000000         GO TO CX00021.
000000     IF SGNC-ADD GO TO CX00022.
      *    signature: the review must be on the date, still
      *    awaiting, and the operator must hold its role
000000     MOVE SGNC-BUSDATE-N TO SGN-BUSDATE
000000     MOVE SGNC-REPORTID TO SGN-REPORTID
000000     READ VISGNOFF INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN595-12 VISGNOFF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXSGA-RESULT
000000         GO TO CX00021.
000000     MOVE SGN-STATUS TO EXSGA-BEF-STATUS
000000     MOVE SGN-STATUS TO EXSGA-AFT-STATUS .
000000     IF SGN-DONE
000000         MOVE "4" TO EXSGA-RESULT
000000         GO TO CX00021.
      *    the role is taken from the operator master row the
      *    authorization check has just read; without a master
      *    there is no role to compare
000000     IF SW-OPRMST = 1 AND OPR-ROLE NOT = SGN-ROLE
000000         MOVE "5" TO EXSGA-RESULT
000000         GO TO CX00021.
000000     MOVE "1" TO SGN-STATUS .
000000     IF SGNC-NOTE NOT = SPACE
000000         MOVE "2" TO SGN-STATUS .
000000     MOVE SGNC-OPID TO SGN-REVOPID
000000     ACCEPT SGN-SIGNDATE FROM DATE YYYYMMDD
000000     ACCEPT SGN-SIGNTIME FROM TIME
000000     MOVE SGNC-NOTE TO SGN-NOTE
000000     REWRITE SGN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00023.
000000         DISPLAY "HBHUN595-13 VISGNOFF REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00025.
      *    addition: a review not yet on the date
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SGNC-BUSDATE-N TO SGN-BUSDATE
000000     MOVE SGNC-REPORTID TO SGN-REPORTID
000000     READ VISGNOFF INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN595-12 VISGNOFF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 NOT = "23"
000000         MOVE SGN-STATUS TO EXSGA-BEF-STATUS
000000         MOVE SGN-STATUS TO EXSGA-AFT-STATUS
000000         MOVE "4" TO EXSGA-RESULT
000000         GO TO CX00021.
000000     MOVE SPACE TO SGN-REC
000000     MOVE SGNC-BUSDATE-N TO SGN-BUSDATE
000000     MOVE SGNC-REPORTID TO SGN-REPORTID
000000     MOVE SGNC-ROLE TO SGN-ROLE
000000     MOVE SGNC-MANDATORY TO SGN-MANDATORY
000000     MOVE "0" TO SGN-STATUS
000000     MOVE ZERO TO SGN-SIGNDATE
000000     MOVE ZERO TO SGN-SIGNTIME
000000     MOVE "C" TO SGN-ORIGIN
000000     WRITE SGN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00024.
000000         DISPLAY "HBHUN595-14 VISGNOFF WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SGN-STATUS TO EXSGA-AFT-STATUS
000000     MOVE "0" TO EXSGA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00027 .
000000     GO TO CX00020.
      *    refused: counted and audited
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00027 .
000000 CX00020. EXIT.
      *
      *    AUD-RTN  -  one EXSGNAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXSGA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN595-15 EXSGNAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027. EXIT.
      *
      *    EDIT-RTN  -  every card names a date and a report; an
      *    addition names the signing role and a Y or N
000000 EDIT-RTN .
           MOVE "EDIT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-CARDOK .
000000     IF NOT(SGNC-SIGN OR SGNC-ADD) OR
000000        SGNC-BUSDATE NOT NUMERIC OR
000000        SGNC-REPORTID = SPACE
000000         GO TO CX00030.
000000     IF SGNC-SIGN
000000         MOVE 1 TO SW-CARDOK
000000         GO TO CX00030.
000000     IF SGNC-ROLE = SPACE OR
000000        NOT(SGNC-MANDATORY = "Y" OR "N")
000000         GO TO CX00030.
000000     MOVE 1 TO SW-CARDOK .
000000 CX00030. EXIT.
      *
      *    DEFLST-RTN  -  one report of the morning pack onto the
      *    date
000000 DEFLST-RTN .
           MOVE "DEFLST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-DEF-REPORTID (WK-DX) TO WK-REPORTID
000000     MOVE WK-DEF-ROLE (WK-DX) TO WK-ROLE
000000     MOVE WK-DEF-MANDATORY (WK-DX) TO WK-MANDATORY
000000     PERFORM LIST-RTN THRU CX00036 .
000000 CX00035. EXIT.
      *
      *    LIST-RTN  -  a review onto the business date unless it
      *    is there already - a rerun keeps the signatures taken
000000 LIST-RTN .
           MOVE "LIST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO SGN-BUSDATE
000000     MOVE WK-REPORTID TO SGN-REPORTID
000000     READ VISGNOFF INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN595-16 VISGNOFF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 NOT = "23" GO TO CX00036.
000000     MOVE SPACE TO SGN-REC
000000     MOVE WK-BUSDT TO SGN-BUSDATE
000000     MOVE WK-REPORTID TO SGN-REPORTID
000000     MOVE WK-ROLE TO SGN-ROLE
000000     MOVE WK-MANDATORY TO SGN-MANDATORY
000000     MOVE "0" TO SGN-STATUS
000000     MOVE ZERO TO SGN-SIGNDATE
000000     MOVE ZERO TO SGN-SIGNTIME
000000     MOVE "L" TO SGN-ORIGIN
000000     WRITE SGN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHUN595-17 VISGNOFF WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-LISTED-CNT .
000000 CX00036. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN595" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN595" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN595" TO PRM-PROGID
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
000000         DISPLAY "HBHUN595-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
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
000000     MOVE "HBHUN595" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN595-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN595" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN595-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
