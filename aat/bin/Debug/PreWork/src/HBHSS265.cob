000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS265 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260904追加開始
      *    surveillance case disposition: the compliance officer
      *    works the VISRVCAS cases HBHSS260 raises with one
      *    SRVCARD per decision - C closes a case with the note
      *    that justifies it, O reopens a closed one.  The keying
      *    officer must carry the surveillance-disposition class
      *    (S) on the operator master, a close without a note is
      *    refused, and every card is audited to EXSRVAUD with the
      *    status before and after whatever the outcome.  The
      *    cases still open list to EXSRVOPN after the cards as
      *    the officer's worklist - see CFSRVCS
000000     SELECT  SRVCARD
000000                  ASSIGN             SRVCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VISRVCAS
000000             ASSIGN            VISRVCAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY SRVCS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSRVAUD
000000             ASSIGN               EXSRVAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSRVOPN
000000             ASSIGN               EXSRVOPN-MSD
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
      *20260904追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SRVCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SRVCARD".
       01  SRVC-REC.
           05  SRVC-ACTION                 PIC X(01).
               88  SRVC-CLOSE               VALUE "C".
               88  SRVC-REOPEN              VALUE "O".
           05  SRVC-DETDATE                PIC X(08).
           05  SRVC-TYPE                   PIC X(01).
           05  SRVC-SUBJECT                PIC X(22).
           05  SRVC-NOTE                   PIC X(40).
           05  SRVC-OPID                   PIC X(08).
000000 FD  VISRVCAS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISRVCAS".
       01  SRVCS-REC.
           COPY CFSRVCS .
000000 FD  EXSRVAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSRVAUD".
       01  EXSVA-REC.
           05  EXSVA-RUNDATE               PIC 9(08).
           05  EXSVA-RUNTIME               PIC 9(06).
           05  EXSVA-OPID                  PIC X(08).
           05  EXSVA-DETDATE               PIC X(08).
           05  EXSVA-TYPE                  PIC X(01).
           05  EXSVA-SUBJECT               PIC X(22).
           05  EXSVA-ACTION                PIC X(01).
           05  EXSVA-BEF-STATUS            PIC X(01).
           05  EXSVA-AFT-STATUS            PIC X(01).
           05  EXSVA-NOTE                  PIC X(40).
           05  EXSVA-RESULT                PIC X(01).
               88  EXSVA-APPLIED            VALUE "0".
               88  EXSVA-NOCASE             VALUE "1".
               88  EXSVA-INVALID            VALUE "2".
               88  EXSVA-UNAUTHORIZED       VALUE "3".
               88  EXSVA-NOCHANGE           VALUE "4".
000000 FD  EXSRVOPN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSRVOPN".
       01  EXSVO-REC.
           05  EXSVO-DETDATE               PIC 9(08).
           05  EXSVO-TYPE                  PIC X(01).
           05  EXSVO-SUBJECT               PIC X(22).
           05  EXSVO-PAYCNT                PIC 9(05).
           05  EXSVO-TOTAMT                PIC 9(14) COMP-3.
           05  EXSVO-FROMDATE              PIC 9(08).
           05  EXSVO-TODATE                PIC 9(08).
           05  EXSVO-DISPOPID              PIC X(08).
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
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-OPEN-CNT                 PIC 9(07) VALUE ZERO.
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
000000       OPEN  INPUT  SRVCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS265-01 SRVCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VISRVCAS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VISRVCAS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS265-02 VISRVCAS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSRVAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS265-03 EXSRVAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSRVOPN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS265-04 EXSRVOPN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS265-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
000000     DISPLAY "HBHSS265-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the disposition cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SRVCARD AT END CONTINUE .
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
000000           DISPLAY "HBHSS265-06 SRVCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
      *    P100-RTN  -  the cases still open after the cards, the
      *    officer's worklist
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO SRVCS-KEY .
000000     START VISRVCAS KEY >= SRVCS-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VISRVCAS NEXT AT END GO TO CX00015.
000000     IF NOT(SRVCS-OPEN)GO TO CX00016.
000000     MOVE SRVCS-DETDATE TO EXSVO-DETDATE
000000     MOVE SRVCS-TYPE TO EXSVO-TYPE
000000     MOVE SRVCS-SUBJECT TO EXSVO-SUBJECT
000000     MOVE SRVCS-PAYCNT TO EXSVO-PAYCNT
000000     MOVE SRVCS-TOTAMT TO EXSVO-TOTAMT
000000     MOVE SRVCS-FROMDATE TO EXSVO-FROMDATE
000000     MOVE SRVCS-TODATE TO EXSVO-TODATE
000000     MOVE SRVCS-DISPOPID TO EXSVO-DISPOPID
000000     ADD 1 TO WK-OPEN-CNT
000000     WRITE EXSVO-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHSS265-07 EXSRVOPN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
000000     DISPLAY "HBHSS265-90 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " STILLOPEN=" WK-OPEN-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS265-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SRVCARD  VISRVCAS  EXSRVAUD  EXSRVOPN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS265-09 EXSRVOPN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
      *    APPLY-RTN  -  one card: the officer is checked, the card
      *    must name a case and carry a note when it closes one,
      *    and the case must not already stand as asked; every
      *    card leaves its audit row whatever the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXSVA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXSVA-RUNTIME FROM TIME
000000     MOVE SRVC-OPID TO EXSVA-OPID
000000     MOVE SRVC-DETDATE TO EXSVA-DETDATE
000000     MOVE SRVC-TYPE TO EXSVA-TYPE
000000     MOVE SRVC-SUBJECT TO EXSVA-SUBJECT
000000     MOVE SRVC-ACTION TO EXSVA-ACTION
000000     MOVE SRVC-NOTE TO EXSVA-NOTE
000000     MOVE SPACE TO EXSVA-BEF-STATUS
000000     MOVE SPACE TO EXSVA-AFT-STATUS
000000     MOVE SRVC-OPID TO WK-CHK-OPID
000000     MOVE "S" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXSVA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF NOT(SRVC-CLOSE OR SRVC-REOPEN) OR
000000        SRVC-DETDATE NOT NUMERIC OR
000000        (SRVC-CLOSE AND SRVC-NOTE = SPACE)
000000         MOVE "2" TO EXSVA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE SRVC-DETDATE TO SRVCS-DETDATE
000000     MOVE SRVC-TYPE TO SRVCS-TYPE
000000     MOVE SRVC-SUBJECT TO SRVCS-SUBJECT
000000     READ VISRVCAS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS265-10 VISRVCAS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXSVA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE SRVCS-STATUS TO EXSVA-BEF-STATUS
000000     MOVE SRVCS-STATUS TO EXSVA-AFT-STATUS .
000000     IF SRVCS-STATUS = SRVC-ACTION
000000         MOVE "4" TO EXSVA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE SRVC-ACTION TO SRVCS-STATUS
000000     MOVE WK-BUSDT TO SRVCS-DISPDATE
000000     MOVE SRVC-OPID TO SRVCS-DISPOPID
000000     MOVE SRVC-NOTE TO SRVCS-DISPNOTE
000000     REWRITE SRVCS-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHSS265-11 VISRVCAS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SRVCS-STATUS TO EXSVA-AFT-STATUS
000000     MOVE "0" TO EXSVA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    AUD-RTN  -  one EXSRVAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXSVA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS265-12 EXSRVAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS265" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS265" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS265" TO PRM-PROGID
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
000000         DISPLAY "HBHSS265-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
000000     MOVE "HBHSS265" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS265-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS265" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS265-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
