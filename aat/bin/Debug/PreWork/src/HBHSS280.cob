000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS280 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260906追加開始
      *    stop-payment maintenance: tickets reported lost, stolen
      *    or seized are stopped on VISTOPPY with one STPCARD per
      *    action - P places a stop with its reason, the authority
      *    that asked for it and an optional expiry, L signs its
      *    lift.  The keying operator must carry the stop-payment
      *    class (H) on the operator master.  A lift needs two
      *    signatures: the first L card leaves the stop in force
      *    as lift-requested, and only a second L card from a
      *    different operator, checked on the operator master in
      *    its own right, takes it off.  Every card is audited to
      *    EXSTPAUD with the status before and after whatever the
      *    outcome, and the stops still in force list to EXSTPRPT
      *    after the cards - see CFSTOPP
000000     SELECT  STPCARD
000000                  ASSIGN             STPCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VISTOPPY
000000             ASSIGN            VISTOPPY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY STOPP-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSTPAUD
000000             ASSIGN               EXSTPAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSTPRPT
000000             ASSIGN               EXSTPRPT-MSD
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
      *20260906追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  STPCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "STPCARD".
       01  STPC-REC.
           05  STPC-ACTION                 PIC X(01).
               88  STPC-PLACE               VALUE "P".
               88  STPC-LIFT                VALUE "L".
           05  STPC-TICKETCD               PIC X(24).
           05  STPC-REASON                 PIC X(02).
               88  STPC-REASON-OK           VALUE "LO" "ST" "SZ" "CO".
           05  STPC-AUTHORITY              PIC X(30).
           05  STPC-EXPIRY                 PIC X(08).
           05  STPC-OPID                   PIC X(08).
000000 FD  VISTOPPY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISTOPPY".
       01  STOPP-REC.
           COPY CFSTOPP .
000000 FD  EXSTPAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSTPAUD".
       01  EXSPA-REC.
           05  EXSPA-RUNDATE               PIC 9(08).
           05  EXSPA-RUNTIME               PIC 9(06).
           05  EXSPA-OPID                  PIC X(08).
           05  EXSPA-ACTION                PIC X(01).
           05  EXSPA-TICKETCD              PIC X(24).
           05  EXSPA-REASON                PIC X(02).
           05  EXSPA-AUTHORITY             PIC X(30).
           05  EXSPA-BEF-STATUS            PIC X(01).
           05  EXSPA-AFT-STATUS            PIC X(01).
           05  EXSPA-RESULT                PIC X(01).
               88  EXSPA-APPLIED            VALUE "0".
               88  EXSPA-NOSTOP             VALUE "1".
               88  EXSPA-INVALID            VALUE "2".
               88  EXSPA-UNAUTHORIZED       VALUE "3".
               88  EXSPA-ALREADY            VALUE "4".
               88  EXSPA-LIFTPENDING        VALUE "5".
               88  EXSPA-SAMEOPERATOR       VALUE "6".
000000 FD  EXSTPRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSTPRPT".
       01  EXSPR-REC.
           05  EXSPR-TICKETCD              PIC X(24).
           05  EXSPR-REASON                PIC X(02).
           05  EXSPR-AUTHORITY             PIC X(30).
           05  EXSPR-PLACEDBY              PIC X(08).
           05  EXSPR-PLACEDDATE            PIC 9(08).
           05  EXSPR-EXPIRY                PIC 9(08).
           05  EXSPR-STATUS                PIC X(01).
           05  EXSPR-LIFTOPID1             PIC X(08).
      *    "E" - past its expiry, no longer enforced; a lift or a
      *    fresh placement tidies it
           05  EXSPR-MARK                  PIC X(01).
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
000000   03  SW-STOPP                    PIC 9(01).
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
000000       OPEN  INPUT  STPCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS280-01 STPCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VISTOPPY .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VISTOPPY .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS280-02 VISTOPPY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSTPAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS280-03 EXSTPAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSTPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS280-04 EXSTPRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS280-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000     DISPLAY "HBHSS280-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the stop-payment cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ STPCARD AT END CONTINUE .
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
000000           DISPLAY "HBHSS280-06 STPCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
      *    P100-RTN  -  the stops still in force after the cards,
      *    the ones past their expiry marked
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO STOPP-KEY .
000000     START VISTOPPY KEY >= STOPP-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VISTOPPY NEXT AT END GO TO CX00015.
000000     IF NOT(STOPP-IN-FORCE)GO TO CX00016.
000000     MOVE STOPP-TICKETCD TO EXSPR-TICKETCD
000000     MOVE STOPP-REASON TO EXSPR-REASON
000000     MOVE STOPP-AUTHORITY TO EXSPR-AUTHORITY
000000     MOVE STOPP-PLACEDBY TO EXSPR-PLACEDBY
000000     MOVE STOPP-PLACEDDATE TO EXSPR-PLACEDDATE
000000     MOVE STOPP-EXPIRY TO EXSPR-EXPIRY
000000     MOVE STOPP-STATUS TO EXSPR-STATUS
000000     MOVE STOPP-LIFTOPID1 TO EXSPR-LIFTOPID1
000000     MOVE SPACE TO EXSPR-MARK .
000000     IF STOPP-EXPIRY NOT = ZERO AND STOPP-EXPIRY < WK-BUSDT
000000         MOVE "E" TO EXSPR-MARK .
000000     ADD 1 TO WK-INFORCE-CNT
000000     WRITE EXSPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHSS280-07 EXSTPRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000     DISPLAY "HBHSS280-90 APPLIED=" WK-APPLY-CNT
000000             " LIFTPENDING=" WK-PEND-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " INFORCE=" WK-INFORCE-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS280-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  STPCARD  VISTOPPY  EXSTPAUD  EXSTPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS280-09 EXSTPRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
      *    stop and a lift signs it - first signature to
      *    lift-requested, a different second signature to lifted;
      *    every card leaves its audit row whatever the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXSPA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXSPA-RUNTIME FROM TIME
000000     MOVE STPC-OPID TO EXSPA-OPID
000000     MOVE STPC-ACTION TO EXSPA-ACTION
000000     MOVE STPC-TICKETCD TO EXSPA-TICKETCD
000000     MOVE STPC-REASON TO EXSPA-REASON
000000     MOVE STPC-AUTHORITY TO EXSPA-AUTHORITY
000000     MOVE SPACE TO EXSPA-BEF-STATUS
000000     MOVE SPACE TO EXSPA-AFT-STATUS
000000     MOVE STPC-OPID TO WK-CHK-OPID
000000     MOVE "H" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXSPA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF STPC-EXPIRY = SPACE
000000         MOVE ZERO TO STPC-EXPIRY .
000000     IF NOT(STPC-PLACE OR STPC-LIFT) OR
000000        STPC-TICKETCD = SPACE OR
000000        (STPC-PLACE AND NOT STPC-REASON-OK) OR
000000        (STPC-PLACE AND STPC-AUTHORITY = SPACE) OR
000000        (STPC-PLACE AND STPC-EXPIRY NOT NUMERIC)
000000         MOVE "2" TO EXSPA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE STPC-TICKETCD TO STOPP-TICKETCD
000000     READ VISTOPPY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS280-10 VISTOPPY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-STOPP .
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO SW-STOPP
000000     ELSE
000000         MOVE STOPP-STATUS TO EXSPA-BEF-STATUS
000000         MOVE STOPP-STATUS TO EXSPA-AFT-STATUS .
000000     IF STPC-LIFT GO TO CX00034.
      *    placement: a stop already in force stays as it is; a
      *    lifted one is re-armed over its old row
000000     IF SW-STOPP = 1 AND STOPP-IN-FORCE
000000         MOVE "4" TO EXSPA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE STPC-TICKETCD TO STOPP-TICKETCD
000000     MOVE STPC-REASON TO STOPP-REASON
000000     MOVE STPC-AUTHORITY TO STOPP-AUTHORITY
000000     MOVE STPC-OPID TO STOPP-PLACEDBY
000000     MOVE WK-BUSDT TO STOPP-PLACEDDATE
000000     MOVE STPC-EXPIRY TO STOPP-EXPIRY
000000     MOVE "1" TO STOPP-STATUS
000000     MOVE SPACE TO STOPP-LIFTOPID1
000000     MOVE SPACE TO STOPP-LIFTOPID2
000000     MOVE ZERO TO STOPP-LIFTDATE .
000000     IF SW-STOPP = 1 GO TO CX00033.
000000     WRITE STOPP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHSS280-11 VISTOPPY WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000     REWRITE STOPP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHSS280-12 VISTOPPY REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00036.
      *    lift: the first signature marks the request, the second
      *    must come from a different operator
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-STOPP = 0 OR NOT STOPP-IN-FORCE
000000         MOVE "1" TO EXSPA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF NOT(STOPP-ACTIVE)GO TO CX00038.
000000     MOVE "2" TO STOPP-STATUS
000000     MOVE STPC-OPID TO STOPP-LIFTOPID1
000000     REWRITE STOPP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHSS280-12 VISTOPPY REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE STOPP-STATUS TO EXSPA-AFT-STATUS
000000     MOVE "5" TO EXSPA-RESULT
000000     ADD 1 TO WK-PEND-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000     GO TO CX00030.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF STPC-OPID = STOPP-LIFTOPID1
000000         MOVE "6" TO EXSPA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE "3" TO STOPP-STATUS
000000     MOVE STPC-OPID TO STOPP-LIFTOPID2
000000     MOVE WK-BUSDT TO STOPP-LIFTDATE
000000     REWRITE STOPP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHSS280-12 VISTOPPY REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000     MOVE STOPP-STATUS TO EXSPA-AFT-STATUS
000000     MOVE "0" TO EXSPA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    AUD-RTN  -  one EXSTPAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXSPA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS280-13 EXSTPAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
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
000000     MOVE "HBHSS280" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS280" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS280" TO PRM-PROGID
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
000000         DISPLAY "HBHSS280-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000     MOVE "HBHSS280" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS280-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS280" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS280-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
