000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS250 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260903追加開始
      *    winner-identity register maintenance: a high-value win
      *    went through release and the second signature and was
      *    then paid to whoever stood at the counter, with the ID
      *    seen written on a paper form.  One IDCARD per winner
      *    registers (or replaces) the VIWINID row for the ticket's
      *    VIPAYSTS entry - identity document type and number,
      *    name, address and date of birth - or deletes a row keyed
      *    in error.  The ticket must be on the ledger and still
      *    unpaid: once money has left, the identity it left
      *    against is fixed.  The keying cashier must carry the
      *    payment-marking class on the operator master, every
      *    card is audited to EXWIDAUD, and the register lists to
      *    EXWIDRPT after the cards - ticket, document type and who
      *    recorded it only, the personal details stay on the
      *    register - see CFWINID
000000     SELECT  IDCARD
000000                  ASSIGN             IDCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWINID
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY WINID-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXWIDAUD
000000             ASSIGN               EXWIDAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXWIDRPT
000000             ASSIGN               EXWIDRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    operator master: the card's operator must be active and
      *    authorized for payment marking before anything moves;
      *    no master at all means no enforcement, announced
      *    loudly - maintained by HBHUN830
000000     SELECT  VIOPRMST
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260903追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  IDCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "IDCARD".
       01  IDC-REC.
           05  IDC-ACTION                  PIC X(01).
               88  IDC-REGISTER             VALUE "R".
               88  IDC-DELETE               VALUE "D".
           05  IDC-TICKETCD                PIC X(24).
           05  IDC-DOCTYPE                 PIC X(02).
           05  IDC-DOCNO                   PIC X(20).
           05  IDC-NAME                    PIC X(40).
           05  IDC-ADDR                    PIC X(80).
           05  IDC-BIRTHDT                 PIC X(08).
           05  IDC-BIRTHDT-N REDEFINES IDC-BIRTHDT.
               07  IDC-BIRTH-YY            PIC 9(04).
               07  IDC-BIRTH-MM            PIC 9(02).
               07  IDC-BIRTH-DD            PIC 9(02).
           05  IDC-OPID                    PIC X(08).
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
000000 FD  VIWINID
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  WINID-REC.
           COPY CFWINID .
000000 FD  EXWIDAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXWIDAUD".
       01  EXWDA-REC.
           05  EXWDA-RUNDATE               PIC 9(08).
           05  EXWDA-RUNTIME               PIC 9(06).
           05  EXWDA-OPID                  PIC X(08).
           05  EXWDA-TICKETCD              PIC X(24).
           05  EXWDA-ACTION                PIC X(01).
           05  EXWDA-DOCTYPE               PIC X(02).
           05  EXWDA-RESULT                PIC X(01).
               88  EXWDA-APPLIED            VALUE "0".
               88  EXWDA-NOTONLEDGER        VALUE "1".
               88  EXWDA-INCOMPLETE         VALUE "2".
               88  EXWDA-UNAUTHORIZED       VALUE "3".
               88  EXWDA-ALREADYPAID        VALUE "4".
               88  EXWDA-NOROW              VALUE "5".
000000 FD  EXWIDRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXWIDRPT".
       01  EXWDR-REC.
           05  EXWDR-TICKETCD              PIC X(24).
           05  EXWDR-DOCTYPE               PIC X(02).
           05  EXWDR-REGDATE               PIC 9(08).
           05  EXWDR-OPID                  PIC X(08).
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
000000   03  WK-LIST-CNT                 PIC 9(07) VALUE ZERO.
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
000000       OPEN  INPUT  IDCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS250-01 IDCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS250-02 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIWINID .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIWINID .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS250-03 VIWINID OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXWIDAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS250-04 EXWIDAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXWIDRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS250-05 EXWIDRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS250-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
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
000000     DISPLAY "HBHSS250-19 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the identity cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ IDCARD AT END CONTINUE .
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
000000           DISPLAY "HBHSS250-07 IDCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
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
      *
      *    P100-RTN  -  the register on paper after the cards,
      *    without the personal details
000000 P100-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO WINID-KEY .
000000     START VIWINID KEY >= WINID-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWINID NEXT AT END GO TO CX00015.
000000     MOVE WINID-TICKETCD TO EXWDR-TICKETCD
000000     MOVE WINID-DOCTYPE TO EXWDR-DOCTYPE
000000     MOVE WINID-REGDATE TO EXWDR-REGDATE
000000     MOVE WINID-OPID TO EXWDR-OPID
000000     ADD 1 TO WK-LIST-CNT
000000     WRITE EXWDR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHSS250-08 EXWIDRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
000000     DISPLAY "HBHSS250-90 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " LISTED=" WK-LIST-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS250-09 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  IDCARD  VIPAYSTS  VIWINID  EXWIDAUD  EXWIDRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS250-10 EXWIDRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
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
      *    APPLY-RTN  -  one card: the operator is checked, the
      *    ticket must be an unpaid ledger entry, a registration
      *    must be complete in every field and replaces any row
      *    already held, a delete removes the row; every card
      *    leaves its audit row whatever the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXWDA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXWDA-RUNTIME FROM TIME
000000     MOVE IDC-OPID TO EXWDA-OPID
000000     MOVE IDC-TICKETCD TO EXWDA-TICKETCD
000000     MOVE IDC-ACTION TO EXWDA-ACTION
000000     MOVE IDC-DOCTYPE TO EXWDA-DOCTYPE
000000     MOVE IDC-OPID TO WK-CHK-OPID
000000     MOVE "P" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXWDA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF IDC-TICKETCD = SPACE OR
000000        NOT(IDC-REGISTER OR IDC-DELETE)
000000         MOVE "2" TO EXWDA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF IDC-DELETE GO TO CX00031.
      *    a registration is complete or it is nothing: a known
      *    document type, every text field present, and a real
      *    date of birth before the business date
000000     MOVE IDC-DOCTYPE TO WINID-DOCTYPE .
000000     IF WINID-DOC-VALID AND
000000        IDC-DOCNO NOT = SPACE AND
000000        IDC-NAME NOT = SPACE AND
000000        IDC-ADDR NOT = SPACE AND
000000        IDC-BIRTHDT NUMERIC
000000         GO TO CX00032 .
000000     GO TO CX00033.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF IDC-BIRTH-YY > 1900 AND
000000        IDC-BIRTH-MM > ZERO AND IDC-BIRTH-MM < 13 AND
000000        IDC-BIRTH-DD > ZERO AND IDC-BIRTH-DD < 32 AND
000000        IDC-BIRTHDT-N < WK-BUSDT
000000         GO TO CX00031 .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "2" TO EXWDA-RESULT
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE IDC-TICKETCD TO PAYST-TICKETCD
000000     READ VIPAYSTS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00034.
000000     GO TO CX00035.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS250-11 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXWDA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF NOT(PAYST-UNPAID)
000000         MOVE "4" TO EXWDA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     IF IDC-DELETE GO TO CX00036.
000000     MOVE IDC-TICKETCD TO WINID-TICKETCD
000000     MOVE IDC-DOCTYPE TO WINID-DOCTYPE
000000     MOVE IDC-DOCNO TO WINID-DOCNO
000000     MOVE IDC-NAME TO WINID-NAME
000000     MOVE IDC-ADDR TO WINID-ADDR
000000     MOVE IDC-BIRTHDT-N TO WINID-BIRTHDT
000000     ACCEPT WINID-REGDATE FROM DATE YYYYMMDD
000000     ACCEPT WINID-REGTIME FROM TIME
000000     MOVE IDC-OPID TO WINID-OPID
000000     WRITE WINID-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         REWRITE WINID-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHSS250-12 VIWINID WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXWDA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000     GO TO CX00030.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE IDC-TICKETCD TO WINID-TICKETCD
000000     READ VIWINID INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "5" TO EXWDA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     DELETE VIWINID RECORD INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00038.
000000         DISPLAY "HBHSS250-13 VIWINID DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXWDA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    AUD-RTN  -  one EXWIDAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXWDA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS250-14 EXWIDAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
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
000000     MOVE "HBHSS250" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS250" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS250" TO PRM-PROGID
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
000000         DISPLAY "HBHSS250-15 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00058. EXIT.
      *    JOBLG-END-RTN  -  appends the "run ended" record,
      *    with the number of cards applied
000000 JOBLG-END-RTN .
           MOVE "JOBLG-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS250" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS250-16 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS250" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
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
000000         DISPLAY "HBHSS250-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
