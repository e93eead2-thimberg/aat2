000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN945 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260917追加開始
      *    promotional campaign master: the time-limited discounts
      *    vendors negotiate on the commission were settled by
      *    manual credit notes after the fact.  One CMPCARD per
      *    event keeps the VICMPGN campaign master (CFCMPGN) - A
      *    adds a campaign for a floor (F) or for every floor of a
      *    vendor (V), optionally one VIGMTYPE game type only, with
      *    its date range and its rule, P a percentage of the
      *    commission given back or F a yen amount off each
      *    posting's commission; C changes the name, the dates or
      *    the rule given, and X cancels the campaign.  HBHUN370
      *    applies the campaign in force as it computes the
      *    commission and HBHUN950 reports its cost at month end.
      *    Cards need the campaign class (M) and every card is
      *    audited to EXCMPAUD
000000     SELECT  CMPCARD
000000                  ASSIGN             CMPCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VICMPGN
000000             ASSIGN            VICMPGN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CMP-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGMTYPE
000000             ASSIGN               VIGMTYPE-MSD
000000             ORGANIZATION         IS INDEXED
000000             ACCESS               RANDOM
000000     RECORD KEY           GMTYPE-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCMPAUD
000000             ASSIGN               EXCMPAUD-MSD
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
      *20260917追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CMPCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "CMPCARD".
       01  CMPC-REC.
           05  CMPC-ACTION                 PIC X(01).
               88  CMPC-ADD                 VALUE "A".
               88  CMPC-CHANGE              VALUE "C".
               88  CMPC-CANCEL              VALUE "X".
           05  CMPC-ID                     PIC X(08).
      *    A: every field, the game type optional; C: the name,
      *    the dates and the rule - a blank field stays as it is
           05  CMPC-NAME                   PIC X(30).
           05  CMPC-SCOPE                  PIC X(01).
           05  CMPC-SCOPECD                PIC X(10).
           05  CMPC-GMTYPE                 PIC X(02).
           05  CMPC-GMTYPE-N REDEFINES CMPC-GMTYPE
                                           PIC 9(02).
           05  CMPC-FROMDT                 PIC X(08).
           05  CMPC-TODT                   PIC X(08).
           05  CMPC-RULE                   PIC X(01).
      *    P: percent, two decimals; F: yen
           05  CMPC-RATE                   PIC X(05).
           05  CMPC-RATE-N REDEFINES CMPC-RATE
                                           PIC 9(03)V99.
           05  CMPC-AMOUNT                 PIC X(09).
           05  CMPC-OPID                   PIC X(08).
000000 FD  VICMPGN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPGN".
       01  CMP-REC.
           COPY CFCMPGN .
000000 FD  VIGMTYPE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGMTYPE".
       01  GMTYPE-REC.
           05  GMTYPE-KEY              PIC 9(02).
           05  GMTYPE-GRPA             PIC 9(01).
           05  GMTYPE-GRPB             PIC 9(01).
000000 FD  EXCMPAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCMPAUD".
       01  EXCPA-REC.
           05  EXCPA-RUNDATE               PIC 9(08).
           05  EXCPA-RUNTIME               PIC 9(06).
           05  EXCPA-OPID                  PIC X(08).
           05  EXCPA-ACTION                PIC X(01).
           05  EXCPA-ID                    PIC X(08).
           05  EXCPA-NAME                  PIC X(30).
           05  EXCPA-SCOPE                 PIC X(01).
           05  EXCPA-SCOPECD               PIC X(10).
           05  EXCPA-GMTYPE                PIC X(02).
      *    the campaign as it stands after the card
           05  EXCPA-FROMDT                PIC 9(08).
           05  EXCPA-TODT                  PIC 9(08).
           05  EXCPA-RULE                  PIC X(01).
           05  EXCPA-RATE                  PIC 9(03)V99.
           05  EXCPA-AMOUNT                PIC 9(09).
           05  EXCPA-STATUS                PIC X(01).
           05  EXCPA-RESULT                PIC X(01).
               88  EXCPA-APPLIED            VALUE "0".
               88  EXCPA-EXISTS             VALUE "1".
               88  EXCPA-INVALID            VALUE "2".
               88  EXCPA-UNAUTHORIZED       VALUE "3".
               88  EXCPA-NOTFOUND           VALUE "4".
               88  EXCPA-NOGMTYPE           VALUE "5".
               88  EXCPA-CANCELLED          VALUE "6".
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-ADD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CHG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CAN-CNT                  PIC 9(05) VALUE ZERO.
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
000000       OPEN  INPUT  CMPCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN945-01 CMPCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICMPGN .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICMPGN
000000         CLOSE VICMPGN
000000         OPEN I-O VICMPGN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN945-02 VICMPGN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIGMTYPE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN945-03 VIGMTYPE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCMPAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN945-04 EXCMPAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN945-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
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
000000     DISPLAY "HBHUN945-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the office's campaign cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ CMPCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN945-06 CMPCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
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
000000 E000-RTN .
000000     DISPLAY "HBHUN945-90 CAMPAIGNS ADDED=" WK-ADD-CNT
000000             " CHANGED=" WK-CHG-CNT " CANCELLED=" WK-CAN-CNT
000000             UPON CONSOLE .
000000     DISPLAY "HBHUN945-93 CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN945-07 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  CMPCARD  VICMPGN  VIGMTYPE  EXCMPAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN945-08 VICMPGN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
      *    campaign class first, then the card's fields for its
      *    action, and the campaign looked up
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     INITIALIZE EXCPA-REC
000000     ACCEPT EXCPA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXCPA-RUNTIME FROM TIME
000000     MOVE CMPC-OPID TO EXCPA-OPID
000000     MOVE CMPC-ACTION TO EXCPA-ACTION
000000     MOVE CMPC-ID TO EXCPA-ID
000000     MOVE CMPC-NAME TO EXCPA-NAME
000000     MOVE CMPC-SCOPE TO EXCPA-SCOPE
000000     MOVE CMPC-SCOPECD TO EXCPA-SCOPECD
000000     MOVE CMPC-GMTYPE TO EXCPA-GMTYPE
000000     MOVE CMPC-RULE TO EXCPA-RULE
000000     MOVE CMPC-OPID TO WK-CHK-OPID
000000     MOVE "M" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     IF NOT(CMPC-ADD OR CMPC-CHANGE OR CMPC-CANCEL) OR
000000        CMPC-ID = SPACE
000000         MOVE "2" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     MOVE CMPC-ID TO CMP-ID
000000     READ VICMPGN INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN945-09 VICMPGN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CMPC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     MOVE CMP-SCOPE TO EXCPA-SCOPE
000000     MOVE CMP-SCOPECD TO EXCPA-SCOPECD
000000     MOVE CMP-GMTYPE TO EXCPA-GMTYPE .
000000     IF CMP-CANCELLED
000000         MOVE "6" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     IF CMPC-CHANGE GO TO CX00025.
      *    X: the campaign stops applying from the next run; what it
      *    has given away stays on the record
000000     MOVE "X" TO CMP-STATUS
000000     MOVE CMPC-OPID TO CMP-OPID
000000     MOVE WK-BUSDT TO CMP-CHGDATE
000000     REWRITE CMP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN945-10 VICMPGN REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CAN-CNT
000000     GO TO CX00029.
      *    C: at least one field given, each numeric one numeric,
      *    and the campaign still consistent once they are applied
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF (CMPC-NAME = SPACE AND CMPC-FROMDT = SPACE AND
000000         CMPC-TODT = SPACE AND CMPC-RULE = SPACE AND
000000         CMPC-RATE = SPACE AND CMPC-AMOUNT = SPACE) OR
000000        (CMPC-FROMDT NOT = SPACE AND CMPC-FROMDT NOT NUMERIC) OR
000000        (CMPC-TODT NOT = SPACE AND CMPC-TODT NOT NUMERIC) OR
000000        (CMPC-RATE NOT = SPACE AND CMPC-RATE NOT NUMERIC) OR
000000        (CMPC-AMOUNT NOT = SPACE AND CMPC-AMOUNT NOT NUMERIC)
000000         MOVE "2" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     IF CMPC-NAME NOT = SPACE
000000         MOVE CMPC-NAME TO CMP-NAME .
000000     IF CMPC-FROMDT NOT = SPACE
000000         MOVE CMPC-FROMDT TO CMP-FROMDT .
000000     IF CMPC-TODT NOT = SPACE
000000         MOVE CMPC-TODT TO CMP-TODT .
000000     IF CMPC-RULE NOT = SPACE
000000         MOVE CMPC-RULE TO CMP-RULE
000000         MOVE ZERO TO CMP-RATE CMP-AMOUNT .
000000     IF CMPC-RATE NOT = SPACE
000000         MOVE CMPC-RATE-N TO CMP-RATE .
000000     IF CMPC-AMOUNT NOT = SPACE
000000         MOVE CMPC-AMOUNT TO CMP-AMOUNT .
000000     PERFORM VAL-RTN THRU CX00040 .
000000     IF SW-VALID = 0
000000         MOVE "2" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     MOVE CMPC-OPID TO CMP-OPID
000000     MOVE WK-BUSDT TO CMP-CHGDATE
000000     REWRITE CMP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN945-10 VICMPGN REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CHG-CNT
000000     GO TO CX00029.
      *    A: a new campaign; a game type given must be one the
      *    hall has
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     IF CMPC-NAME = SPACE OR
000000        NOT(CMPC-SCOPE = "V" OR CMPC-SCOPE = "F") OR
000000        CMPC-SCOPECD = SPACE OR
000000        (CMPC-GMTYPE NOT = SPACE AND CMPC-GMTYPE NOT NUMERIC) OR
000000        CMPC-FROMDT NOT NUMERIC OR CMPC-TODT NOT NUMERIC OR
000000        (CMPC-RATE NOT = SPACE AND CMPC-RATE NOT NUMERIC) OR
000000        (CMPC-AMOUNT NOT = SPACE AND CMPC-AMOUNT NOT NUMERIC)
000000         MOVE "2" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     IF CMPC-GMTYPE = SPACE GO TO CX00030.
000000     MOVE CMPC-GMTYPE-N TO GMTYPE-KEY
000000     READ VIGMTYPE INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN945-11 VIGMTYPE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "5" TO EXCPA-RESULT
000000         GO TO CX00021.
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE CMP-REC
000000     MOVE CMPC-ID TO CMP-ID
000000     MOVE CMPC-NAME TO CMP-NAME
000000     MOVE "A" TO CMP-STATUS
000000     MOVE CMPC-SCOPE TO CMP-SCOPE
000000     MOVE CMPC-SCOPECD TO CMP-SCOPECD
000000     MOVE CMPC-GMTYPE TO CMP-GMTYPE
000000     MOVE CMPC-FROMDT TO CMP-FROMDT
000000     MOVE CMPC-TODT TO CMP-TODT
000000     MOVE CMPC-RULE TO CMP-RULE
000000     MOVE ZERO TO CMP-RATE CMP-AMOUNT .
000000     IF CMPC-RATE NOT = SPACE
000000         MOVE CMPC-RATE-N TO CMP-RATE .
000000     IF CMPC-AMOUNT NOT = SPACE
000000         MOVE CMPC-AMOUNT TO CMP-AMOUNT .
000000     PERFORM VAL-RTN THRU CX00040 .
000000     IF SW-VALID = 0
000000         MOVE "2" TO EXCPA-RESULT
000000         GO TO CX00021.
000000     MOVE CMPC-OPID TO CMP-OPID
000000     MOVE WK-BUSDT TO CMP-ENTDATE
000000     MOVE ZERO TO CMP-CHGDATE
000000     WRITE CMP-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN945-12 VICMPGN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ADD-CNT .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CMP-FROMDT TO EXCPA-FROMDT
000000     MOVE CMP-TODT TO EXCPA-TODT
000000     MOVE CMP-RULE TO EXCPA-RULE
000000     MOVE CMP-RATE TO EXCPA-RATE
000000     MOVE CMP-AMOUNT TO EXCPA-AMOUNT
000000     MOVE CMP-STATUS TO EXCPA-STATUS
000000     MOVE "0" TO EXCPA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    VAL-RTN  -  the campaign as it will be filed: a date
      *    range that runs forwards, and a rule with its figure -
      *    P a percentage above nothing and up to the whole
      *    commission, F a yen amount above nothing
000000 VAL-RTN .
           MOVE "VAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 0 TO SW-VALID .
000000     IF CMP-FROMDT (5:2) < "01" OR CMP-FROMDT (5:2) > "12" OR
000000        CMP-FROMDT (7:2) < "01" OR CMP-FROMDT (7:2) > "31" OR
000000        CMP-TODT (5:2) < "01" OR CMP-TODT (5:2) > "12" OR
000000        CMP-TODT (7:2) < "01" OR CMP-TODT (7:2) > "31" OR
000000        CMP-FROMDT > CMP-TODT
000000         GO TO CX00040.
000000     IF CMP-PERCENT AND CMP-RATE > ZERO AND CMP-RATE NOT > 100
000000         MOVE 1 TO SW-VALID .
000000     IF CMP-FIXED AND CMP-AMOUNT > ZERO
000000         MOVE 1 TO SW-VALID .
000000 CX00040. EXIT.
      *
      *    AUD-RTN  -  one EXCMPAUD row
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXCPA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHUN945-13 EXCMPAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
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
000000     MOVE "HBHUN945" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN945" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN945" TO PRM-PROGID
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
000000         DISPLAY "HBHUN945-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
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
000000     MOVE "HBHUN945" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN945-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN945" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN945-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
