000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS260 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260904追加開始
      *    structuring surveillance: anyone who knows the APRLIMIT
      *    threshold can split a large win across tickets or days
      *    so that every payment sits just under it and nothing is
      *    ever held on VIPNDAPR.  Each night the payment-marking
      *    trail (EXPAYAUD) and the VIPAYSTS ledger are swept for
      *    paid amounts inside a band under the threshold - the
      *    BANDPCT run parameter, a percentage of the threshold -
      *    and three kinds of cluster of CLUSTCNT or more such
      *    payments are raised as cases on VISRVCAS: the same
      *    cashier OPID within the day's trail, the same payee
      *    identity (document type and number on the winner-
      *    identity register) over the rolling week, and the same
      *    machine's tickets marked within BURSTMIN minutes of
      *    each other.  A case found again on a rerun of the same
      *    night is left as it stands.  Every case raised tonight
      *    lists to EXSRVRPT; the compliance officer works them
      *    with SRVCARD cards through HBHSS265 - see CFSRVCS.  No
      *    APRLIMIT record means no threshold and nothing to watch
000000     SELECT  APRLIMIT
000000                  ASSIGN             APRLIMIT-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  EXPAYAUD
000000             ASSIGN               EXPAYAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWINID
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINID-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VISRVCAS
000000             ASSIGN            VISRVCAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY SRVCS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSRVRPT
000000             ASSIGN               EXSRVRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260904追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  APRLIMIT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "APRLIMIT".
       01  APRLIMIT-KBN                    PIC X(12).
      *    the payment-marking trail exactly as HBHSS120 leaves it
000000 FD  EXPAYAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPAYAUD".
       01  EXPYU-REC.
           05  EXPYU-RUNDATE               PIC 9(08).
           05  EXPYU-RUNTIME               PIC 9(06).
           05  EXPYU-RUNTIME-R REDEFINES EXPYU-RUNTIME.
               07  EXPYU-RUN-HH            PIC 9(02).
               07  EXPYU-RUN-MI            PIC 9(02).
               07  EXPYU-RUN-SS            PIC 9(02).
           05  EXPYU-OPID                  PIC X(08).
           05  EXPYU-TICKETCD              PIC X(24).
           05  EXPYU-AMOUNT                PIC 9(14) COMP-3.
           05  EXPYU-RESULT                PIC X(01).
               88  EXPYU-MARKED             VALUE "0".
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
000000 FD  VISRVCAS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISRVCAS".
       01  SRVCS-REC.
           COPY CFSRVCS .
000000 FD  EXSRVRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSRVRPT".
       01  EXSRR-REC.
           05  EXSRR-DETDATE               PIC 9(08).
           05  EXSRR-TYPE                  PIC X(01).
           05  EXSRR-SUBJECT               PIC X(22).
           05  EXSRR-PAYCNT                PIC 9(05).
           05  EXSRR-TOTAMT                PIC 9(14) COMP-3.
           05  EXSRR-FROMDATE              PIC 9(08).
           05  EXSRR-TODATE                PIC 9(08).
           05  EXSRR-FIRSTTKT              PIC X(24).
           05  EXSRR-LASTTKT               PIC X(24).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  SW-LIMIT                    PIC 9(01) VALUE ZERO.
000000   03  SW-WINID                    PIC 9(01) VALUE ZERO.
000000   03  WK-LIMIT                    PIC 9(12) VALUE ZERO.
000000   03  WK-BANDLOW                  PIC 9(12) VALUE ZERO.
000000   03  WK-BANDPCT                  PIC 9(03) VALUE 10.
000000   03  WK-CLUSTCNT                 PIC 9(03) VALUE 3.
000000   03  WK-BURSTMIN                 PIC 9(04) VALUE 30.
000000   03  WK-NOWMIN                   PIC 9(04).
000000   03  WK-TODAY                    PIC 9(08).
000000   03  WK-BAND-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-CASE-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-DUP-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-HIT                      PIC 9(04).
      *    the first day of the rolling week, stepped back from the
      *    run date a day at a time by DAYBK-RTN
000000   03  WK-FROMDT                   PIC 9(08).
000000   03  WK-FROMDT-R REDEFINES WK-FROMDT.
000000       05  WK-FROM-YY              PIC 9(04).
000000       05  WK-FROM-MM              PIC 9(02).
000000       05  WK-FROM-DD              PIC 9(02).
000000   03  WK-FROM-LAST                PIC 9(02).
000000   03  WK-FROM-Q                   PIC 9(04).
000000   03  WK-FROM-R                   PIC 9(04).
      *    one slot per cashier seen in the band in the day's trail
000000 01  OPT-WORK.
000000   03  OPT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  OPT-TABLE.
000000     05  OPT-ENT OCCURS 200.
000000       07  OPT-E-OPID              PIC X(08).
000000       07  OPT-E-CNT               PIC 9(05).
000000       07  OPT-E-TOTAMT            PIC 9(14) COMP-3.
000000       07  OPT-E-DATE              PIC 9(08).
000000       07  OPT-E-FIRSTTKT          PIC X(24).
000000       07  OPT-E-LASTTKT           PIC X(24).
      *    one slot per machine: the burst window opens on the
      *    first payment and, until a cluster is found, restarts
      *    on the first payment marked outside it
000000 01  MCT-WORK.
000000   03  MCT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  MCT-TABLE.
000000     05  MCT-ENT OCCURS 2000.
000000       07  MCT-E-MACHINE           PIC X(10).
000000       07  MCT-E-STARTMIN          PIC 9(04).
000000       07  MCT-E-CNT               PIC 9(05).
000000       07  MCT-E-TOTAMT            PIC 9(14) COMP-3.
000000       07  MCT-E-DATE              PIC 9(08).
000000       07  MCT-E-FIRSTTKT          PIC X(24).
000000       07  MCT-E-LASTTKT           PIC X(24).
000000       07  MCT-E-FOUND             PIC 9(01).
      *    one slot per payee identity seen in the band this week
000000 01  PYT-WORK.
000000   03  PYT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  PYT-TABLE.
000000     05  PYT-ENT OCCURS 2000.
000000       07  PYT-E-SUBJECT           PIC X(22).
000000       07  PYT-E-CNT               PIC 9(05).
000000       07  PYT-E-TOTAMT            PIC 9(14) COMP-3.
000000       07  PYT-E-FROMDATE          PIC 9(08).
000000       07  PYT-E-TODATE            PIC 9(08).
000000       07  PYT-E-FIRSTTKT          PIC X(24).
000000       07  PYT-E-LASTTKT           PIC X(24).
000000 01  PYT-KEY-AREA.
000000   03  PYT-DOCTYPE                 PIC X(02).
000000   03  PYT-DOCNO                   PIC X(20).
000000 01  PYT-KEY REDEFINES PYT-KEY-AREA PIC X(22).
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
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
      *    the threshold the sweep watches under, then the band,
      *    the cluster size and the burst window
000000     OPEN INPUT APRLIMIT .
000000     IF NOT(FL-STS1 = "00") GO TO CX00050.
000000     READ APRLIMIT AT END CONTINUE .
000000     IF FL-STS1 = "00" AND APRLIMIT-KBN NUMERIC
000000         MOVE APRLIMIT-KBN TO WK-LIMIT
000000         MOVE 1 TO SW-LIMIT .
000000     CLOSE APRLIMIT .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-LIMIT = ZERO
000000     DISPLAY "HBHSS260-20 APRLIMIT ABSENT - NO THRESHOLD TO"
000000             " WATCH" UPON CONSOLE .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS260" TO PRM-PROGID
000000     MOVE "BANDPCT" TO PRM-NAME
000000     MOVE WK-BANDPCT TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-BANDPCT .
000000     IF WK-BANDPCT > 100
000000         MOVE 100 TO WK-BANDPCT .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS260" TO PRM-PROGID
000000     MOVE "CLUSTCNT" TO PRM-NAME
000000     MOVE WK-CLUSTCNT TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-CLUSTCNT .
000000     IF WK-CLUSTCNT < 2
000000         MOVE 2 TO WK-CLUSTCNT .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS260" TO PRM-PROGID
000000     MOVE "BURSTMIN" TO PRM-NAME
000000     MOVE WK-BURSTMIN TO PRM-VALUE (1:4)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:4) IS NUMERIC
000000         MOVE PRM-VALUE (1:4) TO WK-BURSTMIN .
000000     COMPUTE WK-BANDLOW = WK-LIMIT - WK-LIMIT * WK-BANDPCT / 100 .
      *    the rolling week: the run date and the six days before
000000     ACCEPT WK-TODAY FROM DATE YYYYMMDD
000000     MOVE WK-TODAY TO WK-FROMDT
000000     PERFORM DAYBK-RTN THRU CX00074 6 TIMES .
000000       OPEN  INPUT  EXPAYAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS260-01 EXPAYAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS260-02 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIWINID .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-WINID
000000     ELSE
000000     DISPLAY "HBHSS260-21 VIWINID ABSENT - PAYEE CLUSTERS NOT"
000000             " WATCHED" UPON CONSOLE .
000000     OPEN I-O VISRVCAS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VISRVCAS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS260-03 VISRVCAS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSRVRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS260-04 EXSRVRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHSS260-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the day's marking trail: every payment
      *    marked inside the band goes to its cashier's slot and
      *    its machine's burst window
000000 P000-RTN .
000000     IF SW-LIMIT = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXPAYAUD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     IF EXPYU-MARKED AND
000000        EXPYU-AMOUNT > WK-BANDLOW AND
000000        NOT(EXPYU-AMOUNT > WK-LIMIT)
000000         ADD 1 TO WK-BAND-CNT
000000         PERFORM OSLOT-RTN THRU CX00032
000000         PERFORM MSLOT-RTN THRU CX00036 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS260-06 EXPAYAUD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
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
      *    P100-RTN  -  the rolling week on the ledger: every entry
      *    paid since the first day of the week inside the band
      *    whose payee is on the winner-identity register goes to
      *    that identity's slot
      *20261015追加開始
      *    HBHSS120 takes the payee's identity for every payment
      *    inside the band, not only above the threshold, so each
      *    in-band payment read here has its VIWINID row
      *20261015追加終了
000000 P100-RTN .
000000     IF SW-LIMIT = ZERO OR SW-WINID = ZERO GO TO CX00005.
000000     MOVE LOW-VALUES TO PAYST-KEY .
000000     START VIPAYSTS KEY >= PAYST-KEY
000000             INVALID GO TO CX00005.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS NEXT AT END GO TO CX00005.
000000     IF NOT(PAYST-PAID AND
000000        NOT(PAYST-PAIDDATE < WK-FROMDT) AND
000000        PAYST-AMOUNT > WK-BANDLOW AND
000000        NOT(PAYST-AMOUNT > WK-LIMIT))GO TO CX00015.
000000     MOVE PAYST-TICKETCD TO WINID-TICKETCD
000000     READ VIWINID INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00015.
000000     PERFORM PSLOT-RTN THRU CX00041 .
000000     GO TO CX00015.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  every slot holding a cluster becomes a case
000000 P200-RTN .
000000     IF OPT-CNT = ZERO GO TO CX00020.
000000     PERFORM OCASE-RTN THRU CX00045
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > OPT-CNT .
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MCT-CNT = ZERO GO TO CX00021.
000000     PERFORM MCASE-RTN THRU CX00046
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > MCT-CNT .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PYT-CNT = ZERO GO TO CX00006.
000000     PERFORM PCASE-RTN THRU CX00047
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > PYT-CNT .
000000 CX00006. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS260-90 INBAND=" WK-BAND-CNT
000000             " CASES=" WK-CASE-CNT
000000             " ALREADYRAISED=" WK-DUP-CNT UPON CONSOLE .
000000     IF SW-WINID = 1
000000         CLOSE VIWINID .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHSS260-07 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXPAYAUD  VIPAYSTS  VISRVCAS  EXSRVRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00057.
000000         DISPLAY "HBHSS260-08 EXSRVRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00057.
           MOVE "CX00057" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    OSLOT-RTN  -  finds or opens the cashier's slot and adds
      *    the payment to it
000000 OSLOT-RTN .
           MOVE "OSLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIT .
000000     IF OPT-CNT = ZERO GO TO CX00030.
000000     PERFORM OSLOTF-RTN THRU CX00037
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > OPT-CNT OR WK-HIT NOT = ZERO .
000000 CX00030.
           MOVE "CX00030" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HIT = ZERO)GO TO CX00031.
000000     IF NOT(OPT-CNT < 200)GO TO CX00033.
000000     ADD 1 TO OPT-CNT
000000     MOVE OPT-CNT TO WK-HIT
000000     MOVE EXPYU-OPID TO OPT-E-OPID (WK-HIT)
000000     MOVE ZERO TO OPT-E-CNT (WK-HIT)
000000     MOVE ZERO TO OPT-E-TOTAMT (WK-HIT)
000000     MOVE EXPYU-RUNDATE TO OPT-E-DATE (WK-HIT)
000000     MOVE EXPYU-TICKETCD TO OPT-E-FIRSTTKT (WK-HIT) .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO OPT-E-CNT (WK-HIT)
000000     ADD EXPYU-AMOUNT TO OPT-E-TOTAMT (WK-HIT)
000000     MOVE EXPYU-TICKETCD TO OPT-E-LASTTKT (WK-HIT) .
000000     GO TO CX00032.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS260-91 CASHIER TABLE FULL"
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "91" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032. EXIT.
      *
      *    OSLOTF-RTN  -  table probe for the cashier
000000 OSLOTF-RTN .
           MOVE "OSLOTF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF OPT-E-OPID (WK-IX) = EXPYU-OPID
000000         MOVE WK-IX TO WK-HIT .
000000 CX00037. EXIT.
      *
      *    MSLOT-RTN  -  finds or opens the machine's slot; a
      *    payment outside the open window restarts it unless a
      *    cluster has already been found there
000000 MSLOT-RTN .
           MOVE "MSLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-NOWMIN = EXPYU-RUN-HH * 60 + EXPYU-RUN-MI .
000000     MOVE ZERO TO WK-HIT .
000000     IF MCT-CNT = ZERO GO TO CX00034.
000000     PERFORM MSLOTF-RTN THRU CX00038
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > MCT-CNT OR WK-HIT NOT = ZERO .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HIT = ZERO)GO TO CX00035.
000000     IF NOT(MCT-CNT < 2000)GO TO CX00039.
000000     ADD 1 TO MCT-CNT
000000     MOVE MCT-CNT TO WK-HIT
000000     MOVE EXPYU-TICKETCD (1:10) TO MCT-E-MACHINE (WK-HIT)
000000     MOVE ZERO TO MCT-E-FOUND (WK-HIT)
000000     PERFORM MOPEN-RTN THRU CX00044 .
000000     GO TO CX00040.
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MCT-E-FOUND (WK-HIT) = 1 AND
000000        WK-NOWMIN - MCT-E-STARTMIN (WK-HIT) > WK-BURSTMIN
000000         GO TO CX00036 .
000000     IF WK-NOWMIN - MCT-E-STARTMIN (WK-HIT) > WK-BURSTMIN OR
000000        EXPYU-RUNDATE NOT = MCT-E-DATE (WK-HIT)
000000         PERFORM MOPEN-RTN THRU CX00044 .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO MCT-E-CNT (WK-HIT)
000000     ADD EXPYU-AMOUNT TO MCT-E-TOTAMT (WK-HIT)
000000     MOVE EXPYU-TICKETCD TO MCT-E-LASTTKT (WK-HIT) .
000000     IF NOT(MCT-E-CNT (WK-HIT) < WK-CLUSTCNT)
000000         MOVE 1 TO MCT-E-FOUND (WK-HIT) .
000000     GO TO CX00036.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS260-92 MACHINE TABLE FULL"
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "92" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00036. EXIT.
      *
      *    MOPEN-RTN  -  (re)opens the machine's burst window on
      *    this payment
000000 MOPEN-RTN .
           MOVE "MOPEN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-NOWMIN TO MCT-E-STARTMIN (WK-HIT)
000000     MOVE ZERO TO MCT-E-CNT (WK-HIT)
000000     MOVE ZERO TO MCT-E-TOTAMT (WK-HIT)
000000     MOVE EXPYU-RUNDATE TO MCT-E-DATE (WK-HIT)
000000     MOVE EXPYU-TICKETCD TO MCT-E-FIRSTTKT (WK-HIT) .
000000 CX00044. EXIT.
      *
      *    MSLOTF-RTN  -  table probe for the machine
000000 MSLOTF-RTN .
           MOVE "MSLOTF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MCT-E-MACHINE (WK-IX) = EXPYU-TICKETCD (1:10)
000000         MOVE WK-IX TO WK-HIT .
000000 CX00038. EXIT.
      *
      *    PSLOT-RTN  -  finds or opens the payee identity's slot
      *    and adds the ledger entry to it
000000 PSLOT-RTN .
           MOVE "PSLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WINID-DOCTYPE TO PYT-DOCTYPE
000000     MOVE WINID-DOCNO TO PYT-DOCNO
000000     MOVE ZERO TO WK-HIT .
000000     IF PYT-CNT = ZERO GO TO CX00042.
000000     PERFORM PSLOTF-RTN THRU CX00048
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > PYT-CNT OR WK-HIT NOT = ZERO .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HIT = ZERO)GO TO CX00043.
000000     IF NOT(PYT-CNT < 2000)GO TO CX00049.
000000     ADD 1 TO PYT-CNT
000000     MOVE PYT-CNT TO WK-HIT
000000     MOVE PYT-KEY TO PYT-E-SUBJECT (WK-HIT)
000000     MOVE ZERO TO PYT-E-CNT (WK-HIT)
000000     MOVE ZERO TO PYT-E-TOTAMT (WK-HIT)
000000     MOVE PAYST-PAIDDATE TO PYT-E-FROMDATE (WK-HIT)
000000     MOVE PAYST-PAIDDATE TO PYT-E-TODATE (WK-HIT)
000000     MOVE PAYST-TICKETCD TO PYT-E-FIRSTTKT (WK-HIT) .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO PYT-E-CNT (WK-HIT)
000000     ADD PAYST-AMOUNT TO PYT-E-TOTAMT (WK-HIT)
000000     MOVE PAYST-TICKETCD TO PYT-E-LASTTKT (WK-HIT) .
000000     IF PAYST-PAIDDATE < PYT-E-FROMDATE (WK-HIT)
000000         MOVE PAYST-PAIDDATE TO PYT-E-FROMDATE (WK-HIT) .
000000     IF PAYST-PAIDDATE > PYT-E-TODATE (WK-HIT)
000000         MOVE PAYST-PAIDDATE TO PYT-E-TODATE (WK-HIT) .
000000     GO TO CX00041.
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS260-93 PAYEE TABLE FULL"
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "93" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041. EXIT.
      *
      *    PSLOTF-RTN  -  table probe for the payee identity
000000 PSLOTF-RTN .
           MOVE "PSLOTF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PYT-E-SUBJECT (WK-IX) = PYT-KEY
000000         MOVE WK-IX TO WK-HIT .
000000 CX00048. EXIT.
      *
      *    OCASE-RTN / MCASE-RTN / PCASE-RTN  -  a slot holding
      *    CLUSTCNT or more payments is handed to CASE-RTN
000000 OCASE-RTN .
           MOVE "OCASE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF OPT-E-CNT (WK-IX) < WK-CLUSTCNT GO TO CX00045.
000000     MOVE SPACE TO SRVCS-SUBJECT
000000     MOVE "O" TO SRVCS-TYPE
000000     MOVE OPT-E-OPID (WK-IX) TO SRVCS-SUBJECT
000000     MOVE OPT-E-CNT (WK-IX) TO SRVCS-PAYCNT
000000     MOVE OPT-E-TOTAMT (WK-IX) TO SRVCS-TOTAMT
000000     MOVE OPT-E-DATE (WK-IX) TO SRVCS-FROMDATE
000000     MOVE OPT-E-DATE (WK-IX) TO SRVCS-TODATE
000000     MOVE OPT-E-FIRSTTKT (WK-IX) TO SRVCS-FIRSTTKT
000000     MOVE OPT-E-LASTTKT (WK-IX) TO SRVCS-LASTTKT
000000     PERFORM CASE-RTN THRU CX00025 .
000000 CX00045. EXIT.
000000 MCASE-RTN .
           MOVE "MCASE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MCT-E-FOUND (WK-IX) NOT = 1 GO TO CX00046.
000000     MOVE SPACE TO SRVCS-SUBJECT
000000     MOVE "M" TO SRVCS-TYPE
000000     MOVE MCT-E-MACHINE (WK-IX) TO SRVCS-SUBJECT
000000     MOVE MCT-E-CNT (WK-IX) TO SRVCS-PAYCNT
000000     MOVE MCT-E-TOTAMT (WK-IX) TO SRVCS-TOTAMT
000000     MOVE MCT-E-DATE (WK-IX) TO SRVCS-FROMDATE
000000     MOVE MCT-E-DATE (WK-IX) TO SRVCS-TODATE
000000     MOVE MCT-E-FIRSTTKT (WK-IX) TO SRVCS-FIRSTTKT
000000     MOVE MCT-E-LASTTKT (WK-IX) TO SRVCS-LASTTKT
000000     PERFORM CASE-RTN THRU CX00025 .
000000 CX00046. EXIT.
000000 PCASE-RTN .
           MOVE "PCASE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PYT-E-CNT (WK-IX) < WK-CLUSTCNT GO TO CX00047.
000000     MOVE "P" TO SRVCS-TYPE
000000     MOVE PYT-E-SUBJECT (WK-IX) TO SRVCS-SUBJECT
000000     MOVE PYT-E-CNT (WK-IX) TO SRVCS-PAYCNT
000000     MOVE PYT-E-TOTAMT (WK-IX) TO SRVCS-TOTAMT
000000     MOVE PYT-E-FROMDATE (WK-IX) TO SRVCS-FROMDATE
000000     MOVE PYT-E-TODATE (WK-IX) TO SRVCS-TODATE
000000     MOVE PYT-E-FIRSTTKT (WK-IX) TO SRVCS-FIRSTTKT
000000     MOVE PYT-E-LASTTKT (WK-IX) TO SRVCS-LASTTKT
000000     PERFORM CASE-RTN THRU CX00025 .
000000 CX00047. EXIT.
      *
      *    CASE-RTN  -  raises the case open on VISRVCAS and lists
      *    it; one already raised for the same night and subject
      *    keeps its disposition
000000 CASE-RTN .
           MOVE "CASE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO SRVCS-DETDATE
000000     MOVE WK-LIMIT TO SRVCS-LIMIT
000000     MOVE WK-BANDLOW TO SRVCS-BANDLOW
000000     MOVE "O" TO SRVCS-STATUS
000000     MOVE ZERO TO SRVCS-DISPDATE
000000     MOVE SPACE TO SRVCS-DISPOPID
000000     MOVE SPACE TO SRVCS-DISPNOTE
000000     WRITE SRVCS-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         ADD 1 TO WK-DUP-CNT
000000         GO TO CX00025 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHSS260-09 VISRVCAS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CASE-CNT
000000     MOVE SRVCS-DETDATE TO EXSRR-DETDATE
000000     MOVE SRVCS-TYPE TO EXSRR-TYPE
000000     MOVE SRVCS-SUBJECT TO EXSRR-SUBJECT
000000     MOVE SRVCS-PAYCNT TO EXSRR-PAYCNT
000000     MOVE SRVCS-TOTAMT TO EXSRR-TOTAMT
000000     MOVE SRVCS-FROMDATE TO EXSRR-FROMDATE
000000     MOVE SRVCS-TODATE TO EXSRR-TODATE
000000     MOVE SRVCS-FIRSTTKT TO EXSRR-FIRSTTKT
000000     MOVE SRVCS-LASTTKT TO EXSRR-LASTTKT
000000     WRITE EXSRR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00023.
000000         DISPLAY "HBHSS260-10 EXSRVRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00025. EXIT.
      *
      *    DAYBK-RTN  -  steps WK-FROMDT back one calendar day,
      *    February by the leap-year rule
000000 DAYBK-RTN .
           MOVE "DAYBK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-DD > 1)GO TO CX00071.
000000     COMPUTE WK-FROM-DD = WK-FROM-DD - 1 .
000000     GO TO CX00074.
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FROM-MM = 1)GO TO CX00072.
000000     COMPUTE WK-FROM-YY = WK-FROM-YY - 1
000000     MOVE 12 TO WK-FROM-MM
000000     MOVE 31 TO WK-FROM-DD .
000000     GO TO CX00074.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-FROM-MM = WK-FROM-MM - 1
000000     MOVE 31 TO WK-FROM-LAST .
000000     IF WK-FROM-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-FROM-LAST .
000000     IF NOT(WK-FROM-MM = 2)GO TO CX00073.
000000     MOVE 28 TO WK-FROM-LAST
000000     DIVIDE WK-FROM-YY BY 4 GIVING WK-FROM-Q
000000         REMAINDER WK-FROM-R .
000000     IF WK-FROM-R = ZERO
000000         MOVE 29 TO WK-FROM-LAST .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FROM-LAST TO WK-FROM-DD .
000000 CX00074. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS260" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS260" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS260" TO PRM-PROGID
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
000000         DISPLAY "HBHSS260-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
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
000000     MOVE "HBHSS260" TO JOBLG-PROGID
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
000000     MOVE WK-CASE-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS260-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS260" TO ERRM-PROGID
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
