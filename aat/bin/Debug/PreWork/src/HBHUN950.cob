000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN950 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260917追加開始
      *    month-end campaign cost: what each vendor promotion gave
      *    away was only known from the credit notes.  For one
      *    month - the RPTMONTH run parameter, the business date's
      *    month when none is supplied, the month the month-end
      *    chain has just closed - every VICMPGN campaign (CFCMPGN)
      *    that ran in the month or was used in it gets a line on
      *    EXCMPRPT from the VICMPUSE use HBHUN370 accumulates
      *    (CFCMPUS): the days and postings it discounted, the
      *    sales it covered, the commission before the discount,
      *    the discount given and the net commission, with the
      *    discount as a share of the commission and of the sales;
      *    a total line closes the report
000000     SELECT  VICMPGN
000000             ASSIGN            VICMPGN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CMP-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICMPUSE
000000             ASSIGN            VICMPUSE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CMU-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCMPRPT
000000             ASSIGN               EXCMPRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260917追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VICMPGN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPGN".
       01  CMP-REC.
           COPY CFCMPGN .
000000 FD  VICMPUSE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPUSE".
       01  CMU-REC.
           COPY CFCMPUS .
000000 FD  EXCMPRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCMPRPT".
       01  EXCMR-REC.
           05  EXCMR-TYPE                  PIC X(01).
               88  EXCMR-CAMPAIGNLINE       VALUE "C".
               88  EXCMR-TOTALLINE          VALUE "T".
           05  EXCMR-MONTH                 PIC 9(06).
           05  EXCMR-ID                    PIC X(08).
           05  EXCMR-NAME                  PIC X(30).
           05  EXCMR-STATUS                PIC X(01).
           05  EXCMR-SCOPE                 PIC X(01).
           05  EXCMR-SCOPECD               PIC X(10).
           05  EXCMR-GMTYPE                PIC X(02).
           05  EXCMR-FROMDT                PIC 9(08).
           05  EXCMR-TODT                  PIC 9(08).
           05  EXCMR-RULE                  PIC X(01).
           05  EXCMR-RATE                  PIC 9(03)V99.
           05  EXCMR-AMOUNT                PIC 9(09).
      *    C: days with a discounted posting; T: campaigns listed
           05  EXCMR-DAYS                  PIC 9(03).
           05  EXCMR-POSTINGS              PIC 9(07).
           05  EXCMR-SALES                 PIC S9(14).
           05  EXCMR-GROSS                 PIC S9(14).
           05  EXCMR-DISC                  PIC S9(14).
           05  EXCMR-NET                   PIC S9(14).
      *    the discount as a percentage of the commission before
      *    it, and of the sales covered
           05  EXCMR-COMMPCT               PIC 9(03)V99.
           05  EXCMR-SALESPCT              PIC 9(03)V9(03).
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-RPT-MONTH                PIC 9(06).
000000   03  WK-FROM-DATE                PIC 9(08).
000000   03  WK-DAYS                     PIC 9(03).
000000   03  WK-POSTINGS                 PIC 9(07).
000000   03  WK-SALES                    PIC S9(14) COMP-3.
000000   03  WK-GROSS                    PIC S9(14) COMP-3.
000000   03  WK-DISC                     PIC S9(14) COMP-3.
      *    the report's total line
000000 01  TOT-WORK.
000000   03  TOT-CAMPAIGNS               PIC 9(03) VALUE ZERO.
000000   03  TOT-POSTINGS                PIC 9(07) VALUE ZERO.
000000   03  TOT-SALES                   PIC S9(14) COMP-3 VALUE ZERO.
000000   03  TOT-GROSS                   PIC S9(14) COMP-3 VALUE ZERO.
000000   03  TOT-DISC                    PIC S9(14) COMP-3 VALUE ZERO.
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
      *    the month reported: the RPTMONTH run parameter, or the
      *    business date's month when none is supplied
000000     MOVE WK-BUSDT (1:6) TO WK-RPT-MONTH
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN950" TO PRM-PROGID
000000     MOVE "RPTMONTH" TO PRM-NAME
000000     MOVE WK-RPT-MONTH TO PRM-VALUE (1:6)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:6) IS NUMERIC
000000         MOVE PRM-VALUE (1:6) TO WK-RPT-MONTH .
000000     COMPUTE WK-FROM-DATE = WK-RPT-MONTH * 100 + 1 .
000000       OPEN  INPUT  VICMPGN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN950-01 VICMPGN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICMPUSE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN950-02 VICMPUSE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCMPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN950-03 EXCMPRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN950-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every campaign in id order, then the total
000000 P000-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO CMP-KEY .
000000     START VICMPGN KEY >= CMP-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00021.
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICMPGN NEXT AT END GO TO CX00021.
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM CAMP-RTN THRU CX00030 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCMR-REC
000000     MOVE "T" TO EXCMR-TYPE
000000     MOVE WK-RPT-MONTH TO EXCMR-MONTH
000000     MOVE TOT-CAMPAIGNS TO EXCMR-DAYS
000000     MOVE TOT-POSTINGS TO EXCMR-POSTINGS
000000     MOVE TOT-SALES TO EXCMR-SALES
000000     MOVE TOT-GROSS TO EXCMR-GROSS
000000     MOVE TOT-DISC TO EXCMR-DISC
000000     COMPUTE EXCMR-NET = TOT-GROSS - TOT-DISC .
000000     IF TOT-GROSS > ZERO
000000         COMPUTE EXCMR-COMMPCT ROUNDED =
000000             TOT-DISC * 100 / TOT-GROSS .
000000     IF TOT-SALES > ZERO
000000         COMPUTE EXCMR-SALESPCT ROUNDED =
000000             TOT-DISC * 100 / TOT-SALES .
000000     WRITE EXCMR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHUN950-05 EXCMPRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN950-90 MONTH=" WK-RPT-MONTH
000000             " CAMPAIGNS=" TOT-CAMPAIGNS " POSTINGS=" TOT-POSTINGS
000000             " DISCOUNT=" TOT-DISC UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN950-06 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VICMPGN  VICMPUSE  EXCMPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN950-07 VICMPGN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CAMP-RTN  -  one campaign: its use in the month summed
      *    off VICMPUSE; a campaign neither running in the month
      *    nor used in it is left off
000000 CAMP-RTN .
           MOVE "CAMP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-DAYS WK-POSTINGS WK-SALES WK-GROSS WK-DISC
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE CMP-ID TO CMU-ID
000000     MOVE WK-FROM-DATE TO CMU-DATE .
000000     START VICMPUSE KEY >= CMU-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICMPUSE NEXT AT END GO TO CX00032.
000000     IF NOT(CMU-ID = CMP-ID AND
000000            CMU-DATE (1:6) = WK-RPT-MONTH (1:6))GO TO CX00032.
000000     ADD 1 TO WK-DAYS
000000     ADD CMU-POSTINGS TO WK-POSTINGS
000000     ADD CMU-SALES TO WK-SALES
000000     ADD CMU-GROSS TO WK-GROSS
000000     ADD CMU-DISC TO WK-DISC
000000     GO TO CX00031.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-DAYS = ZERO AND
000000        (CMP-TODT (1:6) < WK-RPT-MONTH (1:6) OR
000000         CMP-FROMDT (1:6) > WK-RPT-MONTH (1:6))
000000         GO TO CX00030.
000000     INITIALIZE EXCMR-REC
000000     MOVE "C" TO EXCMR-TYPE
000000     MOVE WK-RPT-MONTH TO EXCMR-MONTH
000000     MOVE CMP-ID TO EXCMR-ID
000000     MOVE CMP-NAME TO EXCMR-NAME
000000     MOVE CMP-STATUS TO EXCMR-STATUS
000000     MOVE CMP-SCOPE TO EXCMR-SCOPE
000000     MOVE CMP-SCOPECD TO EXCMR-SCOPECD
000000     MOVE CMP-GMTYPE TO EXCMR-GMTYPE
000000     MOVE CMP-FROMDT TO EXCMR-FROMDT
000000     MOVE CMP-TODT TO EXCMR-TODT
000000     MOVE CMP-RULE TO EXCMR-RULE
000000     MOVE CMP-RATE TO EXCMR-RATE
000000     MOVE CMP-AMOUNT TO EXCMR-AMOUNT
000000     MOVE WK-DAYS TO EXCMR-DAYS
000000     MOVE WK-POSTINGS TO EXCMR-POSTINGS
000000     MOVE WK-SALES TO EXCMR-SALES
000000     MOVE WK-GROSS TO EXCMR-GROSS
000000     MOVE WK-DISC TO EXCMR-DISC
000000     COMPUTE EXCMR-NET = WK-GROSS - WK-DISC .
000000     IF WK-GROSS > ZERO
000000         COMPUTE EXCMR-COMMPCT ROUNDED =
000000             WK-DISC * 100 / WK-GROSS .
000000     IF WK-SALES > ZERO
000000         COMPUTE EXCMR-SALESPCT ROUNDED =
000000             WK-DISC * 100 / WK-SALES .
000000     WRITE EXCMR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN950-05 EXCMPRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO TOT-CAMPAIGNS
000000     ADD WK-POSTINGS TO TOT-POSTINGS
000000     ADD WK-SALES TO TOT-SALES
000000     ADD WK-GROSS TO TOT-GROSS
000000     ADD WK-DISC TO TOT-DISC .
000000 CX00030. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN950" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN950" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN950" TO PRM-PROGID
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
000000         DISPLAY "HBHUN950-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
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
000000     MOVE "HBHUN950" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN950-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN950" TO ERRM-PROGID
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
