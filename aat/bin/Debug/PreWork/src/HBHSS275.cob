000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS275 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260905追加開始
      *    weekly redemption-attempt report: the week of VIATTREG
      *    ending on the WEEKEND run parameter (the business date
      *20261015修正開始
      *    when none is staged) is grouped twice - by the terminal
      *    (the controller the codes were presented through, as
      *    HBHSS020 found it), and by code pattern, the leading PATLEN
      *20261015修正終了
      *    characters of the code presented - so a counter that
      *    keeps presenting altered tickets shows up as one line
      *    with a count instead of scattered one-off rejects.  Each
      *    group lists to EXATTRPT with its duplicate and check-
      *    digit split and the first and last night seen, and is
      *    marked repeated when it holds MINCNT or more attempts
      *    - see CFATTRG
000000     SELECT  VIATTREG
000000             ASSIGN            VIATTREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY ATTRG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXATTRPT
000000             ASSIGN               EXATTRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260905追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIATTREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIATTREG".
       01  ATTRG-REC.
           COPY CFATTRG .
000000 FD  EXATTRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXATTRPT".
       01  EXATR-REC.
           05  EXATR-TYPE                  PIC X(01).
               88  EXATR-BY-TERMINAL        VALUE "T".
               88  EXATR-BY-PATTERN         VALUE "P".
           05  EXATR-FROMDATE              PIC 9(08).
           05  EXATR-TODATE                PIC 9(08).
           05  EXATR-GROUP                 PIC X(24).
           05  EXATR-CNT                   PIC 9(05).
           05  EXATR-DUPCNT                PIC 9(05).
           05  EXATR-CKDCNT                PIC 9(05).
           05  EXATR-FIRSTDT               PIC 9(08).
           05  EXATR-LASTDT                PIC 9(08).
           05  EXATR-MARK                  PIC X(01).
               88  EXATR-REPEATED           VALUE "R".
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
000000   03  WK-WEEKEND                  PIC 9(08).
000000   03  WK-PATLEN                   PIC 9(02) VALUE 16.
000000   03  WK-MINCNT                   PIC 9(03) VALUE 2.
000000   03  WK-ATT-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-LINE-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-REP-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-HIT                      PIC 9(04).
000000   03  WK-GROUP                    PIC X(24).
      *    the first day of the window, stepped back a day at a
      *    time by DAYBK-RTN
000000   03  WK-FROMDT                   PIC 9(08).
000000   03  WK-FROMDT-R REDEFINES WK-FROMDT.
000000       05  WK-FROM-YY              PIC 9(04).
000000       05  WK-FROM-MM              PIC 9(02).
000000       05  WK-FROM-DD              PIC 9(02).
000000   03  WK-FROM-LAST                PIC 9(02).
000000   03  WK-FROM-Q                   PIC 9(04).
000000   03  WK-FROM-R                   PIC 9(04).
      *    one slot per terminal and one per code pattern seen in
      *    the week
000000 01  TRT-WORK.
000000   03  TRT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  TRT-TABLE.
000000     05  TRT-ENT OCCURS 2000.
000000       07  TRT-E-GROUP             PIC X(24).
000000       07  TRT-E-CNT               PIC 9(05).
000000       07  TRT-E-DUPCNT            PIC 9(05).
000000       07  TRT-E-CKDCNT            PIC 9(05).
000000       07  TRT-E-FIRSTDT           PIC 9(08).
000000       07  TRT-E-LASTDT            PIC 9(08).
000000 01  PTT-WORK.
000000   03  PTT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  PTT-TABLE.
000000     05  PTT-ENT OCCURS 2000.
000000       07  PTT-E-GROUP             PIC X(24).
000000       07  PTT-E-CNT               PIC 9(05).
000000       07  PTT-E-DUPCNT            PIC 9(05).
000000       07  PTT-E-CKDCNT            PIC 9(05).
000000       07  PTT-E-FIRSTDT           PIC 9(08).
000000       07  PTT-E-LASTDT            PIC 9(08).
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
000000     MOVE WK-BUSDT TO WK-WEEKEND
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS275" TO PRM-PROGID
000000     MOVE "WEEKEND" TO PRM-NAME
000000     MOVE WK-WEEKEND TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:8) IS NUMERIC
000000         MOVE PRM-VALUE (1:8) TO WK-WEEKEND .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS275" TO PRM-PROGID
000000     MOVE "PATLEN" TO PRM-NAME
000000     MOVE WK-PATLEN TO PRM-VALUE (1:2)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:2) IS NUMERIC
000000         MOVE PRM-VALUE (1:2) TO WK-PATLEN .
000000     IF WK-PATLEN = ZERO OR WK-PATLEN > 24
000000         MOVE 16 TO WK-PATLEN .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS275" TO PRM-PROGID
000000     MOVE "MINCNT" TO PRM-NAME
000000     MOVE WK-MINCNT TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-MINCNT .
000000     MOVE WK-WEEKEND TO WK-FROMDT
000000     PERFORM DAYBK-RTN THRU CX00074 6 TIMES .
000000       OPEN  INPUT  VIATTREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS275-01 VIATTREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXATTRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS275-02 EXATTRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS275-03 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the week's attempts, in business-date order,
      *    into their terminal and pattern slots
000000 P000-RTN .
000000     MOVE LOW-VALUES TO ATTRG-KEY
000000     MOVE WK-FROMDT TO ATTRG-BUSDATE .
000000     START VIATTREG KEY >= ATTRG-KEY
000000             INVALID GO TO CX00003.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIATTREG NEXT AT END GO TO CX00003.
000000     IF ATTRG-BUSDATE > WK-WEEKEND GO TO CX00003.
000000     ADD 1 TO WK-ATT-CNT
000000     MOVE SPACE TO WK-GROUP
000000     MOVE ATTRG-TERMINAL TO WK-GROUP
000000     PERFORM TSLOT-RTN THRU CX00030 .
000000     MOVE SPACE TO WK-GROUP
000000     MOVE ATTRG-CODE (1:WK-PATLEN) TO WK-GROUP
000000     PERFORM PSLOT-RTN THRU CX00035 .
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  one report line per group, terminals first
000000 P100-RTN .
000000     IF TRT-CNT = ZERO GO TO CX00015.
000000     PERFORM TLINE-RTN THRU CX00040
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > TRT-CNT .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PTT-CNT = ZERO GO TO CX00005.
000000     PERFORM PLINE-RTN THRU CX00041
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > PTT-CNT .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS275-90 WEEK=" WK-FROMDT "-" WK-WEEKEND
000000             " ATTEMPTS=" WK-ATT-CNT
000000             " TERMINALS=" TRT-CNT
000000             " PATTERNS=" PTT-CNT
000000             " REPEATED=" WK-REP-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS275-04 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIATTREG  EXATTRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS275-05 EXATTRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    TSLOT-RTN  -  finds or opens the terminal's slot and
      *    counts the attempt into it
000000 TSLOT-RTN .
           MOVE "TSLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIT .
000000     IF TRT-CNT = ZERO GO TO CX00031.
000000     PERFORM TSLOTF-RTN THRU CX00033
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > TRT-CNT OR WK-HIT NOT = ZERO .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HIT = ZERO)GO TO CX00032.
000000     IF NOT(TRT-CNT < 2000)GO TO CX00034.
000000     ADD 1 TO TRT-CNT
000000     MOVE TRT-CNT TO WK-HIT
000000     MOVE WK-GROUP TO TRT-E-GROUP (WK-HIT)
000000     MOVE ZERO TO TRT-E-CNT (WK-HIT)
000000     MOVE ZERO TO TRT-E-DUPCNT (WK-HIT)
000000     MOVE ZERO TO TRT-E-CKDCNT (WK-HIT)
000000     MOVE ATTRG-BUSDATE TO TRT-E-FIRSTDT (WK-HIT) .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO TRT-E-CNT (WK-HIT)
000000     IF ATTRG-DUPLICATE
000000         ADD 1 TO TRT-E-DUPCNT (WK-HIT)
000000     ELSE
000000         ADD 1 TO TRT-E-CKDCNT (WK-HIT) .
000000     MOVE ATTRG-BUSDATE TO TRT-E-LASTDT (WK-HIT) .
000000     GO TO CX00030.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS275-91 TERMINAL TABLE FULL"
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "91" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00030. EXIT.
000000 TSLOTF-RTN .
           MOVE "TSLOTF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF TRT-E-GROUP (WK-IX) = WK-GROUP
000000         MOVE WK-IX TO WK-HIT .
000000 CX00033. EXIT.
      *
      *    PSLOT-RTN  -  the same for the code pattern
000000 PSLOT-RTN .
           MOVE "PSLOT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HIT .
000000     IF PTT-CNT = ZERO GO TO CX00036.
000000     PERFORM PSLOTF-RTN THRU CX00038
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > PTT-CNT OR WK-HIT NOT = ZERO .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HIT = ZERO)GO TO CX00037.
000000     IF NOT(PTT-CNT < 2000)GO TO CX00039.
000000     ADD 1 TO PTT-CNT
000000     MOVE PTT-CNT TO WK-HIT
000000     MOVE WK-GROUP TO PTT-E-GROUP (WK-HIT)
000000     MOVE ZERO TO PTT-E-CNT (WK-HIT)
000000     MOVE ZERO TO PTT-E-DUPCNT (WK-HIT)
000000     MOVE ZERO TO PTT-E-CKDCNT (WK-HIT)
000000     MOVE ATTRG-BUSDATE TO PTT-E-FIRSTDT (WK-HIT) .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO PTT-E-CNT (WK-HIT)
000000     IF ATTRG-DUPLICATE
000000         ADD 1 TO PTT-E-DUPCNT (WK-HIT)
000000     ELSE
000000         ADD 1 TO PTT-E-CKDCNT (WK-HIT) .
000000     MOVE ATTRG-BUSDATE TO PTT-E-LASTDT (WK-HIT) .
000000     GO TO CX00035.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS275-92 PATTERN TABLE FULL"
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "92" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035. EXIT.
000000 PSLOTF-RTN .
           MOVE "PSLOTF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PTT-E-GROUP (WK-IX) = WK-GROUP
000000         MOVE WK-IX TO WK-HIT .
000000 CX00038. EXIT.
      *
      *    TLINE-RTN / PLINE-RTN  -  one EXATTRPT line per slot
000000 TLINE-RTN .
           MOVE "TLINE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "T" TO EXATR-TYPE
000000     MOVE TRT-E-GROUP (WK-IX) TO EXATR-GROUP
000000     MOVE TRT-E-CNT (WK-IX) TO EXATR-CNT
000000     MOVE TRT-E-DUPCNT (WK-IX) TO EXATR-DUPCNT
000000     MOVE TRT-E-CKDCNT (WK-IX) TO EXATR-CKDCNT
000000     MOVE TRT-E-FIRSTDT (WK-IX) TO EXATR-FIRSTDT
000000     MOVE TRT-E-LASTDT (WK-IX) TO EXATR-LASTDT
000000     PERFORM LINE-RTN THRU CX00045 .
000000 CX00040. EXIT.
000000 PLINE-RTN .
           MOVE "PLINE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "P" TO EXATR-TYPE
000000     MOVE PTT-E-GROUP (WK-IX) TO EXATR-GROUP
000000     MOVE PTT-E-CNT (WK-IX) TO EXATR-CNT
000000     MOVE PTT-E-DUPCNT (WK-IX) TO EXATR-DUPCNT
000000     MOVE PTT-E-CKDCNT (WK-IX) TO EXATR-CKDCNT
000000     MOVE PTT-E-FIRSTDT (WK-IX) TO EXATR-FIRSTDT
000000     MOVE PTT-E-LASTDT (WK-IX) TO EXATR-LASTDT
000000     PERFORM LINE-RTN THRU CX00045 .
000000 CX00041. EXIT.
000000 LINE-RTN .
           MOVE "LINE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FROMDT TO EXATR-FROMDATE
000000     MOVE WK-WEEKEND TO EXATR-TODATE
000000     MOVE SPACE TO EXATR-MARK .
000000     IF NOT(EXATR-CNT < WK-MINCNT)
000000         MOVE "R" TO EXATR-MARK
000000         ADD 1 TO WK-REP-CNT .
000000     ADD 1 TO WK-LINE-CNT
000000     WRITE EXATR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHSS275-06 EXATTRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045. EXIT.
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
000000     MOVE "HBHSS275" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS275" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS275" TO PRM-PROGID
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
000000         DISPLAY "HBHSS275-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
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
000000     MOVE "HBHSS275" TO JOBLG-PROGID
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
000000     MOVE WK-LINE-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS275-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS275" TO ERRM-PROGID
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
