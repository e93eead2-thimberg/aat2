000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS270 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260905追加開始
      *    redemption-attempt register: HBHSS020's duplicate-
      *    redemption rejects (EXDUPRPT) and check-digit refusals
      *    (EXCKDREJ) are each only that night's output and gone
      *    the next.  Run after the settlement step, this carries
      *    every one of them onto the standing VIATTREG register
      *20261015修正開始
      *    with the code presented, the reason, the controller it
      *    was presented through and the business date it was
      *    refused on (both as HBHSS020 wrote them on the reject),
      *    so HBHSS275 can group
      *20261015修正終了
      *    a week of them.  A reject already on the register for
      *    the same night, code and reason - a trailing record of
      *    the same resent group, or a rerun - is counted and left
      *    as it stands - see CFATTRG
000000     SELECT  EXDUPRPT
000000             ASSIGN               EXDUPRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCKDREJ
000000             ASSIGN               EXCKDREJ-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIATTREG
000000             ASSIGN            VIATTREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ATTRG-KEY
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
      *    the night's rejects exactly as HBHSS020 leaves them
000000 FD  EXDUPRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDUPRPT".
       01  EXDUP-REC.
           05  EXDUP-RUNDATE               PIC 9(08).
           05  EXDUP-RUNTIME               PIC 9(06).
           05  EXDUP-KEY                   PIC X(24).
           05  EXDUP-ORGDATE               PIC 9(08).
      *20261015追加開始
      *    business date of the night and the controller the code
      *    was presented through, as HBHSS020 found them
           05  EXDUP-BUSDATE               PIC 9(08).
           05  EXDUP-FEPID                 PIC X(02).
      *20261015追加終了
000000 FD  EXCKDREJ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCKDREJ".
       01  EXCKD-REC.
           05  EXCKD-RUNDATE               PIC 9(08).
           05  EXCKD-RUNTIME               PIC 9(06).
           05  EXCKD-CODE                  PIC X(24).
      *20261015追加開始
           05  EXCKD-BUSDATE               PIC 9(08).
           05  EXCKD-FEPID                 PIC X(02).
      *20261015追加終了
000000 FD  VIATTREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIATTREG".
       01  ATTRG-REC.
           COPY CFATTRG .
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
000000   03  WK-DUP-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-CKD-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-ADD-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-HELD-CNT                 PIC 9(07) VALUE ZERO.
      *20261015追加開始
000000   03  WK-REJ-BUSDATE              PIC 9(08).
000000   03  WK-REJ-FEPID                PIC X(02).
      *20261015追加終了
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
000000       OPEN  INPUT  EXDUPRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS270-01 EXDUPRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  EXCKDREJ .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS270-02 EXCKDREJ OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIATTREG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIATTREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS270-03 VIATTREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS270-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
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
      *    P000-RTN  -  the duplicate-redemption rejects
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXDUPRPT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-DUP-CNT
000000     MOVE EXDUP-KEY TO ATTRG-CODE
000000     MOVE "D" TO ATTRG-REASON
000000     MOVE EXDUP-ORGDATE TO ATTRG-ORGDATE
000000     MOVE EXDUP-RUNDATE TO ATTRG-RUNDATE
000000     MOVE EXDUP-RUNTIME TO ATTRG-RUNTIME
      *20261015追加開始
000000     MOVE EXDUP-BUSDATE TO WK-REJ-BUSDATE
000000     MOVE EXDUP-FEPID TO WK-REJ-FEPID
      *20261015追加終了
000000     PERFORM REG-RTN THRU CX00030 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS270-05 EXDUPRPT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
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
      *    P100-RTN  -  the check-digit refusals
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXCKDREJ AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     ADD 1 TO WK-CKD-CNT
000000     MOVE EXCKD-CODE TO ATTRG-CODE
000000     MOVE "C" TO ATTRG-REASON
000000     MOVE ZERO TO ATTRG-ORGDATE
000000     MOVE EXCKD-RUNDATE TO ATTRG-RUNDATE
000000     MOVE EXCKD-RUNTIME TO ATTRG-RUNTIME
      *20261015追加開始
000000     MOVE EXCKD-BUSDATE TO WK-REJ-BUSDATE
000000     MOVE EXCKD-FEPID TO WK-REJ-FEPID
      *20261015追加終了
000000     PERFORM REG-RTN THRU CX00030 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS270-06 EXCKDREJ READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS270-90 DUPLICATE=" WK-DUP-CNT
000000             " CHECKDIGIT=" WK-CKD-CNT
000000             " REGISTERED=" WK-ADD-CNT
000000             " ALREADYHELD=" WK-HELD-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS270-07 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXDUPRPT  EXCKDREJ  VIATTREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS270-08 VIATTREG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
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
      *    REG-RTN  -  one attempt onto the register under the
      *    night's business date
000000 REG-RTN .
           MOVE "REG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015修正開始
      *    the night and controller are the ones HBHSS020 wrote on
      *    the reject; an older reject without them falls back to
      *    the derived business date and no controller
000000     IF WK-REJ-BUSDATE NUMERIC AND WK-REJ-BUSDATE > ZERO
000000         MOVE WK-REJ-BUSDATE TO ATTRG-BUSDATE
000000     ELSE
000000         MOVE WK-BUSDT TO ATTRG-BUSDATE .
000000     MOVE WK-REJ-FEPID TO ATTRG-TERMINAL
      *20261015修正終了
000000     WRITE ATTRG-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         ADD 1 TO WK-HELD-CNT
000000         GO TO CX00030 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHSS270-09 VIATTREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ADD-CNT .
000000 CX00030. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS270" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS270" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS270" TO PRM-PROGID
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
000000         DISPLAY "HBHSS270-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
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
000000     MOVE "HBHSS270" TO JOBLG-PROGID
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
000000     MOVE WK-ADD-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS270-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS270" TO ERRM-PROGID
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
