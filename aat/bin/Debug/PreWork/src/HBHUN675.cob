000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN675 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260926追加開始
      *    channel minimum-volume commitments: several channel
      *    contracts carry a minimum monthly volume, with a penalty
      *    or a cut commission rate when the channel falls short,
      *    and it was checked by hand against the statements.
      *    CMTCARD cards keep the VICHCMIT commitment master
      *    (CFCHCMT) - per VICHNNEL channel the term, the minimum
      *    and the penalty rule: A adds a term, C changes it, X
      *    removes it; terms of one channel may not overlap, the
      *    operator is checked on VIOPRMST for the commitment class
      *    (Y) and every card is audited to EXCMTAUD.  Each night
      *    every channel's month-to-date volume is measured off the
      *    VICHNURI channel cumulative - the fiscal-year total less
      *    the total filed on VICMTHIS (CFCMTHS) at the last month
      *    end.  Before the month's last day a channel whose run
      *    rate projects under WARNPCT percent of its minimum is
      *    warned on EXCMTSTM and raises error 50 through HSAAL100,
      *    from day WARNDAY on.  On the last day the month is
      *    settled: the penalty goes onto EXCMTSTM as the channel's
      *    statement line and onto the SQWCMTJN journal feed for
      *    HBHUN610, source M, and every channel's total is filed
      *    for the next month.  March must settle before HBHUN845
      *    cuts the year's cumulative rows
000000     SELECT  CMTCARD
000000                  ASSIGN             CMTCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VICHCMIT
000000             ASSIGN            VICHCMIT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CMT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICHNNEL
000000             ASSIGN            VICHNNEL-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     DYNAMIC
000000             RECORD   KEY      CHN-CHANCD
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VICHNURI
000000             ASSIGN            VICHNURI-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     DYNAMIC
000000             RECORD   KEY      CHU-KEY
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  VICMTHIS
000000             ASSIGN            VICMTHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CMH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCMTAUD
000000             ASSIGN               EXCMTAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXCMTSTM
000000             ASSIGN               EXCMTSTM-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWCMTJN
000000             ASSIGN               SQWCMTJN-MSD
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
      *20260926追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CMTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "CMTCARD".
       01  CMC-REC.
           05  CMC-ACTION                  PIC X(01).
               88  CMC-ADD                  VALUE "A".
               88  CMC-CHANGE               VALUE "C".
               88  CMC-CANCEL               VALUE "X".
           05  CMC-CHAN                    PIC X(02).
           05  CMC-FROMYM                  PIC X(06).
           05  CMC-FROMYM-N REDEFINES CMC-FROMYM
                                           PIC 9(06).
           05  CMC-FROMYM-R REDEFINES CMC-FROMYM.
               07  CMC-FROMYY              PIC 9(04).
               07  CMC-FROMMM              PIC 9(02).
      *    blank for an open-ended term
           05  CMC-TOYM                    PIC X(06).
           05  CMC-TOYM-N REDEFINES CMC-TOYM
                                           PIC 9(06).
           05  CMC-TOYM-R REDEFINES CMC-TOYM.
               07  CMC-TOYY                PIC 9(04).
               07  CMC-TOMM                PIC 9(02).
           05  CMC-MINVOL                  PIC X(13).
           05  CMC-MINVOL-N REDEFINES CMC-MINVOL
                                           PIC 9(13).
           05  CMC-RULE                    PIC X(01).
               88  CMC-VALIDRULE            VALUE "F" "R" "C".
           05  CMC-PENAMT                  PIC X(11).
           05  CMC-PENAMT-N REDEFINES CMC-PENAMT
                                           PIC 9(11).
      *    percent to two places, 00500 for 5.00
           05  CMC-PENPCT                  PIC X(05).
           05  CMC-PENPCT-N REDEFINES CMC-PENPCT
                                           PIC 9(03)V99.
           05  CMC-OPID                    PIC X(08).
000000 FD  VICHCMIT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHCMIT".
       01  CMT-REC.
           COPY CFCHCMT .
000000 FD  VICHNNEL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNNEL".
       01  CHN-REC.
           05  CHN-CHANCD                  PIC X(02).
           05  FILLER                      PIC X(100).
000000 FD  VICHNURI
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNURI".
       01  CHU-REC.
           05  CHU-KEY.
               07  CHU-NENDO               PIC 9(04).
               07  CHU-CHAN                PIC 9(02).
               07  CHU-GMTYPE              PIC 9(02).
               07  CHU-BLOCK               PIC S9(04) COMP.
               07  CHU-KAIGO               PIC S9(04) COMP.
           05  CHU-AMT                     PIC 9(13) COMP-3.
           05  CHU-YOBI                    PIC X(10).
000000 FD  VICMTHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMTHIS".
       01  CMH-REC.
           COPY CFCMTHS .
000000 FD  EXCMTAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCMTAUD".
       01  EXCMA-REC.
           05  EXCMA-RUNDATE               PIC 9(08).
           05  EXCMA-RUNTIME               PIC 9(06).
           05  EXCMA-OPID                  PIC X(08).
           05  EXCMA-ACTION                PIC X(01).
           05  EXCMA-CHAN                  PIC X(02).
           05  EXCMA-FROMYM                PIC X(06).
      *    the term as it stands after the card
           05  EXCMA-TOYM                  PIC 9(06).
           05  EXCMA-MINVOL                PIC 9(13).
           05  EXCMA-RULE                  PIC X(01).
           05  EXCMA-PENAMT                PIC 9(11).
           05  EXCMA-PENPCT                PIC 9(03)V99.
           05  EXCMA-RESULT                PIC X(01).
               88  EXCMA-APPLIED            VALUE "0".
               88  EXCMA-OVERLAP            VALUE "1".
               88  EXCMA-INVALID            VALUE "2".
               88  EXCMA-UNAUTHORIZED       VALUE "3".
               88  EXCMA-NOTFOUND           VALUE "4".
               88  EXCMA-NOCHANNEL          VALUE "5".
000000 FD  EXCMTSTM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCMTSTM".
       01  EXCMS-REC.
      *    P penalty raised, M minimum met, W tracking below the
      *    run rate, N no base to measure the month from
           05  EXCMS-RECTYPE               PIC X(01).
               88  EXCMS-PENALTYLINE        VALUE "P".
               88  EXCMS-MET                VALUE "M".
               88  EXCMS-WARNING            VALUE "W".
               88  EXCMS-NOBASE             VALUE "N".
           05  EXCMS-BUSDATE               PIC 9(08).
           05  EXCMS-YM                    PIC 9(06).
           05  EXCMS-CHAN                  PIC X(02).
           05  EXCMS-FROMYM                PIC 9(06).
           05  EXCMS-TOYM                  PIC 9(06).
           05  EXCMS-MINVOL                PIC 9(13).
           05  EXCMS-VOLUME                PIC S9(13).
      *    W: the volume the month ends at on its present rate
           05  EXCMS-PROJECTED             PIC S9(13).
           05  EXCMS-SHORT                 PIC 9(13).
           05  EXCMS-RULE                  PIC X(01).
           05  EXCMS-PENPCT                PIC 9(03)V99.
           05  EXCMS-PENALTY               PIC 9(13).
           05  EXCMS-NOTE                  PIC X(20).
      *    the penalty feed for the accounting journal, in the
      *    settlement feed's layout (see CFSIWK) with its closing
      *    control record; the M/S mapping on VIACCTMS carries the
      *    penalty through HBHUN610
000000 FD  SQWCMTJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMTJN".
       01  CMTJ-REC.
           05  CMTJ-RECKBN                 PIC X(01).
               88  CMTJ-DETAIL              VALUE "D".
               88  CMTJ-CONTROL             VALUE "C".
           05  CMTJ-SRC                    PIC X(01).
           05  CMTJ-KEY                    PIC X(10).
           05  CMTJ-URIAMT                 PIC S9(14) COMP-3.
           05  CMTJ-SHIAMT                 PIC S9(14) COMP-3.
           05  CMTJ-TESURYO                PIC S9(14) COMP-3.
           05  CMTJ-TAXAMT                 PIC S9(14) COMP-3.
           05  CMTJ-CNT                    PIC 9(07).
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-UPD-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CMT-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-WARN-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-PEN-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-HIS-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-WARNDAY                  PIC 9(02) VALUE 10.
000000   03  WK-WARNPCT                  PIC 9(03) VALUE 100.
000000   03  SW-MONTHEND                 PIC 9(01) VALUE ZERO.
000000   03  SW-BASE                     PIC 9(01).
000000   03  SW-CMT                      PIC 9(01).
000000   03  SW-OVERLAP                  PIC 9(01).
000000   03  SW-ONFILE                   PIC 9(01).
000000   03  WK-MLAST                    PIC 9(02).
000000   03  WK-NENDO                    PIC 9(04).
000000   03  WK-YM                       PIC 9(06).
000000   03  WK-YM-R REDEFINES WK-YM.
000000       05  WK-YM-YY                PIC 9(04).
000000       05  WK-YM-MM                PIC 9(02).
000000   03  WK-PREVYM                   PIC 9(06).
000000   03  WK-PREVYM-R REDEFINES WK-PREVYM.
000000       05  WK-PREVYM-YY            PIC 9(04).
000000       05  WK-PREVYM-MM            PIC 9(02).
      *    the channel being measured
000000   03  WK-CHAN                     PIC X(02).
000000   03  WK-CHAN-N REDEFINES WK-CHAN PIC 9(02).
000000   03  WK-YTD                      PIC 9(13).
000000   03  WK-BASE                     PIC 9(13).
000000   03  WK-VOLUME                   PIC S9(13).
000000   03  WK-PROJECTED                PIC S9(13).
000000   03  WK-SHORT                    PIC 9(13).
000000   03  WK-PENALTY                  PIC 9(13).
      *    the term being carded, as it will stand
000000   03  WK-NEW-FROMYM               PIC 9(06).
000000   03  WK-NEW-TOYM                 PIC 9(06).
      *    the journal feed's control totals
000000   03  WK-JNL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-JNL-URI                  PIC S9(14) COMP-3 VALUE ZERO.
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
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-JRN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-STM                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
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
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN675" TO PRM-PROGID
000000     MOVE "WARNDAY" TO PRM-NAME
000000     MOVE "010" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000" AND
000000        PRM-VALUE (1:3) < "029"
000000         MOVE PRM-VALUE (1:3) TO WK-WARNDAY .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN675" TO PRM-PROGID
000000     MOVE "WARNPCT" TO PRM-NAME
000000     MOVE "100" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-WARNPCT .
000000     PERFORM MONTH-RTN THRU CX00096 .
000000       OPEN  INPUT  CMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN675-01 CMTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICHCMIT .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICHCMIT
000000         CLOSE VICHCMIT
000000         OPEN I-O VICHCMIT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN675-02 VICHCMIT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICHNNEL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN675-03 VICHNNEL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VICHNURI .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN675-04 VICHNURI OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICMTHIS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICMTHIS
000000         CLOSE VICMTHIS
000000         OPEN I-O VICMTHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN675-05 VICMTHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCMTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN675-06 EXCMTAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXCMTSTM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN675-07 EXCMTSTM OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the feed is written every night, empty but for its
      *    control record outside the month end, so a settled
      *    month's penalties are never fed twice
000000       OPEN  OUTPUT SQWCMTJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN675-08 SQWCMTJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN675-09 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "CMTCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VICHNNEL" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VICHNURI" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN675-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the commitment cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ CMTCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN675-10 CMTCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
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
      *    P100-RTN  -  every channel measured against the term in
      *    force, then the journal feed closed off
000000 P100-RTN .
000000     MOVE LOW-VALUES TO CHN-CHANCD .
000000     START VICHNNEL KEY >= CHN-CHANCD
000000             INVALID GO TO CX00016 .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICHNNEL NEXT AT END GO TO CX00016.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN675-11 VICHNNEL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM CHAN-RTN THRU CX00040 .
000000     GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE CMTJ-REC
000000     MOVE "C" TO CMTJ-RECKBN
000000     MOVE "M" TO CMTJ-SRC
000000     MOVE WK-JNL-URI TO CMTJ-URIAMT
000000     MOVE ZERO TO CMTJ-SHIAMT
000000     MOVE ZERO TO CMTJ-TESURYO
000000     MOVE ZERO TO CMTJ-TAXAMT
000000     MOVE WK-JNL-CNT TO CMTJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWCMTJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE CMTJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN675-12 SQWCMTJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN675-90 CARDS APPLIED=" WK-UPD-CNT
000000             " IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE
000000     DISPLAY "HBHUN675-92 CHANNELS=" WK-JOBLG-CNT
000000             " COMMITTED=" WK-CMT-CNT
000000             " WARNED=" WK-WARN-CNT
000000             " PENALTIES=" WK-PEN-CNT
000000             " FILED=" WK-HIS-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWCMTJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCMTAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCMTSTM" TO LNG-FILEID
000000     MOVE WK-LNG-STM TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN675-13 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  CMTCARD  VICHCMIT  VICHNNEL  VICHNURI  VICMTHIS
000000              EXCMTAUD  EXCMTSTM  SQWCMTJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN675-14 SQWCMTJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    MONTH-RTN  -  the business date's month, the month
      *    before it, the fiscal year (from April) and whether the
      *    date is the month's last day
000000 MONTH-RTN .
           MOVE "MONTH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT-YY TO WK-YM-YY
000000     MOVE WK-BUSDT-MM TO WK-YM-MM
000000     MOVE WK-BUSDT-YY TO WK-PREVYM-YY
000000     COMPUTE WK-PREVYM-MM = WK-BUSDT-MM - 1 .
000000     IF WK-BUSDT-MM = 1
000000         COMPUTE WK-PREVYM-YY = WK-BUSDT-YY - 1
000000         MOVE 12 TO WK-PREVYM-MM .
000000     MOVE WK-BUSDT-YY TO WK-NENDO .
000000     IF WK-BUSDT-MM < 4
000000         COMPUTE WK-NENDO = WK-BUSDT-YY - 1 .
000000     MOVE 31 TO WK-MLAST .
000000     IF WK-BUSDT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-MLAST .
000000     IF NOT(WK-BUSDT-MM = 2)GO TO CX00097.
000000     MOVE 28 TO WK-MLAST
000000     DIVIDE WK-BUSDT-YY BY 4 GIVING WK-BUSDT-Q
000000         REMAINDER WK-BUSDT-R .
000000     IF WK-BUSDT-R = ZERO
000000         MOVE 29 TO WK-MLAST .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-BUSDT-DD = WK-MLAST
000000         MOVE 1 TO SW-MONTHEND .
000000 CX00096. EXIT.
      *
      *    CARD-RTN  -  one card: the operator is checked first,
      *    then the channel, then the term itself
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXCMA-REC
000000     ACCEPT EXCMA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXCMA-RUNTIME FROM TIME
000000     MOVE CMC-OPID TO EXCMA-OPID
000000     MOVE CMC-ACTION TO EXCMA-ACTION
000000     MOVE CMC-CHAN TO EXCMA-CHAN
000000     MOVE CMC-FROMYM TO EXCMA-FROMYM
000000     MOVE CMC-OPID TO WK-CHK-OPID
000000     MOVE "Y" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF NOT(CMC-ADD OR CMC-CHANGE OR CMC-CANCEL) OR
000000        CMC-CHAN = SPACE OR CMC-FROMYM NOT NUMERIC
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF CMC-FROMMM < 1 OR CMC-FROMMM > 12
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF NOT(CMC-TOYM = SPACE)
000000        AND (CMC-TOYM NOT NUMERIC OR
000000             CMC-TOMM < 1 OR CMC-TOMM > 12)
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF NOT(CMC-MINVOL = SPACE OR CMC-MINVOL NUMERIC) OR
000000        NOT(CMC-PENAMT = SPACE OR CMC-PENAMT NUMERIC) OR
000000        NOT(CMC-PENPCT = SPACE OR CMC-PENPCT NUMERIC) OR
000000        NOT(CMC-RULE = SPACE OR CMC-VALIDRULE)
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     MOVE CMC-CHAN TO CHN-CHANCD
000000     READ VICHNNEL INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "5" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN675-15 VICHNNEL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE CMC-CHAN TO CMT-CHAN
000000     MOVE CMC-FROMYM-N TO CMT-FROMYM
000000     READ VICHCMIT INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN675-16 VICHCMIT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CMC-ADD GO TO CX00024.
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF CMC-CHANGE GO TO CX00025.
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     DELETE VICHCMIT INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN675-17 VICHCMIT DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00029.
      *    C: a blank field stays as it is; the new end must not
      *    run into the channel's next term
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CMC-TOYM NOT = SPACE
000000         MOVE CMC-TOYM-N TO CMT-TOYM .
000000     IF CMC-MINVOL NOT = SPACE
000000         MOVE CMC-MINVOL-N TO CMT-MINVOL .
000000     IF CMC-RULE NOT = SPACE
000000         MOVE CMC-RULE TO CMT-RULE .
000000     IF CMC-PENAMT NOT = SPACE
000000         MOVE CMC-PENAMT-N TO CMT-PENAMT .
000000     IF CMC-PENPCT NOT = SPACE
000000         MOVE CMC-PENPCT-N TO CMT-PENPCT .
000000     PERFORM RULECHK-RTN THRU CX00030 .
000000     IF EXCMA-RESULT NOT = SPACE GO TO CX00021.
000000     MOVE CMT-FROMYM TO WK-NEW-FROMYM
000000     MOVE CMT-TOYM TO WK-NEW-TOYM
000000     PERFORM OVLP-RTN THRU CX00076 .
000000     IF SW-OVERLAP = 1
000000         MOVE "1" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     MOVE CMC-CHAN TO CMT-CHAN
000000     MOVE CMC-FROMYM-N TO CMT-FROMYM
000000     READ VICHCMIT INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN675-18 VICHCMIT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CMC-TOYM NOT = SPACE
000000         MOVE CMC-TOYM-N TO CMT-TOYM .
000000     IF CMC-MINVOL NOT = SPACE
000000         MOVE CMC-MINVOL-N TO CMT-MINVOL .
000000     IF CMC-RULE NOT = SPACE
000000         MOVE CMC-RULE TO CMT-RULE .
000000     IF CMC-PENAMT NOT = SPACE
000000         MOVE CMC-PENAMT-N TO CMT-PENAMT .
000000     IF CMC-PENPCT NOT = SPACE
000000         MOVE CMC-PENPCT-N TO CMT-PENPCT .
000000     MOVE CMC-OPID TO CMT-OPID
000000     MOVE WK-BUSDT TO CMT-CHGDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHCMIT" TO LNG-FILEID
000000     MOVE CMT-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE CMT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN675-19 VICHCMIT REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000     GO TO CX00029.
      *    A: the minimum and the rule must be given, and the term
      *    may not overlap another of the channel's
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23"
000000         MOVE "1" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     IF CMC-MINVOL = SPACE OR CMC-RULE = SPACE
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE CMT-REC
000000     MOVE CMC-CHAN TO CMT-CHAN
000000     MOVE CMC-FROMYM-N TO CMT-FROMYM
000000     MOVE 999999 TO CMT-TOYM .
000000     IF CMC-TOYM NOT = SPACE
000000         MOVE CMC-TOYM-N TO CMT-TOYM .
000000     MOVE CMC-MINVOL-N TO CMT-MINVOL
000000     MOVE CMC-RULE TO CMT-RULE
000000     MOVE ZERO TO CMT-PENAMT
000000     MOVE ZERO TO CMT-PENPCT .
000000     IF CMC-PENAMT NOT = SPACE
000000         MOVE CMC-PENAMT-N TO CMT-PENAMT .
000000     IF CMC-PENPCT NOT = SPACE
000000         MOVE CMC-PENPCT-N TO CMT-PENPCT .
000000     PERFORM RULECHK-RTN THRU CX00030 .
000000     IF EXCMA-RESULT NOT = SPACE GO TO CX00021.
000000     MOVE CMT-FROMYM TO WK-NEW-FROMYM
000000     MOVE CMT-TOYM TO WK-NEW-TOYM
000000     PERFORM OVLP-RTN THRU CX00076 .
000000     IF SW-OVERLAP = 1
000000         MOVE "1" TO EXCMA-RESULT
000000         GO TO CX00021.
000000     INITIALIZE CMT-REC
000000     MOVE CMC-CHAN TO CMT-CHAN
000000     MOVE WK-NEW-FROMYM TO CMT-FROMYM
000000     MOVE WK-NEW-TOYM TO CMT-TOYM
000000     MOVE CMC-MINVOL-N TO CMT-MINVOL
000000     MOVE CMC-RULE TO CMT-RULE
000000     MOVE ZERO TO CMT-PENAMT
000000     MOVE ZERO TO CMT-PENPCT .
000000     IF CMC-PENAMT NOT = SPACE
000000         MOVE CMC-PENAMT-N TO CMT-PENAMT .
000000     IF CMC-PENPCT NOT = SPACE
000000         MOVE CMC-PENPCT-N TO CMT-PENPCT .
000000     MOVE CMC-OPID TO CMT-OPID
000000     MOVE WK-BUSDT TO CMT-ENTDATE
000000     MOVE ZERO TO CMT-CHGDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHCMIT" TO LNG-FILEID
000000     MOVE CMT-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE CMT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHUN675-20 VICHCMIT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM AUDSET-RTN THRU CX00082 .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-UPD-CNT
000000     MOVE "0" TO EXCMA-RESULT
000000     PERFORM AUD-RTN THRU CX00077 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    RULECHK-RTN  -  the term as it will stand must hold
      *    together: a minimum, an end not before its start, and
      *    the amount or percent its rule charges by; a fault
      *    marks the audit line invalid
000000 RULECHK-RTN .
           MOVE "RULECHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXCMA-RESULT .
000000     IF CMT-MINVOL = ZERO OR CMT-TOYM < CMT-FROMYM OR
000000        NOT CMT-VALIDRULE
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00030.
000000     IF CMT-FIXED AND CMT-PENAMT = ZERO
000000         MOVE "2" TO EXCMA-RESULT
000000         GO TO CX00030.
000000     IF NOT CMT-FIXED AND
000000        (CMT-PENPCT = ZERO OR CMT-PENPCT > 100)
000000         MOVE "2" TO EXCMA-RESULT .
000000 CX00030. EXIT.
      *
      *    OVLP-RTN  -  whether WK-NEW-FROMYM to WK-NEW-TOYM runs
      *    into another term of the card's channel
000000 OVLP-RTN .
           MOVE "OVLP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-OVERLAP
000000     MOVE CMC-CHAN TO CMT-CHAN
000000     MOVE ZERO TO CMT-FROMYM .
000000     START VICHCMIT KEY >= CMT-KEY
000000             INVALID GO TO CX00076 .
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICHCMIT NEXT AT END GO TO CX00076.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN675-21 VICHCMIT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF CMT-CHAN NOT = CMC-CHAN GO TO CX00076.
000000     IF CMT-FROMYM = WK-NEW-FROMYM GO TO CX00079.
000000     IF CMT-FROMYM > WK-NEW-TOYM OR CMT-TOYM < WK-NEW-FROMYM
000000         GO TO CX00079.
000000     MOVE 1 TO SW-OVERLAP .
000000 CX00076. EXIT.
      *
      *    AUDSET-RTN  -  the master row as it stands onto the
      *    audit line
000000 AUDSET-RTN .
           MOVE "AUDSET-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CMT-TOYM TO EXCMA-TOYM
000000     MOVE CMT-MINVOL TO EXCMA-MINVOL
000000     MOVE CMT-RULE TO EXCMA-RULE
000000     MOVE CMT-PENAMT TO EXCMA-PENAMT
000000     MOVE CMT-PENPCT TO EXCMA-PENPCT .
000000 CX00082. EXIT.
      *
      *    AUD-RTN  -  one EXCMTAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCMTAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXCMA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHUN675-22 EXCMTAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00077. EXIT.
      *
      *    CHAN-RTN  -  one channel: its month-to-date volume, the
      *    term in force, then the warning or the month's
      *    settlement
000000 CHAN-RTN .
           MOVE "CHAN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CHN-CHANCD TO WK-CHAN .
000000     IF WK-CHAN NOT NUMERIC GO TO CX00040.
000000     PERFORM YTD-RTN THRU CX00070 .
      *    April opens the fiscal year, so its base is nil
000000     MOVE ZERO TO WK-BASE
000000     MOVE 1 TO SW-BASE .
000000     IF WK-BUSDT-MM = 4 GO TO CX00041.
000000     MOVE WK-CHAN TO CMH-CHAN
000000     MOVE WK-PREVYM TO CMH-YM
000000     READ VICMTHIS INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO SW-BASE
000000         GO TO CX00041.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN675-23 VICMTHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE CMH-YTDAMT TO WK-BASE .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-VOLUME = WK-YTD - WK-BASE
000000     PERFORM CMTFND-RTN THRU CX00073 .
000000     IF SW-CMT = 1
000000         ADD 1 TO WK-CMT-CNT .
000000     MOVE ZERO TO WK-SHORT
000000     MOVE ZERO TO WK-PENALTY .
000000     IF SW-MONTHEND = 1 GO TO CX00042.
      *    before the month end: only a committed channel with a
      *    base, from WARNDAY on, tracking under its run rate
000000     IF SW-CMT = ZERO OR SW-BASE = ZERO GO TO CX00040.
000000     IF WK-BUSDT-DD < WK-WARNDAY GO TO CX00040.
000000     COMPUTE WK-PROJECTED = WK-VOLUME * WK-MLAST / WK-BUSDT-DD
000000     IF NOT(WK-PROJECTED * 100 < CMT-MINVOL * WK-WARNPCT)
000000         GO TO CX00040.
000000     INITIALIZE EXCMS-REC
000000     MOVE "W" TO EXCMS-RECTYPE
000000     MOVE WK-PROJECTED TO EXCMS-PROJECTED .
000000     IF WK-PROJECTED < CMT-MINVOL
000000         COMPUTE EXCMS-SHORT = CMT-MINVOL - WK-PROJECTED .
000000     PERFORM STMT-RTN THRU CX00085 .
000000     ADD 1 TO WK-WARN-CNT
000000     DISPLAY "HBHUN675-50 CHANNEL " WK-CHAN
000000             " TRACKING BELOW RUN RATE - PROJECTED " WK-PROJECTED
000000             " MINIMUM " CMT-MINVOL UPON CONSOLE
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000     GO TO CX00040.
      *    the month end: the month is settled against the term
      *    and every channel's total filed for the next month
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-CMT = ZERO GO TO CX00043.
000000     INITIALIZE EXCMS-REC .
000000     IF SW-BASE = ZERO
000000         MOVE "N" TO EXCMS-RECTYPE
000000         MOVE "NO PRIOR MONTH FILED" TO EXCMS-NOTE
000000         PERFORM STMT-RTN THRU CX00085
000000         GO TO CX00043.
000000     IF WK-VOLUME < CMT-MINVOL
000000         COMPUTE WK-SHORT = CMT-MINVOL - WK-VOLUME
000000         PERFORM PEN-RTN THRU CX00081 .
000000     MOVE "M" TO EXCMS-RECTYPE .
000000     IF WK-PENALTY > ZERO
000000         MOVE "P" TO EXCMS-RECTYPE .
000000     MOVE WK-SHORT TO EXCMS-SHORT
000000     MOVE WK-PENALTY TO EXCMS-PENALTY
000000     PERFORM STMT-RTN THRU CX00085 .
000000     IF WK-PENALTY > ZERO
000000         PERFORM JNL-RTN THRU CX00087 .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM HIS-RTN THRU CX00089 .
000000 CX00040. EXIT.
      *
      *    YTD-RTN  -  the channel's fiscal-year cumulative, every
      *    game type, block and machine added up
000000 YTD-RTN .
           MOVE "YTD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-YTD
000000     MOVE LOW-VALUES TO CHU-KEY
000000     MOVE WK-NENDO TO CHU-NENDO
000000     MOVE WK-CHAN-N TO CHU-CHAN .
000000     START VICHNURI KEY >= CHU-KEY
000000             INVALID GO TO CX00070 .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICHNURI NEXT AT END GO TO CX00070.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN675-24 VICHNURI READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF CHU-NENDO NOT = WK-NENDO OR CHU-CHAN NOT = WK-CHAN-N
000000         GO TO CX00070.
000000     ADD CHU-AMT TO WK-YTD
000000     GO TO CX00071.
000000 CX00070. EXIT.
      *
      *    CMTFND-RTN  -  the channel's term covering the month
000000 CMTFND-RTN .
           MOVE "CMTFND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-CMT
000000     MOVE WK-CHAN TO CMT-CHAN
000000     MOVE ZERO TO CMT-FROMYM .
000000     START VICHCMIT KEY >= CMT-KEY
000000             INVALID GO TO CX00073 .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICHCMIT NEXT AT END GO TO CX00073.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN675-25 VICHCMIT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF CMT-CHAN NOT = WK-CHAN OR CMT-FROMYM > WK-YM
000000         GO TO CX00073.
000000     IF CMT-TOYM < WK-YM GO TO CX00074.
000000     MOVE 1 TO SW-CMT .
000000 CX00073. EXIT.
      *
      *    PEN-RTN  -  the penalty the term's rule charges on the
      *    month's shortfall, to the yen
000000 PEN-RTN .
           MOVE "PEN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF CMT-FIXED
000000         MOVE CMT-PENAMT TO WK-PENALTY
000000         GO TO CX00081.
000000     IF CMT-SHORTRATE
000000         COMPUTE WK-PENALTY ROUNDED =
000000             WK-SHORT * CMT-PENPCT / 100
000000         GO TO CX00081.
      *    C: the commission cut on the month's whole volume
000000     IF WK-VOLUME > ZERO
000000         COMPUTE WK-PENALTY ROUNDED =
000000             WK-VOLUME * CMT-PENPCT / 100 .
000000 CX00081. EXIT.
      *
      *    STMT-RTN  -  one EXCMTSTM line for the channel and term
000000 STMT-RTN .
           MOVE "STMT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO EXCMS-BUSDATE
000000     MOVE WK-YM TO EXCMS-YM
000000     MOVE WK-CHAN TO EXCMS-CHAN
000000     MOVE CMT-FROMYM TO EXCMS-FROMYM
000000     MOVE CMT-TOYM TO EXCMS-TOYM
000000     MOVE CMT-MINVOL TO EXCMS-MINVOL
000000     MOVE WK-VOLUME TO EXCMS-VOLUME
000000     MOVE CMT-RULE TO EXCMS-RULE
000000     MOVE CMT-PENPCT TO EXCMS-PENPCT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-STM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCMTSTM" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-STM TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXCMS-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00086.
000000         DISPLAY "HBHUN675-26 EXCMTSTM WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00085. EXIT.
      *
      *    JNL-RTN  -  the penalty onto the journal feed, keyed by
      *    channel and month
000000 JNL-RTN .
           MOVE "JNL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE CMTJ-REC
000000     MOVE "D" TO CMTJ-RECKBN
000000     MOVE "M" TO CMTJ-SRC
000000     MOVE SPACE TO CMTJ-KEY
000000     MOVE WK-CHAN TO CMTJ-KEY (1:2)
000000     MOVE WK-YM TO CMTJ-KEY (3:6)
000000     MOVE WK-PENALTY TO CMTJ-URIAMT
000000     MOVE ZERO TO CMTJ-SHIAMT
000000     MOVE ZERO TO CMTJ-TESURYO
000000     MOVE ZERO TO CMTJ-TAXAMT
000000     MOVE 1 TO CMTJ-CNT
000000     ADD 1 TO WK-JNL-CNT
000000     ADD WK-PENALTY TO WK-JNL-URI
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWCMTJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE CMTJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00088.
000000         DISPLAY "HBHUN675-27 SQWCMTJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00088.
           MOVE "CX00088" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-PEN-CNT .
000000 CX00087. EXIT.
      *
      *    HIS-RTN  -  the month's total and outcome filed for the
      *    channel; a rerun of the month end replaces the row
000000 HIS-RTN .
           MOVE "HIS-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CHAN TO CMH-CHAN
000000     MOVE WK-YM TO CMH-YM
000000     READ VICMTHIS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN675-28 VICMTHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "28" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE ZERO TO SW-ONFILE .
000000     IF FL-STS1 = "00" OR "02"
000000         MOVE 1 TO SW-ONFILE .
000000     ADD 1 TO WK-HIS-CNT
000000     INITIALIZE CMH-REC
000000     MOVE WK-CHAN TO CMH-CHAN
000000     MOVE WK-YM TO CMH-YM
000000     MOVE WK-NENDO TO CMH-NENDO
000000     MOVE WK-YTD TO CMH-YTDAMT
000000     MOVE WK-VOLUME TO CMH-VOLUME
000000     MOVE ZERO TO CMH-FROMYM
000000     MOVE ZERO TO CMH-MINVOL
000000     MOVE SPACE TO CMH-RULE .
000000     IF SW-CMT = 1
000000         MOVE CMT-FROMYM TO CMH-FROMYM
000000         MOVE CMT-MINVOL TO CMH-MINVOL
000000         MOVE CMT-RULE TO CMH-RULE .
000000     MOVE WK-SHORT TO CMH-SHORT
000000     MOVE WK-PENALTY TO CMH-PENALTY
000000     MOVE WK-BUSDT TO CMH-CLOSEDT .
000000     IF NOT(SW-ONFILE = 1)GO TO CX00090.
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICMTHIS" TO LNG-FILEID
000000     MOVE CMH-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE CMH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00094.
000000         DISPLAY "HBHUN675-29 VICMTHIS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "29" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00094.
           MOVE "CX00094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00089.
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICMTHIS" TO LNG-FILEID
000000     MOVE CMH-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE CMH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00095.
000000         DISPLAY "HBHUN675-30 VICMTHIS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
000000     MOVE "30" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00089. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN675" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN675" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN675" TO PRM-PROGID
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
000000         DISPLAY "HBHUN675-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
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
000000     MOVE "HBHUN675" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN675-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN675" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN675-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
