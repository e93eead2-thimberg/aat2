000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20150501追加終了
      *20261001追加開始
      *    one installation settles several halls, a pass each: the
      *    statement is the current hall's (see HSAAL160), and its
      *    company and group lines are kept on VICONHAL for the
      *    cross-hall consolidation HBHUN625 builds above it; a
      *    floor VIHALLAS puts in another hall is reported
000000     SELECT  VICONHAL
000000             ASSIGN            VICONHAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY CONH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261001追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SQWSIWAK
           05  EXCON-NETAMT                PIC S9(14) COMP-3.
           05  EXCON-NOGRP-SW              PIC X(01).
               88  EXCON-NOGRP              VALUE "Y".
      *20261001追加開始
           05  EXCON-HALLCD                PIC X(02).
      *20261001追加終了
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
      *20261001追加開始
000000 FD  VICONHAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICONHAL".
       01  CONH-REC.
           COPY CFCONHL .
      *20261001追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-CUR-URI                  PIC S9(14) COMP-3.
000000   03  WK-CUR-SHI                  PIC S9(14) COMP-3.
000000   03  WK-CUR-FEE                  PIC S9(14) COMP-3.
      *20261001追加開始
000000   03  WK-HALLCD                   PIC X(02).
000000   03  WK-NOGRP-CNT                PIC 9(04) VALUE ZERO.
000000   03  WK-OTHHALL-CNT              PIC 9(04) VALUE ZERO.
      *20261001追加終了
000000 01  FLR-WORK.
000000   03  FLR-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLR-TABLE.
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20150611追加終了
      *20261001追加開始
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261001追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
           MOVE "CX00009" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00020 .
      *20261001追加開始
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00070.
000000         DISPLAY "HBHUN620-13 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-HALLCD TO WK-HALLCD
000000     OPEN I-O VICONHAL .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICONHAL
000000         CLOSE VICONHAL
000000         OPEN I-O VICONHAL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00071.
000000         DISPLAY "HBHUN620-14 VICONHAL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the by-floor feed postings accumulate per
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加開始
000000     PERFORM CONH-RTN THRU CX00072 .
      *20261001追加終了
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN620-90 FLOORS=" FLR-CNT
000000             " GROUPS=" GRP-CNT UPON CONSOLE
      *20261001追加開始
000000     DISPLAY "HBHUN620-91 HALL=" WK-HALLCD
000000             " OTHER-HALL FLOORS=" WK-OTHHALL-CNT UPON CONSOLE
      *20261001追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00027 .
000000       CLOSE  VIJOBLOG  SQWSIWAK  VIURGRP  EXCONRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加開始
000000       CLOSE  VICONHAL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00073.
000000         DISPLAY "HBHUN620-15 VICONHAL CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加終了
000000 CX00004. EXIT.
      *
      *    RPT-RTN  -  writes the statement row the caller assembled
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加開始
000000     MOVE WK-HALLCD TO EXCON-HALLCD
      *20261001追加終了
000000     WRITE EXCON-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN620-12 EXCONRPT WRITE ERROR ",
000000     PERFORM UGRP-GET-RTN THRU CX00060
000000     MOVE WK-GROUPCD TO FLR-GROUPCD (WK-IX)
000000     MOVE WK-NOGRP-SW TO FLR-NOGRP-SW (WK-IX) .
      *20261001追加開始
000000     IF WK-NOGRP-SW = "Y"
000000         ADD 1 TO WK-NOGRP-CNT .
000000     PERFORM HALCHK-RTN THRU CX00076 .
      *20261001追加終了
000000     GO TO CX00033.
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
000000     MOVE WK-BUSDT-LAST TO WK-BUSDT-DD .
000000 CX00067. EXIT.
      *20150611追加終了
      *20261001追加開始
      *
      *    CONH-RTN  -  the hall's company line and group lines go
      *    onto VICONHAL for the business date; the lines a
      *    previous run of the same hall and date left are taken
      *    off first
000000 CONH-RTN .
           MOVE "CONH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO CONH-BUSDT
000000     MOVE WK-HALLCD TO CONH-HALLCD
000000     MOVE LOW-VALUES TO CONH-TYPE
000000     MOVE LOW-VALUES TO CONH-GROUPCD
000000     START VICONHAL KEY NOT < CONH-KEY
000000             INVALID GO TO CX00075 .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICONHAL NEXT AT END GO TO CX00075.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00077.
000000     IF NOT(CONH-BUSDT = WK-BUSDT AND CONH-HALLCD = WK-HALLCD)
000000         GO TO CX00075.
000000     DELETE VICONHAL INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00074.
000000           DISPLAY "HBHUN620-17 VICONHAL DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN620-16 VICONHAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE CONH-REC
000000     MOVE WK-BUSDT TO CONH-BUSDT
000000     MOVE WK-HALLCD TO CONH-HALLCD
000000     MOVE "C" TO CONH-TYPE
000000     MOVE SPACE TO CONH-GROUPCD
000000     MOVE CMP-URI TO CONH-URIAMT
000000     MOVE CMP-SHI TO CONH-SHIAMT
000000     MOVE CMP-FEE TO CONH-TESURYO
000000     COMPUTE CONH-NETAMT = CMP-URI - CMP-SHI - CMP-FEE
000000     MOVE FLR-CNT TO CONH-FLRCNT
000000     MOVE WK-NOGRP-CNT TO CONH-NOGRPCNT
000000     PERFORM CONHW-RTN THRU CX00078 .
000000     MOVE ZERO TO WK-IX .
000000 CX00079. IF NOT(WK-IX < GRP-CNT)GO TO CX00072.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-IX = WK-IX + 1
000000     INITIALIZE CONH-REC
000000     MOVE WK-BUSDT TO CONH-BUSDT
000000     MOVE WK-HALLCD TO CONH-HALLCD
000000     MOVE "G" TO CONH-TYPE
000000     MOVE GRP-GROUPCD (WK-IX) TO CONH-GROUPCD
000000     MOVE GRP-URI (WK-IX) TO CONH-URIAMT
000000     MOVE GRP-SHI (WK-IX) TO CONH-SHIAMT
000000     MOVE GRP-FEE (WK-IX) TO CONH-TESURYO
000000     COMPUTE CONH-NETAMT = GRP-URI (WK-IX)
000000             - GRP-SHI (WK-IX) - GRP-FEE (WK-IX)
000000     PERFORM CONHW-RTN THRU CX00078 .
000000     GO TO CX00079.
000000 CX00072. EXIT.
      *
      *    CONHW-RTN  -  writes the consolidation line assembled
000000 CONHW-RTN .
           MOVE "CONHW-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT CONH-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT CONH-RUNTIME FROM TIME
000000     WRITE CONH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000           DISPLAY "HBHUN620-18 VICONHAL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00078. EXIT.
      *
      *    HALCHK-RTN  -  a newly seen floor that VIHALLAS puts in
      *    another hall is consolidated here all the same, and
      *    reported so the assignment or the feed can be put right
000000 HALCHK-RTN .
           MOVE "HALCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "F" TO HALC-FUNC
000000     MOVE SIWK-KEY TO HALC-CODE
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-IS-ASSIGNED AND HALC-HALLCD NOT = WK-HALLCD)
000000         GO TO CX00076.
000000     ADD 1 TO WK-OTHHALL-CNT
000000     DISPLAY "HBHUN620-51 FLOOR " SIWK-KEY " BELONGS TO HALL "
000000             HALC-HALLCD " NOT " WK-HALLCD UPON CONSOLE
000000     MOVE "HBHUN620" TO ERRM-PROGID
000000     MOVE "51" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00076. EXIT.
      *20261001追加終了
