000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260830追加終了
      *20261009追加開始
      *    morning-report sign-off master: a date whose mandatory
      *    reviews are not all signed is not ready to close -
      *    maintained by HBHUN595, see CFSGNOF; no master means no
      *    review check, announced loudly
000000     SELECT  VISGNOFF
000000             ASSIGN            VISGNOFF-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY SGN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261009追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PCLCARD
               88  EXCLS-APRLINE            VALUE "A".
               88  EXCLS-HANLINE            VALUE "H".
               88  EXCLS-SUMLINE            VALUE "S".
      *20261009追加開始
      *    a mandatory morning-report review still unsigned, or
      *    none listed for the date - see SGNCHK-RTN
               88  EXCLS-REVLINE            VALUE "R".
      *20261009追加終了
           05  EXCLS-DATE                  PIC 9(08).
           05  EXCLS-PROGID                PIC X(08).
           05  EXCLS-CNT                   PIC 9(05).
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
      *20260830追加終了
      *20261009追加開始
000000 FD  VISGNOFF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISGNOFF".
       01  SGN-REC.
           COPY CFSGNOF .
      *20261009追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *20260830追加終了
      *20261009追加開始
000000   03  SW-SGNOFF                   PIC 9(01) VALUE ZERO.
000000   03  SW-SGNEND                   PIC 9(01).
000000   03  WK-SGN-LISTED               PIC 9(05).
000000   03  WK-SGN-OPEN                 PIC 9(05).
      *20261009追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
000000     DISPLAY "HBHUN740-15 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
      *20260830追加終了
      *20261009追加開始
000000     OPEN INPUT VISGNOFF .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-SGNOFF
000000     ELSE
000000     DISPLAY "HBHUN740-16 VISGNOFF ABSENT - REVIEW CHECK"
000000             " SKIPPED" UPON CONSOLE .
      *20261009追加終了
000000 CX00002. EXIT.
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
      *20260902修正終了
      *20261009追加開始
000000     IF SW-SGNOFF = 1
000000         CLOSE VISGNOFF .
      *20261009追加終了
      *20260829修正開始
000000       CLOSE  PCLCARD  VIPERIOD  EXPCLAUD  EXPCLRPT
000000              VIJOBLOG  VIPNDAPR  EXCLSCHK .
000000         MOVE WK-HAN-CNT TO EXCLS-CNT
000000         MOVE "NG" TO EXCLS-STATUS
000000         PERFORM CHK-RTN THRU CX00066 .
      *20261009追加開始
      *    and so do the date's mandatory reviews still unsigned
000000     PERFORM SGNCHK-RTN THRU CX00071 .
      *20261009追加終了
000000     MOVE "S" TO EXCLS-TYPE
000000     MOVE PCC-DATE TO EXCLS-DATE
000000     MOVE SPACE TO EXCLS-PROGID
000000         STOP RUN .
000000 CX00066. EXIT.
      *20260829追加終了
      *20261009追加開始
      *
      *    SGNCHK-RTN  -  the sign-off reviews listed for the close
      *    date: each mandatory one must be signed, and a date
      *    with no reviews listed at all has not had its morning
      *    pack looked at
000000 SGNCHK-RTN .
           MOVE "SGNCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-SGNOFF = 1)GO TO CX00071.
000000     MOVE ZERO TO WK-SGN-LISTED
000000     MOVE ZERO TO WK-SGN-OPEN
000000     MOVE ZERO TO SW-SGNEND
000000     MOVE PCC-DATE TO SGN-BUSDATE
000000     MOVE LOW-VALUES TO SGN-REPORTID .
000000     START VISGNOFF KEY >= SGN-KEY
000000             INVALID MOVE 1 TO SW-SGNEND .
000000     IF NOT(SW-SGNEND = 0)GO TO CX00072.
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VISGNOFF NEXT AT END GO TO CX00072.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00074.
000000     IF NOT(SGN-BUSDATE = PCC-DATE)GO TO CX00072.
000000     ADD 1 TO WK-SGN-LISTED .
000000     IF NOT(SGN-IS-MANDATORY AND NOT SGN-DONE)GO TO CX00073.
000000     ADD 1 TO WK-SGN-OPEN
000000     ADD 1 TO WK-READY-NG
000000     MOVE "R" TO EXCLS-TYPE
000000     MOVE PCC-DATE TO EXCLS-DATE
000000     MOVE SGN-REPORTID TO EXCLS-PROGID
000000     MOVE ZERO TO EXCLS-CNT
000000     MOVE "NG" TO EXCLS-STATUS
000000     PERFORM CHK-RTN THRU CX00066 .
000000     GO TO CX00073.
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN740-17 VISGNOFF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN740" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-SGN-LISTED = ZERO)GO TO CX00071.
000000     ADD 1 TO WK-READY-NG
000000     MOVE "R" TO EXCLS-TYPE
000000     MOVE PCC-DATE TO EXCLS-DATE
000000     MOVE SPACE TO EXCLS-PROGID
000000     MOVE ZERO TO EXCLS-CNT
000000     MOVE "NG" TO EXCLS-STATUS
000000     PERFORM CHK-RTN THRU CX00066 .
000000 CX00071. EXIT.
      *20261009追加終了
      *
      *    AUD-RTN  -  one audit row per action card
000000 AUD-RTN .
