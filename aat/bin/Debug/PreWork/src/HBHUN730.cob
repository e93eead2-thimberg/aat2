000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260830追加終了
      *20261005追加開始
      *    legal-hold master: a whole-file reload would put the
      *    generation's images over whatever a matter's hold is
      *    keeping, so a master with any hold in force on it is
      *    not restored until the hold is released - maintained
      *    by HBHUN570
000000     SELECT  VILGHOLD
000000             ASSIGN            VILGHOLD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY LGH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RSTCARD
      *    one not authorized for the restore class
               88  EXSA-UNAUTHORIZED        VALUE "4".
      *20260830追加終了
      *20261005追加開始
      *    refused because a legal hold in force covers the
      *    master
               88  EXSA-UNDER-HOLD          VALUE "5".
      *20261005追加終了
000000 FD  RSTVTY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VTYUKSNP".
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
      *20260830追加終了
      *20261005追加開始
000000 FD  VILGHOLD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILGHOLD".
       01  LGH-REC.
           COPY CFLGHLD .
      *20261005追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *20260830追加終了
      *20261005追加開始
      *    legal-hold check work - see HLDCHK-RTN
000000   03  SW-LGHMST                   PIC 9(01) VALUE ZERO.
000000   03  SW-HELD                     PIC 9(01).
000000   03  WK-HELD-CNT                 PIC 9(05) VALUE ZERO.
      *20261005追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
000000     DISPLAY "HBHUN730-07 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
      *20260830追加終了
      *20261005追加開始
000000     OPEN INPUT VILGHOLD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-LGHMST .
000000     IF NOT(FL-STS1 NOT = "00" AND "35")GO TO CX00070.
000000         DISPLAY "HBHUN730-12 VILGHOLD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN730" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-LGHMST = ZERO
000000         DISPLAY "HBHUN730-10 VILGHOLD ABSENT - NO LEGAL HOLDS"
000000                 UPON CONSOLE .
      *20261005追加終了
000000 CX00002. EXIT.
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
      *20260902修正終了
      *20261005追加開始
000000     DISPLAY "HBHUN730-91 HELD=" WK-HELD-CNT UPON CONSOLE .
000000     IF SW-LGHMST = 1
000000         CLOSE VILGHOLD .
      *20261005追加終了
000000       CLOSE  RSTCARD  VISNPGEN  EXSNPRPT  EXSNPAUD .
000000 CX00004. EXIT.
      *
000000         PERFORM AUD-RTN THRU CX00060
000000         GO TO CX00050.
000000     MOVE ZERO TO WK-REC-CNT .
      *20261005追加開始
000000     PERFORM HLDCHK-RTN THRU CX00071 .
000000     IF NOT(SW-HELD = ZERO)
000000         MOVE "5" TO EXSA-RESULT
000000         PERFORM AUD-RTN THRU CX00060
000000         GO TO CX00050 .
      *20261005追加終了
000000     IF NOT(RSC-MASTERID = "VTYUKSNP    ")GO TO CX00100.
000000     PERFORM VTY-RST-RTN THRU CX00101 .
000000     GO TO CX00052.
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00060. EXIT.
      *
      *20261005追加開始
      *    HLDCHK-RTN  -  any legal hold in force on the card's
      *    master refuses the restore, the hold and its matter
      *    named on the console; the reload replaces the whole
      *    file, so a key or date range gives no way round it
000000 HLDCHK-RTN .
           MOVE "HLDCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-HELD .
000000     IF NOT(SW-LGHMST = 1)GO TO CX00071.
000000     MOVE RSC-MASTERID TO LGH-FILEID
000000     MOVE LOW-VALUES TO LGH-HOLDID .
000000     START VILGHOLD KEY >= LGH-KEY
000000             INVALID GO TO CX00071.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VILGHOLD NEXT AT END GO TO CX00071.
000000     IF LGH-FILEID NOT = RSC-MASTERID GO TO CX00071.
000000     IF NOT(LGH-IN-FORCE)GO TO CX00072.
000000     MOVE 1 TO SW-HELD
000000     ADD 1 TO WK-HELD-CNT
000000     DISPLAY "HBHUN730-11 RESTORE REFUSED " RSC-MASTERID
000000             " HOLD " LGH-HOLDID " " LGH-MATTER UPON CONSOLE .
000000 CX00071. EXIT.
      *20261005追加終了
      *
      *    VTY-RST-RTN  -  whole-file reload of VTYUKSNP from
      *    the chosen generation copy; the copy was written in key
