000000             ASSIGN               EXXMTRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260902追加終了
      *20260908追加開始
      *    treasury release register: the outbound transfer batch
      *    may only be marked sent once a treasury officer has
      *    released it through HBHSS305, and only with the count
      *    and total released - see CFRELBT
      *20261015追加開始
      *    both outbound transfer files are gated: the channel
      *    remittance ZENGINTF and the winner transfer file
      *    ZENGINWN HBHSS290 builds, each with or without its
      *    hall code
      *20261015追加終了
000000     SELECT  VIRELBAT
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY RELBT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260908追加終了
      *20260902修正開始
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
               88  EXXMA-APPLIED            VALUE "0".
               88  EXXMA-NOTFOUND           VALUE "1".
               88  EXXMA-BADCARD            VALUE "2".
      *20260908追加開始
               88  EXXMA-NOTRELEASED        VALUE "3".
               88  EXXMA-NOTASRELEASED      VALUE "4".
      *20260908追加終了
000000 FD  EXXMTRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXXMTRPT".
           05  EXXMT-AGEDAYS               PIC 9(05).
           05  EXXMT-DEADLINE              PIC 9(03).
           05  EXXMT-RESEND                PIC 9(01).
      *20260908追加開始
000000 FD  VIRELBAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  RELBT-REC.
           COPY CFRELBT .
      *20260908追加終了
      *20260902修正開始
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-LATE-CNT                 PIC 9(05) VALUE ZERO.
      *20260908追加開始
000000   03  SW-RELBT                    PIC 9(01) VALUE ZERO.
000000   03  WK-REL-OK                   PIC 9(01).
000000   03  WK-GATE-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-GATE-FILEID              PIC X(12) VALUE "ZENGINTF".
      *20261015追加開始
000000   03  WK-GATE-WINID               PIC X(12) VALUE "ZENGINWN".
      *20261015追加終了
      *20260908追加終了
      *    calendar-day serial computation area - the HBHUN720
      *    arrangement; only differences are ever used
000000   03  WK-SER-DATE                 PIC 9(08).
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260908追加開始
000000     OPEN INPUT VIRELBAT .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-RELBT
000000         GO TO CX00065.
000000     IF NOT(FL-STS1 NOT = "35")GO TO CX00065.
000000         DISPLAY "HBHUN860-13 VIRELBAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN860" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260908追加終了
      *20260902修正開始
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00061.
000000     DISPLAY "HBHUN860-91 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " OVERDUE=" WK-LATE-CNT UPON CONSOLE
      *20260908追加開始
000000     DISPLAY "HBHUN860-92 NOT RELEASED=" WK-GATE-CNT
000000             UPON CONSOLE .
000000     IF SW-RELBT = 1
000000         CLOSE VIRELBAT .
      *20260908追加終了
000000       CLOSE  XMTCARD  VIXMITRG  EXXMTAUD  EXXMTRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN860-06 EXXMTRPT CLOSE ERROR ",
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
      *20260908追加開始
      *20261001修正開始
      *    every hall's batch is gated - ZENGINTF plus the hall code
      *    once the installation settles several halls
      *20261015修正開始
      *    - and the winner transfer file ZENGINWN the same way
000000     IF NOT(XMC-SENT AND
000000            (XMC-FILEID (1:8) = WK-GATE-FILEID (1:8) OR
000000             XMC-FILEID (1:8) = WK-GATE-WINID (1:8)))
000000         GO TO CX00066.
      *20261015修正終了
      *20261001修正終了
000000     PERFORM RELCHK-RTN THRU CX00067 .
000000     IF NOT(WK-REL-OK = 1)
000000         ADD 1 TO WK-ERR-CNT
000000         ADD 1 TO WK-GATE-CNT
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260908追加終了
000000     IF XMC-SENT
000000         MOVE "2" TO XMT-STATUS .
000000     IF XMC-ACKED
           MOVE "CX00058" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00040. EXIT.
      *20260908追加開始
      *
      *    RELCHK-RTN  -  the transfer batch goes out as sent only
      *    when treasury has released it, and only with the count
      *    and total it was released at; no release register at
      *    all means nothing has been released
000000 RELCHK-RTN .
           MOVE "RELCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-REL-OK
000000     MOVE "3" TO EXXMA-RESULT .
000000     IF NOT(SW-RELBT = 1)GO TO CX00068.
000000     MOVE XMC-FILEID TO RELBT-FILEID
000000     MOVE XMC-BUSDATE TO RELBT-BUSDATE
000000     READ VIRELBAT INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00069.
000000     GO TO CX00070.
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN860-14 VIRELBAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN860" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR NOT RELBT-RELEASED GO TO CX00068.
000000     MOVE "4" TO EXXMA-RESULT .
000000     IF NOT(XMT-RECCNT = RELBT-RELCNT AND
000000            XMT-CTLTOT = RELBT-RELTOT)GO TO CX00068.
000000     MOVE 1 TO WK-REL-OK
000000     GO TO CX00067.
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN860-93 " XMC-FILEID " " XMC-BUSDATE
000000             " NOT RELEASED AS REGISTERED - NOT SENT"
000000             UPON CONSOLE .
000000 CX00067. EXIT.
      *20260908追加終了
      *
      *    SERIAL-RTN  -  calendar-day serial, the HBHUN720
      *    arrangement: only differences of two serials are used
