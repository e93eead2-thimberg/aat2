000000             ASSIGN               EXLIARPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260902追加終了
      *20260909追加開始
      *    treasury release register: transfer batches built but
      *    not yet at their value date are still money we hold -
      *    see CFRELBT
000000     SELECT  VIRELBAT
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY RELBT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260909追加終了
      *20260915追加開始
      *    member deposit accounts: balls and medals the hall holds
      *    for its members are owed back at their unit value - see
      *    CFMBRDP
000000     SELECT  VIMBRDEP
000000             ASSIGN            VIMBRDEP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MBD-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260915追加終了
      *20260902修正開始
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
               88  EXLIA-PENDING            VALUE "PN".
               88  EXLIA-OPENPRD            VALUE "OP".
               88  EXLIA-FLOAT              VALUE "FL".
      *20260909追加開始
               88  EXLIA-TRANSFER           VALUE "TR".
      *20260909追加終了
      *20260915追加開始
               88  EXLIA-DEPOSIT            VALUE "DP".
      *20260915追加終了
           05  EXLIA-SRCFILE               PIC X(08).
           05  EXLIA-CNT                   PIC 9(07).
           05  EXLIA-AMT                   PIC S9(14) COMP-3.
           05  EXLIA-PREVAMT               PIC S9(14) COMP-3.
           05  EXLIA-MOVEMENT              PIC S9(14) COMP-3.
      *20260909追加開始
      *    transfer line: the earliest value date among the
      *    batches still to move - when the money actually leaves;
      *    zero on every other line
           05  EXLIA-VALDATE               PIC 9(08).
      *20260909追加終了
      *20260909追加開始
000000 FD  VIRELBAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  RELBT-REC.
           COPY CFRELBT .
      *20260909追加終了
      *20260915追加開始
000000 FD  VIMBRDEP
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMBRDEP".
       01  MBD-REC.
           COPY CFMBRDP .
      *20260915追加終了
      *20260902修正開始
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
000000   03  WK-FL-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-FL-AMT                   PIC S9(14) COMP-3
000000                                   VALUE ZERO.
      *20260909追加開始
      *    transfer batches built, not yet at their value date
000000   03  SW-RELBT                    PIC 9(01) VALUE ZERO.
000000   03  WK-TR-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-TR-AMT                   PIC S9(14) COMP-3
000000                                   VALUE ZERO.
000000   03  WK-TR-VALDT                 PIC 9(08) VALUE ZERO.
      *20260909追加終了
      *20260915追加開始
      *    member deposits: accounts holding a balance and its yen
000000   03  SW-MBRDEP                   PIC 9(01) VALUE ZERO.
000000   03  WK-DP-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-DP-AMT                   PIC S9(14) COMP-3
000000                                   VALUE ZERO.
000000   03  WK-DP-YEN                   PIC S9(13).
      *20260915追加終了
      *    yesterday, for the movement column
000000   03  WK-YEST-AREA.
000000     05  WK-YEST                     PIC 9(08).
000000     ELSE
000000     DISPLAY "HBHSS220-90 VIFLTLDG ABSENT - FLOAT LINE"
000000             " EMPTY" UPON CONSOLE .
      *20260909追加開始
000000     OPEN INPUT VIRELBAT .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-RELBT .
      *20260909追加終了
      *20260915追加開始
000000     OPEN INPUT VIMBRDEP .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MBRDEP .
      *20260915追加終了
000000     OPEN I-O VILIABHS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VILIABHS .
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYSTS NEXT AT END GO TO CX00010.
      *20261015修正開始
      *    a winner whose transfer is still pending has not been
      *    paid - the money is still in the hall
000000     IF NOT(PAYST-UNPAID OR PAYST-XFERPEND)GO TO CX00011.
      *20261015修正終了
000000     ADD 1 TO WK-UP-CNT
000000     ADD PAYST-AMOUNT TO WK-UP-AMT .
000000     IF PAYST-CARRYCNT < 31
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260909追加開始
      *    transfer batches built and not held, their value date
      *    still after the business date: released at the amount
      *    released, awaiting release at the amount built
000000     IF NOT(SW-RELBT = 1)GO TO CX00018.
000000     MOVE ZERO TO SW-SCANEND
000000     MOVE LOW-VALUES TO RELBT-KEY .
000000     START VIRELBAT KEY >= RELBT-KEY
000000             INVALID MOVE 1 TO SW-SCANEND .
000000     IF NOT(SW-SCANEND = 0) GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRELBAT NEXT AT END GO TO CX00018.
000000     IF RELBT-HELD OR NOT(RELBT-VALDATE > WK-BUSDT)
000000         GO TO CX00019.
000000     ADD 1 TO WK-TR-CNT .
000000     IF RELBT-RELEASED
000000         ADD RELBT-RELTOT TO WK-TR-AMT
000000     ELSE
000000         ADD RELBT-CTLTOT TO WK-TR-AMT .
000000     IF WK-TR-VALDT = ZERO OR RELBT-VALDATE < WK-TR-VALDT
000000         MOVE RELBT-VALDATE TO WK-TR-VALDT .
000000     GO TO CX00019.
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260909追加終了
      *20260915追加開始
      *    member deposit balances as HBHUN935 left them, each at
      *    the unit value it carries; expired balances are zero
000000     IF NOT(SW-MBRDEP = 1)GO TO CX00020.
000000     MOVE ZERO TO SW-SCANEND
000000     MOVE LOW-VALUES TO MBD-KEY .
000000     START VIMBRDEP KEY >= MBD-KEY
000000             INVALID MOVE 1 TO SW-SCANEND .
000000     IF NOT(SW-SCANEND = 0) GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMBRDEP NEXT AT END GO TO CX00020.
000000     IF NOT(MBD-BALANCE > ZERO)
000000         GO TO CX00021.
000000     ADD 1 TO WK-DP-CNT
000000     COMPUTE WK-DP-YEN ROUNDED = MBD-BALANCE * MBD-UNITYEN
000000     ADD WK-DP-YEN TO WK-DP-AMT .
000000     GO TO CX00021.
000000 CX00020.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260915追加終了
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  one line per category, each carrying
      *    yesterday's figure and the movement, and today's
      *    figures filed on the history for tomorrow's line
000000 P100-RTN .
      *20260909追加開始
000000     MOVE ZERO TO EXLIA-VALDATE
      *20260909追加終了
000000     MOVE "UP" TO EXLIA-CATEG
000000     MOVE "VIPAYSTS" TO EXLIA-SRCFILE
000000     MOVE WK-UP-CNT TO EXLIA-CNT
000000     MOVE WK-FL-CNT TO EXLIA-CNT
000000     MOVE WK-FL-AMT TO EXLIA-AMT
000000     PERFORM LINE-RTN THRU CX00030 .
      *20260909追加開始
000000     MOVE "TR" TO EXLIA-CATEG
000000     MOVE "VIRELBAT" TO EXLIA-SRCFILE
000000     MOVE WK-TR-CNT TO EXLIA-CNT
000000     MOVE WK-TR-AMT TO EXLIA-AMT
000000     MOVE WK-TR-VALDT TO EXLIA-VALDATE
000000     PERFORM LINE-RTN THRU CX00030 .
      *20260909追加終了
      *20260915追加開始
000000     MOVE "DP" TO EXLIA-CATEG
000000     MOVE "VIMBRDEP" TO EXLIA-SRCFILE
000000     MOVE WK-DP-CNT TO EXLIA-CNT
000000     MOVE WK-DP-AMT TO EXLIA-AMT
000000     MOVE ZERO TO EXLIA-VALDATE
000000     PERFORM LINE-RTN THRU CX00030 .
      *20260915追加終了
000000 CX00005. EXIT.
000000 E000-RTN .
      *20260902修正開始
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-FLTLDG = 1
000000         CLOSE VIFLTLDG .
      *20260909追加開始
000000     DISPLAY "HBHSS220-92 TRANSFERS=" WK-TR-AMT
000000             " VALUE DATE=" WK-TR-VALDT UPON CONSOLE .
000000     IF SW-RELBT = 1
000000         CLOSE VIRELBAT .
      *20260909追加終了
      *20260915追加開始
000000     DISPLAY "HBHSS220-93 MEMBER DEPOSITS=" WK-DP-AMT
000000             " ACCOUNTS=" WK-DP-CNT UPON CONSOLE .
000000     IF SW-MBRDEP = 1
000000         CLOSE VIMBRDEP .
      *20260915追加終了
000000 CX00004. EXIT.
      *
      *    LINE-RTN  -  one category line: yesterday's history
