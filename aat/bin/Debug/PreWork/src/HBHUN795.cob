000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260902修正終了
      *20260925追加開始
      *    event calendar kept by HBHUN655: takings on a floor's
      *    event days are shown apart, with the average of its
      *    ordinary operating days, so a festival or an
      *    introduction day no longer hides how the floor is
      *    really running against its target
000000     SELECT  VIEVTCAL
000000             ASSIGN            VIEVTCAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY EVT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260925追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  BUDCARD
               88  EXBUD-ONTRACK            VALUE " ".
               88  EXBUD-BEHIND             VALUE "B".
               88  EXBUD-NOBUDGET           VALUE "N".
      *20260925追加開始
      *    the operating days with an event carded, their takings,
      *    and the average takings of the other operating days
           05  EXBUD-EVTDAYS               PIC 9(03).
           05  EXBUD-EVTAMT                PIC S9(13)V99 COMP-3.
           05  EXBUD-NORMAVG               PIC S9(12).
000000 FD  VIEVTCAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEVTCAL".
       01  EVT-REC.
           COPY CFEVTCL .
      *20260925追加終了
      *20260902修正開始
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
000000   03  WK-DX                       PIC 9(02).
000000   03  WK-REMAIN-AMT               PIC S9(13).
000000   03  WK-REMAIN-DAYS              PIC S9(04).
      *20260925追加開始
000000   03  SW-EVTCAL                   PIC 9(01) VALUE ZERO.
      *20260925追加終了
      *    one slot per floor: target, actual, and a day flag per
      *    calendar day so operating days count once each
000000 01  FLR-WORK.
000000       07  FLR-BUDG-SW             PIC 9(01).
000000       07  FLR-ACTAMT              PIC S9(13)V99 COMP-3.
000000       07  FLR-DAYFLG              PIC 9(01) OCCURS 31.
      *20260925追加開始
      *    per calendar day: 0 not yet looked up on the event
      *    calendar, 1 an ordinary day, 2 an event day
000000       07  FLR-EVTAMT              PIC S9(13)V99 COMP-3.
000000       07  FLR-EVTDAY              PIC 9(01) OCCURS 31.
      *20260925追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加開始
      *    no event calendar means every day is an ordinary one
000000     OPEN INPUT VIEVTCAL .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-EVTCAL .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00065.
000000         DISPLAY "HBHUN795-12 VIEVTCAL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN795" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加終了
000000       OPEN  OUTPUT EXBUDAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN795-04 EXBUDAUD OPEN ERROR ",
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260902修正終了
      *20260925追加開始
000000     IF SW-EVTCAL = 1
000000         CLOSE VIEVTCAL .
      *20260925追加終了
000000     DISPLAY "HBHUN795-92 YM=" WK-TGT-YM
000000             " CARDS=" WK-APPLY-CNT
000000             " FLOORS=" FLR-CNT UPON CONSOLE
000000     MOVE ZERO TO FLR-TGTDAYS (WK-HIT)
000000     MOVE ZERO TO FLR-BUDG-SW (WK-HIT)
000000     MOVE ZERO TO FLR-ACTAMT (WK-HIT)
      *20260925追加開始
000000     MOVE ZERO TO FLR-EVTAMT (WK-HIT)
      *20260925追加終了
000000     PERFORM DFLG-RTN THRU CX00027
000000         VARYING WK-DX FROM 1 BY 1 UNTIL WK-DX > 31 .
000000     GO TO CX00035.
           MOVE "DFLG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FLR-DAYFLG (WK-HIT WK-DX) .
      *20260925追加開始
000000     MOVE ZERO TO FLR-EVTDAY (WK-HIT WK-DX) .
      *20260925追加終了
000000 CX00027. EXIT.
      *
      *    POST-RTN  -  one daily record onto its floor slot
000000     MOVE HBT-DD TO WK-DX .
000000     IF WK-DX > ZERO AND WK-DX < 32
000000         MOVE 1 TO FLR-DAYFLG (WK-HIT WK-DX) .
      *20260925追加開始
000000     IF NOT(WK-DX > ZERO AND WK-DX < 32)GO TO CX00036.
000000     IF FLR-EVTDAY (WK-HIT WK-DX) = ZERO
000000         PERFORM EVTCHK-RTN THRU CX00063 .
000000     IF FLR-EVTDAY (WK-HIT WK-DX) = 2
000000         ADD HBT-AMT TO FLR-EVTAMT (WK-HIT) .
      *20260925追加終了
000000 CX00036. EXIT.
      *
      *    LINE-RTN  -  one floor's variance: percent achieved
000000     MOVE FLR-TGTAMT (WK-IX) TO EXBUD-TGTAMT
000000     MOVE FLR-ACTAMT (WK-IX) TO EXBUD-ACTAMT
000000     MOVE ZERO TO EXBUD-DAYSRUN .
      *20260925追加開始
000000     MOVE ZERO TO EXBUD-EVTDAYS .
      *20260925追加終了
000000     MOVE WK-IX TO WK-HIT .
000000     PERFORM DCNT-RTN THRU CX00028
000000         VARYING WK-DX FROM 1 BY 1 UNTIL WK-DX > 31 .
      *20260925追加開始
000000     MOVE FLR-EVTAMT (WK-IX) TO EXBUD-EVTAMT
000000     MOVE ZERO TO EXBUD-NORMAVG .
000000     IF EXBUD-DAYSRUN > EXBUD-EVTDAYS
000000         COMPUTE EXBUD-NORMAVG ROUNDED =
000000             (FLR-ACTAMT (WK-IX) - FLR-EVTAMT (WK-IX)) /
000000             (EXBUD-DAYSRUN - EXBUD-EVTDAYS) .
      *20260925追加終了
000000     MOVE FLR-TGTDAYS (WK-IX) TO EXBUD-TGTDAYS
000000     MOVE SPACE TO EXBUD-MARK .
000000     IF FLR-BUDG-SW (WK-IX) = ZERO
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FLR-DAYFLG (WK-HIT WK-DX) = 1
000000         ADD 1 TO EXBUD-DAYSRUN .
      *20260925追加開始
000000     IF FLR-DAYFLG (WK-HIT WK-DX) = 1 AND
000000        FLR-EVTDAY (WK-HIT WK-DX) = 2
000000         ADD 1 TO EXBUD-EVTDAYS .
      *20260925追加終了
000000 CX00028. EXIT.
      *20260925追加開始
      *
      *    EVTCHK-RTN  -  the record's day on the event calendar
      *    for its floor: the floor's own row first, then the
      *    hall-wide one; looked up once per floor and day
000000 EVTCHK-RTN .
           MOVE "EVTCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FLR-EVTDAY (WK-HIT WK-DX) .
000000     IF NOT(SW-EVTCAL = 1)GO TO CX00063.
000000     MOVE HBT-DATE TO EVT-DATE
000000     MOVE HBT-FLOOR TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE 2 TO FLR-EVTDAY (WK-HIT WK-DX)
000000         GO TO CX00063.
000000     IF NOT(FL-STS1 = "23")GO TO CX00064.
000000     MOVE HBT-DATE TO EVT-DATE
000000     MOVE "*ALL" TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE 2 TO FLR-EVTDAY (WK-HIT WK-DX)
000000         GO TO CX00063.
000000     IF FL-STS1 = "23" GO TO CX00063.
000000 CX00064.
           MOVE "CX00064" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN795-13 VIEVTCAL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN795" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00063. EXIT.
      *20260925追加終了
      *    BUSDT-DRV-RTN  -  derives the business date for the
      *    audit-trail records: the chain runs after midnight, so
      *    the business day settled is the previous calendar day,
