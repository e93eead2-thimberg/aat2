000000     RECORD KEY HOLI-DATE
000000             FILE STATUS          FL-STS1.
      *20260825追加終了
      *20260925追加開始
      *    event calendar kept by HBHUN655: on an event day a
      *    floor's slots still report, marked with the event, but
      *    stay off the rolling store and raise no alerts, so an
      *    introduction day or a festival no longer lifts the
      *    ordinary profile the forecasts are built from
000000     SELECT  VIEVTCAL
000000             ASSIGN            VIEVTCAL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY EVT-KEY
000000             FILE STATUS          FL-STS1.
      *20260925追加終了
      *20150513追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
           05  HOLI-CLASS                  PIC X(01).
               88  HOLI-HOLIDAY             VALUE "H".
      *20260825追加終了
      *20260925追加開始
000000 FD  VIEVTCAL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIEVTCAL".
       01  EVT-REC.
           COPY CFEVTCL .
      *20260925追加終了
      *20260824追加開始
000000 FD  EXJIKALT
           LABEL  RECORD  STANDARD
           05  EXJIK-MARK                  PIC X(01).
               88  EXJIK-PEAK               VALUE "P".
               88  EXJIK-DEAD               VALUE "D".
      *20260925追加開始
      *    the event carded for the floor that day, blank on an
      *    ordinary day
           05  EXJIK-EVTTYPE               PIC X(01).
      *20260925追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-TOM-Q                    PIC 9(04).
000000   03  WK-TOM-R                    PIC 9(04).
      *20260825追加終了
      *20260925追加開始
000000   03  SW-EVTCAL                   PIC 9(01) VALUE ZERO.
000000   03  WK-EVT-FLOOR                PIC X(10) VALUE HIGH-VALUES.
000000   03  WK-EVTTYPE                  PIC X(01) VALUE SPACE.
000000   03  WK-EVTSLT-CNT               PIC 9(05) VALUE ZERO.
      *20260925追加終了
000000 01  SLT-WORK.
000000   03  SLT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  SLT-TABLE.
       01  PRM-PARAM.
           COPY CLPRM .
      *20260824追加終了
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-RPT                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-ALT                   PIC 9(09) VALUE ZERO.
      *    this step keeps no job log: its run is named by the
      *    program, the run date and the time it started
000000   03  WK-LNG-TIME                  PIC 9(08).
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000         MOVE 1 TO SW-HOLIDY .
000000     PERFORM DAYCLS-RTN THRU CX00063 .
      *20260825追加終了
      *20260925追加開始
      *    no event calendar means every day is an ordinary one
000000     OPEN INPUT VIEVTCAL .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-EVTCAL .
      *20260925追加終了
000000       OPEN  INPUT  SQWJIKAN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00006.
000000         DISPLAY "HBHUN640-01 SQWJIKAN OPEN ERROR ",
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-DEVPCT .
      *20260824追加終了
      *20261015追加開始
000000     MOVE "HBHUN640" TO LNG-PROGID
000000     MOVE WK-RUNDATE TO LNG-RUNDATE
000000     ACCEPT WK-LNG-TIME FROM TIME
000000     MOVE WK-LNG-TIME (1:6) TO LNG-RUNTIME
000000     MOVE WK-RUNDATE TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWJIKAN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-HOLIDY = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIHOLIDY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-EVTCAL = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIEVTCAL" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  today's postings accumulate per floor and
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-IX = WK-IX + 1
      *20260925追加開始
000000     PERFORM EVTCHK-RTN THRU CX00068
      *20260925追加終了
000000     PERFORM PTN-UPD-RTN THRU CX00050
000000     MOVE WK-RUNDATE TO EXJIK-RUNDATE
000000     MOVE SLT-FLOOR (WK-IX) TO EXJIK-FLOOR
000000     MOVE ZERO TO EXJIK-AVG .
000000     MOVE PTN-PREVAMT TO EXJIK-PREVWK
000000     MOVE SLT-MARK (WK-IX) TO EXJIK-MARK
      *20260925追加開始
000000     MOVE WK-EVTTYPE TO EXJIK-EVTTYPE
      *20260925追加終了
      *20260824追加開始
      *20260925修正開始
      *    an event day's swing is expected, not a fault
000000     IF WK-EVTTYPE = SPACE
000000         PERFORM ALERT-RTN THRU CX00061 .
      *20260925修正終了
      *20260824追加終了
      *20261015追加開始
000000     ADD 1 TO WK-LNG-RPT
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXJIKRPT" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-RUNDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-RPT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXJIK-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHUN640-05 EXJIKRPT WRITE ERROR ",
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
      *20260925追加開始
000000     IF WK-EVTSLT-CNT > ZERO
000000         DISPLAY "HBHUN640-91 EVENT-DAY SLOTS KEPT OFF THE STORE="
000000                 WK-EVTSLT-CNT UPON CONSOLE .
000000     IF SW-EVTCAL = 1
000000         CLOSE VIEVTCAL .
      *20260925追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXJIKRPT" TO LNG-FILEID
000000     MOVE WK-LNG-RPT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXJIKALT" TO LNG-FILEID
000000     MOVE WK-LNG-ALT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
      *20260824修正開始
000000     DISPLAY "HBHUN640-90 SLOTS=" SLT-CNT
000000             " WEEKDAY=" WK-WEEKDAY
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加開始
      *    an event day only reads the store for the report line
000000     IF WK-EVTTYPE = SPACE GO TO CX00069.
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO PTN-AMT PTN-DAYS PTN-LASTAMT PTN-PREVAMT .
000000     ADD 1 TO WK-EVTSLT-CNT
000000     GO TO CX00050.
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260925追加終了
000000     IF NOT(FL-STS1 = "23")GO TO CX00053.
000000     MOVE SLT-FLOOR (WK-IX) TO PTN-FLOOR
      *20260825追加開始
000000     MOVE 1 TO PTN-DAYS
000000     MOVE SLT-AMT (WK-IX) TO PTN-LASTAMT
000000     MOVE ZERO TO PTN-PREVAMT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIJIKPTN" TO LNG-FILEID
000000     MOVE PTN-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PTN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00" AND "02")GO TO CX00050.
000000           DISPLAY "HBHUN640-09 VIJIKPTN WRITE ERROR ",
000000     ADD 1 TO PTN-DAYS
000000     MOVE PTN-LASTAMT TO PTN-PREVAMT
000000     MOVE SLT-AMT (WK-IX) TO PTN-LASTAMT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIJIKPTN" TO LNG-FILEID
000000     MOVE PTN-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PTN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000           DISPLAY "HBHUN640-10 VIJIKPTN REWRITE ERROR ",
000000     IF WK-DIFF > WK-DEVPCT * 3
000000         MOVE 1 TO EXJKA-SEVERITY .
000000     ADD 1 TO WK-ALT-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ALT
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXJIKALT" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-RUNDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ALT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXJKA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00062.
000000         DISPLAY "HBHUN640-12 EXJIKALT WRITE ERROR ",
000000     COMPUTE WK-TOM-MM = WK-TOM-MM + 1 .
000000 CX00064. EXIT.
      *20260825追加終了
      *20260925追加開始
      *
      *    EVTCHK-RTN  -  the event carded for the slot's floor on
      *    the run date, the day the store files the slots under:
      *    the floor's own row first, then the hall-wide one.  The
      *    answer is kept until the floor changes
000000 EVTCHK-RTN .
           MOVE "EVTCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SLT-FLOOR (WK-IX) = WK-EVT-FLOOR GO TO CX00068.
000000     MOVE SLT-FLOOR (WK-IX) TO WK-EVT-FLOOR
000000     MOVE SPACE TO WK-EVTTYPE .
000000     IF NOT(SW-EVTCAL = 1)GO TO CX00068.
000000     MOVE WK-RUNDATE TO EVT-DATE
000000     MOVE WK-EVT-FLOOR TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE EVT-TYPE TO WK-EVTTYPE
000000         GO TO CX00068.
000000     MOVE WK-RUNDATE TO EVT-DATE
000000     MOVE "*ALL" TO EVT-FLOOR
000000     READ VIEVTCAL INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE EVT-TYPE TO WK-EVTTYPE .
000000 CX00068. EXIT.
      *20260925追加終了
      *
      *    WEEKDAY-RTN  -  day of week of the run date by Zeller's
      *    congruence (1 = Sunday through 7 = Saturday)
