000000             ASSIGN               EXMACMON-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260821追加終了
      *20260913追加開始
      *    a machine out of service still sends its daily sales
      *    record, and a repair or inspection day was counted as
      *    an operating day.  The downtime log HBHUN905 keeps
      *    says when each machine stood down: a date it was down
      *    for DOWNMIN minutes or more is not an operating day,
      *    the hours it was down come off the HALLMIN hall
      *    minutes of the days it did operate, and the floor
      *    ranking is by the average over the days it was
      *    available rather than the raw month total
000000     SELECT  VIDWNLOG
000000             ASSIGN            VIDWNLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DWN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260913追加終了
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
           05  HBTMON-AMT                  PIC S9(11)V99 COMP-3.
           05  HBTMON-DAYS                 PIC 9(03).
           05  HBTMON-AVG                  PIC S9(09)V99 COMP-3.
      *20260913追加開始
      *    dates taken out of DAYS as down, the hours the machine
      *    was actually available and the takings per such hour
           05  HBTMON-DOWNDAYS             PIC 9(03).
           05  HBTMON-AVLHRS               PIC 9(05)V9.
           05  HBTMON-HRAVG                PIC S9(09)V99 COMP-3.
      *20260913追加終了
000000 FD  EXHBTRNK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXHBTRNK".
           05  EXRNK-AMT                   PIC S9(11)V99 COMP-3.
           05  EXRNK-DAYS                  PIC 9(03).
           05  EXRNK-AVG                   PIC S9(09)V99 COMP-3.
      *20260913追加開始
           05  EXRNK-DOWNDAYS              PIC 9(03).
           05  EXRNK-AVLHRS                PIC 9(05)V9.
      *20260913追加終了
      *20260821追加開始
000000 FD  VIMACASG
           LABEL  RECORD  STANDARD
               07  EXMAC-FRG-DAYS          PIC 9(03).
               07  EXMAC-FRG-AMT           PIC S9(11)V99 COMP-3.
      *20260821追加終了
      *20260913追加開始
000000 FD  VIDWNLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDWNLOG".
       01  DWN-REC.
           COPY CFDWNLG .
      *20260913追加終了
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000   03  WK-MHIT                     PIC 9(05).
000000   03  WK-FX                       PIC 9(01).
      *20260821追加終了
      *20260913追加開始
000000   03  SW-DWNLOG                   PIC 9(01) VALUE ZERO.
000000   03  WK-DOWNMIN                  PIC 9(04) VALUE 720.
000000   03  WK-HALLMIN                  PIC 9(04) VALUE 780.
000000   03  WK-DWNMIN                   PIC 9(05).
000000   03  WK-FROMMIN                  PIC 9(04).
000000   03  WK-TOMIN                    PIC 9(04).
000000   03  WK-HH                       PIC 9(04).
000000   03  WK-MM                       PIC 9(04).
000000   03  WK-DOWN-TOT                 PIC 9(07) VALUE ZERO.
      *20260913追加終了
      *20260821追加開始
      *    per-machine merge of the floor-keyed accumulators - one
      *    slot per machine wherever it sat
000000       07  MON-AMT                 PIC S9(11)V99 COMP-3.
000000       07  MON-DAYS                PIC 9(03).
000000       07  MON-LASTDT              PIC 9(08).
      *20260913追加開始
000000       07  MON-DOWN                PIC 9(03).
000000       07  MON-AVLMIN              PIC 9(07).
000000       07  MON-AVG                 PIC S9(09)V99 COMP-3.
      *20260913追加終了
      *20150527追加開始
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20150611追加終了
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-RNK                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-MAC                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260821追加終了
      *20260913追加開始
      *    without the downtime log every dated record is an
      *    operating day, as before
000000     OPEN INPUT VIDWNLOG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-DWNLOG .
      *    minutes down in a calendar day that make it a down day,
      *    and the hall's opening minutes in an operating day
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN420" TO PRM-PROGID
000000     MOVE "DOWNMIN" TO PRM-NAME
000000     MOVE WK-DOWNMIN TO PRM-VALUE (1:4)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:4) IS NUMERIC
000000         MOVE PRM-VALUE (1:4) TO WK-DOWNMIN .
000000     IF WK-DOWNMIN = ZERO OR WK-DOWNMIN > 1440
000000         MOVE 720 TO WK-DOWNMIN .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN420" TO PRM-PROGID
000000     MOVE "HALLMIN" TO PRM-NAME
000000     MOVE WK-HALLMIN TO PRM-VALUE (1:4)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:4) IS NUMERIC
000000         MOVE PRM-VALUE (1:4) TO WK-HALLMIN .
000000     IF WK-HALLMIN = ZERO OR WK-HALLMIN > 1440
000000         MOVE 780 TO WK-HALLMIN .
      *20260913追加終了
000000     PERFORM JOBLG-START-RTN THRU CX00020 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "RQHIBETU" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-MACASG = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIMACASG" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-DWNLOG = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIDWNLOG" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the target month's daily records accumulate
      *    P100-RTN  -  the month's entries land on the monthly
      *    master and every machine gets its within-floor rank
000000 P100-RTN .
      *20260913追加開始
      *    every machine's average over its available days first,
      *    the within-floor rank being on that average
000000     MOVE ZERO TO WK-IX .
000000 CX00065. IF NOT(WK-IX < MON-CNT)GO TO CX00066.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-IX = WK-IX + 1
000000     MOVE ZERO TO MON-AVG (WK-IX) .
000000     IF MON-DAYS (WK-IX) > ZERO
000000         COMPUTE MON-AVG (WK-IX) =
000000                 MON-AMT (WK-IX) / MON-DAYS (WK-IX) .
000000     GO TO CX00065.
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260913追加終了
000000     MOVE ZERO TO WK-IX .
000000 CX00021. IF NOT(WK-IX < MON-CNT)GO TO CX00022.
           MOVE "CX00021" TO TRC-TEXT
000000                 MON-AMT (WK-IX) / MON-DAYS (WK-IX)
000000     ELSE
000000     MOVE ZERO TO HBTMON-AVG .
      *20260913追加開始
000000     MOVE MON-DOWN (WK-IX) TO HBTMON-DOWNDAYS
000000     COMPUTE HBTMON-AVLHRS ROUNDED = MON-AVLMIN (WK-IX) / 60
000000     MOVE ZERO TO HBTMON-HRAVG .
000000     IF MON-AVLMIN (WK-IX) > ZERO
000000         COMPUTE HBTMON-HRAVG ROUNDED =
000000                 MON-AMT (WK-IX) * 60 / MON-AVLMIN (WK-IX) .
      *20260913追加終了
000000     IF NOT(FL-STS1 = "23")GO TO CX00023.
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHBTMON" TO LNG-FILEID
000000     MOVE HBTMON-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE HBTMON-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00" AND "02")GO TO CX00024.
000000         DISPLAY "HBHUN420-06 VIHBTMON WRITE ERROR ",
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHBTMON" TO LNG-FILEID
000000     MOVE HBTMON-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE HBTMON-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00024.
000000         DISPLAY "HBHUN420-07 VIHBTMON REWRITE ERROR ",
000000     MOVE ZERO TO WK-IX2 .
000000 CX00025. IF NOT(WK-IX2 < MON-CNT)GO TO CX00026.
000000     COMPUTE WK-IX2 = WK-IX2 + 1 .
      *20260913修正開始
000000     IF MON-FLOOR (WK-IX2) = MON-FLOOR (WK-IX) AND
000000        MON-AVG (WK-IX2) > MON-AVG (WK-IX)
000000         ADD 1 TO WK-HIGHER .
      *20260913修正終了
000000     GO TO CX00025.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
000000     MOVE MON-AMT (WK-IX) TO EXRNK-AMT
000000     MOVE MON-DAYS (WK-IX) TO EXRNK-DAYS
000000     MOVE HBTMON-AVG TO EXRNK-AVG
      *20260913追加開始
000000     MOVE HBTMON-DOWNDAYS TO EXRNK-DOWNDAYS
000000     MOVE HBTMON-AVLHRS TO EXRNK-AVLHRS
      *20260913追加終了
      *20261015追加開始
000000     ADD 1 TO WK-LNG-RNK
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXHBTRNK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-RNK TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXRNK-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00021.
000000         DISPLAY "HBHUN420-08 EXHBTRNK WRITE ERROR ",
000000 E000-RTN .
000000     DISPLAY "HBHUN420-90 YM=" WK-TGT-YM
000000             " MACHINES=" MON-CNT UPON CONSOLE
      *20260913追加開始
000000     DISPLAY "HBHUN420-91 DOWN DAYS=" WK-DOWN-TOT UPON CONSOLE
000000     IF SW-DWNLOG = 1
000000         CLOSE VIDWNLOG .
      *20260913追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXHBTRNK" TO LNG-FILEID
000000     MOVE WK-LNG-RNK TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXMACMON" TO LNG-FILEID
000000     MOVE WK-LNG-MAC TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00027 .
      *20260821修正開始
000000       CLOSE  VIJOBLOG  RQHIBETU  VIHBTMON  EXHBTRNK
000000 CX00064.
           MOVE "CX00064" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-MAC
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXMACMON" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-MAC TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXMAC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN420-15 EXMACMON WRITE ERROR ",
000000     MOVE HBT-KEYITEM TO MON-MACHINE (WK-IX)
000000     MOVE ZERO TO MON-AMT (WK-IX)
000000     MOVE ZERO TO MON-DAYS (WK-IX)
      *20260913追加開始
000000     MOVE ZERO TO MON-DOWN (WK-IX)
000000     MOVE ZERO TO MON-AVLMIN (WK-IX)
      *20260913追加終了
000000     MOVE ZERO TO MON-LASTDT (WK-IX) .
000000     GO TO CX00033.
000000 CX00034.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD HBT-AMT TO MON-AMT (WK-IX) .
      *20260913修正開始
000000     IF HBT-DATE = MON-LASTDT (WK-IX) GO TO CX00030.
000000     MOVE HBT-DATE TO MON-LASTDT (WK-IX)
000000     PERFORM DWNDAY-RTN THRU CX00070 .
000000     IF WK-DWNMIN NOT < WK-DOWNMIN
000000         ADD 1 TO MON-DOWN (WK-IX)
000000         ADD 1 TO WK-DOWN-TOT
000000         GO TO CX00030.
000000     ADD 1 TO MON-DAYS (WK-IX) .
000000     IF WK-DWNMIN < WK-HALLMIN
000000         COMPUTE MON-AVLMIN (WK-IX) =
000000                 MON-AVLMIN (WK-IX) + WK-HALLMIN - WK-DWNMIN .
      *20260913修正終了
000000 CX00030. EXIT.
      *20260913追加開始
      *
      *    DWNDAY-RTN  -  WK-DWNMIN the minutes of the record's
      *    date the machine stood down, over every spell on the
      *    log that touches the date; a spell with no end is
      *    still running
000000 DWNDAY-RTN .
           MOVE "DWNDAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-DWNMIN .
000000     IF NOT(SW-DWNLOG = 1)GO TO CX00070.
000000     MOVE HBT-KEYITEM TO DWN-MACHINE
000000     MOVE ZERO TO DWN-STARTDT
000000     MOVE ZERO TO DWN-STARTTM .
000000     START VIDWNLOG KEY >= DWN-KEY
000000             INVALID GO TO CX00070 .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDWNLOG NEXT AT END GO TO CX00072.
000000     IF DWN-MACHINE NOT = HBT-KEYITEM GO TO CX00072.
000000     IF DWN-STARTDT > HBT-DATE GO TO CX00072.
000000     IF DWN-ENDDT NOT = ZERO AND DWN-ENDDT < HBT-DATE
000000         GO TO CX00071.
000000     MOVE ZERO TO WK-FROMMIN .
000000     IF DWN-STARTDT = HBT-DATE
000000         DIVIDE DWN-STARTTM BY 100 GIVING WK-HH
000000             REMAINDER WK-MM
000000         COMPUTE WK-FROMMIN = WK-HH * 60 + WK-MM .
000000     MOVE 1440 TO WK-TOMIN .
000000     IF DWN-ENDDT = HBT-DATE
000000         DIVIDE DWN-ENDTM BY 100 GIVING WK-HH
000000             REMAINDER WK-MM
000000         COMPUTE WK-TOMIN = WK-HH * 60 + WK-MM .
000000     IF WK-TOMIN > WK-FROMMIN
000000         COMPUTE WK-DWNMIN = WK-DWNMIN + WK-TOMIN - WK-FROMMIN .
000000     GO TO CX00071.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-DWNMIN > 1440
000000         MOVE 1440 TO WK-DWNMIN .
000000 CX00070. EXIT.
      *20260913追加終了
      *
      *    JOBLG-START-RTN  -  appends the "run started" record to
      *    the suite-wide job-control audit trail (VIJOBLOG)
