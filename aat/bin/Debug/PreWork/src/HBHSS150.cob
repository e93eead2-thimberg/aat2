000000     RECORD KEY RQQ-TICKETCD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260902修正終了
      *20260907追加開始
      *    winner transfers: a return whose ticket was released on
      *    the winner Zengin file (HBHSS290) is no channel item - its
      *    ledger entry is reopened for the counter and its VIWINACC
      *    capture marked bounced, and it is never queued on VIRQQUE.
      *    An absent register means no winner has been paid by
      *    transfer yet - see CFWINAC
000000     SELECT  VIWINACC
000000             ASSIGN            VIWINACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINAC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260907追加終了
000000     SELECT  EXZENBNC
000000             ASSIGN               EXZENBNC-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
           05  RQQ-CHNL                    PIC X(02).
           05  RQQ-DATE                    PIC 9(08).
      *20260902修正終了
      *20260907追加開始
000000 FD  VIWINACC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINACC".
       01  WINAC-REC.
           COPY CFWINAC .
      *20260907追加終了
000000 FD  EXZENBNC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXZENBNC".
      *    row retries nightly until the mapping is fixed
               88  EXZBN-NOCOORD            VALUE "5".
      *20260902修正終了
      *20260907追加開始
      *    a winner transfer returned: the entry reopened for the
      *    counter and the VIWINACC capture marked bounced
               88  EXZBN-WINREOPENED        VALUE "6".
      *20260907追加終了
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000   03  WK-NOCOORD-CNT              PIC 9(07) VALUE ZERO.
000000   03  SW-COORD                    PIC 9(01).
      *20260902修正終了
      *20260907追加開始
000000   03  SW-WINAC                    PIC 9(01) VALUE ZERO.
000000   03  SW-WINBNC                   PIC 9(01).
000000   03  WK-WINBNC-CNT               PIC 9(07) VALUE ZERO.
      *20260907追加終了
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-FOUND-SW                 PIC 9(01).
      *    the channels the remittance summary actually carried,
           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-BNC                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260902修正終了
      *20260907追加開始
000000     OPEN I-O VIWINACC .
000000     IF FL-STS1 = "35" GO TO CX00072.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00073.
000000         DISPLAY "HBHSS150-20 VIWINACC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS150" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-WINAC .
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260907追加終了
000000       OPEN  OUTPUT EXZENBNC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS150-04 EXZENBNC OPEN ERROR ",
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00020 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "ZENGINRT" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIZENMAP" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWSIKZG" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  loads the remittance summary's channel
000000             " NOCOORD=" WK-NOCOORD-CNT
000000             " ERROR=" WK-ERROR-CNT UPON CONSOLE
      *20260902修正終了
      *20260907追加開始
000000     DISPLAY "HBHSS150-96 WINNER=" WK-WINBNC-CNT UPON CONSOLE .
000000     IF NOT(SW-WINAC = 1)GO TO CX00079.
000000       CLOSE  VIWINACC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00079.
000000         DISPLAY "HBHSS150-23 VIWINACC CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS150" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260907追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXZENBNC" TO LNG-FILEID
000000     MOVE WK-LNG-BNC TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00021 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00057.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260907追加開始
000000     PERFORM WINBNC-RTN THRU CX00074 .
000000     IF SW-WINBNC = 1 GO TO CX00030.
      *20260907追加終了
000000     MOVE ZERO TO WK-FOUND-SW .
000000     IF CHN-CNT = ZERO GO TO CX00033.
000000     PERFORM CHNFND-RTN THRU CX00045
000000     MOVE ZRT-TICKETCD TO RQQ-TICKETCD
000000     MOVE ZRT-CHNL TO RQQ-CHNL
000000     ACCEPT RQQ-DATE FROM DATE YYYYMMDD
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRQQUE" TO LNG-FILEID
000000     MOVE RQQ-TICKETCD TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE RQQ-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         REWRITE RQQ-REC INVALID CONTINUE .
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260902修正終了
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00062.
000000         DISPLAY "HBHSS150-13 VIPAYSTS REWRITE ERROR ",
000000     IF CHN-CHNL (WK-IX) = ZRT-CHNL
000000         MOVE 1 TO WK-FOUND-SW .
000000 CX00045. EXIT.
      *20260907追加開始
      *
      *    WINBNC-RTN  -  a return for a winner transfer: the
      *    capture must stand as sent and the ledger entry as paid;
      *    the entry is reopened to unpaid carrying the bank's
      *    reason, for the counter to pay in cash or a fresh
      *    PMTCARD to capture a corrected account, and the capture
      *    is marked bounced.  A return that is not a winner's
      *    leaves SW-WINBNC off and goes the channel way
000000 WINBNC-RTN .
           MOVE "WINBNC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-WINBNC .
000000     IF NOT(SW-WINAC = 1)GO TO CX00074.
000000     MOVE ZRT-TICKETCD TO WINAC-TICKETCD
000000     READ VIWINACC INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00074.
000000     IF NOT(WINAC-SENT)GO TO CX00074.
000000     MOVE 1 TO SW-WINBNC
000000     MOVE ZRT-TICKETCD TO PAYST-TICKETCD
000000     READ VIPAYSTS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00075.
000000     GO TO CX00076.
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS150-95 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS150" TO ERRM-PROGID
000000     MOVE "95" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXZBN-RESULT
000000         ADD 1 TO WK-ERROR-CNT
000000         PERFORM BNCRPT-RTN THRU CX00040
000000         GO TO CX00074 .
000000     IF NOT(PAYST-PAID)
000000         MOVE "2" TO EXZBN-RESULT
000000         ADD 1 TO WK-ERROR-CNT
000000         PERFORM BNCRPT-RTN THRU CX00040
000000         GO TO CX00074 .
000000     MOVE "1" TO PAYST-STATUS
000000     MOVE ZERO TO PAYST-PAIDDATE
000000     MOVE ZRT-REASON TO PAYST-BOUNCERSN
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHSS150-21 VIPAYSTS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS150" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "B" TO WINAC-STATUS
000000     MOVE ZRT-REASON TO WINAC-BOUNCERSN
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWINACC" TO LNG-FILEID
000000     MOVE WINAC-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE WINAC-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHSS150-22 VIWINACC REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS150" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-REOPEN-CNT
000000     ADD 1 TO WK-WINBNC-CNT
000000     MOVE "6" TO EXZBN-RESULT
000000     PERFORM BNCRPT-RTN THRU CX00040 .
000000 CX00074. EXIT.
      *20260907追加終了
      *
      *    BNCRPT-RTN  -  one EXZENBNC record per bank return
000000 BNCRPT-RTN .
           MOVE "BNCRPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-BNC
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXZENBNC" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-BNC TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXZBN-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00063.
000000         DISPLAY "HBHSS150-14 EXZENBNC WRITE ERROR ",
