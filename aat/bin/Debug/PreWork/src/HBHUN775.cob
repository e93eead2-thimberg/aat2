000000     SELECT  EXSTGRPT
000000                  ASSIGN             EXSTGRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260926追加開始
      *    staged fee changes about to take effect with no vendor
      *    notice on file, as HBHUN685 lists them
000000     SELECT  EXFCNALT
000000                  ASSIGN             EXFCNALT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260926追加終了
      *20261013追加開始
      *    head-office fee changes loaded by HBHUN555, each held
      *    on VITSGSTG until its entry here is decided: a release
      *    stages the change for HBHUN370, a rejection withdraws
      *    it
000000     SELECT  EXFHOLOD
000000                  ASSIGN             EXFHOLOD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITSGSTG
000000             ASSIGN            VITSGSTG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY STG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261013追加終了
000000     SELECT  MCACARD
000000                  ASSIGN             MCACARD-MSD
000000             FILE STATUS          FL-STS1.
           05  EXSTG-FILEKBN               PIC X(01).
           05  EXSTG-KEYIMG                PIC X(20).
           05  EXSTG-EFFDATE               PIC 9(08).
      *20260926追加開始
      *    the notice alerts exactly as HBHUN685 writes them
000000 FD  EXFCNALT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFCNALT".
       01  EXFCX-REC.
           05  EXFCX-RUNDATE               PIC 9(08).
           05  EXFCX-FILEKBN               PIC X(01).
           05  EXFCX-KEYIMG                PIC X(20).
           05  EXFCX-EFFDATE               PIC 9(08).
           05  EXFCX-REASON                PIC X(01).
      *20260926追加終了
      *20261013追加開始
      *    the loaded changes exactly as HBHUN555 writes them
000000 FD  EXFHOLOD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFHOLOD".
       01  EXFHL-REC.
           05  EXFHL-RUNDATE               PIC 9(08).
           05  EXFHL-FILEKBN               PIC X(01).
           05  EXFHL-KEYIMG                PIC X(20).
           05  EXFHL-EFFDATE               PIC 9(08).
           05  EXFHL-BATCHID               PIC X(10).
           05  EXFHL-OPID                  PIC X(08).
      *    the staging entry as HBHUN555 declares it
000000 FD  VITSGSTG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITSGSTG".
       01  STG-REC.
           05  STG-KEY.
               07  STG-FILEKBN             PIC X(01).
               07  STG-KEYIMG              PIC X(20).
           05  STG-EFFDATE                 PIC 9(08).
           05  STG-STATUS                  PIC X(01).
               88  STG-HELD                 VALUE "0".
               88  STG-STAGED               VALUE "1".
               88  STG-ACTIVE               VALUE "2".
               88  STG-WITHDRAWN            VALUE "9".
      *20261013追加終了
000000 FD  MCACARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "MCACARD".
000000   03  WK-REJ-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-PEND-CNT                 PIC 9(05) VALUE ZERO.
      *20261013追加開始
000000   03  SW-STGMST                   PIC 9(01) VALUE ZERO.
      *20261013追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261013追加開始
000000     OPEN I-O VITSGSTG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-STGMST .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00066.
000000         DISPLAY "HBHUN775-10 VITSGSTG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261013追加終了
000000     PERFORM JOBLG-START-RTN THRU CX00020 .
000000 CX00002. EXIT.
      *
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260926追加開始
      *    a staged fee change taking effect without its vendor
      *    notice is held for a second person like any other change
000000     OPEN INPUT EXFCNALT .
000000     IF NOT(FL-STS1 = "00") GO TO CX00060.
000000     MOVE ZERO TO FL-END .
000000 CX00061. IF NOT(FL-END = ZERO)GO TO CX00062.
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXFCNALT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00063.
000000     MOVE "FCNOTICE" TO MSTPND-MASTERID
000000     MOVE SPACE TO MSTPND-KEYIMG
000000     MOVE EXFCX-FILEKBN TO MSTPND-KEYIMG (1:1)
000000     MOVE EXFCX-KEYIMG TO MSTPND-KEYIMG (2:20)
000000     PERFORM FILE-RTN THRU CX00030 .
000000     GO TO CX00064.
000000 CX00063. IF NOT(FL-STS1 = "10")GO TO CX00065.
           MOVE "CX00063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00064.
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN775-95 EXFCNALT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "95" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00064.
           MOVE "CX00064" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00061.
000000 CX00062.
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE EXFCNALT .
000000 CX00060.
           MOVE "CX00060" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260926追加終了
      *20261013追加開始
      *    a loaded head-office change waits for its release like
      *    any other change
000000     OPEN INPUT EXFHOLOD .
000000     IF NOT(FL-STS1 = "00") GO TO CX00067.
000000     MOVE ZERO TO FL-END .
000000 CX00068. IF NOT(FL-END = ZERO)GO TO CX00069.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ EXFHOLOD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00070.
000000     MOVE "FEELOAD " TO MSTPND-MASTERID
000000     MOVE SPACE TO MSTPND-KEYIMG
000000     MOVE EXFHL-FILEKBN TO MSTPND-KEYIMG (1:1)
000000     MOVE EXFHL-KEYIMG TO MSTPND-KEYIMG (2:20)
000000     PERFORM FHLFILE-RTN THRU CX00073 .
000000     GO TO CX00071.
000000 CX00070. IF NOT(FL-STS1 = "10")GO TO CX00072.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00071.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN775-96 EXFHOLOD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "96" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00068.
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE EXFHOLOD .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261013追加終了
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the approval cards
000000             " REJECTED=" WK-REJ-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " STILL-PENDING=" WK-PEND-CNT UPON CONSOLE
      *20261013追加開始
000000     IF SW-STGMST = 1
000000         CLOSE VITSGSTG .
      *20261013追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00021 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261013追加開始
000000     IF MSTPND-MASTERID = "FEELOAD "
000000         PERFORM FHLDEC-RTN THRU CX00077 .
      *20261013追加終了
000000     MOVE MSTPND-STATUS TO EXMCA-AFT-STATUS
000000     MOVE "0" TO EXMCA-RESULT
000000     PERFORM AUDIT-RTN THRU CX00040 .
000000 CX00035. EXIT.
      *20261013追加開始
      *
      *    FHLFILE-RTN  -  a loaded change still held becomes a
      *    pending entry; one withdrawn before and loaded again
      *    is pending once more, but a change already decided is
      *    left as it stands
000000 FHLFILE-RTN .
           MOVE "FHLFILE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-STGMST = 1)GO TO CX00073.
000000     MOVE EXFHL-FILEKBN TO STG-FILEKBN
000000     MOVE EXFHL-KEYIMG TO STG-KEYIMG
000000     READ VITSGSTG INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00073.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN775-11 VITSGSTG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT STG-HELD GO TO CX00073.
000000     PERFORM FILE-RTN THRU CX00030 .
000000     IF NOT(FL-STS1 = "22")GO TO CX00073.
000000     READ VIMSTPND INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN775-12 VIMSTPND READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF MSTPND-PENDING GO TO CX00073.
000000     MOVE "1" TO MSTPND-STATUS
000000     MOVE WK-BUSDT TO MSTPND-DETECTDATE
000000     MOVE SPACE TO MSTPND-APROPID
000000     MOVE ZERO TO MSTPND-APRDATE
000000     MOVE ZERO TO MSTPND-APRTIME
000000     REWRITE MSTPND-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00074.
000000         DISPLAY "HBHUN775-13 VIMSTPND REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-NEW-CNT .
000000 CX00073. EXIT.
      *
      *    FHLDEC-RTN  -  the decision on a loaded change carried
      *    to its staging entry: released it is staged for
      *    HBHUN370 to activate on its date, rejected it is
      *    withdrawn
000000 FHLDEC-RTN .
           MOVE "FHLDEC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-STGMST = 1)GO TO CX00077.
000000     MOVE MSTPND-KEYIMG (1:1) TO STG-FILEKBN
000000     MOVE MSTPND-KEYIMG (2:20) TO STG-KEYIMG
000000     READ VITSGSTG INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00077.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN775-14 VITSGSTG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT STG-HELD GO TO CX00077.
000000     IF MSTPND-RELEASED
000000         MOVE "1" TO STG-STATUS
000000     ELSE
000000         MOVE "9" TO STG-STATUS .
000000     REWRITE STG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHUN775-15 VITSGSTG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN775" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00077. EXIT.
      *20261013追加終了
      *
      *    AUDIT-RTN  -  one EXMCAAUD row per approval card
000000 AUDIT-RTN .
