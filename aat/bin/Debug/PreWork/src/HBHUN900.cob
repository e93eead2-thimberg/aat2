000000   03  WK-PND-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-HAN-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-ERRL-CNT                 PIC 9(05) VALUE ZERO.
      *20261004追加開始
      *    report lines written, the line's key on the run-lineage
      *    register
000000   03  WK-RPT-SEQ                  PIC 9(06) VALUE ZERO.
      *20261004追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20261004追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261004追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
      *20260902修正開始
000000     PERFORM JOBLG-START-RTN THRU CX00054 .
      *20260902修正終了
      *20261004追加開始
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIJOBLOG" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     OPEN INPUT VIRUNHIS .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HIS .
      *20261004追加開始
000000     IF SW-HIS = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIRUNHIS" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000       OPEN  OUTPUT EXMORRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN900-02 EXMORRPT OPEN ERROR ",
000000 P100-RTN .
000000     OPEN INPUT EXERRLOG .
000000     IF NOT(FL-STS1 = "00") GO TO CX00012.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "EXERRLOG" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
000000 P200-RTN .
000000     OPEN INPUT EXTRNBAL .
000000     IF NOT(FL-STS1 = "00") GO TO CX00014.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "EXTRNBAL" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END
000000     MOVE SPACE TO EXTRNBAL-MISMATCH-FLG .
000000 CX00015.
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT EXTKSBAL .
000000     IF NOT(FL-STS1 = "00") GO TO CX00016.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "EXTKSBAL" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END
000000     MOVE SPACE TO EXTKSBAL-MISMATCH-FLG .
000000 CX00017.
000000 P300-RTN .
000000     OPEN INPUT SQTRNREJ .
000000     IF NOT(FL-STS1 = "00") GO TO CX00018.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQTRNREJ" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT EXDUPTRN .
000000     IF NOT(FL-STS1 = "00") GO TO CX00022.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "EXDUPTRN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
      *    the open items
000000     OPEN INPUT VIALRTQ .
000000     IF NOT(FL-STS1 = "00") GO TO CX00024.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIALRTQ" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO SW-LOGEND
000000     MOVE LOW-VALUES TO ALRT-KEY .
000000     START VIALRTQ KEY >= ALRT-KEY
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIPNDAPR .
000000     IF NOT(FL-STS1 = "00") GO TO CX00027.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIPNDAPR" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO SW-LOGEND
000000     MOVE LOW-VALUES TO PNDAPR-KEY .
000000     START VIPNDAPR KEY >= PNDAPR-KEY
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT EXHANTEI .
000000     IF NOT(FL-STS1 = "00") GO TO CX00031.
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "EXHANTEI" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXMORRPT" TO LNG-FILEID
000000     MOVE WK-RPT-SEQ TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     IF SW-HIS = 1
000000         CLOSE VIRUNHIS .
000000 CX00004. EXIT.
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     ADD 1 TO WK-RPT-SEQ
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-RPT-SEQ TO LNG-RECKEY (9:6)
000000     MOVE EXMOR-TYPE TO LNG-RECKEY (15:1)
000000     MOVE EXMOR-PROGID TO LNG-RECKEY (16:8)
      *20261004追加終了
000000     WRITE EXMOR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN900-04 EXMORRPT WRITE ERROR ",
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXMORRPT" TO LNG-FILEID
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000 CX00040. EXIT.
      *    BUSDT-DRV-RTN  -  derives the business date for the
      *    audit-trail records: the chain runs after midnight, so
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
      *20261004追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
      *20261004追加終了
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN900-05 VIJOBLOG WRITE ERROR ",
