           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20150611追加終了
      *20261004追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261004追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00020 .
      *20261004追加開始
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000 CX00002. EXIT.
      *
      *    FILE-RTN  -  one cumulative master's compare (and, in
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIHCHNEW" TO LNG-FILEID
000000     IF WK-FILE-KBN = "C"
000000         MOVE "VICHNNEW" TO LNG-FILEID .
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00032. IF NOT(FL-END = ZERO)GO TO CX00033.
           MOVE "CX00032" TO TRC-TEXT
000000 CX00060. EXIT.
000000 E000-RTN .
000000     PERFORM JOBLG-END-RTN THRU CX00021 .
      *20261004追加開始
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000       CLOSE  VIJOBLOG  HB560PRM  EXRSTRPT  EXRSTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHUN560-14 CLOSE ERROR ",
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
      *    the master record the audit row restates, stamped on the
      *    run-lineage register: a restated or zeroed record is
      *    changed, a rebuilt key the live master never had is added
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHCHNUR" TO LNG-FILEID
000000     IF WK-FILE-KBN = "C"
000000         MOVE "VICHNURI" TO LNG-FILEID .
000000     MOVE HCH-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     IF EXRSA-ACTION = "W"
000000         MOVE "A" TO LNG-ACTION .
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     WRITE EXRSA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00081.
000000         DISPLAY "HBHUN560-16 EXRSTAUD WRITE ERROR ",
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
      *20261004追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
      *20261004追加終了
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00020.
000000         DISPLAY "HBHUN560-17 VIJOBLOG WRITE ERROR ",
