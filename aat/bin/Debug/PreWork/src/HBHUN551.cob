       01  TRC-PARAM.
           COPY CLTRC .
      *20150528追加終了
      *20261001追加開始
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261001追加終了
      *20150602追加開始
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
       01  WK-OPID                      PIC X(08) VALUE "UNKNOWN ".
       01  WK-TERMID                    PIC X(08) VALUE "UNKNOWN ".
      *20150602追加終了
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-GEN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-CMP                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-STM                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-EXS                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
000000 PROCEDURE DIVISION .                                                     
000000 MAIN-RTN .                                                               
000000     PERFORM S000-RTN THRU CX00002                                        
000000 CX00198.
           MOVE "CX00198" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001修正開始
      *    each hall settles against its own run-control entry -
      *    the slot of the hall this pass is for (HSAAL160), slot
      *    1 while the installation settles one hall
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00199.
000000         DISPLAY "HBHUN551-H1 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHUN551" TO ERRM-PROGID
000000     MOVE "H1" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00199.
           MOVE "CX00199" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-UNKSLOT TO UNK-RKEY
      *20261001修正終了
000000       READ  â_ópä«óùÇe INVALID CONTINUE .
000000     IF FL-STS1 = "00"
000000         MOVE ÇtÇmÇjÇPÉoÉbÉ_ã∆ñ±ì˙ït TO
000000 CX00017.                                                                 
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001修正開始
000000     MOVE HALC-UNKSLOT TO UNK-RKEY
      *20261001修正終了
000000       READ  â_ópä«óùÇe INVALID CONTINUE .                                     
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00018.                             
000000         DISPLAY "HBHUN551-08 VRUNYKAN READ ERROR ",                      
      *20150613修正終了
000000     PERFORM JOBLG-START-RTN THRU CX00100 .
      *20150325追加終了
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDATE TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWHURCH" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-CHNCYC = 1
000000         MOVE "VICHNCYC" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.                                                           
000000 P000-RTN .                                                               
      *20150509追加開始
000000     IF SW-CHNCYC = 1
000000         PERFORM CYCLE-CUT-RTN THRU CX00134 .
      *20150511追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "GENTRREP" TO LNG-FILEID
000000     MOVE WK-LNG-GEN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCHNCMP" TO LNG-FILEID
000000     MOVE WK-LNG-CMP TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQCHNSTM" TO LNG-FILEID
000000     MOVE WK-LNG-STM TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCHNSTM" TO LNG-FILEID
000000     MOVE WK-LNG-EXS TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
      *20150325追加開始
000000     PERFORM JOBLG-END-RTN THRU CX00101 .
000000       CLOSE  VIJOBLOG .
000000     MOVE ÇvÇjÅ_ê¢ë„ãÊï™ TO GENTRREP-SEDAIKUBUN
000000     MOVE ÇvÇjÅ_é¿î≠îÑäJénì˙ TO GENTRREP-KAITEIBI
000000     MOVE ÇvÇjÅ_îNìx TO GENTRREP-NENDO
      *20261015追加開始
000000     ADD 1 TO WK-LNG-GEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "GENTRREP" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-GEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE GENTRREP-REC .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00092.
000000         DISPLAY "HBHUN551-42 GENTRREP WRITE ERROR",
           ÇgÇbÇgÇmîÑè„ã‡äz +
           (ÇvÇjÅ_îÑè„ã‡äz * WK-SIGN)
      *20150509修正終了
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHCHNUR" TO LNG-FILEID
000000     MOVE ÇgÇbÇgÇmÉåÉRÅ_ÉhÉLÅ_ TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE ì˙ï îÃîÑÇbÇgï îÑè„ó›åvÇq ,
000000                                    INVALID CONTINUE .                    
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00053.                             
           ÇgÇbÇgÇmîÑè„ã‡äz .
      *20150509修正終了
000000     MOVE SPACE TO ÇgÇbÇgÇmó_îı                                                 
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHCHNUR" TO LNG-FILEID
000000     MOVE ÇgÇbÇgÇmÉåÉRÅ_ÉhÉLÅ_ TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000           WRITE ì˙ï îÃîÑÇbÇgï îÑè„ó›åvÇq ,                                           
000000                                    INVALID CONTINUE .                    
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00056.                             
000000     COMPUTE ÇbÇgÇtÇqîÑè„ã‡äz =
           ÇbÇgÇtÇqîÑè„ã‡äz +
           Çsó›åvîÑè„ã‡äz (ÇbÇmÇsÅ_îÑè„ÇsÇaÇk)                    
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHNURI" TO LNG-FILEID
000000     MOVE ÇbÇgÇtÇqÉåÉRÅ_ÉhÉLÅ_ TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE îÃîÑÉ_ÉÉÉlÉãï îÑè„ó›åvÇq ,
000000                                     INVALID CONTINUE .                   
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00077.                             
000000     MOVE Çsó›åvîÑè„ã‡äz
           (ÇbÇmÇsÅ_îÑè„ÇsÇaÇk) TO
           ÇbÇgÇtÇqîÑè„ã‡äz
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHNURI" TO LNG-FILEID
000000     MOVE ÇbÇgÇtÇqÉåÉRÅ_ÉhÉLÅ_ TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE îÃîÑÉ_ÉÉÉlÉãï îÑè„ó›åvÇq INVALID
           CONTINUE.
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00080.                             
000000     MOVE Çsó›åvîÑè„ã‡äz
           (ÇbÇmÇsÅ_îÑè„ÇsÇaÇk) TO
           ÇgÇbÇgÇmîÑè„ã‡äz
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHCHNUR" TO LNG-FILEID
000000     MOVE ÇgÇbÇgÇmÉåÉRÅ_ÉhÉLÅ_ TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ì˙ï îÃîÑÇbÇgï îÑè„ó›åvÇq INVALID
           CONTINUE.
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00087.                             
000000     MOVE CMP-CHAN (WK-CMP-IX) TO HIS-CHAN
000000     MOVE WK-BUSDATE TO HIS-DATE
000000     MOVE CMP-AMT (WK-CMP-IX) TO HIS-AMT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHURHIS" TO LNG-FILEID
000000     MOVE HIS-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE HIS-REC INVALID CONTINUE .
000000     GO TO CX00156.
000000 CX00155.
           MOVE "CX00155" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE CMP-AMT (WK-CMP-IX) TO HIS-AMT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIHURHIS" TO LNG-FILEID
000000     MOVE HIS-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE HIS-REC INVALID CONTINUE .
000000 CX00156.
           MOVE "CX00156" TO TRC-TEXT
000000     IF EXCMP-DEVPCT > WK-CMP-THRESH OR
000000        EXCMP-DEVPCT < WK-CMP-THRESH-NEG
000000         MOVE "*" TO EXCMP-FLAG .
      *20261015追加開始
000000     ADD 1 TO WK-LNG-CMP
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCHNCMP" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-CMP TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXCMP-REC .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00153.
000000         DISPLAY "HBHUN551-72 EXCHNCMP WRITE ERROR " ,
000000     MOVE ZERO TO OPN-AMT
000000     COMPUTE OPN-AMT = ÇvÇjÅ_îÑè„ã‡äz * WK-SIGN
000000     MOVE "1" TO OPN-STATUS
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHNOPN" TO LNG-FILEID
000000     MOVE OPN-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE OPN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00133.
000000         DISPLAY "HBHUN551-67 VICHNOPN WRITE ERROR " ,
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE OPN-AMT = OPN-AMT +
           (ÇvÇjÅ_îÑè„ã‡äz * WK-SIGN)
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHNOPN" TO LNG-FILEID
000000     MOVE OPN-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE OPN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00133.
000000         DISPLAY "HBHUN551-68 VICHNOPN REWRITE ERROR " ,
000000     PERFORM STM-OUT-RTN THRU CX00140
000000     ADD OPN-AMT TO WK-CYC-PERTOT
000000     MOVE "2" TO OPN-STATUS
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICHNOPN" TO LNG-FILEID
000000     MOVE OPN-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE OPN-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00143.
000000         DISPLAY "HBHUN551-69 VICHNOPN REWRITE ERROR " ,
000000 STM-OUT-RTN .
           MOVE "STM-OUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-STM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQCHNSTM" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-STM TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE STM-REC .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00144.
000000         DISPLAY "HBHUN551-70 SQCHNSTM WRITE ERROR " ,
000000     MOVE STM-CHAN TO EXSTM-CHAN
000000     MOVE STM-DATE TO EXSTM-DATE
000000     MOVE STM-AMT TO EXSTM-AMT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-EXS
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCHNSTM" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-EXS TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXSTM-REC .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00140.
000000         DISPLAY "HBHUN551-71 EXCHNSTM WRITE ERROR " ,
