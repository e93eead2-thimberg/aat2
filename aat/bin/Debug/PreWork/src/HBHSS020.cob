000000             ASSIGN               EXDUPRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20150417追加終了
      *20260905追加開始
      *    check-digit refusals: a code HSAAL060 will not convert is
      *    written to EXCKDREJ as presented, so HBHSS270 can carry
      *    it onto the standing attempt register with the night's
      *    duplicate rejects instead of the refusal living only on
      *    the console
000000     SELECT  EXCKDREJ
000000             ASSIGN               EXCKDREJ-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260905追加終了
      *20261015追加開始
      *    the machine-to-controller list: a rejected code is put
      *    down to the hall controller that reads the machine it
      *    names, the only terminal identity a redemption record
      *    carries in readable form.  Absent, the terminal is left
      *    blank - see CFMTRLS
000000     SELECT  VIMTRLST
000000             ASSIGN            VIMTRLST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MTRLS-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加終了
      *20260906追加開始
      *    stop-payment master: a winning line whose ticket carries a
      *    stop in force on VISTOPPY (lost, stolen or seized - placed
      *    through HBHSS280) never reaches the payment list, and the
      *    refusal is written to the cumulative EXSTPBLK - see CFSTOPP
      *    and CFSTPBK.  No master means no stop has been placed yet
000000     SELECT  VISTOPPY
000000             ASSIGN            VISTOPPY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY STOPP-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSTPBLK
000000             ASSIGN               EXSTPBLK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260906追加終了
      *20150418追加開始
      *    high-value winner approval hold: APRLIMIT is a one-record
      *    run-control file (supplied the NEWFILE way) carrying the
           05  EXDUP-RUNTIME               PIC 9(06).
           05  EXDUP-KEY                   PIC X(24).
           05  EXDUP-ORGDATE               PIC 9(08).
      *20261015追加開始
      *    the business date of the input stream and the hall
      *    controller that presented the code
           05  EXDUP-BUSDATE               PIC 9(08).
           05  EXDUP-FEPID                 PIC X(02).
      *20261015追加終了
      *20150417追加終了
      *20260905追加開始
000000 FD  EXCKDREJ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXCKDREJ".
       01  EXCKD-REC.
           05  EXCKD-RUNDATE               PIC 9(08).
           05  EXCKD-RUNTIME               PIC 9(06).
           05  EXCKD-CODE                  PIC X(24).
      *20260905追加終了
      *20261015追加開始
           05  EXCKD-BUSDATE               PIC 9(08).
           05  EXCKD-FEPID                 PIC X(02).
000000 FD  VIMTRLST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMTRLST".
       01  MTRLS-REC.
           COPY CFMTRLS .
      *20261015追加終了
      *20260906追加開始
000000 FD  VISTOPPY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VISTOPPY".
       01  STOPP-REC.
           COPY CFSTOPP .
000000 FD  EXSTPBLK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSTPBLK".
       01  STPBK-REC.
           COPY CFSTPBK .
      *20260906追加終了
      *20150418追加開始
000000 FD  APRLIMIT
           LABEL  RECORD  STANDARD
           05  WK-APRV-LIMIT                PIC 9(12).
           05  WK-APRV-FOLD-CNT             PIC 9(07).
      *20150418追加終了
      *20260906追加開始
       01  STOPP-WORK-AREA.
           05  SW-STOPP                     PIC 9(01) VALUE ZERO.
           05  WK-STOP-CNT                  PIC 9(07) VALUE ZERO.
      *20260906追加終了
      *20261015追加開始
      *    the presenting controller of a rejected code - see
      *    PRSFEP-RTN
       01  PRSFEP-WORK-AREA.
           05  SW-MTRLST                    PIC 9(01) VALUE ZERO.
           05  WK-PRS-CODE                  PIC X(24).
           05  WK-PRS-FEPID                 PIC X(02).
      *    run-lineage connect area - see CLLING, HSAAL170 and
      *    LNG-RTN, and the records written to the files counted
       01  LNG-PARAM.
           COPY CLLING .
       01  LNG-WORK-AREA.
           05  WK-LNG-CKD                   PIC 9(09) VALUE ZERO.
           05  WK-LNG-DUP                   PIC 9(09) VALUE ZERO.
           05  WK-LNG-SKZ                   PIC 9(09) VALUE ZERO.
           05  WK-LNG-APF                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
      *20150416追加開始
       01  CHTIER-WORK-AREA.
           05  SW-CHTIEREND                 PIC 9(01).
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
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO BCH-RKEY .
      *20150410追加終了
      *20261001修正開始
      *    each hall settles against its own run-control entry -
      *    the slot of the hall this pass is for (HSAAL160), slot
      *    1 while the installation settles one hall
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00919.
000000         DISPLAY "HBHSS020-H1 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "H1" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00919.
           MOVE "CX00919" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-UNKSLOT TO UNK-RKEY
      *20261001修正終了
000000       READ  �_�p�Ǘ��e  INVALID CONTINUE.                                     
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00039.                    
000000            DISPLAY "HBHSS020-18 VRUNYKAN READ ERROR " ,                  
           MOVE "CX00602" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20150418追加終了
      *20260906追加開始
000000     MOVE ZERO TO SW-STOPP .
000000     OPEN INPUT VISTOPPY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-STOPP .
000000     OPEN EXTEND EXSTPBLK .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00915.
000000           DISPLAY "HBHSS020-G4 EXSTPBLK OPEN  ERROR ",
000000                   FL-STS1 " " FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "G4" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00915.
           MOVE "CX00915" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260906追加終了
      *20150419追加開始
000000     OPEN I-O VIPAYSTS .
000000     IF FL-STS1 NOT = ZERO
      *20150527追加終了
000000           STOP RUN .
      *20150417追加終了
      *20260905追加開始
000000     OPEN OUTPUT EXCKDREJ .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00911.
000000           DISPLAY "HBHSS020-G1 EXCKDREJ OPEN  ERROR ",
000000                   FL-STS1 " " FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "G1" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00911.
           MOVE "CX00911" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260905追加終了
      *20261015追加開始
000000     MOVE ZERO TO SW-MTRLST
000000     OPEN INPUT VIMTRLST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MTRLST
000000     ELSE
000000     DISPLAY "HBHSS020-H2 VIMTRLST ABSENT - REJECT TERMINAL"
000000             " LEFT BLANK" UPON CONSOLE .
      *20261015追加終了
      *20150321追加開始
      *20150611追加開始
      *    a provisional snapshot run must leave the real close's
000000     PERFORM JOBLG-START-RTN THRU CX00322 .
      *20150414修正終了
      *20150325追加終了
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-GYOMU-DATE TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWKSZTK" TO LNG-FILEID
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "RQYUKOU" TO LNG-FILEID
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "RQKAISYU" TO LNG-FILEID
000000     PERFORM LNG-RTN THRU CX00922 .
000000     IF SW-MTRLST = 1
000000         MOVE "VIMTRLST" TO LNG-FILEID
000000         PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
      *20150328追加開始
000000     OPEN  OUTPUT  EXYKRPT .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00503.
000000     ACCEPT EXDUP-RUNTIME FROM TIME
000000     MOVE KSZIDX-KEY TO EXDUP-KEY
000000     MOVE KSZIDX-DATE TO EXDUP-ORGDATE
      *20261015追加開始
000000     MOVE KSZIDX-KEY TO WK-PRS-CODE
000000     PERFORM PRSFEP-RTN THRU CX00920
000000     MOVE WK-GYOMU-DATE TO EXDUP-BUSDATE
000000     MOVE WK-PRS-FEPID TO EXDUP-FEPID
000000     ADD 1 TO WK-LNG-DUP
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXDUPRPT" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-DUP TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE EXDUP-REC .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00596.
000000           DISPLAY "HBHSS020-B8 EXDUPRPT WRITE ERROR ",
000000     MOVE �j�y�l�s���ʃR�_�h TO KSZIDX-KEY
000000     MOVE �t�m�j�P�o�b�_�Ɩ����t TO
           KSZIDX-DATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIKSZIDX" TO LNG-FILEID
000000     MOVE KSZIDX-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE KSZIDX-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00593.
000000           DISPLAY "HBHSS020-B9 VIKSZIDX WRITE ERROR ",
000000 CX00127.                                                                 
           MOVE "CX00127" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-SIKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     INITIALIZE �v�s�n�j�s���������
000000     MOVE �v�j�_������햇�� TO
           �v�s�n�j���햇��
000000 CX00128.
           MOVE "CX00128" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWTOKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-TOKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
      *20150420追加開始
      *    one remittance-summary detail per channel: the running
      *    payment/redemption totals above accumulate across the
000000     IF SIKZG-RECKBN = "D"
000000         ADD SIKZG-PAYAMT TO WK-SIKZG-TOTAL .
      *20150511修正終了
      *20261015追加開始
000000     ADD 1 TO WK-LNG-SKZ
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIKZG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-SKZ TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE SIKZG-REC .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00631.
000000           DISPLAY "HBHSS020-E2 SQWSIKZG WRITE ERROR ",
000000     MOVE SPACE TO SIKZG-CHNL
000000     MOVE WK-SIKZG-TOTAL TO SIKZG-PAYAMT
000000     MOVE ZERO TO SIKZG-KAIAMT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-SKZ
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIKZG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-SKZ TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE SIKZG-REC .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00633.
000000           DISPLAY "HBHSS020-E3 SQWSIKZG WRITE ERROR ",
           MOVE "CX00595" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20150417追加終了
      *20260905追加開始
000000     CLOSE EXCKDREJ .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00912.
000000          DISPLAY "HBHSS020-G2 EXCKDREJ CLOSE ERROR " ,
000000                   FL-STS1 "-" FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "G2" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000          STOP RUN .
000000 CX00912.
           MOVE "CX00912" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260905追加終了
      *20261015追加開始
000000     IF SW-MTRLST = 1
000000         CLOSE VIMTRLST .
      *20261015追加終了
      *20260906追加開始
000000     DISPLAY "HBHSS020-G7 STOPPED=" WK-STOP-CNT UPON CONSOLE .
000000     IF SW-STOPP = 1
000000         CLOSE VISTOPPY .
000000     CLOSE EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00916.
000000          DISPLAY "HBHSS020-G5 EXSTPBLK CLOSE ERROR " ,
000000                   FL-STS1 "-" FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "G5" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000          STOP RUN .
000000 CX00916.
           MOVE "CX00916" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260906追加終了
      *20150419追加開始
000000     CLOSE VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00620.
000000 CX00307.
           MOVE "CX00307" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXCKDREJ" TO LNG-FILEID
000000     MOVE WK-LNG-CKD TO LNG-CNT
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXDUPRPT" TO LNG-FILEID
000000     MOVE WK-LNG-DUP TO LNG-CNT
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWSIKZG" TO LNG-FILEID
000000     MOVE WK-LNG-SKZ TO LNG-CNT
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWSIKSK" TO LNG-FILEID
000000     COMPUTE LNG-CNT = TRL-SIKSK-CNT + 1
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWTOKSK" TO LNG-FILEID
000000     COMPUTE LNG-CNT = TRL-TOKSK-CNT + 1
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE WK-STOP-CNT TO LNG-CNT
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXAPRFLD" TO LNG-FILEID
000000     MOVE WK-LNG-APF TO LNG-CNT
000000     PERFORM LNG-RTN THRU CX00922 .
000000     MOVE "E" TO LNG-FUNC
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
      *20150321追加終了
      *20150119追加終了
      *20141117�C���J�n
000000 CX00175.
           MOVE "CX00175" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-SIKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
      *20150419追加開始
      *    a winning ticket that just reached the payment list gets
      *    (or refreshes) its persistent payment-status entry - real
000000 CX00180.                                                                 
           MOVE "CX00180" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWTOKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-TOKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000 CX00178.                                                                 
           MOVE "CX00178" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00223.                                                                 
           MOVE "CX00223" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-SIKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     PERFORM P210-RTN THRU CX00011 .                                      
000000     GO TO CX00224.                                                       
000000     CX00222. IF NOT(�j�y�l�s�_�P�b�g�敪 = 2)
000000 CX00226.                                                                 
           MOVE "CX00226" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWTOKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-TOKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000 CX00225.                                                                 
           MOVE "CX00225" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
           MOVE "CX00581" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20150416追加終了
      *20260906追加開始
      *    stop-payment check: a winning line whose ticket carries a
      *    stop in force that has not run past its expiry is written
      *    to EXSTPBLK and its amount and win-bit cleared the same way
      *    as a held line, so it never reaches the payment list; a
      *    provisional snapshot run applies the same exclusion but
      *    leaves the blocked-attempt file alone
000000     IF NOT(SW-STOPP = 1) GO TO CX00917.
000000     IF NOT(�v�j�_���z > ZERO) GO TO CX00917.
000000     MOVE �v�j�_�j�y�l�s���ʃR�_�h TO
           STOPP-TICKETCD
000000     READ VISTOPPY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00") GO TO CX00917.
000000     IF NOT(STOPP-IN-FORCE) GO TO CX00917.
000000     IF STOPP-EXPIRY NOT = ZERO AND
000000        STOPP-EXPIRY <
           �t�m�j�P�o�b�_�Ɩ����t
000000         GO TO CX00917.
000000     ADD 1 TO WK-STOP-CNT
000000     DISPLAY "HBHSS020-G8 STOP-PAYMENT IN FORCE "
000000             STOPP-TICKETCD UPON CONSOLE .
000000     IF SW-SNAPMODE = 1 GO TO CX00918.
000000     ACCEPT STPBK-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT STPBK-RUNTIME FROM TIME
000000     MOVE "HBHSS020" TO STPBK-PROGID
000000     MOVE STOPP-TICKETCD TO STPBK-TICKETCD
000000     MOVE �v�j�_���z TO STPBK-AMOUNT
000000     MOVE WK-OPID TO STPBK-OPID
000000     MOVE STOPP-REASON TO STPBK-REASON
000000     MOVE STOPP-AUTHORITY TO STPBK-AUTHORITY
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE WK-STOP-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE STPBK-REC .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00918.
000000           DISPLAY "HBHSS020-G6 EXSTPBLK WRITE ERROR ",
000000                   FL-STS1 " " FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "G6" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00918.
           MOVE "CX00918" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO �v�j�_���z
000000     MOVE �m�t�k�k TO
           �v�j�_�����r�b�g�q .
000000     GO TO CX00600.
000000 CX00917.
           MOVE "CX00917" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260906追加終了
      *20150418追加開始
      *    high-value winner hold: a winning line above the approval
      *    threshold is written to the pending-approval file and its
000000         DISPLAY "HBHSS020-F8 SRLC CHECK-DIGIT NG"
000000                 " CONVERSION REFUSED" UPON CONSOLE .
      *20150603追加終了
      *20260905追加開始
      *    the refused code is kept as presented for the attempt
      *    register
000000     IF NOT(SRLC-VERIFY-NG) GO TO CX00914.
000000     ACCEPT EXCKD-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXCKD-RUNTIME FROM TIME
000000     MOVE �j�y�l�s���ʃR�_�h�� TO EXCKD-CODE
      *20261015追加開始
000000     MOVE EXCKD-CODE TO WK-PRS-CODE
000000     PERFORM PRSFEP-RTN THRU CX00920
000000     MOVE WK-GYOMU-DATE TO EXCKD-BUSDATE
000000     MOVE WK-PRS-FEPID TO EXCKD-FEPID
000000     ADD 1 TO WK-LNG-CKD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXCKDREJ" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-CKD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE EXCKD-REC .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00914.
000000           DISPLAY "HBHSS020-G3 EXCKDREJ WRITE ERROR ",
000000                   FL-STS1 " " FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "G3" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00914.
           MOVE "CX00914" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260905追加終了
      *20141117�C���I��
000000 CX00017. EXIT.                                                           
000000 TOKYUBIT-SET-RTN .                                                       
           PAYST-ENTRYDATE
000000     MOVE ZERO TO PAYST-PAIDDATE
000000     MOVE ZERO TO PAYST-CARRYCNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00" AND "02") GO TO CX00621.
000000           DISPLAY "HBHSS020-D4 VIPAYSTS WRITE ERROR ",
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PAYST-PAID GO TO CX00621.
000000     MOVE WK-PAYST-AMT TO PAYST-AMOUNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00621.
000000           DISPLAY "HBHSS020-D5 VIPAYSTS REWRITE ERROR ",
000000 CX00614.
           MOVE "CX00614" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIKSK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE TRL-SIKSK-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     ACCEPT EXAPRF-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXAPRF-RUNTIME FROM TIME
000000     MOVE PNDAPR-TICKETCD TO EXAPRF-TICKETCD
000000     MOVE PNDAPR-LINENO TO EXAPRF-LINENO
000000     MOVE PNDAPR-AMOUNT TO EXAPRF-AMOUNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-APF
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXAPRFLD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-GYOMU-DATE TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-APF TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     PERFORM LNG-RTN THRU CX00922 .
      *20261015追加終了
000000     WRITE EXAPRF-REC .
000000     IF NOT(FL-STS1 NOT = "00") GO TO CX00615.
000000           DISPLAY "HBHSS020-C7 EXAPRFLD WRITE ERROR ",
000000          STOP RUN .
000000 CX00610. EXIT.
      *20150418追加終了
      *20261015追加開始
      *    PRSFEP-RTN  -  the hall controller that presented a
      *    rejected code: the VIMTRLST controller of the machine
      *    the code's leading machine code names, blank when the
      *    list is not mounted or does not hold the machine
000000 PRSFEP-RTN .
           MOVE "PRSFEP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-PRS-FEPID .
000000     IF NOT(SW-MTRLST = 1) GO TO CX00920.
000000     MOVE LOW-VALUES TO MTRLS-MACHINE
000000     MOVE WK-PRS-CODE (1:10) TO MTRLS-MACHINE (1:10) .
000000     START VIMTRLST KEY >= MTRLS-MACHINE
000000             INVALID GO TO CX00920 .
000000     READ VIMTRLST NEXT AT END GO TO CX00920.
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "02")
000000         GO TO CX00921.
000000           DISPLAY "HBHSS020-H3 VIMTRLST READ ERROR ",
000000                   FL-STS1 " " FL-STS2
000000     MOVE "HBHSS020" TO ERRM-PROGID
000000     MOVE "H3" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00921.
           MOVE "CX00921" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MTRLS-MACHINE (1:10) = WK-PRS-CODE (1:10)
000000         MOVE MTRLS-FEPID TO WK-PRS-FEPID .
000000 CX00920. EXIT.
      *    LNG-RTN  -  hands LNG-PARAM to the run-lineage
      *    register; a provisional snapshot run leaves no lineage,
      *    as it leaves no start/end records on VIJOBLOG
000000 LNG-RTN .
000000     IF SW-SNAPMODE = 1 GO TO CX00922.
000000     CALL "HSAAL170" USING LNG-PARAM .
000000 CX00922. EXIT.
      *20261015追加終了
      *20150415追加開始
      *    GYOMU-DATE-RTN  -  derives the business date this run
      *    settles into: the system date, rolled back one day when
