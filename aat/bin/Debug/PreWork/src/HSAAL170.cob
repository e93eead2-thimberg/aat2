000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HSAAL170 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
      *20261004追加開始
      *    run lineage: when a figure is questioned after reruns and
      *    restatements, the register this subroutine keeps says
      *    which run wrote the record, which generations of which
      *    inputs that run read, and which run the record replaced.
      *    Every call is recorded against the run the caller named
      *    at start-up; a register that cannot be opened is
      *    announced once and the caller carries on - see CLLING
      *    and CFLINEG
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT  VILINEAG
000000             ASSIGN            VILINEAG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY LIN-KEY
000000             FILE STATUS          STS-FILE1.
      *20261004追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VILINEAG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILINEAG".
       01  LIN-REC.
           COPY CFLINEG .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  STS-FILE1                   PIC X(02).
000000   03  SW-OPEN                     PIC 9(01) VALUE ZERO.
000000   03  SW-AVAIL                    PIC 9(01) VALUE ZERO.
000000   03  SW-WARNED                   PIC 9(01) VALUE ZERO.
000000   03  WK-STAMPDATE                PIC 9(08).
000000   03  WK-STAMPTIME                PIC 9(06).
000000   03  WK-GEN-RUNID                PIC X(22).
000000   03  WK-GEN-BUSDATE              PIC 9(08).
000000   03  WK-GEN-CNT                  PIC 9(09).
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
000000 LINKAGE SECTION.
000000 01  LNG-PARAM.
000000     COPY CLLING .
000000 PROCEDURE DIVISION USING LNG-PARAM .
000000 MAIN-RTN .
000000     IF SW-OPEN = 0 AND NOT LNG-END
000000         PERFORM S000-RTN THRU CX00002 .
000000     MOVE "9" TO LNG-STATUS .
000000     IF NOT(SW-AVAIL = 1)GO TO CX00001.
000000     MOVE "0" TO LNG-STATUS
000000     ACCEPT WK-STAMPDATE FROM DATE YYYYMMDD
000000     ACCEPT WK-STAMPTIME FROM TIME .
000000     IF LNG-INPUT
000000         PERFORM INP-RTN THRU CX00010 .
000000     IF LNG-WRITE
000000         PERFORM STP-RTN THRU CX00020 .
000000     IF LNG-GENEND
000000         PERFORM GEN-RTN THRU CX00030 .
000000     IF LNG-END
000000         PERFORM END-RTN THRU CX00040 .
000000 CX00001. EXIT PROGRAM.
      *
      *    S000-RTN  -  the register, opened once per run and
      *    created the first time any program stamps anything
000000 S000-RTN .
           MOVE "S000-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-OPEN .
000000     OPEN I-O VILINEAG .
000000     IF NOT(STS-FILE1 = "35")GO TO CX00003.
000000     OPEN OUTPUT VILINEAG
000000     CLOSE VILINEAG
000000     OPEN I-O VILINEAG .
000000 CX00003.
           MOVE "CX00003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF STS-FILE1 = "00"
000000         MOVE 1 TO SW-AVAIL
000000         GO TO CX00002.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00002. EXIT.
      *
      *    INP-RTN  -  an input the run reads: the generation
      *    current on the register is the one read.  A file read
      *    twice in one run keeps one row
000000 INP-RTN .
           MOVE "INP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-GEN-RUNID
000000     MOVE ZERO TO WK-GEN-BUSDATE WK-GEN-CNT
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "G" TO LIN-TYPE
000000     MOVE LNG-FILEID TO LIN-G-FILEID
000000     READ VILINEAG INVALID CONTINUE .
000000     IF STS-FILE1 = "00"
000000         MOVE LIN-RUNID TO WK-GEN-RUNID
000000         MOVE LIN-BUSDATE TO WK-GEN-BUSDATE
000000         MOVE LIN-CNT TO WK-GEN-CNT .
000000     INITIALIZE LIN-REC
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "I" TO LIN-TYPE
000000     MOVE LNG-RUNID TO LIN-I-RUNID
000000     MOVE LNG-FILEID TO LIN-I-FILEID
000000     MOVE WK-GEN-RUNID TO LIN-RUNID
000000     MOVE SPACE TO LIN-PREVRUN
000000     MOVE WK-GEN-BUSDATE TO LIN-BUSDATE
000000     MOVE WK-GEN-CNT TO LIN-CNT
000000     MOVE SPACE TO LIN-ACTION
000000     MOVE WK-STAMPDATE TO LIN-STAMPDATE
000000     MOVE WK-STAMPTIME TO LIN-STAMPTIME
000000     WRITE LIN-REC INVALID CONTINUE .
000000     IF STS-FILE1 = "00" OR "22" GO TO CX00010.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00010. EXIT.
      *
      *    STP-RTN  -  a record the run wrote or updated: the run
      *    it replaces moves to LIN-PREVRUN
000000 STP-RTN .
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "K" TO LIN-TYPE
000000     MOVE LNG-FILEID TO LIN-K-FILEID
000000     MOVE LNG-RECKEY TO LIN-K-RECKEY
000000     READ VILINEAG INVALID CONTINUE .
000000     IF STS-FILE1 = "00" GO TO CX00021.
000000     INITIALIZE LIN-REC
000000     MOVE "K" TO LIN-TYPE
000000     MOVE SPACE TO LIN-KEYBODY
000000     MOVE LNG-FILEID TO LIN-K-FILEID
000000     MOVE LNG-RECKEY TO LIN-K-RECKEY
000000     MOVE LNG-RUNID TO LIN-RUNID
000000     MOVE SPACE TO LIN-PREVRUN
000000     MOVE LNG-BUSDATE TO LIN-BUSDATE
000000     MOVE 1 TO LIN-CNT
000000     MOVE LNG-ACTION TO LIN-ACTION
000000     MOVE WK-STAMPDATE TO LIN-STAMPDATE
000000     MOVE WK-STAMPTIME TO LIN-STAMPTIME
000000     WRITE LIN-REC INVALID CONTINUE .
000000     GO TO CX00022.
000000 CX00021.
      *    the same run stamping the record again keeps the run
      *    before it
000000     IF LIN-RUNID NOT = LNG-RUNID
000000         MOVE LIN-RUNID TO LIN-PREVRUN .
000000     MOVE LNG-RUNID TO LIN-RUNID
000000     MOVE LNG-BUSDATE TO LIN-BUSDATE
000000     ADD 1 TO LIN-CNT
000000     MOVE LNG-ACTION TO LIN-ACTION
000000     MOVE WK-STAMPDATE TO LIN-STAMPDATE
000000     MOVE WK-STAMPTIME TO LIN-STAMPTIME
000000     REWRITE LIN-REC INVALID CONTINUE .
000000 CX00022.
000000     IF STS-FILE1 = "00" GO TO CX00020.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00020. EXIT.
      *
      *    GEN-RTN  -  an output file's generation is complete: its
      *    history row, and the file's current generation moves to
      *    this run
000000 GEN-RTN .
           MOVE "GEN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE LIN-REC
000000     MOVE "F" TO LIN-TYPE
000000     MOVE SPACE TO LIN-KEYBODY
000000     MOVE LNG-FILEID TO LIN-F-FILEID
000000     MOVE LNG-BUSDATE TO LIN-F-BUSDATE
000000     MOVE LNG-RUNID TO LIN-F-RUNID
000000     MOVE LNG-RUNID TO LIN-RUNID
000000     MOVE SPACE TO LIN-PREVRUN
000000     MOVE LNG-BUSDATE TO LIN-BUSDATE
000000     MOVE LNG-CNT TO LIN-CNT
000000     MOVE SPACE TO LIN-ACTION
000000     MOVE WK-STAMPDATE TO LIN-STAMPDATE
000000     MOVE WK-STAMPTIME TO LIN-STAMPTIME
000000     WRITE LIN-REC INVALID CONTINUE .
000000     IF STS-FILE1 = "22"
000000         REWRITE LIN-REC INVALID CONTINUE .
000000     IF NOT(STS-FILE1 = "00")
000000         PERFORM WARN-RTN THRU CX00050
000000         GO TO CX00030.
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "G" TO LIN-TYPE
000000     MOVE LNG-FILEID TO LIN-G-FILEID
000000     READ VILINEAG INVALID CONTINUE .
000000     IF STS-FILE1 = "00" GO TO CX00031.
000000     INITIALIZE LIN-REC
000000     MOVE "G" TO LIN-TYPE
000000     MOVE SPACE TO LIN-KEYBODY
000000     MOVE LNG-FILEID TO LIN-G-FILEID
000000     MOVE SPACE TO LIN-PREVRUN
000000     MOVE LNG-RUNID TO LIN-RUNID
000000     MOVE LNG-BUSDATE TO LIN-BUSDATE
000000     MOVE LNG-CNT TO LIN-CNT
000000     MOVE SPACE TO LIN-ACTION
000000     MOVE WK-STAMPDATE TO LIN-STAMPDATE
000000     MOVE WK-STAMPTIME TO LIN-STAMPTIME
000000     WRITE LIN-REC INVALID CONTINUE .
000000     GO TO CX00032.
000000 CX00031.
000000     IF LIN-RUNID NOT = LNG-RUNID
000000         MOVE LIN-RUNID TO LIN-PREVRUN .
000000     MOVE LNG-RUNID TO LIN-RUNID
000000     MOVE LNG-BUSDATE TO LIN-BUSDATE
000000     MOVE LNG-CNT TO LIN-CNT
000000     MOVE WK-STAMPDATE TO LIN-STAMPDATE
000000     MOVE WK-STAMPTIME TO LIN-STAMPTIME
000000     REWRITE LIN-REC INVALID CONTINUE .
000000 CX00032.
000000     IF STS-FILE1 = "00" GO TO CX00030.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00030. EXIT.
      *
      *    END-RTN  -  the caller's run is over
000000 END-RTN .
           MOVE "END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE VILINEAG
000000     MOVE ZERO TO SW-OPEN SW-AVAIL .
000000 CX00040. EXIT.
      *
      *    WARN-RTN  -  the register failed; said once per run on
      *    the console, the call answered 9
000000 WARN-RTN .
000000     MOVE "9" TO LNG-STATUS .
000000     IF SW-WARNED = 1 GO TO CX00050.
000000     MOVE 1 TO SW-WARNED
000000     DISPLAY "HSAAL170-51 VILINEAG STATUS " STS-FILE1
000000             " - LINEAGE NOT RECORDED FOR " LNG-PROGID
000000             UPON CONSOLE .
000000 CX00050. EXIT.
