000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN565 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261004追加開始
      *    lineage inquiry: each LINCARD card names a file and
      *    either a record's key or a business date, and this step
      *    answers from the run-lineage register VILINEAG (CFLINEG)
      *    which run wrote it.  For a record: the run that last
      *    stamped it, the run it replaced, and for each run the
      *    program, operator, terminal and business date off its
      *    VIJOBLOG start record, how the run ended, and the
      *    generations of the inputs the run read.  For a business
      *    date: every generation of the file written for that date
      *    with the same run detail; with no date, the file's
      *    current generation.  Nothing on the register is said on
      *    its own N line; the register is only ever read here
000000     SELECT  LINCARD
000000                  ASSIGN             LINCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VILINEAG
000000             ASSIGN            VILINEAG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY LIN-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXLINRPT
000000             ASSIGN               EXLINRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261004追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  LINCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "LINCARD".
       01  LINC-REC.
           05  LINC-FILEID                 PIC X(08).
      *    the record's key as the file holds it; blank asks after
      *    the file's generations instead
           05  LINC-RECKEY                 PIC X(30).
      *    the generations written for this business date; zero
      *    asks after the current generation
           05  LINC-BUSDATE                PIC 9(08).
           05  FILLER                      PIC X(34).
000000 FD  VILINEAG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILINEAG".
       01  LIN-REC.
           COPY CFLINEG .
000000 FD  EXLINRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXLINRPT".
       01  EXLIN-REC.
           05  EXLIN-TYPE                  PIC X(01).
      *        Q the card as asked
               88  EXLIN-QUERY              VALUE "Q".
      *        K the record's stamp
               88  EXLIN-STAMP              VALUE "K".
      *        G the file's current generation
               88  EXLIN-CURGEN             VALUE "G".
      *        F a generation written for the business date
               88  EXLIN-GENHIST            VALUE "F".
      *        R the run that wrote it, P the run it replaced
               88  EXLIN-RUN                VALUE "R".
               88  EXLIN-PREVRUN-LINE       VALUE "P".
      *        I an input the run above read
               88  EXLIN-INPUT              VALUE "I".
      *        N nothing recorded
               88  EXLIN-NOTFOUND           VALUE "N".
           05  EXLIN-FILEID                PIC X(08).
           05  EXLIN-RECKEY                PIC X(30).
           05  EXLIN-RUNID.
               10  EXLIN-PROGID            PIC X(08).
               10  EXLIN-RUNDATE           PIC 9(08).
               10  EXLIN-RUNTIME           PIC 9(06).
           05  EXLIN-PREVRUN               PIC X(22).
           05  EXLIN-BUSDATE               PIC 9(08).
      *    K: times stamped; G, F, I: records in the generation
           05  EXLIN-CNT                   PIC 9(09).
           05  EXLIN-ACTION                PIC X(01).
      *    R, P: off the run's own audit-trail records - end status
      *    0 normal, 1 abended, blank when no end record was found
           05  EXLIN-OPID                  PIC X(08).
           05  EXLIN-TERMID                PIC X(08).
           05  EXLIN-ENDSTS                PIC X(01).
           05  EXLIN-ENDCNT                PIC 9(07).
           05  EXLIN-STAMPDATE             PIC 9(08).
           05  EXLIN-STAMPTIME             PIC 9(06).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  SW-LINEAG                   PIC 9(01) VALUE ZERO.
000000   03  WK-NF-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-IX                       PIC 9(03).
      *    the run RUN-RTN describes and the line type it uses
000000   03  WK-RUNID.
000000       05  WK-RUN-PROGID           PIC X(08).
000000       05  WK-RUN-RUNDATE          PIC 9(08).
000000       05  WK-RUN-RUNTIME          PIC 9(06).
000000   03  WK-RTYPE                    PIC X(01).
      *    the stamp's run before, kept across the latest run's
      *    description
000000   03  WK-PREVRUN                  PIC X(22).
      *    the generations written for a business date, gathered
      *    before their runs are described
000000   03  GNT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  GNT-TABLE.
000000     05  GNT-ENT OCCURS 100.
000000       07  GNT-RUNID               PIC X(22).
000000       07  GNT-CNT-REC             PIC 9(09).
000000       07  GNT-STAMPDATE           PIC 9(08).
000000       07  GNT-STAMPTIME           PIC 9(06).
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
      *    run-parameter connect area - see CLPRM and HSAAL120
       01  PRM-PARAM.
           COPY CLPRM .
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
       01  WK-OPID                      PIC X(08) VALUE "UNKNOWN ".
       01  WK-TERMID                    PIC X(08) VALUE "UNKNOWN ".
      *    the business date stamped on this run's audit-trail
      *    records - the chain settles the previous calendar
      *    day, the HSAAL090/HSAAL130 convention
       01  WK-BUSDT-AREA.
           05  WK-BUSDT                    PIC 9(08).
           05  WK-BUSDT-YMD REDEFINES WK-BUSDT.
               07  WK-BUSDT-YY             PIC 9(04).
               07  WK-BUSDT-MM             PIC 9(02).
               07  WK-BUSDT-DD             PIC 9(02).
           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000       OPEN  OUTPUT EXLINRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN565-01 EXLINRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN565-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *    no register: nothing has been recorded yet, and every
      *    card is answered N
000000     OPEN INPUT VILINEAG .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN565-50 VILINEAG NOT FOUND - NO LINEAGE"
000000                 " RECORDED" UPON CONSOLE
000000         GO TO CX00002.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN565-03 VILINEAG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-LINEAG .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  each card on the deck in turn
000000 P000-RTN .
000000     OPEN INPUT LINCARD .
000000     IF NOT(FL-STS1 = "00")
000000         DISPLAY "HBHUN565-51 NO LINCARD DECK - NOTHING ASKED"
000000                 UPON CONSOLE
000000         GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ LINCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM CARD-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN565-04 LINCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00010.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE LINCARD .
000000 CX00003. EXIT.
000000 P100-RTN .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN565-90 CARDS=" WK-JOBLG-CNT
000000             " NOT FOUND=" WK-NF-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN565-05 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXLINRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN565-06 EXLINRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-LINEAG = 1
000000         CLOSE VILINEAG .
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  the card echoed, then answered by the
      *    record's key, the business date, or the current
      *    generation
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     INITIALIZE EXLIN-REC
000000     MOVE "Q" TO EXLIN-TYPE
000000     MOVE LINC-FILEID TO EXLIN-FILEID
000000     MOVE LINC-RECKEY TO EXLIN-RECKEY
000000     MOVE LINC-BUSDATE TO EXLIN-BUSDATE
000000     PERFORM RPT-RTN THRU CX00050 .
000000     IF NOT(SW-LINEAG = 1)
000000         PERFORM NF-RTN THRU CX00051
000000         GO TO CX00020.
000000     IF NOT(LINC-RECKEY = SPACE)
000000         PERFORM KEY-RTN THRU CX00021
000000         GO TO CX00020.
000000     IF LINC-BUSDATE = ZERO
000000         PERFORM CUR-RTN THRU CX00022
000000         GO TO CX00020.
000000     PERFORM GEN-RTN THRU CX00023 .
000000 CX00020. EXIT.
      *
      *    KEY-RTN  -  a record: its stamp, the run that made it
      *    what it is, and the run it replaced
000000 KEY-RTN .
           MOVE "KEY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "K" TO LIN-TYPE
000000     MOVE LINC-FILEID TO LIN-K-FILEID
000000     MOVE LINC-RECKEY TO LIN-K-RECKEY
000000     READ VILINEAG INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         PERFORM NF-RTN THRU CX00051
000000         GO TO CX00021.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00024.
000000         DISPLAY "HBHUN565-07 VILINEAG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXLIN-REC
000000     MOVE "K" TO EXLIN-TYPE
000000     MOVE LINC-FILEID TO EXLIN-FILEID
000000     MOVE LINC-RECKEY TO EXLIN-RECKEY
000000     MOVE LIN-RUNID TO EXLIN-RUNID
000000     MOVE LIN-PREVRUN TO EXLIN-PREVRUN
000000     MOVE LIN-BUSDATE TO EXLIN-BUSDATE
000000     MOVE LIN-CNT TO EXLIN-CNT
000000     MOVE LIN-ACTION TO EXLIN-ACTION
000000     MOVE LIN-STAMPDATE TO EXLIN-STAMPDATE
000000     MOVE LIN-STAMPTIME TO EXLIN-STAMPTIME
000000     PERFORM RPT-RTN THRU CX00050 .
000000     MOVE LIN-PREVRUN TO WK-PREVRUN
000000     MOVE LIN-RUNID TO WK-RUNID
000000     MOVE "R" TO WK-RTYPE
000000     PERFORM RUN-RTN THRU CX00030 .
000000     IF WK-PREVRUN = SPACE GO TO CX00021.
000000     MOVE WK-PREVRUN TO WK-RUNID
000000     MOVE "P" TO WK-RTYPE
000000     PERFORM RUN-RTN THRU CX00030 .
000000 CX00021. EXIT.
      *
      *    CUR-RTN  -  the file's current generation and its run
000000 CUR-RTN .
           MOVE "CUR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "G" TO LIN-TYPE
000000     MOVE LINC-FILEID TO LIN-G-FILEID
000000     READ VILINEAG INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         PERFORM NF-RTN THRU CX00051
000000         GO TO CX00022.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHUN565-08 VILINEAG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXLIN-REC
000000     MOVE "G" TO EXLIN-TYPE
000000     MOVE LINC-FILEID TO EXLIN-FILEID
000000     MOVE LIN-RUNID TO EXLIN-RUNID
000000     MOVE LIN-PREVRUN TO EXLIN-PREVRUN
000000     MOVE LIN-BUSDATE TO EXLIN-BUSDATE
000000     MOVE LIN-CNT TO EXLIN-CNT
000000     MOVE LIN-STAMPDATE TO EXLIN-STAMPDATE
000000     MOVE LIN-STAMPTIME TO EXLIN-STAMPTIME
000000     PERFORM RPT-RTN THRU CX00050 .
000000     MOVE LIN-RUNID TO WK-RUNID
000000     MOVE "R" TO WK-RTYPE
000000     PERFORM RUN-RTN THRU CX00030 .
000000 CX00022. EXIT.
      *
      *    GEN-RTN  -  every generation of the file written for the
      *    business date, a rerun's after the run it replaced
000000 GEN-RTN .
           MOVE "GEN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO GNT-CNT
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "F" TO LIN-TYPE
000000     MOVE LINC-FILEID TO LIN-F-FILEID
000000     MOVE LINC-BUSDATE TO LIN-F-BUSDATE
000000     MOVE LOW-VALUES TO LIN-F-RUNID
000000     START VILINEAG KEY NOT < LIN-KEY
000000             INVALID GO TO CX00026 .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VILINEAG NEXT AT END GO TO CX00026.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN565-09 VILINEAG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(LIN-GENHIST)GO TO CX00026.
000000     IF LIN-F-FILEID NOT = LINC-FILEID GO TO CX00026.
000000     IF LIN-F-BUSDATE NOT = LINC-BUSDATE GO TO CX00026.
000000     IF NOT(GNT-CNT < 100)GO TO CX00026.
000000     ADD 1 TO GNT-CNT
000000     MOVE LIN-RUNID TO GNT-RUNID (GNT-CNT)
000000     MOVE LIN-CNT TO GNT-CNT-REC (GNT-CNT)
000000     MOVE LIN-STAMPDATE TO GNT-STAMPDATE (GNT-CNT)
000000     MOVE LIN-STAMPTIME TO GNT-STAMPTIME (GNT-CNT) .
000000     GO TO CX00027.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF GNT-CNT = ZERO
000000         PERFORM NF-RTN THRU CX00051
000000         GO TO CX00023.
000000     PERFORM GNT-RTN THRU CX00028
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > GNT-CNT .
000000 CX00023. EXIT.
000000 GNT-RTN .
           MOVE "GNT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXLIN-REC
000000     MOVE "F" TO EXLIN-TYPE
000000     MOVE LINC-FILEID TO EXLIN-FILEID
000000     MOVE GNT-RUNID (WK-IX) TO EXLIN-RUNID
000000     MOVE LINC-BUSDATE TO EXLIN-BUSDATE
000000     MOVE GNT-CNT-REC (WK-IX) TO EXLIN-CNT
000000     MOVE GNT-STAMPDATE (WK-IX) TO EXLIN-STAMPDATE
000000     MOVE GNT-STAMPTIME (WK-IX) TO EXLIN-STAMPTIME
000000     PERFORM RPT-RTN THRU CX00050 .
000000     MOVE GNT-RUNID (WK-IX) TO WK-RUNID
000000     MOVE "R" TO WK-RTYPE
000000     PERFORM RUN-RTN THRU CX00030 .
000000 CX00028. EXIT.
      *
      *    RUN-RTN  -  one run off its audit-trail records: its
      *    start record names who ran it and for which business
      *    date, the program's next record is its end; then the
      *    inputs the run read and the runs that wrote them
000000 RUN-RTN .
           MOVE "RUN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXLIN-REC
000000     MOVE WK-RTYPE TO EXLIN-TYPE
000000     MOVE WK-RUNID TO EXLIN-RUNID
000000     MOVE WK-RUN-PROGID TO JOBLG-PROGID
000000     MOVE WK-RUN-RUNDATE TO JOBLG-RUNDATE
000000     MOVE WK-RUN-RUNTIME TO JOBLG-RUNTIME
000000     MOVE "S" TO JOBLG-EVENT
000000     READ VIJOBLOG INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00031.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHUN565-10 VIJOBLOG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE JOBLG-OPID TO EXLIN-OPID
000000     MOVE JOBLG-TERMID TO EXLIN-TERMID
000000     MOVE JOBLG-BUSDATE TO EXLIN-BUSDATE
000000     READ VIJOBLOG NEXT AT END GO TO CX00031.
000000     IF NOT(FL-STS1 = "00" OR "02")GO TO CX00031.
000000     IF JOBLG-PROGID = WK-RUN-PROGID AND JOBLG-EVENT-END
000000         MOVE JOBLG-STATUS TO EXLIN-ENDSTS
000000         MOVE JOBLG-RECCNT TO EXLIN-ENDCNT .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM RPT-RTN THRU CX00050 .
000000     MOVE SPACE TO LIN-KEY
000000     MOVE "I" TO LIN-TYPE
000000     MOVE WK-RUNID TO LIN-I-RUNID
000000     MOVE LOW-VALUES TO LIN-I-FILEID
000000     START VILINEAG KEY NOT < LIN-KEY
000000             INVALID GO TO CX00030 .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VILINEAG NEXT AT END GO TO CX00030.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN565-11 VILINEAG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(LIN-RUNINPUT)GO TO CX00030.
000000     IF LIN-I-RUNID NOT = WK-RUNID GO TO CX00030.
000000     INITIALIZE EXLIN-REC
000000     MOVE "I" TO EXLIN-TYPE
000000     MOVE LIN-I-FILEID TO EXLIN-FILEID
000000     MOVE LIN-RUNID TO EXLIN-RUNID
000000     MOVE LIN-BUSDATE TO EXLIN-BUSDATE
000000     MOVE LIN-CNT TO EXLIN-CNT
000000     MOVE LIN-STAMPDATE TO EXLIN-STAMPDATE
000000     MOVE LIN-STAMPTIME TO EXLIN-STAMPTIME
000000     PERFORM RPT-RTN THRU CX00050 .
000000     GO TO CX00033.
000000 CX00030. EXIT.
      *
      *    RPT-RTN  -  writes the line the caller assembled
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXLIN-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN565-12 EXLINRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00050. EXIT.
      *
      *    NF-RTN  -  nothing on the register answers the card
000000 NF-RTN .
           MOVE "NF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-NF-CNT
000000     INITIALIZE EXLIN-REC
000000     MOVE "N" TO EXLIN-TYPE
000000     MOVE LINC-FILEID TO EXLIN-FILEID
000000     MOVE LINC-RECKEY TO EXLIN-RECKEY
000000     MOVE LINC-BUSDATE TO EXLIN-BUSDATE
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00051. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN565" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN565" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN565" TO PRM-PROGID
000000     MOVE "TERMID" TO PRM-NAME
000000     MOVE WK-TERMID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-TERMID
000000     MOVE WK-OPID TO JOBLG-OPID
000000     MOVE WK-TERMID TO JOBLG-TERMID
000000     MOVE ZERO TO JOBLG-DUPCNT
000000     MOVE ZERO TO JOBLG-SKIPCNT
000000     MOVE ZERO TO JOBLG-UPDCNT
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00058.
000000         DISPLAY "HBHUN565-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "97" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00058. EXIT.
      *    JOBLG-END-RTN  -  appends the "run ended" record,
      *    with the run's processed-record count
000000 JOBLG-END-RTN .
           MOVE "JOBLG-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN565" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "E" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     MOVE WK-OPID TO JOBLG-OPID
000000     MOVE WK-TERMID TO JOBLG-TERMID
000000     MOVE ZERO TO JOBLG-DUPCNT
000000     MOVE ZERO TO JOBLG-SKIPCNT
000000     MOVE ZERO TO JOBLG-UPDCNT
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE WK-JOBLG-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN565-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN565" TO ERRM-PROGID
000000     MOVE "98" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00059. EXIT.
      *    BUSDT-DRV-RTN  -  derives the business date for the
      *    audit-trail records: the chain runs after midnight,
      *    so the business day settled is the previous calendar
      *    day, February by the leap-year rule
000000 BUSDT-DRV-RTN .
           MOVE "BUSDT-DRV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT WK-BUSDT FROM DATE YYYYMMDD .
000000     IF NOT(WK-BUSDT-DD > 1)GO TO CX00061.
000000     COMPUTE WK-BUSDT-DD = WK-BUSDT-DD - 1 .
000000     GO TO CX00064.
000000 CX00061.
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-BUSDT-MM = 1)GO TO CX00062.
000000     COMPUTE WK-BUSDT-YY = WK-BUSDT-YY - 1
000000     MOVE 12 TO WK-BUSDT-MM
000000     MOVE 31 TO WK-BUSDT-DD .
000000     GO TO CX00064.
000000 CX00062.
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-BUSDT-MM = WK-BUSDT-MM - 1
000000     MOVE 31 TO WK-BUSDT-LAST .
000000     IF WK-BUSDT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-BUSDT-LAST .
000000     IF NOT(WK-BUSDT-MM = 2)GO TO CX00063.
000000     MOVE 28 TO WK-BUSDT-LAST
000000     DIVIDE WK-BUSDT-YY BY 4 GIVING WK-BUSDT-Q
000000         REMAINDER WK-BUSDT-R .
000000     IF WK-BUSDT-R = ZERO
000000         MOVE 29 TO WK-BUSDT-LAST .
000000 CX00063.
           MOVE "CX00063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT-LAST TO WK-BUSDT-DD .
000000 CX00064. EXIT.
