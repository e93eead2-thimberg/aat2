000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS300 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260908追加開始
      *    treasury release summary: the Zengin file HBHSS130 has
      *    just built and proved is summarized for the treasury
      *    officer before anything is registered or sent - the item
      *    count and total, the largest items, and every channel's
      *    amount against the average of its own recent released
      *    batches, a channel off that average by more than the
      *    VARPCT percentage marked.  The batch is registered on
      *    VIRELBAT awaiting release; it goes nowhere until a
      *    TRSCARD in HBHSS305 releases it, and HBHUN860 will not
      *    register it as sent before then.  The file is copied as
      *    built to ZENGINSV so a release that holds channels back
      *    can rebuild ZENGINTF without them - see CFRELBT, CFRELCH
000000     SELECT  ZENGINTF
000000             ASSIGN               ZENGINTF-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  ZENGINSV
000000             ASSIGN               ZENGINSV-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIRELBAT
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY RELBT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIRELCHN
000000             ASSIGN            VIRELCHN-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY RELCH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXTRSSUM
000000             ASSIGN               EXTRSSUM-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260908追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ZENGINTF
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ZENGINTF".
       01  ZENG-REC                        PIC X(120).
000000 FD  ZENGINSV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ZENGINSV".
       01  ZENSV-REC                       PIC X(120).
000000 FD  VIRELBAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  RELBT-REC.
           COPY CFRELBT .
000000 FD  VIRELCHN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELCHN".
       01  RELCH-REC.
           COPY CFRELCH .
000000 FD  EXTRSSUM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXTRSSUM".
       01  EXTSM-REC.
      *    "B" the batch, "T" one of the largest items, "C" one
      *    channel against its recent average
           05  EXTSM-KIND                  PIC X(01).
               88  EXTSM-BATCH              VALUE "B".
               88  EXTSM-TOPITEM            VALUE "T".
               88  EXTSM-CHANNEL            VALUE "C".
           05  EXTSM-FILEID                PIC X(12).
           05  EXTSM-BUSDATE               PIC 9(08).
           05  EXTSM-CHNL                  PIC X(02).
           05  EXTSM-BANKCD                PIC X(04).
           05  EXTSM-BRANCHCD              PIC X(03).
           05  EXTSM-PAYEENAME             PIC X(30).
           05  EXTSM-COUNT                 PIC 9(09).
           05  EXTSM-AMOUNT                PIC 9(14) COMP-3.
           05  EXTSM-AVERAGE               PIC 9(14) COMP-3.
           05  EXTSM-HISTCNT               PIC 9(02).
           05  EXTSM-DEVPCT                PIC 9(05).
      *    channel line: "V" off its average by more than VARPCT,
      *    "N" no released history yet to compare against
           05  EXTSM-MARK                  PIC X(01).
      *20260909追加開始
      *    batch line: the value date from the file's header
           05  EXTSM-VALDATE               PIC 9(08).
      *20260909追加終了
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
000000   03  SW-RELBT                    PIC 9(01).
000000   03  WK-FILEID                   PIC X(12) VALUE "ZENGINTF".
000000   03  WK-TOPN                     PIC 9(02) VALUE 5.
000000   03  WK-VARPCT                   PIC 9(03) VALUE 30.
000000   03  WK-ITEM-CNT                 PIC 9(09) VALUE ZERO.
000000   03  WK-ITEM-SUM                 PIC 9(14) VALUE ZERO.
000000   03  WK-TRL-CNT                  PIC 9(09) VALUE ZERO.
000000   03  WK-TRL-SUM                  PIC 9(14) VALUE ZERO.
000000   03  WK-VAR-CNT                  PIC 9(03) VALUE ZERO.
000000   03  WK-HIST-SUM                 PIC 9(15).
000000   03  WK-AVERAGE                  PIC 9(14).
000000   03  WK-DIFF                     PIC 9(14).
000000   03  WK-DEVPCT                   PIC 9(07).
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-JX                       PIC 9(03).
000000   03  WK-HX                       PIC 9(02).
      *20260909追加開始
000000   03  WK-VALDATE                  PIC 9(08) VALUE ZERO.
      *20260909追加終了
      *    the channels found in the batch, with their amounts
000000   03  CHT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  CHT-TABLE.
000000     05  CHT-ENT OCCURS 200.
000000       07  CHT-CHNL                PIC X(02).
000000       07  CHT-ITEMS               PIC 9(06).
000000       07  CHT-AMT                 PIC 9(14).
      *    the largest items seen so far, TOPN of them at most
000000   03  TOP-CNT                     PIC 9(02) VALUE ZERO.
000000   03  TOP-TABLE.
000000     05  TOP-ENT OCCURS 10.
000000       07  TOP-AMT                 PIC 9(12).
000000       07  TOP-CHNL                PIC X(02).
000000       07  TOP-BANKCD              PIC X(04).
000000       07  TOP-BRANCHCD            PIC X(03).
000000       07  TOP-PAYEENAME           PIC X(30).
000000       07  TOP-DONE                PIC 9(01).
000000 01  ZENG-DTL-WK.
000000   03  ZENG-DTL-KBN                PIC X(01).
000000   03  ZENG-DTL-BANKCD             PIC X(04).
000000   03  ZENG-DTL-BRANCHCD           PIC X(03).
000000   03  ZENG-DTL-ACCTKBN            PIC X(01).
000000   03  ZENG-DTL-ACCTNO             PIC X(07).
000000   03  ZENG-DTL-PAYEENAME          PIC X(30).
000000   03  ZENG-DTL-AMOUNT             PIC 9(12).
000000   03  ZENG-DTL-CHNL               PIC X(02).
000000   03  ZENG-DTL-DATE               PIC 9(08).
000000   03  FILLER                      PIC X(52).
000000 01  ZENG-TRL-WK REDEFINES ZENG-DTL-WK.
000000   03  ZENG-TRL-KBN                PIC X(01).
000000   03  ZENG-TRL-CNT                PIC 9(06).
000000   03  ZENG-TRL-AMOUNT             PIC 9(13).
000000   03  FILLER                      PIC X(100).
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
      *20260928追加開始
      *    sensitive-field masking connect area - see CLMSKC and
      *    HSAAL140
       01  MSKC-PARAM.
           COPY CLMSKC .
      *20260928追加終了
      *20261001追加開始
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261001追加終了
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
      *20261001追加開始
      *    each hall pays out its own batch - once the installation
      *    settles several halls the batch is ZENGINTF plus the hall
      *    of this pass (HSAAL160), ZENGINTF alone while it settles
      *    one
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00077.
000000         DISPLAY "HBHSS300-18 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077.
           MOVE "CX00077" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF HALC-MULTI
000000         MOVE HALC-HALLCD TO WK-FILEID (9:2) .
      *20261001追加終了
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS300" TO PRM-PROGID
000000     MOVE "TOPN" TO PRM-NAME
000000     MOVE WK-TOPN TO PRM-VALUE (1:2)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:2) IS NUMERIC
000000         MOVE PRM-VALUE (1:2) TO WK-TOPN .
000000     IF WK-TOPN > 10
000000         MOVE 10 TO WK-TOPN .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS300" TO PRM-PROGID
000000     MOVE "VARPCT" TO PRM-NAME
000000     MOVE WK-VARPCT TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-VARPCT .
000000       OPEN  INPUT  ZENGINTF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS300-01 ZENGINTF OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT ZENGINSV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS300-02 ZENGINSV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIRELBAT .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRELBAT
000000         CLOSE VIRELBAT
000000         OPEN I-O VIRELBAT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS300-03 VIRELBAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIRELCHN .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRELCHN
000000         CLOSE VIRELCHN
000000         OPEN INPUT VIRELCHN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS300-04 VIRELCHN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXTRSSUM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS300-05 EXTRSSUM OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHSS300-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  one pass over the file as built: every
      *    record copied to ZENGINSV, the details counted into the
      *    channel table and the largest items, the trailer kept
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ ZENGINTF AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     MOVE ZENG-REC TO ZENSV-REC
000000     WRITE ZENSV-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00015.
000000         DISPLAY "HBHSS300-07 ZENGINSV WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZENG-REC TO ZENG-DTL-WK .
      *20260909追加開始
000000     IF ZENG-DTL-KBN = "1"
000000         MOVE ZENG-REC (4:8) TO WK-VALDATE .
      *20260909追加終了
000000     IF ZENG-TRL-KBN = "8"
000000         MOVE ZENG-TRL-CNT TO WK-TRL-CNT
000000         MOVE ZENG-TRL-AMOUNT TO WK-TRL-SUM .
000000     IF ZENG-DTL-KBN = "2"
000000         ADD 1 TO WK-ITEM-CNT
000000         ADD ZENG-DTL-AMOUNT TO WK-ITEM-SUM
000000         PERFORM CHT-RTN THRU CX00030
000000         PERFORM TOP-RTN THRU CX00035 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS300-08 ZENGINTF READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
      *    the file must still prove against its own trailer
000000     IF WK-ITEM-CNT = WK-TRL-CNT AND WK-ITEM-SUM = WK-TRL-SUM
000000         GO TO CX00003.
000000     DISPLAY "HBHSS300-09 ZENGINTF TRAILER MISMATCH CNT="
000000             WK-ITEM-CNT " SUM=" WK-ITEM-SUM UPON CONSOLE
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE ZERO TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the summary: the batch line, the largest
      *    items largest first, each channel against its average;
      *    then the batch registered awaiting release
000000 P100-RTN .
000000     MOVE "B" TO EXTSM-KIND
000000     MOVE SPACE TO EXTSM-CHNL
000000     MOVE SPACE TO EXTSM-BANKCD
000000     MOVE SPACE TO EXTSM-BRANCHCD
000000     MOVE SPACE TO EXTSM-PAYEENAME
000000     MOVE WK-ITEM-CNT TO EXTSM-COUNT
000000     MOVE WK-ITEM-SUM TO EXTSM-AMOUNT
000000     MOVE ZERO TO EXTSM-AVERAGE
000000     MOVE ZERO TO EXTSM-HISTCNT
000000     MOVE ZERO TO EXTSM-DEVPCT
000000     MOVE SPACE TO EXTSM-MARK
      *20260909追加開始
000000     MOVE WK-VALDATE TO EXTSM-VALDATE
      *20260909追加終了
000000     PERFORM SUM-RTN THRU CX00040 .
      *20260909追加開始
000000     MOVE ZERO TO EXTSM-VALDATE .
      *20260909追加終了
000000     MOVE ZERO TO WK-IX .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < TOP-CNT)GO TO CX00017.
000000     ADD 1 TO WK-IX
000000     PERFORM TOPOUT-RTN THRU CX00042 .
000000     GO TO CX00016.
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < CHT-CNT)GO TO CX00019.
000000     ADD 1 TO WK-IX
000000     PERFORM CHNOUT-RTN THRU CX00045 .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM REG-RTN THRU CX00048 .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS300-90 ITEMS=" WK-ITEM-CNT
000000             " AMOUNT=" WK-ITEM-SUM
000000             " CHANNELS=" CHT-CNT
000000             " VARIANCE=" WK-VAR-CNT UPON CONSOLE .
000000     DISPLAY "HBHSS300-91 " WK-FILEID " " WK-BUSDT
000000             " AWAITING TREASURY RELEASE" UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS300-10 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  ZENGINTF  ZENGINSV  VIRELBAT  VIRELCHN  EXTRSSUM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS300-11 EXTRSSUM CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CHT-RTN  -  the detail's amount added to its channel,
      *    the channel entered on first sight
000000 CHT-RTN .
           MOVE "CHT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < CHT-CNT)GO TO CX00032.
000000     ADD 1 TO WK-IX .
000000     IF NOT(CHT-CHNL (WK-IX) = ZENG-DTL-CHNL)GO TO CX00031.
000000     ADD 1 TO CHT-ITEMS (WK-IX)
000000     ADD ZENG-DTL-AMOUNT TO CHT-AMT (WK-IX) .
000000     GO TO CX00030.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(CHT-CNT < 200)GO TO CX00033.
000000     ADD 1 TO CHT-CNT
000000     MOVE ZENG-DTL-CHNL TO CHT-CHNL (CHT-CNT)
000000     MOVE 1 TO CHT-ITEMS (CHT-CNT)
000000     MOVE ZENG-DTL-AMOUNT TO CHT-AMT (CHT-CNT) .
000000     GO TO CX00030.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHSS300-12 CHANNEL TABLE FULL " ZENG-DTL-CHNL
000000             UPON CONSOLE
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE ZERO TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00030. EXIT.
      *
      *    TOP-RTN  -  the detail kept among the largest items: the
      *    table fills to TOPN, then each larger item replaces the
      *    smallest held
000000 TOP-RTN .
           MOVE "TOP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(TOP-CNT < WK-TOPN)GO TO CX00036.
000000     ADD 1 TO TOP-CNT
000000     MOVE TOP-CNT TO WK-JX .
000000     GO TO CX00038.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-TOPN = ZERO GO TO CX00035.
000000     MOVE 1 TO WK-JX
000000     MOVE 1 TO WK-IX .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < TOP-CNT)GO TO CX00039.
000000     ADD 1 TO WK-IX .
000000     IF TOP-AMT (WK-IX) < TOP-AMT (WK-JX)
000000         MOVE WK-IX TO WK-JX .
000000     GO TO CX00037.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(ZENG-DTL-AMOUNT > TOP-AMT (WK-JX))GO TO CX00035.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZENG-DTL-AMOUNT TO TOP-AMT (WK-JX)
000000     MOVE ZENG-DTL-CHNL TO TOP-CHNL (WK-JX)
000000     MOVE ZENG-DTL-BANKCD TO TOP-BANKCD (WK-JX)
000000     MOVE ZENG-DTL-BRANCHCD TO TOP-BRANCHCD (WK-JX)
000000     MOVE ZENG-DTL-PAYEENAME TO TOP-PAYEENAME (WK-JX)
000000     MOVE ZERO TO TOP-DONE (WK-JX) .
000000 CX00035. EXIT.
      *
      *    SUM-RTN  -  one EXTRSSUM line
000000 SUM-RTN .
           MOVE "SUM-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FILEID TO EXTSM-FILEID
000000     MOVE WK-BUSDT TO EXTSM-BUSDATE
000000     WRITE EXTSM-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS300-13 EXTRSSUM WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    TOPOUT-RTN  -  the largest item not yet listed goes out
000000 TOPOUT-RTN .
           MOVE "TOPOUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-JX
000000     MOVE ZERO TO WK-HX .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HX < TOP-CNT)GO TO CX00043.
000000     ADD 1 TO WK-HX .
000000     IF TOP-DONE (WK-HX) = 1 GO TO CX00041.
000000     IF WK-JX = ZERO
000000         MOVE WK-HX TO WK-JX
000000     ELSE
000000     IF TOP-AMT (WK-HX) > TOP-AMT (WK-JX)
000000         MOVE WK-HX TO WK-JX .
000000     GO TO CX00041.
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-JX = ZERO GO TO CX00042.
000000     MOVE 1 TO TOP-DONE (WK-JX)
000000     MOVE "T" TO EXTSM-KIND
000000     MOVE TOP-CHNL (WK-JX) TO EXTSM-CHNL
000000     MOVE TOP-BANKCD (WK-JX) TO EXTSM-BANKCD
000000     MOVE TOP-BRANCHCD (WK-JX) TO EXTSM-BRANCHCD
000000     MOVE TOP-PAYEENAME (WK-JX) TO EXTSM-PAYEENAME
      *20260928追加開始
      *    the payee name goes out masked by the suite's rule for
      *    it - see CLMSKC and HSAAL140
000000     MOVE "HBHSS300" TO MSKC-PROGID
000000     MOVE "PAYEENAME" TO MSKC-FIELDID
000000     MOVE EXTSM-PAYEENAME TO MSKC-VALUE
000000     MOVE "S" TO MSKC-METHOD
000000     MOVE 6 TO MSKC-SHOWN
000000     CALL "HSAAL140" USING MSKC-PARAM
000000     MOVE MSKC-VALUE TO EXTSM-PAYEENAME
      *20260928追加終了
000000     MOVE 1 TO EXTSM-COUNT
000000     MOVE TOP-AMT (WK-JX) TO EXTSM-AMOUNT
000000     MOVE ZERO TO EXTSM-AVERAGE
000000     MOVE ZERO TO EXTSM-HISTCNT
000000     MOVE ZERO TO EXTSM-DEVPCT
000000     MOVE SPACE TO EXTSM-MARK
000000     PERFORM SUM-RTN THRU CX00040 .
000000 CX00042. EXIT.
      *
      *    CHNOUT-RTN  -  one channel against the average of its
      *    recent released batches; off by more than VARPCT either
      *    way it is marked and counted
000000 CHNOUT-RTN .
           MOVE "CHNOUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO EXTSM-KIND
000000     MOVE CHT-CHNL (WK-IX) TO EXTSM-CHNL
000000     MOVE SPACE TO EXTSM-BANKCD
000000     MOVE SPACE TO EXTSM-BRANCHCD
000000     MOVE SPACE TO EXTSM-PAYEENAME
000000     MOVE CHT-ITEMS (WK-IX) TO EXTSM-COUNT
000000     MOVE CHT-AMT (WK-IX) TO EXTSM-AMOUNT
000000     MOVE ZERO TO EXTSM-AVERAGE
000000     MOVE ZERO TO EXTSM-HISTCNT
000000     MOVE ZERO TO EXTSM-DEVPCT
000000     MOVE "N" TO EXTSM-MARK
000000     MOVE CHT-CHNL (WK-IX) TO RELCH-CHNL
000000     READ VIRELCHN INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00046.
000000     GO TO CX00047.
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS300-14 VIRELCHN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR RELCH-HISTCNT = ZERO GO TO CX00044.
000000     MOVE ZERO TO WK-HIST-SUM
000000     MOVE ZERO TO WK-HX .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-HX < RELCH-HISTCNT)GO TO CX00067.
000000     ADD 1 TO WK-HX
000000     ADD RELCH-HISTAMT (WK-HX) TO WK-HIST-SUM .
000000     GO TO CX00049.
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-AVERAGE = WK-HIST-SUM / RELCH-HISTCNT
000000     MOVE WK-AVERAGE TO EXTSM-AVERAGE
000000     MOVE RELCH-HISTCNT TO EXTSM-HISTCNT
000000     MOVE SPACE TO EXTSM-MARK .
000000     IF WK-AVERAGE = ZERO GO TO CX00044.
000000     IF CHT-AMT (WK-IX) < WK-AVERAGE
000000         COMPUTE WK-DIFF = WK-AVERAGE - CHT-AMT (WK-IX)
000000     ELSE
000000         COMPUTE WK-DIFF = CHT-AMT (WK-IX) - WK-AVERAGE .
000000     COMPUTE WK-DEVPCT = WK-DIFF * 100 / WK-AVERAGE
000000             ON SIZE ERROR MOVE 99999 TO WK-DEVPCT .
000000     IF WK-DEVPCT > 99999
000000         MOVE 99999 TO WK-DEVPCT .
000000     MOVE WK-DEVPCT TO EXTSM-DEVPCT .
000000     IF WK-DEVPCT > WK-VARPCT
000000         MOVE "V" TO EXTSM-MARK
000000         ADD 1 TO WK-VAR-CNT .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM SUM-RTN THRU CX00040 .
000000 CX00045. EXIT.
      *
      *    REG-RTN  -  the batch registered on VIRELBAT awaiting
      *    release; a rebuilt file for a night already registered
      *    withdraws any earlier decision, loudly, since that
      *    decision was taken on different money
000000 REG-RTN .
           MOVE "REG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FILEID TO RELBT-FILEID
000000     MOVE WK-BUSDT TO RELBT-BUSDATE
000000     READ VIRELBAT INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00068.
000000     GO TO CX00069.
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS300-15 VIRELBAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23" AND NOT RELBT-AWAITING
000000         DISPLAY "HBHSS300-92 " WK-FILEID " " WK-BUSDT
000000                 " REBUILT - EARLIER DECISION " RELBT-STATUS
000000                 " WITHDRAWN" UPON CONSOLE .
000000     MOVE ZERO TO SW-RELBT .
000000     IF FL-STS1 NOT = "23"
000000         MOVE 1 TO SW-RELBT .
000000     INITIALIZE RELBT-REC
000000     MOVE WK-FILEID TO RELBT-FILEID
000000     MOVE WK-BUSDT TO RELBT-BUSDATE
000000     MOVE WK-ITEM-CNT TO RELBT-RECCNT
000000     MOVE WK-ITEM-SUM TO RELBT-CTLTOT
000000     ACCEPT RELBT-SUMDATE FROM DATE YYYYMMDD
      *20260909追加開始
000000     MOVE WK-VALDATE TO RELBT-VALDATE
      *20260909追加終了
000000     MOVE WK-VAR-CNT TO RELBT-VARCNT
000000     MOVE "1" TO RELBT-STATUS
000000     MOVE SPACE TO RELBT-DECOPID .
000000     IF SW-RELBT = 1 GO TO CX00070.
000000     WRITE RELBT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00075.
000000         DISPLAY "HBHSS300-16 VIRELBAT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00048.
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     REWRITE RELBT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00076.
000000         DISPLAY "HBHSS300-17 VIRELBAT REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00048. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS300" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS300" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS300" TO PRM-PROGID
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
000000         DISPLAY "HBHSS300-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
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
000000     MOVE "HBHSS300" TO JOBLG-PROGID
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
000000     MOVE WK-ITEM-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS300-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS300" TO ERRM-PROGID
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
