000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS290 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260907追加開始
      *    winner transfer build: the VIWINACC captures HBHSS285
      *    left pending are released onto their own Zengin file,
      *    ZENGINWN, in exactly the record format HBHSS130 writes
      *    for the channels - header, one detail per winner, the
      *    trailer proving count and amount, the end record - but
      *    kept apart from the channel remittance so neither file's
      *    control totals ever carry the other's money.  The
      *    detail's reserved tail carries the ticket code so the
      *    bank's return file can be matched back to the winner.
      *    A released item marks its VIPAYSTS entry paid and its
      *    account row sent; an entry no longer waiting on the
      *    transfer or carrying a stop-payment in force stays off
      *    the file.  Every capture swept goes on the EXWINADV
      *    advice with what was done with it - see CFWINAC
000000     SELECT  VIWINACC
000000             ASSIGN            VIWINACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY WINAC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VISTOPPY
000000             ASSIGN            VISTOPPY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY STOPP-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSTPBLK
000000             ASSIGN               EXSTPBLK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  ZENGINWN
000000             ASSIGN               ZENGINWN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXWINADV
000000             ASSIGN               EXWINADV-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加開始
      *    treasury release register: each hall's winner file is
      *    a batch of its own, ZENGINWN plus the hall code once the
      *    installation settles several halls.  It is registered
      *    here awaiting release, as HBHSS300 registers the channel
      *    file, and goes nowhere until a treasury officer releases
      *    it in HBHSS305 - HBHUN860 will not record it sent before
      *    then.  Only the captures of the hall this pass settles
      *    are swept; another hall's stay pending for its own pass,
      *    the hall being that of the machine the ticket was sold
      *    on (HSAAL160) - see CFRELBT
000000     SELECT  VIRELBAT
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY RELBT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加終了
      *20260909追加開始
      *    holiday calendar - the value date steps past the dates
      *    it marks; absent, only weekends are stepped past
000000     SELECT  VIHOLIDY
000000             ASSIGN            VIHOLIDY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY HOLI-DATE
000000             FILE STATUS          FL-STS1.
      *20260909追加終了
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260907追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIWINACC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINACC".
       01  WINAC-REC.
           COPY CFWINAC .
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
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
000000 FD  ZENGINWN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ZENGINWN".
       01  ZENG-REC                        PIC X(120).
000000 FD  EXWINADV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXWINADV".
       01  EXWAD-REC.
           05  EXWAD-RUNDATE               PIC 9(08).
           05  EXWAD-TICKETCD              PIC X(24).
           05  EXWAD-BANKCD                PIC X(04).
           05  EXWAD-BRANCHCD              PIC X(03).
           05  EXWAD-ACCTNAME              PIC X(30).
           05  EXWAD-AMOUNT                PIC 9(14) COMP-3.
           05  EXWAD-RESULT                PIC X(01).
               88  EXWAD-TRANSFERRED        VALUE "0".
               88  EXWAD-NOTPENDING         VALUE "1".
               88  EXWAD-STOPPED            VALUE "2".
      *20261015追加開始
000000 FD  VIRELBAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  RELBT-REC.
           COPY CFRELBT .
      *20261015追加終了
      *20260909追加開始
000000 FD  VIHOLIDY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHOLIDY".
       01  HOLI-REC.
           05  HOLI-DATE                   PIC 9(08).
           05  HOLI-CLASS                  PIC X(01).
               88  HOLI-HOLIDAY             VALUE "H".
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-OUT-CNT                  PIC 9(06) VALUE ZERO.
000000   03  WK-OUT-SUM                  PIC 9(13) COMP-3 VALUE ZERO.
000000   03  WK-SKIP-CNT                 PIC 9(06) VALUE ZERO.
000000   03  SW-STOPP                    PIC 9(01) VALUE ZERO.
000000   03  WK-STOP-OK                  PIC 9(01).
      *20261015追加開始
      *    records written, for the run-lineage register
000000   03  WK-LNG-ZEN                  PIC 9(07) VALUE ZERO.
000000   03  WK-LNG-ADV                  PIC 9(07) VALUE ZERO.
000000   03  WK-LNG-STP                  PIC 9(07) VALUE ZERO.
      *20261015追加終了
      *20261015追加開始
      *    the hall this pass sweeps for, the captures left for
      *    other halls' passes, and the batch's release-register
      *    identification
000000   03  WK-HALLCD                   PIC X(02).
000000   03  WK-OTH-CNT                  PIC 9(06) VALUE ZERO.
000000   03  WK-FILEID                   PIC X(12) VALUE "ZENGINWN".
000000   03  SW-RELBT                    PIC 9(01).
      *20261015追加終了
      *20260909追加開始
      *    value-date work - see VALDT-RTN
000000   03  SW-HOLIDY                   PIC 9(01) VALUE ZERO.
000000   03  WK-VD-CUTOFF                PIC 9(04) VALUE 1500.
000000   03  WK-VD-NOW                   PIC 9(08).
000000   03  WK-VD-NOW-R REDEFINES WK-VD-NOW.
000000     05  WK-VD-HHMM                PIC 9(04).
000000     05  FILLER                    PIC 9(04).
000000   03  WK-VD-STEP                  PIC 9(02).
000000   03  WK-VD-AREA.
000000     05  WK-VDATE                  PIC 9(08).
000000     05  WK-VDATE-YMD REDEFINES WK-VDATE.
000000       07  WK-VD-YY                PIC 9(04).
000000       07  WK-VD-MM                PIC 9(02).
000000       07  WK-VD-DD                PIC 9(02).
000000     05  WK-VD-LAST                PIC 9(02).
000000     05  WK-VD-Q                   PIC 9(04).
000000     05  WK-VD-R                   PIC 9(04).
000000   03  WK-VD-WEEKDAY               PIC 9(01).
000000   03  WK-WD-Y                     PIC 9(04).
000000   03  WK-WD-M                     PIC 9(02).
000000   03  WK-WD-D                     PIC 9(02).
000000   03  WK-WD-Q                     PIC 9(08).
000000   03  WK-WD-R                     PIC 9(08).
000000   03  WK-WD-SUM                   PIC S9(08).
000000   03  WK-WD-T1                    PIC 9(04).
000000   03  WK-WD-T2                    PIC 9(04).
000000   03  WK-WD-T3                    PIC 9(04).
000000   03  WK-WD-T4                    PIC 9(04).
      *20260909追加終了
      *    the Zengin records exactly as HBHSS130 lays them out; a
      *    winner has no channel, and the detail's reserved tail
      *    carries the ticket code instead
000000 01  ZENG-HDR-WK.
000000   03  ZENG-HDR-KBN                PIC X(01) VALUE "1".
000000   03  ZENG-HDR-SYURUI             PIC X(02) VALUE "21".
000000   03  ZENG-HDR-DATE               PIC 9(08).
      *20261015修正開始
000000   03  ZENG-HDR-HALLCD             PIC X(02).
000000   03  FILLER                      PIC X(107) VALUE SPACE.
      *20261015修正終了
000000 01  ZENG-DTL-WK.
000000   03  ZENG-DTL-KBN                PIC X(01) VALUE "2".
000000   03  ZENG-DTL-BANKCD             PIC X(04).
000000   03  ZENG-DTL-BRANCHCD           PIC X(03).
000000   03  ZENG-DTL-ACCTKBN            PIC X(01).
000000   03  ZENG-DTL-ACCTNO             PIC X(07).
000000   03  ZENG-DTL-PAYEENAME          PIC X(30).
000000   03  ZENG-DTL-AMOUNT             PIC 9(12).
000000   03  ZENG-DTL-CHNL               PIC X(02) VALUE SPACE.
000000   03  ZENG-DTL-DATE               PIC 9(08).
000000   03  ZENG-DTL-TICKETCD           PIC X(24).
000000   03  FILLER                      PIC X(28) VALUE SPACE.
000000 01  ZENG-TRL-WK.
000000   03  ZENG-TRL-KBN                PIC X(01) VALUE "8".
000000   03  ZENG-TRL-CNT                PIC 9(06).
000000   03  ZENG-TRL-AMOUNT             PIC 9(13).
000000   03  FILLER                      PIC X(100) VALUE SPACE.
000000 01  ZENG-END-WK.
000000   03  ZENG-END-KBN                PIC X(01) VALUE "9".
000000   03  FILLER                      PIC X(119) VALUE SPACE.
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
      *20261015追加開始
      *    sensitive-field masking connect area - see CLMSKC and
      *    HSAAL140
       01  MSKC-PARAM.
           COPY CLMSKC .
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
      *20261015追加開始
      *    the hall this pass pays out for - a hall the hall master
      *    does not know is not paid out
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00110.
000000         DISPLAY "HBHSS290-15 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00110.
           MOVE "CX00110" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-HALLCD TO WK-HALLCD
000000     MOVE HALC-HALLCD TO ZENG-HDR-HALLCD .
000000     IF HALC-MULTI
000000         MOVE HALC-HALLCD TO WK-FILEID (9:2) .
      *20261015追加終了
000000     OPEN I-O VIWINACC .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIWINACC
000000         CLOSE VIWINACC
000000         OPEN I-O VIWINACC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS290-01 VIWINACC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS290-02 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT ZENGINWN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS290-03 ZENGINWN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXWINADV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS290-04 EXWINADV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VISTOPPY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-STOPP .
000000     OPEN EXTEND EXSTPBLK .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS290-05 EXSTPBLK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     OPEN I-O VIRELBAT .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRELBAT
000000         CLOSE VIRELBAT
000000         OPEN I-O VIRELBAT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00111.
000000         DISPLAY "HBHSS290-16 VIRELBAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00111.
           MOVE "CX00111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加終了
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHSS290-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIWINACC" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-STOPP = 1
000000         MOVE "VISTOPPY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
      *20260909追加開始
      *    the value date, by HBHSS130's cutoff and calendar: the
      *    winners' money leaves on the same day the channels' does
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS130" TO PRM-PROGID
000000     MOVE "CUTOFF" TO PRM-NAME
000000     MOVE WK-VD-CUTOFF TO PRM-VALUE (1:4)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:4) IS NUMERIC
000000         MOVE PRM-VALUE (1:4) TO WK-VD-CUTOFF .
000000     OPEN INPUT VIHOLIDY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HOLIDY .
000000     PERFORM VALDT-RTN THRU CX00089 .
000000     DISPLAY "HBHSS290-93 VALUE DATE=" WK-VDATE
000000             UPON CONSOLE .
      *20260909追加終了
      *20261015追加開始
000000     IF SW-HOLIDY = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIHOLIDY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
      *20260909修正開始
000000     MOVE WK-VDATE TO ZENG-HDR-DATE
      *20260909修正終了
000000     MOVE ZENG-HDR-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINWN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHSS290-07 ZENGINWN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  one pass over the account register, the
      *    pending captures released
000000 P000-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO WINAC-KEY .
000000     START VIWINACC KEY >= WINAC-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00011.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWINACC NEXT AT END GO TO CX00011.
000000     IF NOT(WINAC-PENDING)GO TO CX00010.
      *20261015追加開始
      *    another hall's capture is left pending for its own pass
000000     MOVE "M" TO HALC-FUNC
000000     MOVE SPACE TO HALC-CODE
000000     MOVE WINAC-TICKETCD (1:10) TO HALC-CODE
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF HALC-HALLCD NOT = WK-HALLCD
000000         ADD 1 TO WK-OTH-CNT
000000         GO TO CX00010 .
      *20261015追加終了
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM XFER-RTN THRU CX00030 .
000000     GO TO CX00010.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
000000 E000-RTN .
000000     MOVE WK-OUT-CNT TO ZENG-TRL-CNT
000000     MOVE WK-OUT-SUM TO ZENG-TRL-AMOUNT
000000     MOVE ZENG-TRL-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINWN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00012.
000000         DISPLAY "HBHSS290-07 ZENGINWN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZENG-END-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINWN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00013.
000000         DISPLAY "HBHSS290-07 ZENGINWN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHSS290-90 TRANSFERS=" WK-OUT-CNT
000000             " AMOUNT=" WK-OUT-SUM
000000             " LEFT=" WK-SKIP-CNT UPON CONSOLE .
      *20261015追加開始
000000     DISPLAY "HBHSS290-91 HALL=" WK-HALLCD
000000             " OTHER HALLS LEFT PENDING=" WK-OTH-CNT
000000             UPON CONSOLE .
000000     PERFORM REG-RTN THRU CX00112 .
000000     CLOSE VIRELBAT .
      *20261015追加終了
000000     IF SW-STOPP = 1
000000         CLOSE VISTOPPY .
      *20260909追加開始
000000     IF SW-HOLIDY = 1
000000         CLOSE VIHOLIDY .
      *20260909追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "ZENGINWN" TO LNG-FILEID
000000     MOVE WK-LNG-ZEN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXWINADV" TO LNG-FILEID
000000     MOVE WK-LNG-ADV TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE WK-LNG-STP TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS290-08 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIWINACC  VIPAYSTS  ZENGINWN  EXWINADV  EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS290-09 EXWINADV CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    XFER-RTN  -  one pending capture: the ledger entry must
      *    still be waiting on the transfer and carry no stop in
      *    force; it then rides the file gross, the entry is marked
      *    paid and the capture sent
000000 XFER-RTN .
           MOVE "XFER-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXWAD-RUNDATE FROM DATE YYYYMMDD
000000     MOVE WINAC-TICKETCD TO EXWAD-TICKETCD
000000     MOVE WINAC-BANKCD TO EXWAD-BANKCD
000000     MOVE WINAC-BRANCHCD TO EXWAD-BRANCHCD
000000     MOVE WINAC-ACCTNAME TO EXWAD-ACCTNAME
      *20261015追加開始
      *    the account holder goes out masked by the suite's rule
      *    for the payee name, as on HBHSS130's EXZENADV
000000     MOVE "HBHSS290" TO MSKC-PROGID
000000     MOVE "PAYEENAME" TO MSKC-FIELDID
000000     MOVE EXWAD-ACCTNAME TO MSKC-VALUE
000000     MOVE "S" TO MSKC-METHOD
000000     MOVE 6 TO MSKC-SHOWN
000000     CALL "HSAAL140" USING MSKC-PARAM
000000     MOVE MSKC-VALUE TO EXWAD-ACCTNAME
      *20261015追加終了
000000     MOVE WINAC-AMOUNT TO EXWAD-AMOUNT
000000     MOVE WINAC-TICKETCD TO PAYST-TICKETCD
000000     READ VIPAYSTS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS290-10 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR NOT PAYST-XFERPEND
000000         MOVE "1" TO EXWAD-RESULT
000000         ADD 1 TO WK-SKIP-CNT
000000         PERFORM ADV-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE PAYST-AMOUNT TO EXWAD-AMOUNT
000000     PERFORM STPCHK-RTN THRU CX00106 .
000000     IF NOT(WK-STOP-OK = 1)
000000         MOVE "2" TO EXWAD-RESULT
000000         ADD 1 TO WK-SKIP-CNT
000000         PERFORM ADV-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE WINAC-BANKCD TO ZENG-DTL-BANKCD
000000     MOVE WINAC-BRANCHCD TO ZENG-DTL-BRANCHCD
000000     MOVE WINAC-ACCTKBN TO ZENG-DTL-ACCTKBN
000000     MOVE WINAC-ACCTNO TO ZENG-DTL-ACCTNO
000000     MOVE WINAC-ACCTNAME TO ZENG-DTL-PAYEENAME
000000     MOVE PAYST-AMOUNT TO ZENG-DTL-AMOUNT
000000     MOVE WK-BUSDT TO ZENG-DTL-DATE
000000     MOVE WINAC-TICKETCD TO ZENG-DTL-TICKETCD
000000     MOVE ZENG-DTL-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINWN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHSS290-07 ZENGINWN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-OUT-CNT
000000     ADD PAYST-AMOUNT TO WK-OUT-SUM
000000     MOVE "2" TO PAYST-STATUS
000000     ACCEPT PAYST-PAIDDATE FROM DATE YYYYMMDD
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHSS290-11 VIPAYSTS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "S" TO WINAC-STATUS
000000     MOVE PAYST-AMOUNT TO WINAC-AMOUNT
000000     MOVE WK-BUSDT TO WINAC-SENTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWINACC" TO LNG-FILEID
000000     MOVE WINAC-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE WINAC-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHSS290-12 VIWINACC REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXWAD-RESULT
000000     PERFORM ADV-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    ADV-RTN  -  one EXWINADV line per capture swept
000000 ADV-RTN .
           MOVE "ADV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ADV
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXWINADV" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ADV TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXWAD-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS290-13 EXWINADV WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *20261015追加開始
      *
      *    REG-RTN  -  the batch registered on VIRELBAT awaiting
      *    release, as HBHSS300 registers the channel file; a file
      *    rebuilt for a night already registered withdraws any
      *    earlier decision, loudly, since that decision was taken
      *    on different money
000000 REG-RTN .
           MOVE "REG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FILEID TO RELBT-FILEID
000000     MOVE WK-BUSDT TO RELBT-BUSDATE
000000     READ VIRELBAT INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00113.
000000     GO TO CX00114.
000000 CX00113.
           MOVE "CX00113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS290-17 VIRELBAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00114.
           MOVE "CX00114" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 NOT = "23" AND NOT RELBT-AWAITING
000000         DISPLAY "HBHSS290-92 " WK-FILEID " " WK-BUSDT
000000                 " REBUILT - EARLIER DECISION " RELBT-STATUS
000000                 " WITHDRAWN" UPON CONSOLE .
000000     MOVE ZERO TO SW-RELBT .
000000     IF FL-STS1 NOT = "23"
000000         MOVE 1 TO SW-RELBT .
000000     INITIALIZE RELBT-REC
000000     MOVE WK-FILEID TO RELBT-FILEID
000000     MOVE WK-BUSDT TO RELBT-BUSDATE
000000     MOVE WK-OUT-CNT TO RELBT-RECCNT
000000     MOVE WK-OUT-SUM TO RELBT-CTLTOT
000000     ACCEPT RELBT-SUMDATE FROM DATE YYYYMMDD
000000     MOVE WK-VDATE TO RELBT-VALDATE
000000     MOVE ZERO TO RELBT-VARCNT
000000     MOVE "1" TO RELBT-STATUS
000000     MOVE SPACE TO RELBT-DECOPID
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRELBAT" TO LNG-FILEID
000000     MOVE RELBT-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION .
000000     IF SW-RELBT = 1
000000         MOVE "C" TO LNG-ACTION .
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-RELBT = 1 GO TO CX00115.
000000     WRITE RELBT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00112.
000000         DISPLAY "HBHSS290-18 VIRELBAT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00115.
           MOVE "CX00115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     REWRITE RELBT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00112.
000000         DISPLAY "HBHSS290-19 VIRELBAT REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00112. EXIT.
      *20261015追加終了
      *
      *    STPCHK-RTN  -  the stop-payment check, as in HBHSS130: a
      *    stop in force not past its expiry keeps the capture
      *    pending and off the file, announced and written to
      *    EXSTPBLK with the run's operator
000000 STPCHK-RTN .
           MOVE "STPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-STOP-OK .
000000     IF NOT(SW-STOPP = 1)GO TO CX00106.
000000     MOVE PAYST-TICKETCD TO STOPP-TICKETCD
000000     READ VISTOPPY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00106.
000000     IF NOT(STOPP-IN-FORCE)GO TO CX00106.
000000     IF STOPP-EXPIRY NOT = ZERO AND STOPP-EXPIRY < WK-BUSDT
000000         GO TO CX00106.
000000     MOVE ZERO TO WK-STOP-OK
000000     DISPLAY "HBHSS290-97 STOP-PAYMENT IN FORCE "
000000             PAYST-TICKETCD UPON CONSOLE .
000000     ACCEPT STPBK-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT STPBK-RUNTIME FROM TIME
000000     MOVE "HBHSS290" TO STPBK-PROGID
000000     MOVE PAYST-TICKETCD TO STPBK-TICKETCD
000000     MOVE PAYST-AMOUNT TO STPBK-AMOUNT
000000     MOVE WK-OPID TO STPBK-OPID
000000     MOVE STOPP-REASON TO STPBK-REASON
000000     MOVE STOPP-AUTHORITY TO STPBK-AUTHORITY
      *20261015追加開始
000000     ADD 1 TO WK-LNG-STP
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-STP TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE STPBK-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00106.
000000         DISPLAY "HBHSS290-14 EXSTPBLK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00106. EXIT.
      *20260909追加開始
      *
      *    VALDT-RTN  -  the value date the bank will execute the
      *    file on: today when built before the bank's cutoff
      *    time, otherwise tomorrow, and then on past any weekend
      *    or VIHOLIDY holiday to the next business day
000000 VALDT-RTN .
           MOVE "VALDT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT WK-VDATE FROM DATE YYYYMMDD
000000     ACCEPT WK-VD-NOW FROM TIME .
000000     IF WK-VD-HHMM < WK-VD-CUTOFF GO TO CX00080.
000000     PERFORM VDSTEP-RTN THRU CX00083 .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-VD-STEP .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM VDWDAY-RTN THRU CX00086 .
000000     IF WK-VD-WEEKDAY = 1 OR WK-VD-WEEKDAY = 7
000000         GO TO CX00082.
000000     IF NOT(SW-HOLIDY = 1)GO TO CX00089.
000000     MOVE WK-VDATE TO HOLI-DATE
000000     READ VIHOLIDY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" AND HOLI-HOLIDAY)GO TO CX00089.
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-VD-STEP .
000000     IF WK-VD-STEP > 14 GO TO CX00089.
000000     PERFORM VDSTEP-RTN THRU CX00083 .
000000     GO TO CX00081.
000000 CX00089. EXIT.
      *
      *    VDSTEP-RTN  -  the value date steps forward one calendar
      *    day, February by the leap-year rule
000000 VDSTEP-RTN .
           MOVE "VDSTEP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 31 TO WK-VD-LAST .
000000     IF WK-VD-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-VD-LAST .
000000     IF NOT(WK-VD-MM = 2)GO TO CX00084.
000000     MOVE 28 TO WK-VD-LAST
000000     DIVIDE WK-VD-YY BY 4 GIVING WK-VD-Q
000000         REMAINDER WK-VD-R .
000000     IF WK-VD-R = ZERO
000000         MOVE 29 TO WK-VD-LAST .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-VD-DD < WK-VD-LAST)GO TO CX00085.
000000     COMPUTE WK-VD-DD = WK-VD-DD + 1 .
000000     GO TO CX00083.
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 01 TO WK-VD-DD .
000000     IF NOT(WK-VD-MM = 12)GO TO CX00087.
000000     COMPUTE WK-VD-YY = WK-VD-YY + 1
000000     MOVE 01 TO WK-VD-MM .
000000     GO TO CX00083.
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-VD-MM = WK-VD-MM + 1 .
000000 CX00083. EXIT.
      *
      *    VDWDAY-RTN  -  day of week of the value date by
      *    Zeller's congruence, the HBHUN640 arrangement:
      *    1 Sunday through 7 Saturday
000000 VDWDAY-RTN .
           MOVE "VDWDAY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-VD-YY TO WK-WD-Y
000000     MOVE WK-VD-MM TO WK-WD-M
000000     MOVE WK-VD-DD TO WK-WD-D .
000000     IF WK-WD-M < 3
000000         ADD 12 TO WK-WD-M
000000         SUBTRACT 1 FROM WK-WD-Y .
000000     COMPUTE WK-WD-T1 = 13 * (WK-WD-M + 1)
000000     DIVIDE WK-WD-T1 BY 5 GIVING WK-WD-T1
000000     DIVIDE WK-WD-Y BY 4 GIVING WK-WD-T2
000000     DIVIDE WK-WD-Y BY 100 GIVING WK-WD-T3
000000     DIVIDE WK-WD-Y BY 400 GIVING WK-WD-T4
000000     COMPUTE WK-WD-SUM = WK-WD-D + WK-WD-T1
000000             + WK-WD-Y + WK-WD-T2
000000             - WK-WD-T3 + WK-WD-T4
000000     DIVIDE WK-WD-SUM BY 7 GIVING WK-WD-Q
000000         REMAINDER WK-WD-R
000000     COMPUTE WK-VD-WEEKDAY = WK-WD-R .
000000     IF WK-VD-WEEKDAY = ZERO
000000         MOVE 7 TO WK-VD-WEEKDAY .
000000 CX00086. EXIT.
      *20260909追加終了
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS290" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS290" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS290" TO PRM-PROGID
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
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
      *20261015追加終了
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00058.
000000         DISPLAY "HBHSS290-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
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
000000     MOVE "HBHSS290" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS290-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS290" TO ERRM-PROGID
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
