000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN705 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260927追加開始
      *    report distribution: which department gets which of the
      *    night's EX reports was known only to the night operator,
      *    who printed them all.  DSTCARD cards keep the
      *    distribution master VIRPTDST (CFRPTDS) - R cards a
      *    report identification and recipient, with an optional
      *    split key (floor, channel or vendor) and its column on
      *    the report line, K cards the recipient's own keys on
      *    VIDSTRKY (CFDSTRK) - checked on VIOPRMST for the
      *    distribution class (O) and audited to EXDSTAUD.  The
      *    one-record DSTSEL control file then says what the step
      *    does.  A B record names the report the step's RPTIN
      *    assignment holds and bursts it onto EXDSTOUT: one copy
      *    per recipient, each line prefixed with the recipient,
      *    holding the whole report or, for a split recipient,
      *    only the lines whose split key is one of its own plus
      *    the lines with no key at all (the headings and totals),
      *    each copy closed by its own trailer.  Every copy is
      *    logged on VIDSTLOG (CFDSTLG); a report not produced is
      *    logged as such.  A C record, run after the last burst,
      *    flags on EXDSTEXC every mandatory report and recipient
      *    with no delivery logged for the business date
000000     SELECT  DSTCARD
000000                  ASSIGN             DSTCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  DSTSEL
000000                  ASSIGN             DSTSEL-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  RPTIN
000000                  ASSIGN             RPTIN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIRPTDST
000000             ASSIGN            VIRPTDST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIDSTRKY
000000             ASSIGN            VIDSTRKY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DRK-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIDSTLOG
000000             ASSIGN            VIDSTLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDSTOUT
000000             ASSIGN               EXDSTOUT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDSTAUD
000000             ASSIGN               EXDSTAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDSTEXC
000000             ASSIGN               EXDSTEXC-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    operator master: the card's operator must be active and
      *    authorized for this program's action class before
      *    anything moves; no master at all means no
      *    enforcement, announced loudly - maintained by HBHUN830
000000     SELECT  VIOPRMST
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260927追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DSTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DSTCARD".
       01  DSC-REC.
           05  DSC-ACTION                  PIC X(01).
               88  DSC-ADD                  VALUE "A".
               88  DSC-CHANGE               VALUE "C".
               88  DSC-DELETE               VALUE "X".
      *    R a report's recipient, K one of a recipient's keys
           05  DSC-KIND                    PIC X(01).
               88  DSC-RCPTROW              VALUE "R".
               88  DSC-KEYROW               VALUE "K".
           05  DSC-RPTID                   PIC X(08).
           05  DSC-RCPT                    PIC X(08).
           05  DSC-SPLITKBN                PIC X(01).
           05  DSC-SPLITPOS                PIC X(03).
           05  DSC-SPLITPOS-N REDEFINES DSC-SPLITPOS
                                           PIC 9(03).
           05  DSC-SPLITLEN                PIC X(02).
           05  DSC-SPLITLEN-N REDEFINES DSC-SPLITLEN
                                           PIC 9(02).
           05  DSC-MANDATORY               PIC X(01).
           05  DSC-KEYVAL                  PIC X(08).
           05  DSC-OPID                    PIC X(08).
000000 FD  DSTSEL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DSTSEL".
       01  DSS-REC.
           05  DSS-MODE                    PIC X(01).
               88  DSS-BURST                VALUE "B".
               88  DSS-CHECK                VALUE "C".
           05  DSS-RPTID                   PIC X(08).
      *    the report to burst, whatever its layout; the widest
      *    report line in the suite fits
000000 FD  RPTIN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RPTIN".
       01  RPI-LINE                        PIC X(300).
000000 FD  VIRPTDST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRPTDST".
       01  DST-REC.
           COPY CFRPTDS .
000000 FD  VIDSTRKY
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTRKY".
       01  DRK-REC.
           COPY CFDSTRK .
000000 FD  VIDSTLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTLOG".
       01  DLG-REC.
           COPY CFDSTLG .
000000 FD  EXDSTOUT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDSTOUT".
       01  DSO-REC.
           05  DSO-RCPT                    PIC X(08).
           05  DSO-RPTID                   PIC X(08).
      *    D a report line, T the copy's trailer
           05  DSO-RECTYPE                 PIC X(01).
               88  DSO-LINE-REC             VALUE "D".
               88  DSO-TRAILER              VALUE "T".
           05  DSO-LINE                    PIC X(300).
           05  DSO-TRL REDEFINES DSO-LINE.
               07  DSO-T-BUSDT             PIC 9(08).
               07  DSO-T-LINES             PIC 9(07).
               07  FILLER                  PIC X(285).
000000 FD  EXDSTAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDSTAUD".
       01  EXDSA-REC.
           05  EXDSA-RUNDATE               PIC 9(08).
           05  EXDSA-RUNTIME               PIC 9(06).
           05  EXDSA-OPID                  PIC X(08).
           05  EXDSA-ACTION                PIC X(01).
           05  EXDSA-KIND                  PIC X(01).
           05  EXDSA-RPTID                 PIC X(08).
           05  EXDSA-RCPT                  PIC X(08).
           05  EXDSA-SPLITKBN              PIC X(01).
           05  EXDSA-SPLITPOS              PIC X(03).
           05  EXDSA-SPLITLEN              PIC X(02).
           05  EXDSA-MANDATORY             PIC X(01).
           05  EXDSA-KEYVAL                PIC X(08).
           05  EXDSA-RESULT                PIC X(01).
               88  EXDSA-APPLIED            VALUE "0".
               88  EXDSA-EXISTS             VALUE "1".
               88  EXDSA-INVALID            VALUE "2".
               88  EXDSA-UNAUTHORIZED       VALUE "3".
               88  EXDSA-NOTFOUND           VALUE "4".
000000 FD  EXDSTEXC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDSTEXC".
       01  EXDSX-REC.
           05  EXDSX-BUSDT                 PIC 9(08).
           05  EXDSX-RPTID                 PIC X(08).
           05  EXDSX-RCPT                  PIC X(08).
           05  EXDSX-REASON                PIC X(20).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 FD  VIOPRMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIOPRMST".
       01  OPR-REC.
           05  OPR-OPID                    PIC X(08).
           05  OPR-NAME                    PIC X(20).
           05  OPR-ROLE                    PIC X(02).
           05  OPR-ACTIVE                  PIC X(01).
               88  OPR-IS-ACTIVE            VALUE "1".
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  SW-VALID                    PIC 9(01).
000000   03  SW-TAKE                     PIC 9(01).
000000   03  SW-PRODUCED                 PIC 9(01).
000000   03  WK-MODE                     PIC X(01) VALUE SPACE.
000000   03  WK-RPTID                    PIC X(08) VALUE SPACE.
000000   03  WK-RX                       PIC 9(04).
000000   03  WK-NOWTIME                  PIC 9(06).
000000   03  WK-LINES                    PIC 9(07).
000000   03  WK-KEYVAL                   PIC X(08).
000000   03  WK-STS-SAVE                 PIC X(02).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-CARD-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-COPY-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-MISS-CNT                 PIC 9(05) VALUE ZERO.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the burst report's recipients off VIRPTDST
000000 01  RCP-WORK.
000000   03  RCP-CNT                     PIC 9(04) VALUE ZERO.
000000   03  RCP-ENT OCCURS 200.
000000     05  RCP-RCPT                  PIC X(08).
000000     05  RCP-SPLITKBN              PIC X(01).
000000     05  RCP-SPLITPOS              PIC 9(03).
000000     05  RCP-SPLITLEN              PIC 9(02).
000000     05  RCP-MANDATORY             PIC X(01).
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
000000     IF WK-MODE = "B"
000000         PERFORM P100-RTN THRU CX00005 .
000000     IF WK-MODE = "C"
000000         PERFORM P200-RTN THRU CX00006 .
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE RCP-WORK
      *    without the control record the step keeps the master
      *    only
000000     OPEN INPUT DSTSEL .
000000     IF NOT(FL-STS1 = "00") GO TO CX00015.
000000     READ DSTSEL AT END CONTINUE .
000000     IF FL-STS1 = "00" AND DSS-BURST AND DSS-RPTID NOT = SPACE
000000         MOVE "B" TO WK-MODE
000000         MOVE DSS-RPTID TO WK-RPTID .
000000     IF FL-STS1 = "00" AND DSS-CHECK
000000         MOVE "C" TO WK-MODE .
000000     CLOSE DSTSEL .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIRPTDST .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRPTDST
000000         CLOSE VIRPTDST
000000         OPEN I-O VIRPTDST .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN705-01 VIRPTDST OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIDSTRKY .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIDSTRKY
000000         CLOSE VIDSTRKY
000000         OPEN I-O VIDSTRKY .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN705-02 VIDSTRKY OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIDSTLOG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIDSTLOG
000000         CLOSE VIDSTLOG
000000         OPEN I-O VIDSTLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN705-03 VIDSTLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDSTOUT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN705-04 EXDSTOUT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDSTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN705-05 EXDSTAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDSTEXC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHUN705-06 EXDSTEXC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN705-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN705-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the distribution master cards, when the
      *    step has a deck
000000 P000-RTN .
000000     OPEN INPUT DSTCARD .
000000     IF NOT(FL-STS1 = "00") GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DSTCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-JOBLG-CNT
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
000000           DISPLAY "HBHUN705-08 DSTCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
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
000000     CLOSE DSTCARD .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the named report burst into one copy per
      *    recipient, or logged as not produced
000000 P100-RTN .
000000     MOVE LOW-VALUES TO DST-KEY
000000     MOVE WK-RPTID TO DST-RPTID .
000000     START VIRPTDST KEY >= DST-KEY
000000             INVALID GO TO CX00017 .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRPTDST NEXT AT END GO TO CX00017.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN705-09 VIRPTDST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF DST-RPTID NOT = WK-RPTID GO TO CX00017.
000000     IF RCP-CNT NOT < 200
000000         DISPLAY "HBHUN705-51 REPORT " WK-RPTID
000000                 " RECIPIENTS BEYOND 200 IGNORED" UPON CONSOLE
000000         GO TO CX00017.
000000     ADD 1 TO RCP-CNT
000000     MOVE DST-RCPT TO RCP-RCPT (RCP-CNT)
000000     MOVE DST-SPLITKBN TO RCP-SPLITKBN (RCP-CNT)
000000     MOVE DST-SPLITPOS TO RCP-SPLITPOS (RCP-CNT)
000000     MOVE DST-SPLITLEN TO RCP-SPLITLEN (RCP-CNT)
000000     MOVE DST-MANDATORY TO RCP-MANDATORY (RCP-CNT)
000000     GO TO CX00016.
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF RCP-CNT = ZERO
000000         DISPLAY "HBHUN705-52 REPORT " WK-RPTID
000000                 " HAS NO RECIPIENTS - NOT DISTRIBUTED"
000000                 UPON CONSOLE
000000         GO TO CX00005.
000000     MOVE 1 TO SW-PRODUCED
000000     OPEN INPUT RPTIN .
000000     IF FL-STS1 = "35"
000000         MOVE 0 TO SW-PRODUCED
000000         GO TO CX00018.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN705-10 RPTIN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE RPTIN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-RX .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-RX < RCP-CNT)GO TO CX00005.
000000     ADD 1 TO WK-RX
000000     MOVE ZERO TO WK-LINES .
000000     IF SW-PRODUCED = 1
000000         PERFORM BURST-RTN THRU CX00070 .
000000     PERFORM LOG-RTN THRU CX00075 .
000000     GO TO CX00019.
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  every mandatory report and recipient with
      *    no delivery logged for the business date is flagged
000000 P200-RTN .
000000     MOVE LOW-VALUES TO DST-KEY .
000000     START VIRPTDST KEY >= DST-KEY
000000             INVALID GO TO CX00028 .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRPTDST NEXT AT END GO TO CX00028.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN705-11 VIRPTDST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT DST-MUSTRUN GO TO CX00027.
000000     MOVE WK-BUSDT TO DLG-BUSDT
000000     MOVE DST-RPTID TO DLG-RPTID
000000     MOVE DST-RCPT TO DLG-RCPT
000000     READ VIDSTLOG INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00029.
000000     GO TO CX00032.
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN705-12 VIDSTLOG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FL-STS1 TO WK-STS-SAVE .
000000     IF WK-STS-SAVE NOT = "23" AND DLG-DELIVERED GO TO CX00027.
000000     IF WK-STS-SAVE NOT = "23" GO TO CX00033.
000000     INITIALIZE DLG-REC
000000     MOVE WK-BUSDT TO DLG-BUSDT
000000     MOVE DST-RPTID TO DLG-RPTID
000000     MOVE DST-RCPT TO DLG-RCPT
000000     MOVE "M" TO DLG-STATUS
000000     ACCEPT DLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT DLG-RUNTIME FROM TIME
000000     WRITE DLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHUN705-13 VIDSTLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXDSX-REC
000000     MOVE WK-BUSDT TO EXDSX-BUSDT
000000     MOVE DST-RPTID TO EXDSX-RPTID
000000     MOVE DST-RCPT TO EXDSX-RCPT
000000     MOVE "NOT PRODUCED" TO EXDSX-REASON .
000000     IF WK-STS-SAVE = "23"
000000         MOVE "NOT DELIVERED" TO EXDSX-REASON .
000000     WRITE EXDSX-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHUN705-14 EXDSTEXC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-MISS-CNT
000000     GO TO CX00027.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-MISS-CNT = ZERO GO TO CX00006.
000000     DISPLAY "HBHUN705-53 MANDATORY REPORTS NOT DELIVERED="
000000             WK-MISS-CNT UPON CONSOLE
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "53" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00006. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN705-90 CARDS=" WK-CARD-CNT
000000             " IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     DISPLAY "HBHUN705-91 REPORT " WK-RPTID
000000             " COPIES=" WK-COPY-CNT
000000             " MANDATORY MISSING=" WK-MISS-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN705-15 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIRPTDST  VIDSTRKY  VIDSTLOG  EXDSTOUT  EXDSTAUD
000000              EXDSTEXC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN705-16 VIDSTLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one card: the operator is checked first,
      *    then the row is added, changed or deleted
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CARD-CNT
000000     INITIALIZE EXDSA-REC
000000     ACCEPT EXDSA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXDSA-RUNTIME FROM TIME
000000     MOVE DSC-OPID TO EXDSA-OPID
000000     MOVE DSC-ACTION TO EXDSA-ACTION
000000     MOVE DSC-KIND TO EXDSA-KIND
000000     MOVE DSC-RPTID TO EXDSA-RPTID
000000     MOVE DSC-RCPT TO EXDSA-RCPT
000000     MOVE DSC-SPLITKBN TO EXDSA-SPLITKBN
000000     MOVE DSC-SPLITPOS TO EXDSA-SPLITPOS
000000     MOVE DSC-SPLITLEN TO EXDSA-SPLITLEN
000000     MOVE DSC-MANDATORY TO EXDSA-MANDATORY
000000     MOVE DSC-KEYVAL TO EXDSA-KEYVAL
000000     MOVE DSC-OPID TO WK-CHK-OPID
000000     MOVE "O" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF NOT(DSC-ADD OR DSC-CHANGE OR DSC-DELETE) OR
000000        DSC-RCPT = SPACE
000000         MOVE "2" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF DSC-KEYROW GO TO CX00022.
000000     IF NOT DSC-RCPTROW OR DSC-RPTID = SPACE
000000         MOVE "2" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF NOT DSC-DELETE
000000         PERFORM VAL-RTN THRU CX00071 .
000000     IF NOT DSC-DELETE AND SW-VALID = 0
000000         MOVE "2" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     MOVE DSC-RPTID TO DST-RPTID
000000     MOVE DSC-RCPT TO DST-RCPT
000000     READ VIRPTDST INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00023.
000000     GO TO CX00024.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN705-17 VIRPTDST READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DSC-ADD AND FL-STS1 NOT = "23"
000000         MOVE "1" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF NOT DSC-ADD AND FL-STS1 = "23"
000000         MOVE "4" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF NOT DSC-DELETE GO TO CX00025.
000000     DELETE VIRPTDST INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN705-18 VIRPTDST DELETE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00026.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DSC-ADD
000000         INITIALIZE DST-REC
000000         MOVE DSC-RPTID TO DST-RPTID
000000         MOVE DSC-RCPT TO DST-RCPT
000000         MOVE WK-BUSDT TO DST-ENTDATE .
000000     MOVE DSC-SPLITKBN TO DST-SPLITKBN
000000     MOVE ZERO TO DST-SPLITPOS
000000     MOVE ZERO TO DST-SPLITLEN .
000000     IF NOT DST-WHOLE
000000         MOVE DSC-SPLITPOS-N TO DST-SPLITPOS
000000         MOVE DSC-SPLITLEN-N TO DST-SPLITLEN .
000000     MOVE "N" TO DST-MANDATORY .
000000     IF DSC-MANDATORY = "Y"
000000         MOVE "Y" TO DST-MANDATORY .
000000     MOVE DSC-OPID TO DST-OPID .
000000     IF DSC-ADD
000000         WRITE DST-REC INVALID CONTINUE
000000     ELSE
000000         MOVE WK-BUSDT TO DST-CHGDATE
000000         REWRITE DST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN705-19 VIRPTDST UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00026.
      *    K: one of a recipient's split keys - added or deleted
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DSC-CHANGE OR DSC-KEYVAL = SPACE OR
000000        NOT(DSC-SPLITKBN = "F" OR "C" OR "V")
000000         MOVE "2" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     MOVE DSC-RCPT TO DRK-RCPT
000000     MOVE DSC-SPLITKBN TO DRK-SPLITKBN
000000     MOVE DSC-KEYVAL TO DRK-KEYVAL
000000     READ VIDSTRKY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00036.
000000     GO TO CX00037.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN705-20 VIDSTRKY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DSC-ADD AND FL-STS1 NOT = "23"
000000         MOVE "1" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF DSC-DELETE AND FL-STS1 = "23"
000000         MOVE "4" TO EXDSA-RESULT
000000         GO TO CX00021.
000000     IF DSC-DELETE
000000         DELETE VIDSTRKY INVALID CONTINUE
000000     ELSE
000000         INITIALIZE DRK-REC
000000         MOVE DSC-RCPT TO DRK-RCPT
000000         MOVE DSC-SPLITKBN TO DRK-SPLITKBN
000000         MOVE DSC-KEYVAL TO DRK-KEYVAL
000000         MOVE DSC-OPID TO DRK-OPID
000000         MOVE WK-BUSDT TO DRK-ENTDATE
000000         WRITE DRK-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHUN705-21 VIDSTRKY UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXDSA-RESULT
000000     PERFORM AUD-RTN THRU CX00030 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00030 .
000000 CX00020. EXIT.
      *
      *    VAL-RTN  -  an R card's split key: none, or a known kind
      *    whose column and width fall on the report line and fit
      *    a recipient key
000000 VAL-RTN .
           MOVE "VAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 0 TO SW-VALID .
000000     IF NOT(DSC-SPLITKBN = SPACE OR "F" OR "C" OR "V")
000000         GO TO CX00071.
000000     IF NOT(DSC-MANDATORY = SPACE OR "Y" OR "N")
000000         GO TO CX00071.
000000     IF DSC-SPLITKBN = SPACE GO TO CX00072.
000000     IF DSC-SPLITPOS NOT NUMERIC OR DSC-SPLITLEN NOT NUMERIC
000000         GO TO CX00071.
000000     IF DSC-SPLITPOS-N = ZERO OR DSC-SPLITLEN-N = ZERO OR
000000        DSC-SPLITLEN-N > 8 OR
000000        DSC-SPLITPOS-N + DSC-SPLITLEN-N > 301
000000         GO TO CX00071.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-VALID .
000000 CX00071. EXIT.
      *
      *    BURST-RTN  -  one recipient's copy: the report read from
      *    the top, its lines taken or passed over, and the copy
      *    closed by its trailer
000000 BURST-RTN .
           MOVE "BURST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  RPTIN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN705-22 RPTIN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00080. IF NOT(FL-END = ZERO)GO TO CX00081.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RPTIN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00082.
000000     PERFORM TAKE-RTN THRU CX00073 .
000000     IF SW-TAKE = 1
000000         INITIALIZE DSO-REC
000000         MOVE "D" TO DSO-RECTYPE
000000         MOVE RPI-LINE TO DSO-LINE
000000         PERFORM OUT-RTN THRU CX00077
000000         ADD 1 TO WK-LINES .
000000     GO TO CX00083.
000000 CX00082. IF NOT(FL-STS1 = "10")GO TO CX00084.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00083.
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN705-23 RPTIN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00083.
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00080.
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE RPTIN .
000000     INITIALIZE DSO-REC
000000     MOVE "T" TO DSO-RECTYPE
000000     MOVE WK-BUSDT TO DSO-T-BUSDT
000000     MOVE WK-LINES TO DSO-T-LINES
000000     PERFORM OUT-RTN THRU CX00077 .
000000     ADD 1 TO WK-COPY-CNT .
000000 CX00070. EXIT.
      *
      *    TAKE-RTN  -  SW-TAKE 1 when the line belongs in the
      *    recipient's copy: a whole-report recipient takes every
      *    line, a split one the lines with no key and those whose
      *    key is on VIDSTRKY as its own
000000 TAKE-RTN .
           MOVE "TAKE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-TAKE .
000000     IF RCP-SPLITKBN (WK-RX) = SPACE GO TO CX00073.
000000     MOVE SPACE TO WK-KEYVAL
000000     MOVE RPI-LINE (RCP-SPLITPOS (WK-RX) : RCP-SPLITLEN (WK-RX))
000000       TO WK-KEYVAL .
000000     IF WK-KEYVAL = SPACE GO TO CX00073.
000000     MOVE RCP-RCPT (WK-RX) TO DRK-RCPT
000000     MOVE RCP-SPLITKBN (WK-RX) TO DRK-SPLITKBN
000000     MOVE WK-KEYVAL TO DRK-KEYVAL
000000     READ VIDSTRKY INVALID CONTINUE .
000000     IF FL-STS1 = "00" OR "02" GO TO CX00073.
000000     IF FL-STS1 NOT = "23"
000000           DISPLAY "HBHUN705-24 VIDSTRKY READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE 0 TO SW-TAKE .
000000 CX00073. EXIT.
      *
      *    LOG-RTN  -  the recipient's delivery onto VIDSTLOG; a
      *    rerun of the night replaces the row
000000 LOG-RTN .
           MOVE "LOG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO DLG-BUSDT
000000     MOVE WK-RPTID TO DLG-RPTID
000000     MOVE RCP-RCPT (WK-RX) TO DLG-RCPT
000000     READ VIDSTLOG INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00076.
000000     GO TO CX00078.
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN705-25 VIDSTLOG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE FL-STS1 TO WK-STS-SAVE
000000     INITIALIZE DLG-REC
000000     MOVE WK-BUSDT TO DLG-BUSDT
000000     MOVE WK-RPTID TO DLG-RPTID
000000     MOVE RCP-RCPT (WK-RX) TO DLG-RCPT
000000     MOVE "D" TO DLG-STATUS .
000000     IF SW-PRODUCED = 0
000000         MOVE "N" TO DLG-STATUS .
000000     IF SW-PRODUCED = 0 AND RCP-MANDATORY (WK-RX) = "Y"
000000         MOVE "M" TO DLG-STATUS .
000000     MOVE WK-LINES TO DLG-LINES
000000     ACCEPT DLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT DLG-RUNTIME FROM TIME .
000000     IF WK-STS-SAVE = "23"
000000         WRITE DLG-REC INVALID CONTINUE
000000     ELSE
000000         REWRITE DLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00079.
000000         DISPLAY "HBHUN705-26 VIDSTLOG UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT DLG-MISSING GO TO CX00075.
000000     INITIALIZE EXDSX-REC
000000     MOVE WK-BUSDT TO EXDSX-BUSDT
000000     MOVE WK-RPTID TO EXDSX-RPTID
000000     MOVE RCP-RCPT (WK-RX) TO EXDSX-RCPT
000000     MOVE "NOT PRODUCED" TO EXDSX-REASON
000000     WRITE EXDSX-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00086.
000000         DISPLAY "HBHUN705-27 EXDSTEXC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-MISS-CNT
000000     DISPLAY "HBHUN705-50 MANDATORY REPORT " WK-RPTID
000000             " NOT PRODUCED FOR " RCP-RCPT (WK-RX) UPON CONSOLE
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM .
000000 CX00075. EXIT.
      *
      *    OUT-RTN  -  one EXDSTOUT line for the recipient in hand
000000 OUT-RTN .
           MOVE "OUT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE RCP-RCPT (WK-RX) TO DSO-RCPT
000000     MOVE WK-RPTID TO DSO-RPTID
000000     WRITE DSO-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00087.
000000         DISPLAY "HBHUN705-28 EXDSTOUT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "28" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00077. EXIT.
      *
      *    AUD-RTN  -  one EXDSTAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXDSA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN705-29 EXDSTAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
000000     MOVE "29" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN705" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN705" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN705" TO PRM-PROGID
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
000000         DISPLAY "HBHUN705-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
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
000000     MOVE "HBHUN705" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN705-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN705" TO ERRM-PROGID
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
      *    OPRCHK-RTN  -  the card's operator must exist on the
      *    operator master, be active and carry this program's
      *    action class among the authorizations; without a
      *    master the check passes open
000000 OPRCHK-RTN .
           MOVE "OPRCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-OPR-OK .
000000     IF NOT(SW-OPRMST = 1)GO TO CX00091.
000000     MOVE ZERO TO WK-OPR-OK
000000     MOVE WK-CHK-OPID TO OPR-OPID
000000     READ VIOPRMST INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00092.
000000     IF NOT(OPR-IS-ACTIVE)GO TO CX00092.
000000     MOVE ZERO TO WK-AX .
000000 CX00093. IF NOT(WK-AX < 8)GO TO CX00092.
           MOVE "CX00093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-AX = WK-AX + 1 .
000000     IF OPR-AUTHS (WK-AX:1) = WK-CHK-CLASS
000000         MOVE 1 TO WK-OPR-OK .
000000     GO TO CX00093.
000000 CX00092.
           MOVE "CX00092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-OPR-OK = ZERO
000000         ADD 1 TO WK-UNAUTH-CNT
000000         DISPLAY "HBHUN705-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
