000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS310 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260910追加開始
      *    settlement-account statement reconciliation: HBHSS150
      *    only ever saw the bounces, and nobody matched the bank's
      *    own deposit/withdrawal statement against what should
      *    have moved.  The night's BNKSTMT statement, proved
      *    against its own trailer first, goes line by line on to
      *    the VIRECITM register; so do the movements expected -
      *    each released transfer batch as a debit at its value
      *    date (VIRELBAT), each commission invoice as a credit
      *    (VIINVREG), and each counter cash deposit the cash
      *    office keys on a RECCARD card.  Open statement lines
      *    are then matched to open expected rows on the same
      *    side for the same amount, the exact date preferred; a
      *    RECCARD clearing card, keyed by an operator with the
      *    reconciliation class (B), resolves a row by hand with a
      *    note.  Whatever is still open on either side goes on the
      *    EXRECEXC exceptions report every night, carried forward
      *    until it is resolved - see CFRECIT
000000     SELECT  BNKSTMT
000000             ASSIGN               BNKSTMT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  RECCARD
000000                  ASSIGN             RECCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIRECITM
000000             ASSIGN            VIRECITM-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY RECIT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIRELBAT
000000             ASSIGN            VIRELBAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY RELBT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIINVREG
000000             ASSIGN            VIINVREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY INVR-SEQNO
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXRECEXC
000000             ASSIGN               EXRECEXC-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXRECAUD
000000             ASSIGN               EXRECAUD-MSD
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
      *20260910追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    the bank's deposit/withdrawal detail file, Zengin layout:
      *    header, one detail per movement, trailer, end
000000 FD  BNKSTMT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "BNKSTMT".
       01  BST-REC.
           05  BST-KBN                     PIC X(01).
               88  BST-HEADER               VALUE "1".
               88  BST-DETAIL               VALUE "2".
               88  BST-TRAILER              VALUE "8".
               88  BST-END                  VALUE "9".
           05  BST-BODY                    PIC X(199).
           05  BST-DTL REDEFINES BST-BODY.
               10  BST-SEQNO               PIC 9(08).
               10  BST-TXDATE              PIC 9(08).
               10  BST-VALDATE             PIC 9(08).
               10  BST-IOKBN               PIC X(01).
                   88  BST-CREDIT           VALUE "1".
                   88  BST-DEBIT            VALUE "2".
               10  BST-TXKBN               PIC X(02).
               10  BST-AMOUNT              PIC 9(12).
               10  BST-PAYERCD             PIC X(10).
               10  BST-PAYERNAME           PIC X(48).
               10  BST-SUMMARY             PIC X(20).
               10  FILLER                  PIC X(82).
           05  BST-TRL REDEFINES BST-BODY.
               10  BST-CRCNT               PIC 9(06).
               10  BST-CRAMT               PIC 9(14).
               10  BST-DBCNT               PIC 9(06).
               10  BST-DBAMT               PIC 9(14).
               10  FILLER                  PIC X(159).
000000 FD  RECCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RECCARD".
       01  RCC-REC.
           05  RCC-ACTION                  PIC X(01).
               88  RCC-DEPOSIT              VALUE "D".
               88  RCC-CLEAR                VALUE "X".
      *    deposit: the date and slip number and the amount paid in
           05  RCC-DATE                    PIC X(08).
           05  RCC-SLIPNO                  PIC X(10).
           05  RCC-AMOUNT                  PIC X(12).
      *    clearing: the register row resolved, and why
           05  RCC-KEY.
               10  RCC-SIDE                PIC X(01).
               10  RCC-SOURCE              PIC X(02).
               10  RCC-REF                 PIC X(24).
           05  RCC-NOTE                    PIC X(40).
           05  RCC-OPID                    PIC X(08).
000000 FD  VIRECITM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRECITM".
       01  RECIT-REC.
           COPY CFRECIT .
000000 FD  VIRELBAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRELBAT".
       01  RELBT-REC.
           COPY CFRELBT .
      *    the invoice register exactly as HBHUN855 maintains it
000000 FD  VIINVREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIINVREG".
       01  INVR-REC.
           05  INVR-SEQNO                  PIC 9(08).
           05  INVR-VENDORCD               PIC X(08).
           05  INVR-YM                     PIC 9(06).
           05  INVR-BASEAMT                PIC S9(14) COMP-3.
           05  INVR-TAXAMT                 PIC S9(14) COMP-3.
           05  INVR-TOTAMT                 PIC S9(14) COMP-3.
           05  INVR-ISSUEDATE              PIC 9(08).
           05  INVR-REISSUE                PIC 9(01).
000000 FD  EXRECEXC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXRECEXC".
       01  EXREC-REC.
           05  EXREC-BUSDATE               PIC 9(08).
           05  EXREC-SIDE                  PIC X(01).
           05  EXREC-SOURCE                PIC X(02).
           05  EXREC-REF                   PIC X(24).
           05  EXREC-NAME                  PIC X(30).
           05  EXREC-EXPDATE               PIC 9(08).
           05  EXREC-AMOUNT                PIC 9(14) COMP-3.
           05  EXREC-FIRSTDATE             PIC 9(08).
           05  EXREC-AGEDAYS               PIC 9(05).
      *    "C" carried from an earlier night, "N" expected but not
      *    yet due, space - new tonight
           05  EXREC-MARK                  PIC X(01).
000000 FD  EXRECAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXRECAUD".
       01  EXRCA-REC.
           05  EXRCA-RUNDATE               PIC 9(08).
           05  EXRCA-RUNTIME               PIC 9(06).
           05  EXRCA-OPID                  PIC X(08).
           05  EXRCA-ACTION                PIC X(01).
           05  EXRCA-KEY                   PIC X(27).
           05  EXRCA-AMOUNT                PIC 9(14) COMP-3.
           05  EXRCA-NOTE                  PIC X(40).
           05  EXRCA-RESULT                PIC X(01).
               88  EXRCA-APPLIED            VALUE "0".
               88  EXRCA-NOTOPEN            VALUE "1".
               88  EXRCA-INVALID            VALUE "2".
               88  EXRCA-UNAUTHORIZED       VALUE "3".
               88  EXRCA-DUPLICATE          VALUE "4".
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
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  SW-RELBT                    PIC 9(01) VALUE ZERO.
000000   03  SW-INVREG                   PIC 9(01) VALUE ZERO.
000000   03  SW-DUP                      PIC 9(01).
000000   03  SW-TRLSEEN                  PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-EXP-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-STMT-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-DUPL-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-MATCH-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-OPEN-DCNT                PIC 9(07) VALUE ZERO.
000000   03  WK-OPEN-DAMT                PIC 9(15) VALUE ZERO.
000000   03  WK-OPEN-CCNT                PIC 9(07) VALUE ZERO.
000000   03  WK-OPEN-CAMT                PIC 9(15) VALUE ZERO.
      *    the statement's own proof, summed against its trailer
000000   03  WK-CR-CNT                   PIC 9(06) VALUE ZERO.
000000   03  WK-CR-AMT                   PIC 9(14) VALUE ZERO.
000000   03  WK-DB-CNT                   PIC 9(06) VALUE ZERO.
000000   03  WK-DB-AMT                   PIC 9(14) VALUE ZERO.
000000   03  WK-TRL-CRCNT                PIC 9(06).
000000   03  WK-TRL-CRAMT                PIC 9(14).
000000   03  WK-TRL-DBCNT                PIC 9(06).
000000   03  WK-TRL-DBAMT                PIC 9(14).
000000   03  WK-REF-WK.
000000     05  WK-REF-DATE               PIC 9(08).
000000     05  WK-REF-SEQ                PIC X(16).
000000   03  WK-RCC-AMT                  PIC 9(12).
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-JX                       PIC 9(04).
000000   03  WK-BX                       PIC 9(04).
000000   03  WK-AGE                      PIC S9(07).
      *    calendar-day serial computation area - the HBHUN720
      *    arrangement; only differences are ever used
000000   03  WK-SER-DATE                 PIC 9(08).
000000   03  WK-SER-DATE-R REDEFINES WK-SER-DATE.
000000       05  WK-SER-YY               PIC 9(04).
000000       05  WK-SER-MM               PIC 9(02).
000000       05  WK-SER-DD               PIC 9(02).
000000   03  WK-SER-Y                    PIC 9(04).
000000   03  WK-SER-M                    PIC 9(02).
000000   03  WK-SER-Q1                   PIC 9(04).
000000   03  WK-SER-Q2                   PIC 9(04).
000000   03  WK-SER-Q3                   PIC 9(04).
000000   03  WK-SER-T                    PIC 9(05).
000000   03  WK-SER-Q4                   PIC 9(04).
000000   03  WK-SER-DAYS                 PIC 9(07).
000000   03  WK-BUS-SERIAL               PIC 9(07).
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the open rows of the register, matched in storage
000000 01  RCT-WORK.
000000   03  RCT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  RCT-TABLE.
000000     05  RCT-ENT OCCURS 3000.
000000       07  RCT-KEY.
000000         09  RCT-SIDE              PIC X(01).
000000         09  RCT-SOURCE            PIC X(02).
000000         09  RCT-REF               PIC X(24).
000000       07  RCT-AMOUNT              PIC 9(14).
000000       07  RCT-DATE                PIC 9(08).
000000       07  RCT-MATCHED             PIC 9(01).
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
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM P200-RTN THRU CX00006
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM P400-RTN THRU CX00008
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064
000000     MOVE WK-BUSDT TO WK-SER-DATE
000000     PERFORM SERIAL-RTN THRU CX00079
000000     MOVE WK-SER-DAYS TO WK-BUS-SERIAL .
000000       OPEN  INPUT  BNKSTMT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS310-01 BNKSTMT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  RECCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS310-02 RECCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIRECITM .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIRECITM
000000         CLOSE VIRECITM
000000         OPEN I-O VIRECITM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS310-03 VIRECITM OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the expected sides' sources, each absent until the step
      *    that maintains it first runs
000000     OPEN INPUT VIRELBAT .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-RELBT .
000000     OPEN INPUT VIINVREG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-INVREG .
000000       OPEN  OUTPUT EXRECEXC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS310-04 EXRECEXC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXRECAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS310-05 EXRECAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS310-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHSS310-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the expected movements on to the register,
      *    each once: released transfer batches with money in them
      *    as debits at their value date, original commission
      *    invoices as credits
000000 P000-RTN .
000000     IF NOT(SW-RELBT = 1)GO TO CX00010.
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO RELBT-KEY .
000000     START VIRELBAT KEY >= RELBT-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00010.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRELBAT NEXT AT END GO TO CX00010.
000000     IF NOT(RELBT-RELEASED AND RELBT-RELTOT > ZERO)GO TO CX00011.
000000     INITIALIZE RECIT-REC
000000     MOVE "D" TO RECIT-SIDE
000000     MOVE "TR" TO RECIT-SOURCE
000000     MOVE RELBT-KEY TO RECIT-REF
000000     MOVE RELBT-RELTOT TO RECIT-AMOUNT
000000     MOVE RELBT-VALDATE TO RECIT-EXPDATE
000000     MOVE RELBT-FILEID TO RECIT-NAME
000000     PERFORM ADDITM-RTN THRU CX00030 .
000000     GO TO CX00011.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-INVREG = 1)GO TO CX00012.
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO INVR-SEQNO .
000000     START VIINVREG KEY >= INVR-SEQNO
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00012.
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIINVREG NEXT AT END GO TO CX00012.
000000     IF INVR-REISSUE NOT = ZERO OR NOT(INVR-TOTAMT > ZERO)
000000         GO TO CX00013.
000000     INITIALIZE RECIT-REC
000000     MOVE "C" TO RECIT-SIDE
000000     MOVE "VR" TO RECIT-SOURCE
000000     MOVE INVR-SEQNO TO RECIT-REF
000000     MOVE INVR-TOTAMT TO RECIT-AMOUNT
000000     MOVE INVR-ISSUEDATE TO RECIT-EXPDATE
000000     MOVE INVR-VENDORCD TO RECIT-NAME
000000     PERFORM ADDITM-RTN THRU CX00030 .
000000     GO TO CX00013.
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the cash office's cards: deposits and
      *    clearings
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RECCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     PERFORM APPLY-RTN THRU CX00035 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS310-07 RECCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the statement: first proved whole against
      *    its trailer, nothing taken from a file that does not
      *    prove, then every detail on to the register
000000 P200-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00020. IF NOT(FL-END = ZERO)GO TO CX00021.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ BNKSTMT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00022.
000000     IF BST-DETAIL AND BST-CREDIT
000000         ADD 1 TO WK-CR-CNT
000000         ADD BST-AMOUNT TO WK-CR-AMT .
000000     IF BST-DETAIL AND BST-DEBIT
000000         ADD 1 TO WK-DB-CNT
000000         ADD BST-AMOUNT TO WK-DB-AMT .
000000     IF BST-TRAILER
000000         MOVE 1 TO SW-TRLSEEN
000000         MOVE BST-CRCNT TO WK-TRL-CRCNT
000000         MOVE BST-CRAMT TO WK-TRL-CRAMT
000000         MOVE BST-DBCNT TO WK-TRL-DBCNT
000000         MOVE BST-DBAMT TO WK-TRL-DBAMT .
000000     GO TO CX00023.
000000 CX00022. IF NOT(FL-STS1 = "10")GO TO CX00024.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00023.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS310-08 BNKSTMT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-TRLSEEN = 1 AND
000000        WK-CR-CNT = WK-TRL-CRCNT AND WK-CR-AMT = WK-TRL-CRAMT AND
000000        WK-DB-CNT = WK-TRL-DBCNT AND WK-DB-AMT = WK-TRL-DBAMT
000000         GO TO CX00025.
000000     DISPLAY "HBHSS310-09 BNKSTMT DOES NOT PROVE CR=" WK-CR-AMT
000000             " DB=" WK-DB-AMT UPON CONSOLE
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE ZERO TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE BNKSTMT .
000000       OPEN  INPUT  BNKSTMT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHSS310-01 BNKSTMT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00080. IF NOT(FL-END = ZERO)GO TO CX00081.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ BNKSTMT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00082.
000000     IF BST-DETAIL
000000         PERFORM STMT-RTN THRU CX00040 .
000000     GO TO CX00083.
000000 CX00082. IF NOT(FL-STS1 = "10")GO TO CX00084.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00083.
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS310-08 BNKSTMT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the open rows loaded and matched: every open
      *    statement line against the open expected rows of its
      *    side for the same amount, expected no later than the
      *    line's date, the same date preferred; each pair marked
      *    matched to the other on the register
000000 P300-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO RECIT-KEY .
000000     START VIRECITM KEY >= RECIT-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00027.
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRECITM NEXT AT END GO TO CX00027.
000000     IF NOT(RECIT-OPEN)GO TO CX00028.
000000     IF NOT(RCT-CNT < 3000)
000000         DISPLAY "HBHSS310-92 MATCH TABLE FULL - REST CARRIED"
000000                 UPON CONSOLE
000000         GO TO CX00027.
000000     ADD 1 TO RCT-CNT
000000     MOVE RECIT-KEY TO RCT-KEY (RCT-CNT)
000000     MOVE RECIT-AMOUNT TO RCT-AMOUNT (RCT-CNT)
000000     MOVE RECIT-EXPDATE TO RCT-DATE (RCT-CNT)
000000     MOVE ZERO TO RCT-MATCHED (RCT-CNT) .
000000     GO TO CX00028.
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00029.
           MOVE "CX00029" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < RCT-CNT)GO TO CX00007.
000000     ADD 1 TO WK-IX .
000000     IF RCT-SOURCE (WK-IX) NOT = "BS" GO TO CX00029.
000000     PERFORM MATCH-RTN THRU CX00045 .
000000     GO TO CX00029.
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  the exceptions: every row still open after
      *    the match, on either side, aged from the date it was
      *    due; an expected row not yet due is listed but marked
000000 P400-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO RECIT-KEY .
000000     START VIRECITM KEY >= RECIT-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00008.
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRECITM NEXT AT END GO TO CX00008.
000000     IF NOT(RECIT-OPEN)GO TO CX00075.
000000     PERFORM EXC-RTN THRU CX00078 .
000000     GO TO CX00075.
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS310-90 STATEMENT=" WK-STMT-CNT
000000             " DUPLICATE=" WK-DUPL-CNT
000000             " EXPECTED=" WK-EXP-CNT
000000             " MATCHED=" WK-MATCH-CNT UPON CONSOLE .
000000     DISPLAY "HBHSS310-91 OPEN DEBITS=" WK-OPEN-DCNT
000000             " " WK-OPEN-DAMT
000000             " OPEN CREDITS=" WK-OPEN-CCNT
000000             " " WK-OPEN-CAMT UPON CONSOLE .
000000     DISPLAY "HBHSS310-93 CARDS APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-RELBT = 1
000000         CLOSE VIRELBAT .
000000     IF SW-INVREG = 1
000000         CLOSE VIINVREG .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS310-10 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  BNKSTMT  RECCARD  VIRECITM  EXRECEXC  EXRECAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS310-11 EXRECEXC CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
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
      *    ADDITM-RTN  -  one row on to the register, open, unless
      *    it is there already
000000 ADDITM-RTN .
           MOVE "ADDITM-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-DUP
000000     MOVE WK-BUSDT TO RECIT-FIRSTDATE
000000     MOVE "O" TO RECIT-STATUS
000000     MOVE SPACE TO RECIT-MATCHKEY
000000     MOVE ZERO TO RECIT-MATCHDATE
000000     MOVE SPACE TO RECIT-CLEAROPID
000000     MOVE SPACE TO RECIT-CLEARNOTE
000000     WRITE RECIT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "22")GO TO CX00031.
000000     MOVE 1 TO SW-DUP
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHSS310-12 VIRECITM WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF RECIT-STATEMENT
000000         ADD 1 TO WK-STMT-CNT
000000     ELSE
000000         ADD 1 TO WK-EXP-CNT .
000000 CX00030. EXIT.
      *
      *    APPLY-RTN  -  one card: a deposit puts the slip on the
      *    register as an expected credit, a clearing resolves an
      *    open row by hand; the operator is checked first and
      *    every card audited
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXRCA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXRCA-RUNTIME FROM TIME
000000     MOVE RCC-OPID TO EXRCA-OPID
000000     MOVE RCC-ACTION TO EXRCA-ACTION
000000     MOVE RCC-KEY TO EXRCA-KEY
000000     MOVE ZERO TO EXRCA-AMOUNT
000000     MOVE RCC-NOTE TO EXRCA-NOTE
000000     MOVE RCC-OPID TO WK-CHK-OPID
000000     MOVE "B" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXRCA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00077
000000         GO TO CX00035 .
000000     IF NOT(RCC-DEPOSIT OR RCC-CLEAR) OR
000000        (RCC-DEPOSIT AND (RCC-DATE NOT NUMERIC OR
000000                          RCC-SLIPNO = SPACE OR
000000                          RCC-AMOUNT NOT NUMERIC)) OR
000000        (RCC-CLEAR AND (RCC-KEY = SPACE OR RCC-NOTE = SPACE))
000000         MOVE "2" TO EXRCA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00077
000000         GO TO CX00035 .
000000     IF RCC-CLEAR GO TO CX00036.
000000     MOVE RCC-AMOUNT TO WK-RCC-AMT
000000     MOVE WK-RCC-AMT TO EXRCA-AMOUNT
000000     INITIALIZE RECIT-REC
000000     MOVE "C" TO RECIT-SIDE
000000     MOVE "CD" TO RECIT-SOURCE
000000     MOVE RCC-DATE TO WK-REF-DATE
000000     MOVE RCC-SLIPNO TO WK-REF-SEQ
000000     MOVE WK-REF-WK TO RECIT-REF
000000     MOVE WK-RCC-AMT TO RECIT-AMOUNT
000000     MOVE RCC-DATE TO RECIT-EXPDATE
000000     MOVE "COUNTER CASH DEPOSIT" TO RECIT-NAME
000000     PERFORM ADDITM-RTN THRU CX00030 .
000000     MOVE RECIT-KEY TO EXRCA-KEY .
000000     IF SW-DUP = 1
000000         MOVE "4" TO EXRCA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00077
000000         GO TO CX00035 .
000000     GO TO CX00037.
      *    clearing: the row must be on the register and open
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE RCC-KEY TO RECIT-KEY
000000     READ VIRECITM INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00038.
000000     GO TO CX00039.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS310-13 VIRECITM READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR NOT RECIT-OPEN
000000         MOVE "1" TO EXRCA-RESULT
000000         ADD 1 TO WK-ERR-CNT
000000         PERFORM AUD-RTN THRU CX00077
000000         GO TO CX00035 .
000000     MOVE RECIT-AMOUNT TO EXRCA-AMOUNT
000000     MOVE "X" TO RECIT-STATUS
000000     MOVE WK-BUSDT TO RECIT-MATCHDATE
000000     MOVE RCC-OPID TO RECIT-CLEAROPID
000000     MOVE RCC-NOTE TO RECIT-CLEARNOTE
000000     REWRITE RECIT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHSS310-14 VIRECITM REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXRCA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00035. EXIT.
      *
      *    STMT-RTN  -  one statement line on to the register in
      *    its own right; a line already there is a statement fed
      *    twice and is passed over
000000 STMT-RTN .
           MOVE "STMT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     INITIALIZE RECIT-REC
000000     MOVE "C" TO RECIT-SIDE .
000000     IF BST-DEBIT
000000         MOVE "D" TO RECIT-SIDE .
000000     MOVE "BS" TO RECIT-SOURCE
000000     MOVE BST-TXDATE TO WK-REF-DATE
000000     MOVE SPACE TO WK-REF-SEQ
000000     MOVE BST-SEQNO TO WK-REF-SEQ (1:8)
000000     MOVE WK-REF-WK TO RECIT-REF
000000     MOVE BST-AMOUNT TO RECIT-AMOUNT
000000     MOVE BST-TXDATE TO RECIT-EXPDATE
000000     MOVE BST-PAYERNAME TO RECIT-NAME
000000     PERFORM ADDITM-RTN THRU CX00030 .
000000     IF SW-DUP = 1
000000         ADD 1 TO WK-DUPL-CNT .
000000 CX00040. EXIT.
      *
      *    MATCH-RTN  -  the open statement line in hand against
      *    the open expected rows of its side: same amount, due no
      *    later than the line, the same date taken at once, the
      *    first earlier one otherwise
000000 MATCH-RTN .
           MOVE "MATCH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BX
000000     MOVE ZERO TO WK-JX .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-JX < RCT-CNT)GO TO CX00042.
000000     ADD 1 TO WK-JX .
000000     IF RCT-SOURCE (WK-JX) = "BS" OR
000000        RCT-MATCHED (WK-JX) = 1 OR
000000        RCT-SIDE (WK-JX) NOT = RCT-SIDE (WK-IX) OR
000000        RCT-AMOUNT (WK-JX) NOT = RCT-AMOUNT (WK-IX) OR
000000        RCT-DATE (WK-JX) > RCT-DATE (WK-IX)
000000         GO TO CX00041.
000000     IF RCT-DATE (WK-JX) = RCT-DATE (WK-IX)
000000         MOVE WK-JX TO WK-BX
000000         GO TO CX00042.
000000     IF WK-BX = ZERO
000000         MOVE WK-JX TO WK-BX .
000000     GO TO CX00041.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-BX = ZERO GO TO CX00045.
000000     MOVE 1 TO RCT-MATCHED (WK-IX)
000000     MOVE 1 TO RCT-MATCHED (WK-BX)
000000     ADD 1 TO WK-MATCH-CNT
000000     MOVE RCT-KEY (WK-IX) TO RECIT-KEY
000000     PERFORM MARK-RTN THRU CX00046
000000     MOVE RCT-KEY (WK-BX) TO RECIT-MATCHKEY
000000     REWRITE RECIT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHSS310-14 VIRECITM REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE RCT-KEY (WK-BX) TO RECIT-KEY
000000     PERFORM MARK-RTN THRU CX00046
000000     MOVE RCT-KEY (WK-IX) TO RECIT-MATCHKEY
000000     REWRITE RECIT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHSS310-14 VIRECITM REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00045. EXIT.
      *
      *    MARK-RTN  -  the row read back and marked matched
000000 MARK-RTN .
           MOVE "MARK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRECITM INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHSS310-13 VIRECITM READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "M" TO RECIT-STATUS
000000     MOVE WK-BUSDT TO RECIT-MATCHDATE .
000000 CX00046. EXIT.
      *
      *    EXC-RTN  -  one open row on the exceptions report
000000 EXC-RTN .
           MOVE "EXC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO EXREC-BUSDATE
000000     MOVE RECIT-SIDE TO EXREC-SIDE
000000     MOVE RECIT-SOURCE TO EXREC-SOURCE
000000     MOVE RECIT-REF TO EXREC-REF
000000     MOVE RECIT-NAME TO EXREC-NAME
      *20261015追加開始
000000     IF RECIT-STATEMENT
000000         PERFORM MSK-RTN THRU CX00094 .
      *20261015追加終了
000000     MOVE RECIT-EXPDATE TO EXREC-EXPDATE
000000     MOVE RECIT-AMOUNT TO EXREC-AMOUNT
000000     MOVE RECIT-FIRSTDATE TO EXREC-FIRSTDATE
000000     MOVE ZERO TO EXREC-AGEDAYS
000000     MOVE SPACE TO EXREC-MARK .
000000     IF RECIT-FIRSTDATE < WK-BUSDT
000000         MOVE "C" TO EXREC-MARK .
000000     IF RECIT-EXPDATE > WK-BUSDT
000000         MOVE "N" TO EXREC-MARK
000000         GO TO CX00048.
000000     MOVE RECIT-EXPDATE TO WK-SER-DATE
000000     PERFORM SERIAL-RTN THRU CX00079
000000     COMPUTE WK-AGE = WK-BUS-SERIAL - WK-SER-DAYS .
000000     IF WK-AGE > ZERO
000000         MOVE WK-AGE TO EXREC-AGEDAYS .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF RECIT-DEBIT
000000         ADD 1 TO WK-OPEN-DCNT
000000         ADD RECIT-AMOUNT TO WK-OPEN-DAMT
000000     ELSE
000000         ADD 1 TO WK-OPEN-CCNT
000000         ADD RECIT-AMOUNT TO WK-OPEN-CAMT .
000000     WRITE EXREC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00078.
000000         DISPLAY "HBHSS310-15 EXRECEXC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00078. EXIT.
      *20261015追加開始
      *
      *    MSK-RTN  -  the payer named on a statement line may be a
      *    private person (a winner's transfer coming back): the
      *    name is printed masked by the suite's payee-name rule
000000 MSK-RTN .
           MOVE "MSK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS310" TO MSKC-PROGID
000000     MOVE "PAYEENAME" TO MSKC-FIELDID
000000     MOVE EXREC-NAME TO MSKC-VALUE
000000     MOVE "S" TO MSKC-METHOD
000000     MOVE 6 TO MSKC-SHOWN
000000     CALL "HSAAL140" USING MSKC-PARAM
000000     MOVE MSKC-VALUE TO EXREC-NAME .
000000 CX00094. EXIT.
      *20261015追加終了
      *
      *    AUD-RTN  -  one EXRECAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXRCA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHSS310-16 EXRECAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077. EXIT.
      *
      *    SERIAL-RTN  -  calendar-day serial, the HBHUN720
      *    arrangement: only differences of two serials are used
000000 SERIAL-RTN .
           MOVE "SERIAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-SER-YY TO WK-SER-Y
000000     MOVE WK-SER-MM TO WK-SER-M .
000000     IF WK-SER-M < 3
000000         COMPUTE WK-SER-Y = WK-SER-Y - 1
000000         COMPUTE WK-SER-M = WK-SER-M + 12 .
000000     DIVIDE WK-SER-Y BY 4 GIVING WK-SER-Q1
000000     DIVIDE WK-SER-Y BY 100 GIVING WK-SER-Q2
000000     DIVIDE WK-SER-Y BY 400 GIVING WK-SER-Q3
000000     COMPUTE WK-SER-T = 306 * (WK-SER-M + 1)
000000     DIVIDE WK-SER-T BY 10 GIVING WK-SER-Q4
000000     COMPUTE WK-SER-DAYS = 365 * WK-SER-Y + WK-SER-Q1
000000                         - WK-SER-Q2 + WK-SER-Q3
000000                         + WK-SER-Q4 + WK-SER-DD .
000000 CX00079. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS310" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS310" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS310" TO PRM-PROGID
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
000000         DISPLAY "HBHSS310-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
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
000000     MOVE "HBHSS310" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS310-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS310" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS310-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
