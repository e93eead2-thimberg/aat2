000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS315 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260911追加開始
      *    vendor receivables: HBHUN855 issues the commission
      *    invoices on VIINVREG and nothing ever followed whether
      *    the vendor paid.  Each new original invoice opens a row
      *    on the VIARLEDG receivables ledger (CFARLDG) with its
      *    due date - the end of the month TERMMON months after the
      *    month it was issued - and the cash is applied against
      *    it: the invoice's own statement credit once HBHSS310 has
      *    matched it on VIRECITM, and the cash office's RCPCARD
      *    receipt cards (class B) for anything else, part payments
      *    included, optionally naming the statement line the money
      *    came in on so it clears off the reconciliation.  A
      *    write-off card needs the receivables write-off class (W)
      *    and a YES confirmation; the night's write-offs go to the
      *    books as one posting on the SQWWOFJN journal feed that
      *    HBHUN610 folds into the accounting interface through the
      *    VIACCTMS W/S mapping.  Every card is audited to EXARAUD
000000     SELECT  RCPCARD
000000                  ASSIGN             RCPCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIINVREG
000000             ASSIGN            VIINVREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY INVR-SEQNO
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIARLEDG
000000             ASSIGN            VIARLEDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY ARL-INVNO
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIRECITM
000000             ASSIGN            VIRECITM-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY RECIT-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWWOFJN
000000             ASSIGN               SQWWOFJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXARAUD
000000             ASSIGN               EXARAUD-MSD
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
      *20260911追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RCPCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RCPCARD".
       01  RCP-REC.
           05  RCP-ACTION                  PIC X(01).
               88  RCP-RECEIPT              VALUE "A".
               88  RCP-WRITEOFF             VALUE "W".
           05  RCP-INVNO                   PIC X(08).
           05  RCP-AMOUNT                  PIC X(12).
           05  RCP-PAYDATE                 PIC X(08).
      *    receipt: the statement line the money came in on, as
      *    it sits on VIRECITM (transaction date and inquiry
      *    number) - optional
           05  RCP-STMTREF                 PIC X(24).
           05  RCP-NOTE                    PIC X(40).
           05  RCP-CONFIRM                 PIC X(03).
               88  RCP-CONFIRMED            VALUE "YES".
           05  RCP-OPID                    PIC X(08).
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
000000 FD  VIARLEDG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARLEDG".
       01  ARL-REC.
           COPY CFARLDG .
000000 FD  VIRECITM
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRECITM".
       01  RECIT-REC.
           COPY CFRECIT .
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
      *    the write-off feed rides the CFSIWK layout, mirrored
      *    here under this file's own names as HBHSS160 mirrors it
000000 FD  SQWWOFJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWWOFJN".
       01  WOFJ-REC.
           05  WOFJ-RECKBN                 PIC X(01).
               88  WOFJ-DETAIL              VALUE "D".
               88  WOFJ-CONTROL             VALUE "C".
           05  WOFJ-SRC                    PIC X(01).
           05  WOFJ-KEY                    PIC X(10).
           05  WOFJ-URIAMT                 PIC S9(14) COMP-3.
           05  WOFJ-SHIAMT                 PIC S9(14) COMP-3.
           05  WOFJ-TESURYO                PIC S9(14) COMP-3.
           05  WOFJ-TAXAMT                 PIC S9(14) COMP-3.
           05  WOFJ-CNT                    PIC 9(07).
000000 FD  EXARAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXARAUD".
       01  EXARA-REC.
           05  EXARA-RUNDATE               PIC 9(08).
           05  EXARA-RUNTIME               PIC 9(06).
           05  EXARA-OPID                  PIC X(08).
      *    A receipt card, W write-off card, S statement credit
      *    matched by HBHSS310
           05  EXARA-ACTION                PIC X(01).
           05  EXARA-INVNO                 PIC X(08).
           05  EXARA-AMOUNT                PIC 9(14) COMP-3.
           05  EXARA-OPENBAL               PIC 9(14) COMP-3.
           05  EXARA-STMTREF               PIC X(24).
           05  EXARA-NOTE                  PIC X(40).
           05  EXARA-RESULT                PIC X(01).
               88  EXARA-APPLIED            VALUE "0".
               88  EXARA-NOTOPEN            VALUE "1".
               88  EXARA-INVALID            VALUE "2".
               88  EXARA-UNAUTHORIZED       VALUE "3".
               88  EXARA-NOSTMT             VALUE "4".
               88  EXARA-OVERBAL            VALUE "5".
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
000000   03  SW-INVREG                   PIC 9(01) VALUE ZERO.
000000   03  SW-RECIT                    PIC 9(01) VALUE ZERO.
000000   03  SW-MAPOK                    PIC 9(01) VALUE ZERO.
000000   03  SW-FROMBANK                 PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-TERMMON                  PIC 9(02) VALUE 1.
000000   03  WK-NEW-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-BANK-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-BANK-AMT                 PIC 9(15) VALUE ZERO.
000000   03  WK-RCP-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-RCP-AMT                  PIC 9(15) VALUE ZERO.
000000   03  WK-WOF-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-WOF-AMT                  PIC S9(14) COMP-3 VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-APP-AMT                  PIC 9(14).
000000   03  WK-APP-DATE                 PIC 9(08).
000000   03  WK-CARD-AMT                 PIC 9(12).
000000   03  WK-CLR-OPID                 PIC X(08).
000000   03  WK-CLR-NOTE                 PIC X(40).
000000   03  WK-CLR-APPLIED.
000000       05  FILLER                  PIC X(24)
000000                     VALUE "CASH APPLIED TO INVOICE ".
000000       05  WK-CLR-INVNO            PIC 9(08).
000000       05  FILLER                  PIC X(08) VALUE SPACE.
      *    due-date computation area - see DUE-RTN
000000   03  WK-DUE-DATE                 PIC 9(08).
000000   03  WK-DUE-DATE-R REDEFINES WK-DUE-DATE.
000000       05  WK-DUE-YY               PIC 9(04).
000000       05  WK-DUE-MM               PIC 9(02).
000000       05  WK-DUE-DD               PIC 9(02).
000000   03  WK-DUE-Q                    PIC 9(04).
000000   03  WK-DUE-R4                   PIC 9(04).
000000   03  WK-DUE-R100                 PIC 9(04).
000000   03  WK-DUE-R400                 PIC 9(04).
000000   03  WK-MDAYS-TBL                PIC X(24)
000000                         VALUE "312831303130313130313031".
000000   03  WK-MDAYS-R REDEFINES WK-MDAYS-TBL.
000000       05  WK-MDAYS                PIC 9(02) OCCURS 12.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
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
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-JRN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM P200-RTN THRU CX00006
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
      *    payment terms in months after the month of issue; the
      *    due date is the end of that month
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS315" TO PRM-PROGID
000000     MOVE "TERMMON" TO PRM-NAME
000000     MOVE WK-TERMMON TO PRM-VALUE (1:2)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:2) IS NUMERIC
000000         MOVE PRM-VALUE (1:2) TO WK-TERMMON .
000000     IF WK-TERMMON > 12
000000         MOVE 12 TO WK-TERMMON .
000000       OPEN  INPUT  RCPCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS315-01 RCPCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIARLEDG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIARLEDG
000000         CLOSE VIARLEDG
000000         OPEN I-O VIARLEDG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS315-02 VIARLEDG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIACCTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS315-03 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXARAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS315-04 EXARAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the invoice register and the reconciliation register,
      *    each absent until the step that maintains it first runs
000000     OPEN INPUT VIINVREG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-INVREG .
000000     OPEN I-O VIRECITM .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-RECIT .
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS315-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "RCPCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-INVREG = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIINVREG" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHSS315-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every original invoice not yet on the
      *    ledger opens a row there, due at the end of the month
      *    TERMMON months after its month of issue; a reissue is
      *    the same invoice printed again and opens nothing
000000 P000-RTN .
000000     IF NOT(SW-INVREG = 1)GO TO CX00003.
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO INVR-SEQNO .
000000     START VIINVREG KEY >= INVR-SEQNO
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00003.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIINVREG NEXT AT END GO TO CX00003.
000000     IF INVR-REISSUE NOT = ZERO OR NOT(INVR-TOTAMT > ZERO)
000000         GO TO CX00010.
000000     INITIALIZE ARL-REC
000000     MOVE INVR-SEQNO TO ARL-INVNO
000000     MOVE INVR-VENDORCD TO ARL-VENDORCD
000000     MOVE INVR-YM TO ARL-YM
000000     MOVE INVR-ISSUEDATE TO ARL-ISSUEDATE
000000     MOVE INVR-ISSUEDATE TO WK-DUE-DATE
000000     PERFORM DUE-RTN THRU CX00040
000000     MOVE WK-DUE-DATE TO ARL-DUEDATE
000000     MOVE INVR-TOTAMT TO ARL-INVAMT
000000     MOVE INVR-TOTAMT TO ARL-OPENBAL
000000     MOVE ZERO TO ARL-PAIDAMT
000000     MOVE ZERO TO ARL-WOFFAMT
000000     MOVE "O" TO ARL-STATUS
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIARLEDG" TO LNG-FILEID
000000     MOVE ARL-INVNO TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ARL-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22" GO TO CX00010.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00011.
000000         DISPLAY "HBHSS315-06 VIARLEDG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-NEW-CNT
000000     ADD 1 TO WK-JOBLG-CNT .
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the invoices' own statement credits: a VR
      *    row HBHSS310 has matched means the vendor paid the
      *    invoice in full at its amount, and that is applied once
000000 P100-RTN .
000000     IF NOT(SW-RECIT = 1)GO TO CX00005.
000000     MOVE 1 TO SW-FROMBANK
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO RECIT-KEY
000000     MOVE "C" TO RECIT-SIDE
000000     MOVE "VR" TO RECIT-SOURCE .
000000     START VIRECITM KEY >= RECIT-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00012.
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIRECITM NEXT AT END GO TO CX00012.
000000     IF NOT(RECIT-CREDIT AND RECIT-VENDORRCPT)GO TO CX00012.
000000     IF NOT(RECIT-MATCHED)GO TO CX00013.
000000     IF RECIT-REF (1:8) NOT NUMERIC GO TO CX00013.
000000     MOVE RECIT-REF (1:8) TO ARL-INVNO
000000     READ VIARLEDG INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00013.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00014.
000000         DISPLAY "HBHSS315-07 VIARLEDG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF ARL-BANKAPPL = 1 OR NOT ARL-OPEN GO TO CX00013.
000000     MOVE 1 TO ARL-BANKAPPL
000000     MOVE RECIT-AMOUNT TO WK-APP-AMT .
000000     IF WK-APP-AMT > ARL-OPENBAL
000000         MOVE ARL-OPENBAL TO WK-APP-AMT .
000000     MOVE RECIT-MATCHDATE TO WK-APP-DATE
000000     PERFORM CASH-RTN THRU CX00030
000000     ADD 1 TO WK-BANK-CNT
000000     ADD WK-APP-AMT TO WK-BANK-AMT
000000     ACCEPT EXARA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXARA-RUNTIME FROM TIME
000000     MOVE SPACE TO EXARA-OPID
000000     MOVE "S" TO EXARA-ACTION
000000     MOVE ARL-INVNO TO EXARA-INVNO
000000     MOVE WK-APP-AMT TO EXARA-AMOUNT
000000     MOVE ARL-OPENBAL TO EXARA-OPENBAL
000000     MOVE RECIT-MATCHKEY (4:24) TO EXARA-STMTREF
000000     MOVE SPACE TO EXARA-NOTE
000000     MOVE "0" TO EXARA-RESULT
000000     PERFORM AUD-RTN THRU CX00077 .
000000     GO TO CX00013.
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-FROMBANK .
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the cash office's receipt and write-off
      *    cards
000000 P200-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ RCPCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     PERFORM CARD-RTN THRU CX00020 .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS315-08 RCPCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  the night's write-offs to the books as one
      *    posting per business date, closed with its own control
      *    record; when nothing was written off the feed is not
      *    created at all and HBHUN610 reports it absent
000000 P300-RTN .
000000     IF WK-WOF-CNT = ZERO GO TO CX00007.
000000       OPEN  OUTPUT SQWWOFJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHSS315-09 SQWWOFJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "D" TO WOFJ-RECKBN
000000     MOVE "W" TO WOFJ-SRC
000000     MOVE WK-BUSDT TO WOFJ-KEY (1:8)
000000     MOVE SPACE TO WOFJ-KEY (9:2)
000000     MOVE WK-WOF-AMT TO WOFJ-URIAMT
000000     MOVE ZERO TO WOFJ-SHIAMT
000000     MOVE ZERO TO WOFJ-TESURYO
000000     MOVE ZERO TO WOFJ-TAXAMT
000000     MOVE WK-WOF-CNT TO WOFJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWWOFJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE WOFJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHSS315-10 SQWWOFJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WOFJ-RECKBN
000000     MOVE SPACE TO WOFJ-SRC
000000     MOVE SPACE TO WOFJ-KEY
000000     MOVE WK-WOF-AMT TO WOFJ-URIAMT
000000     MOVE ZERO TO WOFJ-SHIAMT
000000     MOVE ZERO TO WOFJ-TESURYO
000000     MOVE ZERO TO WOFJ-TAXAMT
000000     MOVE 1 TO WOFJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWWOFJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE WOFJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHSS315-10 SQWWOFJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SQWWOFJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHSS315-11 SQWWOFJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00007. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS315-90 NEW INVOICES=" WK-NEW-CNT
000000             " BANK APPLIED=" WK-BANK-CNT " " WK-BANK-AMT
000000             UPON CONSOLE .
000000     DISPLAY "HBHSS315-91 RECEIPTS=" WK-RCP-CNT " " WK-RCP-AMT
000000             " WRITTEN OFF=" WK-WOF-CNT " " WK-WOF-AMT
000000             UPON CONSOLE .
000000     DISPLAY "HBHSS315-93 CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-INVREG = 1
000000         CLOSE VIINVREG .
000000     IF SW-RECIT = 1
000000         CLOSE VIRECITM .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWWOFJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXARAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS315-12 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  RCPCARD  VIARLEDG  VIACCTMS  EXARAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS315-13 VIARLEDG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one card: the operator is checked for the
      *    card's class first, the invoice must be open on the
      *    ledger and the amount no more than its open balance; a
      *    receipt naming a statement line needs the line on the
      *    reconciliation register, and clears it there
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     ACCEPT EXARA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXARA-RUNTIME FROM TIME
000000     MOVE RCP-OPID TO EXARA-OPID
000000     MOVE RCP-ACTION TO EXARA-ACTION
000000     MOVE RCP-INVNO TO EXARA-INVNO
000000     MOVE ZERO TO EXARA-AMOUNT
000000     MOVE ZERO TO EXARA-OPENBAL
000000     MOVE RCP-STMTREF TO EXARA-STMTREF
000000     MOVE RCP-NOTE TO EXARA-NOTE
000000     MOVE RCP-OPID TO WK-CHK-OPID
000000     MOVE "B" TO WK-CHK-CLASS .
000000     IF RCP-WRITEOFF
000000         MOVE "W" TO WK-CHK-CLASS .
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXARA-RESULT
000000         GO TO CX00021.
000000     IF NOT(RCP-RECEIPT OR RCP-WRITEOFF) OR
000000        RCP-INVNO NOT NUMERIC OR RCP-AMOUNT NOT NUMERIC OR
000000        (RCP-RECEIPT AND RCP-PAYDATE NOT NUMERIC) OR
000000        (RCP-WRITEOFF AND (NOT RCP-CONFIRMED OR
000000                           RCP-NOTE = SPACE))
000000         MOVE "2" TO EXARA-RESULT
000000         GO TO CX00021.
000000     MOVE RCP-AMOUNT TO WK-CARD-AMT .
000000     IF WK-CARD-AMT = ZERO
000000         MOVE "2" TO EXARA-RESULT
000000         GO TO CX00021.
000000     MOVE WK-CARD-AMT TO EXARA-AMOUNT
000000     MOVE RCP-INVNO TO ARL-INVNO
000000     READ VIARLEDG INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS315-07 VIARLEDG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR NOT ARL-OPEN
000000         MOVE "1" TO EXARA-RESULT
000000         GO TO CX00021.
000000     MOVE ARL-OPENBAL TO EXARA-OPENBAL .
000000     IF WK-CARD-AMT > ARL-OPENBAL
000000         MOVE "5" TO EXARA-RESULT
000000         GO TO CX00021.
000000     IF RCP-WRITEOFF GO TO CX00024.
000000     IF RCP-STMTREF = SPACE GO TO CX00025.
000000     IF NOT(SW-RECIT = 1)
000000         MOVE "4" TO EXARA-RESULT
000000         GO TO CX00021.
000000     MOVE "C" TO RECIT-SIDE
000000     MOVE "BS" TO RECIT-SOURCE
000000     MOVE RCP-STMTREF TO RECIT-REF
000000     READ VIRECITM INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00026.
000000     GO TO CX00027.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS315-14 VIRECITM READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXARA-RESULT
000000         GO TO CX00021.
      *    one statement line may pay several invoices: the first
      *    card clears it, the rest find it cleared already
000000     IF NOT(RECIT-OPEN)GO TO CX00025.
000000     MOVE ARL-INVNO TO WK-CLR-INVNO
000000     MOVE "X" TO RECIT-STATUS
000000     MOVE WK-BUSDT TO RECIT-MATCHDATE
000000     MOVE RCP-OPID TO RECIT-CLEAROPID
000000     MOVE WK-CLR-APPLIED TO RECIT-CLEARNOTE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRECITM" TO LNG-FILEID
000000     MOVE RECIT-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE RECIT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHSS315-15 VIRECITM REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CARD-AMT TO WK-APP-AMT
000000     MOVE RCP-PAYDATE TO WK-APP-DATE
000000     MOVE RCP-OPID TO WK-CLR-OPID
000000     PERFORM CASH-RTN THRU CX00030
000000     ADD 1 TO WK-RCP-CNT
000000     ADD WK-CARD-AMT TO WK-RCP-AMT
000000     MOVE ARL-OPENBAL TO EXARA-OPENBAL
000000     MOVE "0" TO EXARA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
      *    write-off: the account mapping is proved present before
      *    the first one is taken, as HBHSS160 proves its own
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-MAPOK = 0
000000         PERFORM MAPCHK-RTN THRU CX00078 .
000000     ADD WK-CARD-AMT TO ARL-WOFFAMT
000000     SUBTRACT WK-CARD-AMT FROM ARL-OPENBAL
000000     ADD 1 TO WK-WOF-CNT
000000     ADD WK-CARD-AMT TO WK-WOF-AMT .
000000     IF ARL-OPENBAL = ZERO
000000         MOVE "W" TO ARL-STATUS
000000         MOVE WK-BUSDT TO ARL-CLOSEDATE
000000         MOVE RCP-OPID TO WK-CLR-OPID
000000         MOVE "WRITTEN OFF ON RECEIVABLES LEDGER" TO WK-CLR-NOTE
000000         PERFORM CLRVR-RTN THRU CX00035 .
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIARLEDG" TO LNG-FILEID
000000     MOVE ARL-INVNO TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE ARL-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHSS315-16 VIARLEDG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00028.
           MOVE "CX00028" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ARL-OPENBAL TO EXARA-OPENBAL
000000     MOVE "0" TO EXARA-RESULT
000000     PERFORM AUD-RTN THRU CX00077
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00077 .
000000 CX00020. EXIT.
      *
      *    CASH-RTN  -  cash applied to the ledger row in hand;
      *    an invoice paid off closes, and its expected credit
      *    comes off the reconciliation register unless it was the
      *    statement match itself that paid it
000000 CASH-RTN .
           MOVE "CASH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD WK-APP-AMT TO ARL-PAIDAMT
000000     SUBTRACT WK-APP-AMT FROM ARL-OPENBAL
000000     MOVE WK-APP-DATE TO ARL-LASTPAYDATE .
000000     IF NOT(ARL-OPENBAL = ZERO)GO TO CX00031.
000000     MOVE "P" TO ARL-STATUS
000000     MOVE WK-BUSDT TO ARL-CLOSEDATE .
000000     IF SW-FROMBANK = 1 GO TO CX00031.
000000     MOVE ARL-INVNO TO WK-CLR-INVNO
000000     MOVE WK-CLR-APPLIED TO WK-CLR-NOTE
000000     PERFORM CLRVR-RTN THRU CX00035 .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIARLEDG" TO LNG-FILEID
000000     MOVE ARL-INVNO TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE ARL-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHSS315-16 VIARLEDG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *
      *    CLRVR-RTN  -  the invoice's expected credit cleared off
      *    the reconciliation register, if it is still open there
000000 CLRVR-RTN .
           MOVE "CLRVR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-RECIT = 1)GO TO CX00035.
000000     MOVE "C" TO RECIT-SIDE
000000     MOVE "VR" TO RECIT-SOURCE
000000     MOVE ARL-INVNO TO RECIT-REF
000000     READ VIRECITM INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00035.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00036.
000000         DISPLAY "HBHSS315-14 VIRECITM READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(RECIT-OPEN)GO TO CX00035.
000000     MOVE "X" TO RECIT-STATUS
000000     MOVE WK-BUSDT TO RECIT-MATCHDATE
000000     MOVE WK-CLR-OPID TO RECIT-CLEAROPID
000000     MOVE WK-CLR-NOTE TO RECIT-CLEARNOTE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRECITM" TO LNG-FILEID
000000     MOVE RECIT-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE RECIT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHSS315-15 VIRECITM REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00035. EXIT.
      *
      *    DUE-RTN  -  the date in WK-DUE-DATE becomes the last day
      *    of the month TERMMON months on
000000 DUE-RTN .
           MOVE "DUE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD WK-TERMMON TO WK-DUE-MM .
000000     IF WK-DUE-MM > 12
000000         SUBTRACT 12 FROM WK-DUE-MM
000000         ADD 1 TO WK-DUE-YY .
000000     MOVE WK-MDAYS (WK-DUE-MM) TO WK-DUE-DD .
000000     IF NOT(WK-DUE-MM = 2)GO TO CX00040.
000000     DIVIDE WK-DUE-YY BY 4 GIVING WK-DUE-Q REMAINDER WK-DUE-R4
000000     DIVIDE WK-DUE-YY BY 100 GIVING WK-DUE-Q
000000                              REMAINDER WK-DUE-R100
000000     DIVIDE WK-DUE-YY BY 400 GIVING WK-DUE-Q
000000                              REMAINDER WK-DUE-R400 .
000000     IF WK-DUE-R4 = ZERO AND
000000        (WK-DUE-R100 NOT = ZERO OR WK-DUE-R400 = ZERO)
000000         MOVE 29 TO WK-DUE-DD .
000000 CX00040. EXIT.
      *
      *    MAPCHK-RTN  -  the write-off account mapping W/S must
      *    exist before a write-off is taken; a missing mapping is
      *    the accountants' setup error and stops the run the way
      *    HBHUN610 stops on one
000000 MAPCHK-RTN .
           MOVE "MAPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO ACCTMS-SRC
000000     MOVE "S" TO ACCTMS-CLASS
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00079.
000000     GO TO CX00080.
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS315-90 VIACCTMS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "90" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 = "23")GO TO CX00081.
000000         DISPLAY "HBHSS315-91 VIACCTMS MAPPING MISSING W/S"
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "91" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-MAPOK .
000000 CX00078. EXIT.
      *
      *    AUD-RTN  -  one EXARAUD row
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXARAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXARA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHSS315-17 EXARAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS315" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS315" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS315" TO PRM-PROGID
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
000000         DISPLAY "HBHSS315-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
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
000000     MOVE "HBHSS315" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS315-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS315" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS315-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
