000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS325 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260912追加開始
      *    payout-voucher control after the counter marking run:
      *    the VCHCARD void cards are applied first - a void needs
      *    the voucher-void class (V), a reason and a YES, and
      *    returns the ticket to unpaid on VIPAYSTS, the payout not
      *    having been made - then the night's vouchers print on
      *    the SQVPAYSL slip file counter by counter, and the whole
      *    VIPAYVCH register is proved: every counter's numbers
      *    must run unbroken from 1 to the last number VIVCHCTR
      *    says was issued, and no ticket may stand on two live
      *    vouchers of the night.  Every gap, overrun and duplicate
      *    goes on EXVCHEXC; every card is audited to EXVCHAUD
000000     SELECT  VCHCARD
000000                  ASSIGN             VCHCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIPAYVCH
000000             ASSIGN            VIPAYVCH-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY VCH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIVCHCTR
000000             ASSIGN            VIVCHCTR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY VCHCT-COUNTER
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQVPAYSL
000000             ASSIGN               SQVPAYSL-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXVCHEXC
000000             ASSIGN               EXVCHEXC-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXVCHAUD
000000             ASSIGN               EXVCHAUD-MSD
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
      *20260912追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VCHCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VCHCARD".
       01  VCC-REC.
           05  VCC-ACTION                  PIC X(01).
               88  VCC-VOID                 VALUE "V".
           05  VCC-COUNTER                 PIC X(08).
           05  VCC-VCHNO                   PIC X(08).
           05  VCC-REASON                  PIC X(40).
           05  VCC-CONFIRM                 PIC X(03).
               88  VCC-CONFIRMED            VALUE "YES".
           05  VCC-OPID                    PIC X(08).
000000 FD  VIPAYVCH
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYVCH".
       01  VCH-REC.
           COPY CFPAYVC .
000000 FD  VIVCHCTR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVCHCTR".
       01  VCHCT-REC.
           COPY CFVCHCT .
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
      *    the voucher slips: a header per counter, one slip per
      *    voucher with room for the winner's signature, and the
      *    counter's count and total
000000 FD  SQVPAYSL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQVPAYSL".
       01  SLP-REC.
           05  SLP-TYPE                    PIC X(01).
               88  SLP-HEADER               VALUE "H".
               88  SLP-VOUCHER              VALUE "D".
               88  SLP-TOTAL                VALUE "T".
           05  SLP-BUSDATE                 PIC 9(08).
           05  SLP-COUNTER                 PIC X(08).
           05  SLP-VCHNO                   PIC 9(08).
           05  SLP-TICKETCD                PIC X(24).
           05  SLP-AMOUNT                  PIC 9(14) COMP-3.
           05  SLP-OPID                    PIC X(08).
           05  SLP-ISSUEDATE               PIC 9(08).
           05  SLP-ISSUETIME               PIC 9(06).
      *    "VOID" across a voided voucher's slip
           05  SLP-VOIDMARK                PIC X(04).
           05  SLP-COUNT                   PIC 9(05).
           05  SLP-SIGNATURE               PIC X(30).
000000 FD  EXVCHEXC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXVCHEXC".
       01  EXVCE-REC.
           05  EXVCE-BUSDATE               PIC 9(08).
           05  EXVCE-COUNTER               PIC X(08).
           05  EXVCE-TYPE                  PIC X(01).
      *    G numbers FROMNO-TONO missing from the register; O the
      *    register runs past the control row's last number (TONO);
      *    D the ticket stands on a second live voucher (FROMNO the
      *    first, TONO this one)
               88  EXVCE-GAP                VALUE "G".
               88  EXVCE-OVERRUN            VALUE "O".
               88  EXVCE-DUPLICATE          VALUE "D".
           05  EXVCE-FROMNO                PIC 9(08).
           05  EXVCE-TONO                  PIC 9(08).
           05  EXVCE-TICKETCD              PIC X(24).
000000 FD  EXVCHAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXVCHAUD".
       01  EXVCA-REC.
           05  EXVCA-RUNDATE               PIC 9(08).
           05  EXVCA-RUNTIME               PIC 9(06).
           05  EXVCA-OPID                  PIC X(08).
           05  EXVCA-COUNTER               PIC X(08).
           05  EXVCA-VCHNO                 PIC X(08).
           05  EXVCA-TICKETCD              PIC X(24).
           05  EXVCA-AMOUNT                PIC 9(14) COMP-3.
           05  EXVCA-REASON                PIC X(40).
           05  EXVCA-RESULT                PIC X(01).
               88  EXVCA-APPLIED            VALUE "0".
               88  EXVCA-NOTISSUED          VALUE "1".
               88  EXVCA-INVALID            VALUE "2".
               88  EXVCA-UNAUTHORIZED       VALUE "3".
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
000000   03  SW-VCHCT                    PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-VOID-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-SLIP-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-EXC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-CUR-COUNTER              PIC X(08).
000000   03  WK-EXPECT                   PIC 9(08).
000000   03  WK-LASTSEEN                 PIC 9(08).
000000   03  WK-CTR-SLIPS                PIC 9(05).
000000   03  WK-CTR-AMT                  PIC 9(14).
000000   03  WK-IX                       PIC 9(04).
      *    the night's live vouchers by ticket, for the duplicate
      *    proof
000000 01  VTK-WORK.
000000   03  VTK-CNT                     PIC 9(04) VALUE ZERO.
000000   03  VTK-TABLE.
000000     05  VTK-ENT OCCURS 3000.
000000       07  VTK-TICKETCD            PIC X(24).
000000       07  VTK-VCHNO               PIC 9(08).
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
000000   03  WK-LNG-SLP                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
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
000000       OPEN  INPUT  VCHCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS325-01 VCHCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIPAYVCH .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIPAYVCH
000000         CLOSE VIPAYVCH
000000         OPEN I-O VIPAYVCH .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS325-02 VIPAYVCH OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no control file means no counter has issued a voucher yet
000000     OPEN INPUT VIVCHCTR .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-VCHCT .
000000       OPEN  I-O    VIPAYSTS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS325-03 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT SQVPAYSL .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS325-04 SQVPAYSL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXVCHEXC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS325-05 EXVCHEXC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXVCHAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHSS325-06 EXVCHAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHSS325-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
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
000000     MOVE "VCHCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-VCHCT = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIVCHCTR" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHSS325-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the void cards, before anything prints
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VCHCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM VOID-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS325-08 VCHCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the register walked in counter and number
      *    order: the night's vouchers to the slip file, every
      *    counter's sequence proved
000000 P100-RTN .
000000     MOVE SPACE TO WK-CUR-COUNTER
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO VCH-KEY .
000000     START VIPAYVCH KEY >= VCH-KEY
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYVCH NEXT AT END GO TO CX00015.
000000     ADD 1 TO WK-JOBLG-CNT .
000000     IF VCH-COUNTER NOT = WK-CUR-COUNTER
000000         PERFORM CTREND-RTN THRU CX00030
000000         PERFORM CTRBEG-RTN THRU CX00035 .
      *    a number beyond the one expected leaves a gap behind it
000000     IF VCH-NO > WK-EXPECT
000000         MOVE "G" TO EXVCE-TYPE
000000         MOVE WK-EXPECT TO EXVCE-FROMNO
000000         COMPUTE EXVCE-TONO = VCH-NO - 1
000000         MOVE SPACE TO EXVCE-TICKETCD
000000         PERFORM EXC-RTN THRU CX00077 .
000000     COMPUTE WK-EXPECT = VCH-NO + 1
000000     MOVE VCH-NO TO WK-LASTSEEN .
000000     IF VCH-BUSDATE NOT = WK-BUSDT GO TO CX00016.
000000     PERFORM SLIP-RTN THRU CX00040 .
000000     IF VCH-ISSUED
000000         PERFORM DUP-RTN THRU CX00045 .
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM CTREND-RTN THRU CX00030 .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS325-90 SLIPS=" WK-SLIP-CNT
000000             " EXCEPTIONS=" WK-EXC-CNT
000000             " VOIDED=" WK-VOID-CNT UPON CONSOLE .
000000     DISPLAY "HBHSS325-93 CARDS IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-VCHCT = 1
000000         CLOSE VIVCHCTR .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQVPAYSL" TO LNG-FILEID
000000     MOVE WK-LNG-SLP TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXVCHEXC" TO LNG-FILEID
000000     MOVE WK-EXC-CNT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXVCHAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS325-10 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VCHCARD  VIPAYVCH  VIPAYSTS  SQVPAYSL
000000              EXVCHEXC  EXVCHAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS325-11 VIPAYVCH CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
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
      *    VOID-RTN  -  one void card: the voucher must be live;
      *    it is voided with who, when and why, and its ticket goes
      *    back to unpaid if it still stands paid
000000 VOID-RTN .
           MOVE "VOID-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     ACCEPT EXVCA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXVCA-RUNTIME FROM TIME
000000     MOVE VCC-OPID TO EXVCA-OPID
000000     MOVE VCC-COUNTER TO EXVCA-COUNTER
000000     MOVE VCC-VCHNO TO EXVCA-VCHNO
000000     MOVE SPACE TO EXVCA-TICKETCD
000000     MOVE ZERO TO EXVCA-AMOUNT
000000     MOVE VCC-REASON TO EXVCA-REASON
000000     MOVE VCC-OPID TO WK-CHK-OPID
000000     MOVE "V" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXVCA-RESULT
000000         GO TO CX00021.
000000     IF NOT VCC-VOID OR NOT VCC-CONFIRMED OR
000000        VCC-COUNTER = SPACE OR VCC-VCHNO NOT NUMERIC OR
000000        VCC-REASON = SPACE
000000         MOVE "2" TO EXVCA-RESULT
000000         GO TO CX00021.
000000     MOVE VCC-COUNTER TO VCH-COUNTER
000000     MOVE VCC-VCHNO TO VCH-NO
000000     READ VIPAYVCH INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00022.
000000     GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS325-12 VIPAYVCH READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR NOT VCH-ISSUED
000000         MOVE "1" TO EXVCA-RESULT
000000         GO TO CX00021.
000000     MOVE VCH-TICKETCD TO EXVCA-TICKETCD
000000     MOVE VCH-AMOUNT TO EXVCA-AMOUNT
000000     MOVE "V" TO VCH-STATUS
000000     MOVE WK-BUSDT TO VCH-VOIDDATE
000000     MOVE VCC-OPID TO VCH-VOIDOPID
000000     MOVE VCC-REASON TO VCH-VOIDREASON
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYVCH" TO LNG-FILEID
000000     MOVE VCH-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE VCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00024.
000000         DISPLAY "HBHSS325-13 VIPAYVCH REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE VCH-TICKETCD TO PAYST-TICKETCD
000000     READ VIPAYSTS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00025.
000000     GO TO CX00026.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS325-14 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23" OR NOT PAYST-PAID GO TO CX00027.
000000     MOVE "1" TO PAYST-STATUS
000000     MOVE ZERO TO PAYST-PAIDDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHSS325-15 VIPAYSTS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-VOID-CNT
000000     MOVE "0" TO EXVCA-RESULT
000000     PERFORM AUD-RTN THRU CX00076
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00076 .
000000 CX00020. EXIT.
      *
      *    CTREND-RTN  -  the counter just finished: its slips
      *    totalled, and its last number proved against the
      *    control row - numbers issued but never on the register
      *    are a gap, numbers on the register past the control
      *    row an overrun
000000 CTREND-RTN .
           MOVE "CTREND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-CUR-COUNTER = SPACE GO TO CX00030.
000000     IF WK-CTR-SLIPS = ZERO GO TO CX00031.
000000     INITIALIZE SLP-REC
000000     MOVE "T" TO SLP-TYPE
000000     MOVE WK-BUSDT TO SLP-BUSDATE
000000     MOVE WK-CUR-COUNTER TO SLP-COUNTER
000000     MOVE WK-CTR-AMT TO SLP-AMOUNT
000000     MOVE WK-CTR-SLIPS TO SLP-COUNT
000000     PERFORM SLPWRT-RTN THRU CX00042 .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-VCHCT = 1)GO TO CX00030.
000000     MOVE WK-CUR-COUNTER TO VCHCT-COUNTER
000000     READ VIVCHCTR INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO VCHCT-LASTNO
000000         GO TO CX00032.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHSS325-16 VIVCHCTR READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CUR-COUNTER TO EXVCE-COUNTER
000000     MOVE SPACE TO EXVCE-TICKETCD .
000000     IF VCHCT-LASTNO > WK-LASTSEEN
000000         MOVE "G" TO EXVCE-TYPE
000000         COMPUTE EXVCE-FROMNO = WK-LASTSEEN + 1
000000         MOVE VCHCT-LASTNO TO EXVCE-TONO
000000         PERFORM EXC-RTN THRU CX00077 .
000000     IF VCHCT-LASTNO < WK-LASTSEEN
000000         MOVE "O" TO EXVCE-TYPE
000000         COMPUTE EXVCE-FROMNO = VCHCT-LASTNO + 1
000000         MOVE WK-LASTSEEN TO EXVCE-TONO
000000         PERFORM EXC-RTN THRU CX00077 .
000000 CX00030. EXIT.
      *
      *    CTRBEG-RTN  -  a new counter: its numbering starts at 1
000000 CTRBEG-RTN .
           MOVE "CTRBEG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE VCH-COUNTER TO WK-CUR-COUNTER
000000     MOVE 1 TO WK-EXPECT
000000     MOVE ZERO TO WK-LASTSEEN
000000     MOVE ZERO TO WK-CTR-SLIPS
000000     MOVE ZERO TO WK-CTR-AMT .
000000 CX00035. EXIT.
      *
      *    SLIP-RTN  -  one voucher slip, the counter's header
      *    ahead of its first
000000 SLIP-RTN .
           MOVE "SLIP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CTR-SLIPS = ZERO)GO TO CX00041.
000000     INITIALIZE SLP-REC
000000     MOVE "H" TO SLP-TYPE
000000     MOVE WK-BUSDT TO SLP-BUSDATE
000000     MOVE VCH-COUNTER TO SLP-COUNTER
000000     PERFORM SLPWRT-RTN THRU CX00042 .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE SLP-REC
000000     MOVE "D" TO SLP-TYPE
000000     MOVE VCH-BUSDATE TO SLP-BUSDATE
000000     MOVE VCH-COUNTER TO SLP-COUNTER
000000     MOVE VCH-NO TO SLP-VCHNO
000000     MOVE VCH-TICKETCD TO SLP-TICKETCD
000000     MOVE VCH-AMOUNT TO SLP-AMOUNT
000000     MOVE VCH-OPID TO SLP-OPID
000000     MOVE VCH-ISSUEDATE TO SLP-ISSUEDATE
000000     MOVE VCH-ISSUETIME TO SLP-ISSUETIME
000000     MOVE SPACE TO SLP-VOIDMARK
000000     MOVE ZERO TO SLP-COUNT
000000     MOVE ALL "_" TO SLP-SIGNATURE .
000000     IF VCH-VOIDED
000000         MOVE "VOID" TO SLP-VOIDMARK
000000     ELSE
000000         ADD VCH-AMOUNT TO WK-CTR-AMT .
000000     ADD 1 TO WK-CTR-SLIPS
000000     ADD 1 TO WK-SLIP-CNT
000000     PERFORM SLPWRT-RTN THRU CX00042 .
000000 CX00040. EXIT.
      *
      *    SLPWRT-RTN  -  one SQVPAYSL record
000000 SLPWRT-RTN .
           MOVE "SLPWRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-SLP
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQVPAYSL" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-SLP TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE SLP-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHSS325-17 SQVPAYSL WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042. EXIT.
      *
      *    DUP-RTN  -  the night's live voucher checked against the
      *    ones already seen for its ticket
000000 DUP-RTN .
           MOVE "DUP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < VTK-CNT)GO TO CX00047.
000000     ADD 1 TO WK-IX .
000000     IF VTK-TICKETCD (WK-IX) NOT = VCH-TICKETCD GO TO CX00046.
000000     MOVE VCH-COUNTER TO EXVCE-COUNTER
000000     MOVE "D" TO EXVCE-TYPE
000000     MOVE VTK-VCHNO (WK-IX) TO EXVCE-FROMNO
000000     MOVE VCH-NO TO EXVCE-TONO
000000     MOVE VCH-TICKETCD TO EXVCE-TICKETCD
000000     PERFORM EXC-RTN THRU CX00077
000000     GO TO CX00045.
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(VTK-CNT < 3000)
000000         DISPLAY "HBHSS325-92 TICKET TABLE FULL - DUPLICATE"
000000                 " CHECK INCOMPLETE" UPON CONSOLE
000000         GO TO CX00045.
000000     ADD 1 TO VTK-CNT
000000     MOVE VCH-TICKETCD TO VTK-TICKETCD (VTK-CNT)
000000     MOVE VCH-NO TO VTK-VCHNO (VTK-CNT) .
000000 CX00045. EXIT.
      *
      *    EXC-RTN  -  one EXVCHEXC line, the counter in hand
000000 EXC-RTN .
           MOVE "EXC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO EXVCE-BUSDATE .
000000     IF EXVCE-TYPE NOT = "D"
000000         MOVE WK-CUR-COUNTER TO EXVCE-COUNTER .
000000     ADD 1 TO WK-EXC-CNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXVCHEXC" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-EXC-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXVCE-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00077.
000000         DISPLAY "HBHSS325-18 EXVCHEXC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00077. EXIT.
      *
      *    AUD-RTN  -  one EXVCHAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXVCHAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXVCA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00076.
000000         DISPLAY "HBHSS325-19 EXVCHAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00076. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS325" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS325" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS325" TO PRM-PROGID
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
000000         DISPLAY "HBHSS325-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
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
000000     MOVE "HBHSS325" TO JOBLG-PROGID
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
000000         DISPLAY "HBHSS325-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS325" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS325-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
