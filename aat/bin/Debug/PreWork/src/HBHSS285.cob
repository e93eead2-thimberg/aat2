000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS285 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260907追加開始
      *    payout-method cards: a high-value winner who will not
      *    walk out with the cash is paid by bank transfer instead.
      *    One PMTCARD per decision - T captures the winner's
      *    account on VIWINACC and moves the VIPAYSTS entry from
      *    unpaid to transfer pending, C cancels a capture not yet
      *    released and puts the entry back to unpaid for the
      *    counter.  The bank and branch must be on VIBANKMS, the
      *    account kind one the Zengin format carries, the entry
      *    must be unpaid and carry no stop-payment in force (see
      *    CFSTOPP), and above the approval threshold the winner's
      *    identity must be on VIWINID exactly as HBHSS120 demands
      *    before it marks a cash payment.  The keying cashier must
      *    carry the payment-marking class on the operator master
      *    and every card is audited to EXPMTAUD whatever the
      *    outcome; HBHSS290 releases the pending entries onto the
      *    winner transfer file - see CFWINAC
000000     SELECT  PMTCARD
000000                  ASSIGN             PMTCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIPAYSTS
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWINACC
000000             ASSIGN            VIWINACC-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINAC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIBANKMS
000000             ASSIGN            VIBANKMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY BNKMS-KEY
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
000000     SELECT  APRLIMIT
000000                  ASSIGN             APRLIMIT-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIWINID
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINID-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPMTAUD
000000             ASSIGN               EXPMTAUD-MSD
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
      *20260907追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PMTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PMTCARD".
       01  PMTC-REC.
           05  PMTC-ACTION                 PIC X(01).
               88  PMTC-TRANSFER            VALUE "T".
               88  PMTC-CANCEL              VALUE "C".
           05  PMTC-TICKETCD               PIC X(24).
           05  PMTC-BANKCD                 PIC X(04).
           05  PMTC-BRANCHCD               PIC X(03).
           05  PMTC-ACCTKBN                PIC X(01).
               88  PMTC-ACCTKBN-OK          VALUE "1" "2" "4".
           05  PMTC-ACCTNO                 PIC X(07).
           05  PMTC-ACCTNAME               PIC X(30).
           05  PMTC-OPID                   PIC X(08).
000000 FD  VIPAYSTS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  PAYST-REC.
           COPY CFPAYST .
000000 FD  VIWINACC
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINACC".
       01  WINAC-REC.
           COPY CFWINAC .
      *    the bank master exactly as HBHSS180 declares it
000000 FD  VIBANKMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIBANKMS".
       01  BNKMS-REC.
           05  BNKMS-KEY.
               07  BNKMS-BANKCD            PIC X(04).
               07  BNKMS-BRANCHCD          PIC X(03).
           05  BNKMS-NAME                  PIC X(30).
           05  BNKMS-LOADDATE              PIC 9(08).
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
000000 FD  APRLIMIT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "APRLIMIT".
       01  APRLIMIT-KBN                        PIC X(12).
000000 FD  VIWINID
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  WINID-REC.
           COPY CFWINID .
000000 FD  EXPMTAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPMTAUD".
       01  EXPMA-REC.
           05  EXPMA-RUNDATE               PIC 9(08).
           05  EXPMA-RUNTIME               PIC 9(06).
           05  EXPMA-OPID                  PIC X(08).
           05  EXPMA-ACTION                PIC X(01).
           05  EXPMA-TICKETCD              PIC X(24).
           05  EXPMA-BANKCD                PIC X(04).
           05  EXPMA-BRANCHCD              PIC X(03).
           05  EXPMA-ACCTKBN               PIC X(01).
           05  EXPMA-ACCTNO                PIC X(07).
           05  EXPMA-AMOUNT                PIC 9(14) COMP-3.
           05  EXPMA-RESULT                PIC X(01).
               88  EXPMA-APPLIED            VALUE "0".
               88  EXPMA-NOTFOUND           VALUE "1".
               88  EXPMA-INVALID            VALUE "2".
               88  EXPMA-UNAUTHORIZED       VALUE "3".
               88  EXPMA-WRONGSTATE         VALUE "4".
               88  EXPMA-NOBANK             VALUE "5".
               88  EXPMA-STOPPED            VALUE "6".
               88  EXPMA-NOIDENTITY         VALUE "7".
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
000000   03  SW-WINAC                    PIC 9(01).
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
      *    stop-payment and winner-identity checks - see STPCHK-RTN
      *    and IDCHK-RTN
000000   03  SW-STOPP                    PIC 9(01) VALUE ZERO.
000000   03  WK-STOP-OK                  PIC 9(01).
000000   03  SW-IDCHK                    PIC 9(01) VALUE ZERO.
000000   03  SW-WINID                    PIC 9(01) VALUE ZERO.
000000   03  WK-APRV-LIMIT               PIC 9(12) VALUE ZERO.
000000   03  WK-ID-OK                    PIC 9(01).
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
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-STP                   PIC 9(09) VALUE ZERO.
      *    sensitive-field masking connect area - see CLMSKC and
      *    HSAAL140
       01  MSKC-PARAM.
           COPY CLMSKC .
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
000000       OPEN  INPUT  PMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS285-01 PMTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS285-02 VIPAYSTS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIWINACC .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIWINACC
000000         CLOSE VIWINACC
000000         OPEN I-O VIWINACC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS285-03 VIWINACC OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIBANKMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS285-04 VIBANKMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXPMTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS285-05 EXPMTAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VISTOPPY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-STOPP .
000000     OPEN EXTEND EXSTPBLK .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHSS285-06 EXSTPBLK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the identity gate follows the approval hold exactly as
      *    in HBHSS120: no threshold, no gate; a threshold with no
      *    register refuses everything above it
000000     OPEN INPUT APRLIMIT .
000000     IF NOT(FL-STS1 = "00") GO TO CX00056.
000000     READ APRLIMIT AT END CONTINUE .
000000     IF FL-STS1 = "00" AND APRLIMIT-KBN NUMERIC
000000         MOVE APRLIMIT-KBN TO WK-APRV-LIMIT
000000         MOVE 1 TO SW-IDCHK .
000000     CLOSE APRLIMIT .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-IDCHK = 1) GO TO CX00067.
000000     OPEN INPUT VIWINID .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-WINID
000000     ELSE
000000     DISPLAY "HBHSS285-20 VIWINID ABSENT - ENTRIES ABOVE"
000000             " THE APPROVAL THRESHOLD REFUSED" UPON CONSOLE .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHSS285-07 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
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
000000     MOVE "PMTCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIBANKMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-STOPP = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VISTOPPY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-WINID = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIWINID" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHSS285-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the payout-method cards
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ PMTCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM APPLY-RTN THRU CX00030 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS285-08 PMTCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
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
000000 E000-RTN .
000000     DISPLAY "HBHSS285-90 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-STOPP = 1
000000         CLOSE VISTOPPY .
000000     IF SW-WINID = 1
000000         CLOSE VIWINID .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXPMTAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
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
000000         DISPLAY "HBHSS285-09 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  PMTCARD  VIPAYSTS  VIWINACC  VIBANKMS
000000              EXSTPBLK  EXPMTAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS285-11 EXPMTAUD CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
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
      *    APPLY-RTN  -  one card: the cashier is checked and the
      *    card validated against the ledger; a transfer capture
      *    must also pass the bank master, the stop-payment master
      *    and the identity gate before the account row is written
      *    and the entry moved to transfer pending, a cancel only
      *    undoes a capture HBHSS290 has not yet released; every
      *    card leaves its audit row whatever the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXPMA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXPMA-RUNTIME FROM TIME
000000     MOVE PMTC-OPID TO EXPMA-OPID
000000     MOVE PMTC-ACTION TO EXPMA-ACTION
000000     MOVE PMTC-TICKETCD TO EXPMA-TICKETCD
000000     MOVE PMTC-BANKCD TO EXPMA-BANKCD
000000     MOVE PMTC-BRANCHCD TO EXPMA-BRANCHCD
000000     MOVE PMTC-ACCTKBN TO EXPMA-ACCTKBN
000000     MOVE PMTC-ACCTNO TO EXPMA-ACCTNO
      *20261015追加開始
      *    the audit keeps the account number masked by the
      *    suite's rule for it, the last four digits shown
000000     MOVE "HBHSS285" TO MSKC-PROGID
000000     MOVE "ACCTNO" TO MSKC-FIELDID
000000     MOVE EXPMA-ACCTNO TO MSKC-VALUE
000000     MOVE "L" TO MSKC-METHOD
000000     MOVE 4 TO MSKC-SHOWN
000000     CALL "HSAAL140" USING MSKC-PARAM
000000     MOVE MSKC-VALUE TO EXPMA-ACCTNO
      *20261015追加終了
000000     MOVE ZERO TO EXPMA-AMOUNT
000000     MOVE PMTC-OPID TO WK-CHK-OPID
000000     MOVE "P" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     IF NOT(PMTC-TRANSFER OR PMTC-CANCEL) OR
000000        PMTC-TICKETCD = SPACE OR
000000        (PMTC-TRANSFER AND PMTC-BANKCD = SPACE) OR
000000        (PMTC-TRANSFER AND PMTC-BRANCHCD = SPACE) OR
000000        (PMTC-TRANSFER AND NOT PMTC-ACCTKBN-OK) OR
000000        (PMTC-TRANSFER AND PMTC-ACCTNO NOT NUMERIC) OR
000000        (PMTC-TRANSFER AND PMTC-ACCTNAME = SPACE)
000000         MOVE "2" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     MOVE PMTC-TICKETCD TO PAYST-TICKETCD
000000     READ VIPAYSTS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00031.
000000     GO TO CX00032.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS285-12 VIPAYSTS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     MOVE PAYST-AMOUNT TO EXPMA-AMOUNT
000000     MOVE PMTC-TICKETCD TO WINAC-TICKETCD
000000     READ VIWINACC INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00033.
000000     GO TO CX00034.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS285-13 VIWINACC READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-WINAC .
000000     IF FL-STS1 NOT = "23"
000000         MOVE 1 TO SW-WINAC .
000000     IF PMTC-CANCEL GO TO CX00035.
000000     IF NOT(PAYST-UNPAID)
000000         MOVE "4" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     MOVE PMTC-BANKCD TO BNKMS-BANKCD
000000     MOVE PMTC-BRANCHCD TO BNKMS-BRANCHCD
000000     READ VIBANKMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")
000000         MOVE "5" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     PERFORM STPCHK-RTN THRU CX00106 .
000000     IF NOT(WK-STOP-OK = 1)
000000         MOVE "6" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     PERFORM IDCHK-RTN THRU CX00103 .
000000     IF NOT(WK-ID-OK = 1)
000000         MOVE "7" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     MOVE PMTC-TICKETCD TO WINAC-TICKETCD
000000     MOVE PMTC-BANKCD TO WINAC-BANKCD
000000     MOVE PMTC-BRANCHCD TO WINAC-BRANCHCD
000000     MOVE PMTC-ACCTKBN TO WINAC-ACCTKBN
000000     MOVE PMTC-ACCTNO TO WINAC-ACCTNO
000000     MOVE PMTC-ACCTNAME TO WINAC-ACCTNAME
000000     MOVE PAYST-AMOUNT TO WINAC-AMOUNT
000000     MOVE "P" TO WINAC-STATUS
000000     MOVE WK-BUSDT TO WINAC-CARDDATE
000000     MOVE PMTC-OPID TO WINAC-CARDOPID
000000     MOVE ZERO TO WINAC-SENTDATE
000000     MOVE SPACE TO WINAC-BOUNCERSN .
000000     IF SW-WINAC = 1 GO TO CX00036.
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWINACC" TO LNG-FILEID
000000     MOVE WINAC-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE WINAC-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00037.
000000         DISPLAY "HBHSS285-14 VIWINACC WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00038.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWINACC" TO LNG-FILEID
000000     MOVE WINAC-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE WINAC-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHSS285-15 VIWINACC REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "4" TO PAYST-STATUS
000000     GO TO CX00042.
      *    cancel: only a capture still pending, with its entry
      *    still waiting on the transfer
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(PAYST-XFERPEND) OR SW-WINAC = 0 OR NOT WINAC-PENDING
000000         MOVE "4" TO EXPMA-RESULT
000000         GO TO CX00039 .
000000     MOVE "C" TO WINAC-STATUS
000000     MOVE WK-BUSDT TO WINAC-CARDDATE
000000     MOVE PMTC-OPID TO WINAC-CARDOPID
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWINACC" TO LNG-FILEID
000000     MOVE WINAC-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE WINAC-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHSS285-15 VIWINACC REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "1" TO PAYST-STATUS .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHSS285-16 VIPAYSTS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO EXPMA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000     GO TO CX00030.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *
      *    AUD-RTN  -  one EXPMTAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPMTAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPMA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS285-17 EXPMTAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    STPCHK-RTN  -  the stop-payment check, as in HBHSS120: a
      *    stop in force not past its expiry refuses the capture,
      *    announced and written to EXSTPBLK with the card's
      *    operator
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
000000     DISPLAY "HBHSS285-97 STOP-PAYMENT IN FORCE "
000000             PAYST-TICKETCD UPON CONSOLE .
000000     ACCEPT STPBK-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT STPBK-RUNTIME FROM TIME
000000     MOVE "HBHSS285" TO STPBK-PROGID
000000     MOVE PAYST-TICKETCD TO STPBK-TICKETCD
000000     MOVE PAYST-AMOUNT TO STPBK-AMOUNT
000000     MOVE PMTC-OPID TO STPBK-OPID
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
000000         DISPLAY "HBHSS285-18 EXSTPBLK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00106. EXIT.
      *
      *    IDCHK-RTN  -  the winner-identity gate, as in HBHSS120:
      *    above the threshold the ticket's VIWINID row must exist
      *    and be complete in every field
000000 IDCHK-RTN .
           MOVE "IDCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-ID-OK .
000000     IF NOT(SW-IDCHK = 1)GO TO CX00103.
000000     IF NOT(PAYST-AMOUNT > WK-APRV-LIMIT)GO TO CX00103.
000000     MOVE ZERO TO WK-ID-OK .
000000     IF NOT(SW-WINID = 1)GO TO CX00103.
000000     MOVE PAYST-TICKETCD TO WINID-TICKETCD
000000     READ VIWINID INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00103.
000000     IF WINID-DOC-VALID AND
000000        WINID-DOCNO NOT = SPACE AND
000000        WINID-NAME NOT = SPACE AND
000000        WINID-ADDR NOT = SPACE AND
000000        WINID-BIRTHDT NUMERIC AND
000000        WINID-BIRTHDT > ZERO
000000         MOVE 1 TO WK-ID-OK .
000000 CX00103. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS285" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS285" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS285" TO PRM-PROGID
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
000000         DISPLAY "HBHSS285-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
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
000000     MOVE "HBHSS285" TO JOBLG-PROGID
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
000000     MOVE WK-APPLY-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS285-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS285" TO ERRM-PROGID
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
000000         DISPLAY "HBHSS285-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
