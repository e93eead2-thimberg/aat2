000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260830追加終了
      *20260903追加開始
      *    winner-identity gate: an entry above the approval
      *    threshold (the same one-record APRLIMIT control file
      *    HBHSS020 holds winners on) is only marked paid when a
      *    complete VIWINID identity row exists for its ticket -
      *    see CFWINID; a refusal is audited on EXPAYAUD like any
      *    other.  No APRLIMIT record means no hold and no gate
      *20261015追加開始
      *    the gate opens at the foot of HBHSS260's structuring
      *    band (BANDPCT under the threshold), so that every
      *    payment that surveillance clusters by payee carries
      *    an identity row
      *20261015追加終了
000000     SELECT  APRLIMIT
000000                  ASSIGN             APRLIMIT-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIWINID
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINID-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260903追加終了
      *20260906追加開始
      *    stop-payment master: a ticket with a stop in force on
      *    VISTOPPY is refused marking and the attempt written to
      *    the cumulative EXSTPBLK - see CFSTOPP, CFSTPBK and
      *    HBHSS280.  No master means no stop has been placed yet
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
      *20260912追加開始
      *    payout vouchers: every accepted collection card issues a
      *    voucher on VIPAYVCH under the next unbroken number of
      *    its counter, taken from VIVCHCTR - see CFPAYVC, CFVCHCT
      *    and HBHSS325, which prints, proves and voids them
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
      *20260912追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PAYCARD
       01  PAYC-REC.
           05  PAYC-TICKETCD               PIC X(24).
           05  PAYC-OPID                   PIC X(08).
      *20260912追加開始
      *    the payment counter the winner was paid at; blank means
      *    the operator's registered terminal
           05  PAYC-COUNTER                PIC X(08).
      *20260912追加終了
000000 FD  AGELIMIT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "AGELIMIT".
      *    one not authorized for the payment-marking class
               88  EXPYU-UNAUTHORIZED       VALUE "3".
      *20260830追加終了
      *20260903追加開始
      *    refused by the winner-identity gate - above the foot
      *    of the structuring band under the approval threshold
      *    with no complete VIWINID row for the ticket
               88  EXPYU-NOIDENTITY         VALUE "4".
      *20260903追加終了
      *20260906追加開始
      *    refused by the stop-payment master - the ticket has a
      *    stop in force on VISTOPPY
               88  EXPYU-STOPPED            VALUE "5".
      *20260906追加終了
000000 FD  EXPAYAGE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPAYAGE".
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
      *20260830追加終了
      *20260903追加開始
000000 FD  APRLIMIT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "APRLIMIT".
       01  APRLIMIT-KBN                    PIC X(12).
000000 FD  VIWINID
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  WINID-REC.
           COPY CFWINID .
      *20260903追加終了
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
      *20260912追加開始
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
      *20260912追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *20260830追加終了
      *20260903追加開始
      *    winner-identity gate work - see IDCHK-RTN
000000   03  SW-IDCHK                    PIC 9(01) VALUE ZERO.
000000   03  SW-WINID                    PIC 9(01) VALUE ZERO.
000000   03  WK-APRV-LIMIT               PIC 9(12) VALUE ZERO.
000000   03  WK-ID-OK                    PIC 9(01).
000000   03  WK-NOID-CNT                 PIC 9(05) VALUE ZERO.
      *20261015追加開始
      *    the identity floor: the foot of the structuring band
      *    HBHSS260 watches (its BANDPCT, a percentage of the
      *    threshold) - a payment inside the band needs the
      *    payee's identity on file as one above the threshold
      *    does, so that HBHSS260 can cluster it by payee
000000   03  WK-BANDPCT                  PIC 9(03) VALUE 10.
000000   03  WK-ID-FLOOR                 PIC 9(12) VALUE ZERO.
      *20261015追加終了
      *20260903追加終了
      *20260906追加開始
      *    stop-payment check work - see STPCHK-RTN
000000   03  SW-STOPP                    PIC 9(01) VALUE ZERO.
000000   03  WK-STOP-OK                  PIC 9(01).
000000   03  WK-STOP-CNT                 PIC 9(05) VALUE ZERO.
      *20260906追加終了
      *20260912追加開始
      *    payout-voucher work - see VCH-RTN
000000   03  SW-VCHCT                    PIC 9(01).
000000   03  WK-VCH-COUNTER              PIC X(08).
000000   03  WK-VCH-CNT                  PIC 9(07) VALUE ZERO.
      *20261015追加開始
      *    the time of day as the clock gives it, hhmmsscc -
      *    the stamps carry its first six digits
000000   03  WK-NOWTIME                  PIC 9(08).
      *    EXPAYAUD records written, for the run-lineage register
000000   03  WK-LNG-AUD                  PIC 9(07) VALUE ZERO.
      *20261015追加終了
      *20260912追加終了
      *20150527追加開始
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20150611追加終了
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     DISPLAY "HBHSS120-19 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
      *20260830追加終了
      *20260903追加開始
      *    the gate follows the hold: with a threshold in force a
      *    missing register cannot be read as "identity on file",
      *    so every entry above the band floor (the threshold less
      *    HBHSS260's BANDPCT per cent of it) is refused until the
      *    register is mounted
000000     MOVE ZERO TO SW-IDCHK .
000000     OPEN INPUT APRLIMIT .
000000     IF NOT(FL-STS1 = "00") GO TO CX00101.
000000     READ APRLIMIT AT END CONTINUE .
000000     IF FL-STS1 = "00" AND APRLIMIT-KBN NUMERIC
000000         MOVE APRLIMIT-KBN TO WK-APRV-LIMIT
000000         MOVE 1 TO SW-IDCHK .
000000     CLOSE APRLIMIT .
000000 CX00101.
           MOVE "CX00101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-IDCHK = 1) GO TO CX00102.
      *20261015追加開始
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS260" TO PRM-PROGID
000000     MOVE "BANDPCT" TO PRM-NAME
000000     MOVE WK-BANDPCT TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-BANDPCT .
000000     IF WK-BANDPCT > 100
000000         MOVE 100 TO WK-BANDPCT .
000000     COMPUTE WK-ID-FLOOR =
000000         WK-APRV-LIMIT - WK-APRV-LIMIT * WK-BANDPCT / 100 .
      *20261015追加終了
000000     OPEN INPUT VIWINID .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-WINID
000000     ELSE
      *20261015修正開始
000000     DISPLAY "HBHSS120-20 VIWINID ABSENT - ENTRIES IN THE"
000000             " IDENTITY BAND REFUSED" UPON CONSOLE .
      *20261015修正終了
000000 CX00102.
           MOVE "CX00102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260903追加終了
      *20260906追加開始
000000     MOVE ZERO TO SW-STOPP .
000000     OPEN INPUT VISTOPPY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-STOPP .
000000     OPEN EXTEND EXSTPBLK .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00105.
000000         DISPLAY "HBHSS120-21 EXSTPBLK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00105.
           MOVE "CX00105" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260906追加終了
      *20260912追加開始
000000     OPEN I-O VIPAYVCH .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIPAYVCH
000000         CLOSE VIPAYVCH
000000         OPEN I-O VIPAYVCH .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00110.
      *20261015修正開始
000000         DISPLAY "HBHSS120-27 VIPAYVCH OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
      *20261015修正終了
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00110.
           MOVE "CX00110" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VIVCHCTR .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIVCHCTR
000000         CLOSE VIVCHCTR
000000         OPEN I-O VIVCHCTR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00111.
000000         DISPLAY "HBHSS120-23 VIVCHCTR OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00111.
           MOVE "CX00111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260912追加終了
      *20261015追加開始
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "PAYCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-WINID = 1
000000         MOVE "VIWINID" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-STOPP = 1
000000         MOVE "VISTOPPY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
000000 P000-RTN .
000000     MOVE ZERO TO FL-END .
000000     IF NOT(PAYST-UNPAID) GO TO CX00021.
000000     COMPUTE PAYST-CARRYCNT = PAYST-CARRYCNT + 1
000000     ADD 1 TO WK-CARRY-CNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000           DISPLAY "HBHSS120-07 VIPAYSTS REWRITE ERROR ",
000000     ELSE
000000         MOVE "2" TO EXPYA-AGEMARK .
000000     ADD 1 TO WK-AGE-CNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPAYAGE" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-AGE-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPYA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00023.
000000           DISPLAY "HBHSS120-08 EXPAYAGE WRITE ERROR ",
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
      *20260902修正終了
      *20260903追加開始
000000     DISPLAY "HBHSS120-91 NOIDENTITY=" WK-NOID-CNT
000000             UPON CONSOLE .
000000     IF SW-WINID = 1
000000         CLOSE VIWINID .
      *20260903追加終了
      *20260906追加開始
000000     DISPLAY "HBHSS120-92 STOPPED=" WK-STOP-CNT
000000             UPON CONSOLE .
000000     IF SW-STOPP = 1
000000         CLOSE VISTOPPY .
000000     CLOSE EXSTPBLK .
      *20260906追加終了
      *20260912追加開始
000000     DISPLAY "HBHSS120-93 VOUCHERS=" WK-VCH-CNT
000000             UPON CONSOLE .
000000     CLOSE VIPAYVCH VIVCHCTR .
      *20260912追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXPAYAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXPAYAGE" TO LNG-FILEID
000000     MOVE WK-AGE-CNT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE WK-STOP-CNT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00024 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
           MOVE "MARK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXPYU-RUNDATE FROM DATE YYYYMMDD
      *20261015修正開始
000000     ACCEPT WK-NOWTIME FROM TIME
000000     MOVE WK-NOWTIME (1:6) TO EXPYU-RUNTIME
      *20261015修正終了
000000     MOVE PAYC-OPID TO EXPYU-OPID
000000     MOVE PAYC-TICKETCD TO EXPYU-TICKETCD
000000     MOVE ZERO TO EXPYU-AMOUNT
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260906追加開始
000000     PERFORM STPCHK-RTN THRU CX00106 .
000000     IF NOT(WK-STOP-OK = 1)
000000         MOVE "5" TO EXPYU-RESULT
000000         PERFORM PAYAUD-RTN THRU CX00040
000000         GO TO CX00030 .
      *20260906追加終了
      *20260903追加開始
000000     PERFORM IDCHK-RTN THRU CX00103 .
000000     IF NOT(WK-ID-OK = 1)
000000         MOVE "4" TO EXPYU-RESULT
000000         PERFORM PAYAUD-RTN THRU CX00040
000000         GO TO CX00030 .
      *20260903追加終了
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
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000           DISPLAY "HBHSS120-15 VIPAYSTS REWRITE ERROR ",
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260912追加開始
000000     PERFORM VCH-RTN THRU CX00112 .
      *20260912追加終了
000000     ADD 1 TO WK-MARKED-CNT
000000     MOVE "0" TO EXPYU-RESULT
000000     PERFORM PAYAUD-RTN THRU CX00040 .
000000 CX00030. EXIT.
      *20260912追加開始
      *
      *    VCH-RTN  -  the payout voucher for the ticket just
      *    marked: the counter is the card's own, else the
      *    operator's registered terminal, else this run's; the
      *    number is the counter's next, and a number found already
      *    on the register (a control row restored behind it) is
      *    passed over to the next free one and announced
000000 VCH-RTN .
           MOVE "VCH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE PAYC-COUNTER TO WK-VCH-COUNTER .
000000     IF WK-VCH-COUNTER = SPACE AND SW-OPRMST = 1
000000         MOVE OPR-TERMID TO WK-VCH-COUNTER .
000000     IF WK-VCH-COUNTER = SPACE
000000         MOVE WK-TERMID TO WK-VCH-COUNTER .
000000     MOVE 1 TO SW-VCHCT
000000     MOVE WK-VCH-COUNTER TO VCHCT-COUNTER
000000     READ VIVCHCTR INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")GO TO CX00113.
000000     GO TO CX00114.
000000 CX00113.
           MOVE "CX00113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHSS120-24 VIVCHCTR READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00114.
           MOVE "CX00114" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FL-STS1 = "23"
000000         MOVE ZERO TO SW-VCHCT
000000         MOVE WK-VCH-COUNTER TO VCHCT-COUNTER
000000         MOVE ZERO TO VCHCT-LASTNO .
000000 CX00115.
           MOVE "CX00115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO VCHCT-LASTNO
000000     INITIALIZE VCH-REC
000000     MOVE WK-VCH-COUNTER TO VCH-COUNTER
000000     MOVE VCHCT-LASTNO TO VCH-NO
000000     MOVE PAYST-TICKETCD TO VCH-TICKETCD
000000     MOVE PAYST-AMOUNT TO VCH-AMOUNT
000000     MOVE PAYC-OPID TO VCH-OPID
000000     MOVE WK-BUSDT TO VCH-BUSDATE
000000     MOVE PAYST-PAIDDATE TO VCH-ISSUEDATE
000000     MOVE EXPYU-RUNTIME TO VCH-ISSUETIME
000000     MOVE "I" TO VCH-STATUS
000000     MOVE ZERO TO VCH-VOIDDATE
000000     MOVE SPACE TO VCH-VOIDOPID
000000     MOVE SPACE TO VCH-VOIDREASON
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYVCH" TO LNG-FILEID
000000     MOVE VCH-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE VCH-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "22")GO TO CX00116.
000000     DISPLAY "HBHSS120-94 VOUCHER " VCH-KEY
000000             " ALREADY ISSUED - NUMBER PASSED" UPON CONSOLE .
000000     GO TO CX00115.
000000 CX00116.
           MOVE "CX00116" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00117.
000000         DISPLAY "HBHSS120-25 VIPAYVCH WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00117.
           MOVE "CX00117" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-VCH-CNT
000000     MOVE WK-BUSDT TO VCHCT-LASTDATE .
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIVCHCTR" TO LNG-FILEID
000000     MOVE VCHCT-COUNTER TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     IF SW-VCHCT = 0
000000         MOVE "A" TO LNG-ACTION .
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     IF SW-VCHCT = 1
000000         REWRITE VCHCT-REC INVALID CONTINUE
000000     ELSE
000000         WRITE VCHCT-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00112.
000000         DISPLAY "HBHSS120-26 VIVCHCTR UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00112. EXIT.
      *20260912追加終了
      *
      *    PAYAUD-RTN  -  one EXPAYAUD record per collection card
000000 PAYAUD-RTN .
           MOVE "PAYAUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPAYAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPYU-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS120-16 EXPAYAUD WRITE ERROR ",
      *20150425追加終了
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
      *20261015追加終了
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00020.
000000         DISPLAY "HBHSS120-17 VIJOBLOG WRITE ERROR ",
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
      *20260830追加終了
      *20260903追加開始
      *    IDCHK-RTN  -  the winner-identity gate: an entry at or
      *    below the band floor, or any entry with no threshold in
      *    force, passes; above it the ticket's VIWINID row must
      *    exist and be complete in every field.  The floor is the
      *    threshold less BANDPCT per cent of it, BANDPCT being
      *    the HBHSS260 structuring-band parameter (HSAAL120,
      *    program id HBHSS260), so entries just under the
      *    threshold are held to the same proof as those above
000000 IDCHK-RTN .
           MOVE "IDCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-ID-OK .
000000     IF NOT(SW-IDCHK = 1)GO TO CX00103.
      *20261015修正開始
      *    the gate starts at the foot of the structuring band,
      *    not at the threshold itself
000000     IF NOT(PAYST-AMOUNT > WK-ID-FLOOR)GO TO CX00103.
      *20261015修正終了
000000     MOVE ZERO TO WK-ID-OK .
000000     IF NOT(SW-WINID = 1)GO TO CX00104.
000000     MOVE PAYST-TICKETCD TO WINID-TICKETCD
000000     READ VIWINID INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00104.
000000     IF WINID-DOC-VALID AND
000000        WINID-DOCNO NOT = SPACE AND
000000        WINID-NAME NOT = SPACE AND
000000        WINID-ADDR NOT = SPACE AND
000000        WINID-BIRTHDT NUMERIC AND
000000        WINID-BIRTHDT > ZERO
000000         MOVE 1 TO WK-ID-OK .
000000 CX00104.
           MOVE "CX00104" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-ID-OK = ZERO
000000         ADD 1 TO WK-NOID-CNT
000000         DISPLAY "HBHSS120-96 NO IDENTITY ON FILE "
000000                 PAYST-TICKETCD UPON CONSOLE .
000000 CX00103. EXIT.
      *20260903追加終了
      *20260906追加開始
      *    STPCHK-RTN  -  the stop-payment check: a ticket passes
      *    unless VISTOPPY holds a stop in force against it that
      *    has not run past its expiry; a stopped ticket is
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
000000     ADD 1 TO WK-STOP-CNT
000000     DISPLAY "HBHSS120-97 STOP-PAYMENT IN FORCE "
000000             PAYST-TICKETCD UPON CONSOLE .
000000     ACCEPT STPBK-RUNDATE FROM DATE YYYYMMDD
      *20261015修正開始
000000     ACCEPT WK-NOWTIME FROM TIME
000000     MOVE WK-NOWTIME (1:6) TO STPBK-RUNTIME
      *20261015修正終了
000000     MOVE "HBHSS120" TO STPBK-PROGID
000000     MOVE PAYST-TICKETCD TO STPBK-TICKETCD
000000     MOVE PAYST-AMOUNT TO STPBK-AMOUNT
000000     MOVE PAYC-OPID TO STPBK-OPID
000000     MOVE STOPP-REASON TO STPBK-REASON
000000     MOVE STOPP-AUTHORITY TO STPBK-AUTHORITY
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-STOP-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE STPBK-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00106.
000000         DISPLAY "HBHSS120-22 EXSTPBLK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS120" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00106. EXIT.
      *20260906追加終了
