000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260815追加終了
      *20260912追加開始
      *    the payout-voucher register HBHSS120 writes as each
      *    ticket is marked: the night's live vouchers are summed
      *    per cashier beside the marked total, so a drawer is
      *    checked against the slips the winners signed.  Before
      *    the first voucher night the register may not exist
000000     SELECT  VIPAYVCH
000000             ASSIGN            VIPAYVCH-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY VCH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260912追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TILCARD
               88  EXTIL-OVER               VALUE "O".
               88  EXTIL-SHORT              VALUE "S".
               88  EXTIL-NOCARD             VALUE "N".
      *20260912追加開始
      *    the cashier's live vouchers of the night; VCHMARK "V"
      *    when their total is not the marked total
           05  EXTIL-VCHCNT                PIC 9(05).
           05  EXTIL-VCHAMT                PIC 9(14) COMP-3.
           05  EXTIL-VCHMARK               PIC X(01).
               88  EXTIL-VCHAGREE           VALUE " ".
               88  EXTIL-VCHDIFF            VALUE "V".
      *20260912追加終了
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
      *20260912追加開始
000000 FD  VIPAYVCH
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYVCH".
       01  VCH-REC.
           COPY CFPAYVC .
      *20260912追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-DIFF-CNT                 PIC 9(03) VALUE ZERO.
000000   03  WK-IX                       PIC 9(03).
000000   03  WK-HIT                      PIC 9(03).
      *20260912追加開始
000000   03  SW-PAYVCH                   PIC 9(01) VALUE ZERO.
000000   03  WK-VCH-CNT                  PIC 9(07) VALUE ZERO.
      *20260912追加終了
      *    one accumulator slot per cashier seen on a card or in
      *    the audit trail; a drawer that marked tickets without
      *    handing in a count card still gets its line, flagged
000000       07  TIL-E-COUNTED           PIC 9(12).
000000       07  TIL-E-CARD-SW           PIC 9(01).
000000       07  TIL-E-MARKSUM           PIC 9(14) COMP-3.
      *20260912追加開始
000000       07  TIL-E-VCHCNT            PIC 9(05).
000000       07  TIL-E-VCHSUM            PIC 9(14) COMP-3.
      *20260912追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260912追加開始
000000       OPEN  INPUT  VIPAYVCH .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-PAYVCH .
      *20260912追加終了
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS170-04 VIJOBLOG OPEN ERROR ",
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260912追加開始
000000     IF SW-PAYVCH = 1
000000         PERFORM VCHL-RTN THRU CX00060 .
      *20260912追加終了
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  one cashier line per slot: counted against
000000 E000-RTN .
000000     DISPLAY "HBHSS170-92 CASHIERS=" TIL-CNT
000000             " DIFFERENCES=" WK-DIFF-CNT UPON CONSOLE
      *20260912追加開始
000000     DISPLAY "HBHSS170-93 VOUCHERS=" WK-VCH-CNT UPON CONSOLE .
000000     IF SW-PAYVCH = 1
000000         CLOSE VIPAYVCH .
      *20260912追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00021 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000     MOVE ZERO TO EXTIL-COUNTED
000000     MOVE ZERO TO EXTIL-OVERSHORT
000000     MOVE SPACE TO EXTIL-MARK
      *20260912追加開始
000000     MOVE ZERO TO EXTIL-VCHCNT
000000     MOVE ZERO TO EXTIL-VCHAMT
000000     MOVE SPACE TO EXTIL-VCHMARK
      *20260912追加終了
000000     WRITE EXTIL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00058.
000000         DISPLAY "HBHSS170-09 EXTILRPT WRITE ERROR ",
           MOVE "CX00058" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *20260912追加開始
      *
      *    VCHL-RTN  -  the voucher register read through; each
      *    live voucher of the business day goes on its cashier's
      *    slot, a voided one counts for nobody
000000 VCHL-RTN .
           MOVE "VCHL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00061. IF NOT(FL-END = ZERO)GO TO CX00060.
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPAYVCH AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00062.
000000     IF VCH-ISSUED AND VCH-BUSDATE = WK-BUSDT
000000         ADD 1 TO WK-VCH-CNT
000000         MOVE VCH-OPID TO TIL-OPID
000000         PERFORM SLOT-RTN THRU CX00035
000000         ADD 1 TO TIL-E-VCHCNT (WK-HIT)
000000         ADD VCH-AMOUNT TO TIL-E-VCHSUM (WK-HIT) .
000000     GO TO CX00061.
000000 CX00062. IF NOT(FL-STS1 = "10")GO TO CX00063.
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00061.
000000 CX00063.
           MOVE "CX00063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHSS170-94 VIPAYVCH READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS170" TO ERRM-PROGID
000000     MOVE "94" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00060. EXIT.
      *20260912追加終了
      *
      *    SLOT-RTN  -  finds or opens the operator's accumulator
      *    slot; the table is sized for a shift's worth of counters
000000     MOVE ZERO TO TIL-E-COUNTED (WK-HIT)
000000     MOVE ZERO TO TIL-E-CARD-SW (WK-HIT)
000000     MOVE ZERO TO TIL-E-MARKSUM (WK-HIT) .
      *20260912追加開始
000000     MOVE ZERO TO TIL-E-VCHCNT (WK-HIT)
000000     MOVE ZERO TO TIL-E-VCHSUM (WK-HIT) .
      *20260912追加終了
000000     GO TO CX00035.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
000000     IF EXTIL-OVERSHORT < ZERO
000000         MOVE "S" TO EXTIL-MARK
000000         ADD 1 TO WK-DIFF-CNT .
      *20260912追加開始
000000     MOVE TIL-E-VCHCNT (WK-IX) TO EXTIL-VCHCNT
000000     MOVE TIL-E-VCHSUM (WK-IX) TO EXTIL-VCHAMT
000000     MOVE SPACE TO EXTIL-VCHMARK .
000000     IF SW-PAYVCH = 1 AND
000000        TIL-E-VCHSUM (WK-IX) NOT = TIL-E-MARKSUM (WK-IX)
000000         MOVE "V" TO EXTIL-VCHMARK .
000000     IF EXTIL-VCHDIFF AND EXTIL-MARK = SPACE
000000         ADD 1 TO WK-DIFF-CNT .
      *20260912追加終了
000000     WRITE EXTIL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS170-10 EXTILRPT WRITE ERROR ",
