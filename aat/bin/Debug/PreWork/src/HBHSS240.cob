000000             ASSIGN               EXTAXSUM-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260902追加終了
      *20260903追加開始
      *    payee details for each reported payment come from the
      *    winner-identity register the counter keyed at payment
      *    time (see CFWINID), so the cashier's paper form is no
      *    longer re-keyed; a payment with no register row goes
      *    out with blank payee fields and its identity mark off,
      *    and EXTAXSUM counts them for the manual follow-up.  The
      *    register is optional - absent, every payee is blank
000000     SELECT  VIWINID
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WINID-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260903追加終了
      *20260902修正開始
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
           05  TAX-TICKETCD                PIC X(24).
           05  TAX-PAIDDATE                PIC 9(08).
           05  TAX-AMOUNT                  PIC 9(14).
      *20260903追加開始
           05  TAX-IDSTS                   PIC X(01).
               88  TAX-ID-ONFILE            VALUE "1".
               88  TAX-ID-NONE              VALUE "0".
           05  TAX-PAYEE.
               07  TAX-DOCTYPE             PIC X(02).
               07  TAX-DOCNO               PIC X(20).
               07  TAX-NAME                PIC X(40).
               07  TAX-ADDR                PIC X(80).
           05  TAX-BIRTHDT                 PIC 9(08).
      *20260903追加終了
000000 FD  EXFFTLST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFFTLST".
           05  EXTAX-PAIDAMT               PIC 9(14) COMP-3.
           05  EXTAX-FFTCNT                PIC 9(07).
           05  EXTAX-FFTAMT                PIC 9(14) COMP-3.
      *20260903追加開始
           05  EXTAX-NOIDCNT               PIC 9(07).
      *20260903追加終了
      *20260903追加開始
000000 FD  VIWINID
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  WINID-REC.
           COPY CFWINID .
      *20260903追加終了
      *20260902修正開始
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
000000   03  WK-FFT-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-FFT-AMT                  PIC 9(14) COMP-3
000000                                   VALUE ZERO.
      *20260903追加開始
000000   03  SW-WINID                    PIC 9(01) VALUE ZERO.
000000   03  WK-NOID-CNT                 PIC 9(07) VALUE ZERO.
      *20260903追加終了
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00059 .
      *20260902修正終了
      *20260903追加開始
000000     OPEN INPUT VIWINID .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-WINID
000000     ELSE
000000     DISPLAY "HBHSS240-13 VIWINID ABSENT - PAYEE DETAILS"
000000             " LEFT BLANK" UPON CONSOLE .
      *20260903追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  one pass over the ledger: paid entries at
000000         MOVE PAYST-AMOUNT TO TAX-AMOUNT
000000         ADD 1 TO WK-PAID-CNT
000000         ADD PAYST-AMOUNT TO WK-PAID-AMT
      *20260903追加開始
000000         PERFORM PAYEE-RTN THRU CX00062
      *20260903追加終了
000000         PERFORM TAXW-RTN THRU CX00030 .
000000     IF PAYST-FORFEITED
000000         MOVE WK-YEAR TO EXFFL-YEAR
000000     MOVE SPACE TO TAX-TICKETCD
000000     MOVE WK-PAID-CNT TO TAX-PAIDDATE
000000     MOVE WK-PAID-AMT TO TAX-AMOUNT
      *20260903追加開始
000000     MOVE SPACE TO TAX-IDSTS
000000     MOVE SPACE TO TAX-PAYEE
000000     MOVE ZERO TO TAX-BIRTHDT
      *20260903追加終了
000000     PERFORM TAXW-RTN THRU CX00030 .
000000 CX00003. EXIT.
000000 E000-RTN .
000000     MOVE WK-PAID-AMT TO EXTAX-PAIDAMT
000000     MOVE WK-FFT-CNT TO EXTAX-FFTCNT
000000     MOVE WK-FFT-AMT TO EXTAX-FFTAMT
      *20260903追加開始
000000     MOVE WK-NOID-CNT TO EXTAX-NOIDCNT
000000     IF SW-WINID = 1
000000         CLOSE VIWINID .
      *20260903追加終了
000000     WRITE EXTAX-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHSS240-05 EXTAXSUM WRITE ERROR ",
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHSS240-90 YEAR=" WK-YEAR
000000             " REPORTED=" WK-PAID-CNT
000000             " FORFEITED=" WK-FFT-CNT
      *20260903追加開始
000000             " NOIDENTITY=" WK-NOID-CNT
      *20260903追加終了
000000             UPON CONSOLE
000000       CLOSE  VIPAYSTS  SQTAXEXT  EXFFTLST  EXTAXSUM .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHSS240-06 EXTAXSUM CLOSE ERROR ",
000000         STOP RUN .
000000 CX00060. EXIT.
      *20260902修正終了
      *20260903追加開始
      *    PAYEE-RTN  -  the reported payment's payee from the
      *    winner-identity register; no row leaves the payee blank
      *    and counted
000000 PAYEE-RTN .
           MOVE "PAYEE-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "0" TO TAX-IDSTS
000000     MOVE SPACE TO TAX-PAYEE
000000     MOVE ZERO TO TAX-BIRTHDT .
000000     IF NOT(SW-WINID = 1)GO TO CX00063.
000000     MOVE PAYST-TICKETCD TO WINID-TICKETCD
000000     READ VIWINID INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00063.
000000     MOVE "1" TO TAX-IDSTS
000000     MOVE WINID-DOCTYPE TO TAX-DOCTYPE
000000     MOVE WINID-DOCNO TO TAX-DOCNO
000000     MOVE WINID-NAME TO TAX-NAME
000000     MOVE WINID-ADDR TO TAX-ADDR
000000     MOVE WINID-BIRTHDT TO TAX-BIRTHDT .
000000     GO TO CX00062.
000000 CX00063.
           MOVE "CX00063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-NOID-CNT .
000000 CX00062. EXIT.
      *20260903追加終了
