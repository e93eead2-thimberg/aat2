000000                  ASSIGN             SQWAKRFD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260823追加終了
      *20260911追加開始
      *    receivables write-off feed written by HBHSS315, in the
      *    forfeiture feed's layout with its own closing control
      *    record; the file is optional - its absence means nothing
      *    was written off that night
000000     SELECT  SQWWOFJN
000000                  ASSIGN             SQWWOFJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260911追加終了
      *20260914追加開始
      *    prize purchase feed written by HBHUN920, one posting per
      *    wholesaler in the forfeiture feed's layout with its own
      *    closing control record; the file is optional - its
      *    absence means no prize deliveries were booked that night
000000     SELECT  SQWPRZJN
000000                  ASSIGN             SQWPRZJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260914追加終了
      *20260915追加開始
      *    deposit expiry feed written by HBHUN935, one posting per
      *    kind of play in the forfeiture feed's layout with its own
      *    closing control record; the file is optional - its
      *    absence means no deposit balance expired that night
000000     SELECT  SQWDEPJN
000000                  ASSIGN             SQWDEPJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260915追加終了
      *20260916追加開始
      *    jackpot pool feed written by HBHUN940, one posting per
      *    game type in the forfeiture feed's layout with its own
      *    closing control record; the file is optional - its
      *    absence means no jackpot pool moved that night
000000     SELECT  SQWJKPJN
000000                  ASSIGN             SQWJKPJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260916追加終了
      *20260926追加開始
      *    channel commitment penalty feed written by HBHUN675 at
      *    the month end, one line per channel short of its
      *    minimum, in the forfeiture feed's layout with its own
      *    closing control record; the file is optional - its
      *    absence means no penalties were raised
000000     SELECT  SQWCMTJN
000000                  ASSIGN             SQWCMTJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260926追加終了
      *20261006追加開始
      *    machine depreciation feed written by HBHUN580 at the
      *    month end, one line per floor, in the forfeiture feed's
      *    layout with its own closing control record; the file is
      *    optional - its absence means no depreciation was charged
000000     SELECT  SQWDPRJN
000000                  ASSIGN             SQWDPRJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261006追加終了
      *20261008追加開始
      *    prior-period adjustment feed written by HBHUN590,
      *    one line per adjustment posted into the business date,
      *    source R keyed by the closed date and sequence, with its
      *    own closing control record; the file is optional - its
      *    absence means nothing was posted
000000     SELECT  SQWPPAJN
000000                  ASSIGN             SQWPPAJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261008追加終了
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
           05  RFD-SRC                     PIC X(01).
           05  RFD-KEY                     PIC X(10).
      *20260823追加終了
      *20260911追加開始
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
      *20260911追加終了
      *20260914追加開始
000000 FD  SQWPRZJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWPRZJN".
       01  PRZJ-REC.
           05  PRZJ-RECKBN                 PIC X(01).
               88  PRZJ-DETAIL              VALUE "D".
               88  PRZJ-CONTROL             VALUE "C".
           05  PRZJ-SRC                    PIC X(01).
           05  PRZJ-KEY                    PIC X(10).
           05  PRZJ-URIAMT                 PIC S9(14) COMP-3.
           05  PRZJ-SHIAMT                 PIC S9(14) COMP-3.
           05  PRZJ-TESURYO                PIC S9(14) COMP-3.
           05  PRZJ-TAXAMT                 PIC S9(14) COMP-3.
           05  PRZJ-CNT                    PIC 9(07).
      *20260914追加終了
      *20260915追加開始
000000 FD  SQWDEPJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWDEPJN".
       01  DEPJ-REC.
           05  DEPJ-RECKBN                 PIC X(01).
               88  DEPJ-DETAIL              VALUE "D".
               88  DEPJ-CONTROL             VALUE "C".
           05  DEPJ-SRC                    PIC X(01).
           05  DEPJ-KEY                    PIC X(10).
           05  DEPJ-URIAMT                 PIC S9(14) COMP-3.
           05  DEPJ-SHIAMT                 PIC S9(14) COMP-3.
           05  DEPJ-TESURYO                PIC S9(14) COMP-3.
           05  DEPJ-TAXAMT                 PIC S9(14) COMP-3.
           05  DEPJ-CNT                    PIC 9(07).
      *20260915追加終了
      *20260916追加開始
000000 FD  SQWJKPJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJKPJN".
       01  JKPJ-REC.
           05  JKPJ-RECKBN                 PIC X(01).
               88  JKPJ-DETAIL              VALUE "D".
               88  JKPJ-CONTROL             VALUE "C".
           05  JKPJ-SRC                    PIC X(01).
           05  JKPJ-KEY                    PIC X(10).
           05  JKPJ-URIAMT                 PIC S9(14) COMP-3.
           05  JKPJ-SHIAMT                 PIC S9(14) COMP-3.
           05  JKPJ-TESURYO                PIC S9(14) COMP-3.
           05  JKPJ-TAXAMT                 PIC S9(14) COMP-3.
           05  JKPJ-CNT                    PIC 9(07).
      *20260916追加終了
      *20260926追加開始
000000 FD  SQWCMTJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMTJN".
       01  CMTJ-REC.
           05  CMTJ-RECKBN                 PIC X(01).
               88  CMTJ-DETAIL              VALUE "D".
               88  CMTJ-CONTROL             VALUE "C".
           05  CMTJ-SRC                    PIC X(01).
           05  CMTJ-KEY                    PIC X(10).
           05  CMTJ-URIAMT                 PIC S9(14) COMP-3.
           05  CMTJ-SHIAMT                 PIC S9(14) COMP-3.
           05  CMTJ-TESURYO                PIC S9(14) COMP-3.
           05  CMTJ-TAXAMT                 PIC S9(14) COMP-3.
           05  CMTJ-CNT                    PIC 9(07).
      *20260926追加終了
      *20261006追加開始
000000 FD  SQWDPRJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWDPRJN".
       01  DPRJ-REC.
           05  DPRJ-RECKBN                 PIC X(01).
               88  DPRJ-DETAIL              VALUE "D".
               88  DPRJ-CONTROL             VALUE "C".
           05  DPRJ-SRC                    PIC X(01).
           05  DPRJ-KEY                    PIC X(10).
           05  DPRJ-URIAMT                 PIC S9(14) COMP-3.
           05  DPRJ-SHIAMT                 PIC S9(14) COMP-3.
           05  DPRJ-TESURYO                PIC S9(14) COMP-3.
           05  DPRJ-TAXAMT                 PIC S9(14) COMP-3.
           05  DPRJ-CNT                    PIC 9(07).
      *20261006追加終了
      *20261008追加開始
000000 FD  SQWPPAJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWPPAJN".
       01  PPAJ-REC.
           05  PPAJ-RECKBN                 PIC X(01).
               88  PPAJ-DETAIL              VALUE "D".
               88  PPAJ-CONTROL             VALUE "C".
           05  PPAJ-SRC                    PIC X(01).
           05  PPAJ-KEY                    PIC X(10).
           05  PPAJ-URIAMT                 PIC S9(14) COMP-3.
           05  PPAJ-SHIAMT                 PIC S9(14) COMP-3.
           05  PPAJ-TESURYO                PIC S9(14) COMP-3.
           05  PPAJ-TAXAMT                 PIC S9(14) COMP-3.
           05  PPAJ-CNT                    PIC 9(07).
      *20261008追加終了
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
      *20260823追加開始
000000   03  WK-RFD-CNT                  PIC 9(07) VALUE ZERO.
      *20260823追加終了
      *20260911追加開始
      *    write-off feed fold bookkeeping - see WOF-RTN
000000 01  WOF-WORK.
000000   03  WOF-DTL-CNT                 PIC 9(07).
000000   03  WOF-URI-SUM                 PIC S9(14) COMP-3.
000000   03  WOF-CTL-SEEN                PIC 9(01).
      *20260911追加終了
      *20260914追加開始
      *    prize purchase feed fold bookkeeping - see PRZ-RTN
000000 01  PRZ-WORK.
000000   03  PRZ-DTL-CNT                 PIC 9(07).
000000   03  PRZ-URI-SUM                 PIC S9(14) COMP-3.
000000   03  PRZ-CTL-SEEN                PIC 9(01).
      *20260914追加終了
      *20260915追加開始
      *    deposit expiry feed fold bookkeeping - see EXP-RTN
000000 01  EXP-WORK.
000000   03  EXP-DTL-CNT                 PIC 9(07).
000000   03  EXP-URI-SUM                 PIC S9(14) COMP-3.
000000   03  EXP-CTL-SEEN                PIC 9(01).
      *20260915追加終了
      *20260916追加開始
      *    jackpot pool feed fold bookkeeping - see JKP-RTN
000000 01  JKP-WORK.
000000   03  JKP-DTL-CNT                 PIC 9(07).
000000   03  JKP-URI-SUM                 PIC S9(14) COMP-3.
000000   03  JKP-SHI-SUM                 PIC S9(14) COMP-3.
000000   03  JKP-CTL-SEEN                PIC 9(01).
      *20260916追加終了
      *20260926追加開始
      *    commitment penalty feed fold bookkeeping - see CMT-RTN
000000 01  CMT-WORK.
000000   03  CMT-DTL-CNT                 PIC 9(07).
000000   03  CMT-URI-SUM                 PIC S9(14) COMP-3.
000000   03  CMT-CTL-SEEN                PIC 9(01).
      *20260926追加終了
      *20261006追加開始
      *    machine depreciation feed fold bookkeeping - see DPR-RTN
000000 01  DPR-WORK.
000000   03  DPR-DTL-CNT                 PIC 9(07).
000000   03  DPR-URI-SUM                 PIC S9(14) COMP-3.
000000   03  DPR-CTL-SEEN                PIC 9(01).
      *20261006追加終了
      *20261008追加開始
      *    prior-period adjustment feed fold bookkeeping - see
      *    PAJ-RTN
000000 01  PAJ-WORK.
000000   03  PAJ-DTL-CNT                 PIC 9(07).
000000   03  PAJ-URI-SUM                 PIC S9(14) COMP-3.
000000   03  PAJ-SHI-SUM                 PIC S9(14) COMP-3.
000000   03  PAJ-CTL-SEEN                PIC 9(01).
      *20261008追加終了
      *20150527追加開始
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20150611追加終了
      *20261004追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261004追加終了
      *20261005追加開始
      *    electronic-records index connect area - see CLDOCX
      *    and HSAAL180
       01  DCX-PARAM.
           COPY CLDOCX .
      *20261005追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
           MOVE "CX00006" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00020 .
      *20261004追加開始
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     ACCEPT WK-RUNDATE FROM DATE YYYYMMDD .
000000 CX00002. EXIT.
      *
000000 CX00007.
           MOVE "CX00007" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWSIWAK" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END
000000     MOVE ZERO TO SW-CTLSEEN
000000     MOVE ZERO TO WK-DTL-CNT
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000       OPEN  OUTPUT SIWAKEIF .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN610-09 SIWAKEIF OPEN ERROR ",
      *    and yesterday's rejected entries ride again, renumbered
000000     PERFORM RFD-RTN THRU CX00070 .
      *20260823追加終了
      *20260911追加開始
      *    the receivables write-offs fold in likewise
000000     PERFORM WOF-RTN THRU CX00080 .
      *20260911追加終了
      *20260914追加開始
      *    and the prize purchases from the wholesalers
000000     PERFORM PRZ-RTN THRU CX00100 .
      *20260914追加終了
      *20260915追加開始
      *    and the expired member deposits
000000     PERFORM EXP-RTN THRU CX00110 .
      *20260915追加終了
      *20260916追加開始
      *    and the jackpot pools' contributions and payouts
000000     PERFORM JKP-RTN THRU CX00120 .
      *20260916追加終了
      *20260926追加開始
      *    and the channels' commitment penalties at the month end
000000     PERFORM CMT-RTN THRU CX00130 .
      *20260926追加終了
      *20261006追加開始
      *    and the machines' depreciation at the month end
000000     PERFORM DPR-RTN THRU CX00143 .
      *20261006追加終了
      *20261008追加開始
      *    and the prior-period adjustments posted into this date
000000     PERFORM PAJ-RTN THRU CX00151 .
      *20261008追加終了
      *    the journal must balance before it may leave the house -
      *    the debit and credit grand totals are proved equal and
      *    only then is the closing trailer written
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     PERFORM LNG-STP-RTN THRU CX00141 .
      *20261004追加終了
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN610-90 ENTRIES=" WK-SEQ
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SIWAKEIF" TO LNG-FILEID
000000     COMPUTE LNG-CNT = WK-SEQ + 1
000000     CALL "HSAAL170" USING LNG-PARAM
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
      *20261005追加開始
000000     MOVE "E" TO DCX-FUNC
000000     CALL "HSAAL180" USING DCX-PARAM .
      *20261005追加終了
000000 CX00004. EXIT.
      *
      *    DTL-RTN  -  one feed record becomes up to two journal
000000 CX00061.
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWFFTJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FFT-DTL-CNT
000000     MOVE ZERO TO FFT-URI-SUM
000000     MOVE ZERO TO FFT-SHI-SUM
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWAKRFD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO FL-END .
000000 CX00072. IF NOT(FL-END = ZERO)GO TO CX00073.
           MOVE "CX00072" TO TRC-TEXT
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     IF RFD-DETAIL
000000         PERFORM LNG-STP-RTN THRU CX00141 .
      *20261004追加終了
      *20261005追加開始
000000     IF RFD-DETAIL
000000         PERFORM DCX-RTN THRU CX00142 .
      *20261005追加終了
000000     GO TO CX00076.
000000 CX00074. IF NOT(FL-STS1 = "10")GO TO CX00077.
           MOVE "CX00074" TO TRC-TEXT
000000     CLOSE SQWAKRFD .
000000 CX00070. EXIT.
      *20260823追加終了
      *20260911追加開始
      *    WOF-RTN  -  folds the receivables write-off feed HBHSS315
      *    writes into the same journal, proved against its own
      *    control record the way the forfeiture feed is; the W/S
      *    mapping carries it through the account master
000000 WOF-RTN .
           MOVE "WOF-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWWOFJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00081.
000000     DISPLAY "HBHUN610-31 SQWWOFJN ABSENT - NO WRITE-OFFS"
000000     GO TO CX00080.
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWWOFJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO WOF-DTL-CNT
000000     MOVE ZERO TO WOF-URI-SUM
000000     MOVE ZERO TO WOF-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00082. IF NOT(FL-END = ZERO)GO TO CX00083.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWWOFJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00084.
000000     IF WOFJ-DETAIL
000000         ADD 1 TO WOF-DTL-CNT
000000         ADD WOFJ-URIAMT TO WOF-URI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE WOFJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF WOFJ-CONTROL
000000         MOVE 1 TO WOF-CTL-SEEN .
000000     IF WOFJ-CONTROL AND
000000        (WOFJ-CNT NOT = WOF-DTL-CNT OR
000000         WOFJ-URIAMT NOT = WOF-URI-SUM)
000000         DISPLAY "HBHUN610-32 SQWWOFJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "32" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00085.
000000 CX00084. IF NOT(FL-STS1 = "10")GO TO CX00086.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00085.
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-33 SQWWOFJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "33" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00082.
000000 CX00083.
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WOF-CTL-SEEN = ZERO)GO TO CX00087.
000000         DISPLAY "HBHUN610-34 SQWWOFJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "34" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWWOFJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00080.
000000         DISPLAY "HBHUN610-35 SQWWOFJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "35" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080. EXIT.
      *20260911追加終了
      *20260914追加開始
      *    PRZ-RTN  -  folds the prize purchase feed HBHUN920
      *    writes into the same journal, proved against its own
      *    control record the way the forfeiture feed is; the Z/S
      *    mapping carries it through the account master
000000 PRZ-RTN .
           MOVE "PRZ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWPRZJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00101.
000000     DISPLAY "HBHUN610-36 SQWPRZJN ABSENT - NO PRIZE PURCHASES"
000000     GO TO CX00100.
000000 CX00101.
           MOVE "CX00101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWPRZJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO PRZ-DTL-CNT
000000     MOVE ZERO TO PRZ-URI-SUM
000000     MOVE ZERO TO PRZ-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00102. IF NOT(FL-END = ZERO)GO TO CX00103.
           MOVE "CX00102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWPRZJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00104.
000000     IF PRZJ-DETAIL
000000         ADD 1 TO PRZ-DTL-CNT
000000         ADD PRZJ-URIAMT TO PRZ-URI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE PRZJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF PRZJ-CONTROL
000000         MOVE 1 TO PRZ-CTL-SEEN .
000000     IF PRZJ-CONTROL AND
000000        (PRZJ-CNT NOT = PRZ-DTL-CNT OR
000000         PRZJ-URIAMT NOT = PRZ-URI-SUM)
000000         DISPLAY "HBHUN610-37 SQWPRZJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "37" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00105.
000000 CX00104. IF NOT(FL-STS1 = "10")GO TO CX00106.
           MOVE "CX00104" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00105.
000000 CX00106.
           MOVE "CX00106" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-38 SQWPRZJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "38" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00105.
           MOVE "CX00105" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00102.
000000 CX00103.
           MOVE "CX00103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(PRZ-CTL-SEEN = ZERO)GO TO CX00107.
000000         DISPLAY "HBHUN610-39 SQWPRZJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "39" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00107.
           MOVE "CX00107" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWPRZJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00100.
000000         DISPLAY "HBHUN610-40 SQWPRZJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "40" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00100. EXIT.
      *20260914追加終了
      *20260915追加開始
      *    EXP-RTN  -  folds the deposit expiry feed HBHUN935
      *    writes into the same journal, proved against its own
      *    control record the way the forfeiture feed is; the E/S
      *    mapping carries it through the account master
000000 EXP-RTN .
           MOVE "EXP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWDEPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00111.
000000     DISPLAY "HBHUN610-41 SQWDEPJN ABSENT - NO EXPIRED DEPOSITS"
000000     GO TO CX00110.
000000 CX00111.
           MOVE "CX00111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWDEPJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO EXP-DTL-CNT
000000     MOVE ZERO TO EXP-URI-SUM
000000     MOVE ZERO TO EXP-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00112. IF NOT(FL-END = ZERO)GO TO CX00113.
           MOVE "CX00112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWDEPJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00114.
000000     IF DEPJ-DETAIL
000000         ADD 1 TO EXP-DTL-CNT
000000         ADD DEPJ-URIAMT TO EXP-URI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE DEPJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF DEPJ-CONTROL
000000         MOVE 1 TO EXP-CTL-SEEN .
000000     IF DEPJ-CONTROL AND
000000        (DEPJ-CNT NOT = EXP-DTL-CNT OR
000000         DEPJ-URIAMT NOT = EXP-URI-SUM)
000000         DISPLAY "HBHUN610-42 SQWDEPJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "42" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00115.
000000 CX00114. IF NOT(FL-STS1 = "10")GO TO CX00116.
           MOVE "CX00114" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00115.
000000 CX00116.
           MOVE "CX00116" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-43 SQWDEPJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "43" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00115.
           MOVE "CX00115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00112.
000000 CX00113.
           MOVE "CX00113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(EXP-CTL-SEEN = ZERO)GO TO CX00117.
000000         DISPLAY "HBHUN610-44 SQWDEPJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "44" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00117.
           MOVE "CX00117" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWDEPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00110.
000000         DISPLAY "HBHUN610-45 SQWDEPJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "45" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00110. EXIT.
      *20260915追加終了
      *20260916追加開始
      *    JKP-RTN  -  folds the jackpot pool feed HBHUN940 writes
      *    into the same journal, proved against its own control
      *    record - payouts as well as contributions - the way the
      *    forfeiture feed is; the J/S and J/P mappings carry it
      *    through the account master
000000 JKP-RTN .
           MOVE "JKP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWJKPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00121.
000000     DISPLAY "HBHUN610-46 SQWJKPJN ABSENT - NO POOL MOVEMENT"
000000     GO TO CX00120.
000000 CX00121.
           MOVE "CX00121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWJKPJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO JKP-DTL-CNT
000000     MOVE ZERO TO JKP-URI-SUM
000000     MOVE ZERO TO JKP-SHI-SUM
000000     MOVE ZERO TO JKP-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00122. IF NOT(FL-END = ZERO)GO TO CX00123.
           MOVE "CX00122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWJKPJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00124.
000000     IF JKPJ-DETAIL
000000         ADD 1 TO JKP-DTL-CNT
000000         ADD JKPJ-URIAMT TO JKP-URI-SUM
000000         ADD JKPJ-SHIAMT TO JKP-SHI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE JKPJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF JKPJ-CONTROL
000000         MOVE 1 TO JKP-CTL-SEEN .
000000     IF JKPJ-CONTROL AND
000000        (JKPJ-CNT NOT = JKP-DTL-CNT OR
000000         JKPJ-URIAMT NOT = JKP-URI-SUM OR
000000         JKPJ-SHIAMT NOT = JKP-SHI-SUM)
000000         DISPLAY "HBHUN610-47 SQWJKPJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "47" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00125.
000000 CX00124. IF NOT(FL-STS1 = "10")GO TO CX00126.
           MOVE "CX00124" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00125.
000000 CX00126.
           MOVE "CX00126" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-48 SQWJKPJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "48" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00125.
           MOVE "CX00125" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00122.
000000 CX00123.
           MOVE "CX00123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(JKP-CTL-SEEN = ZERO)GO TO CX00127.
000000         DISPLAY "HBHUN610-49 SQWJKPJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "49" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00127.
           MOVE "CX00127" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWJKPJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00120.
000000         DISPLAY "HBHUN610-50 SQWJKPJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "50" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00120. EXIT.
      *20260926追加開始
      *    CMT-RTN  -  folds the commitment penalty feed HBHUN675
      *    writes into the same journal, proved against its own
      *    control record the way the forfeiture feed is; the M/S
      *    mapping carries it through the account master
000000 CMT-RTN .
           MOVE "CMT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWCMTJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00131.
000000     DISPLAY "HBHUN610-51 SQWCMTJN ABSENT - NO PENALTIES"
000000     GO TO CX00130.
000000 CX00131.
           MOVE "CX00131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWCMTJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     MOVE ZERO TO CMT-DTL-CNT
000000     MOVE ZERO TO CMT-URI-SUM
000000     MOVE ZERO TO CMT-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00132. IF NOT(FL-END = ZERO)GO TO CX00133.
           MOVE "CX00132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWCMTJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00134.
000000     IF CMTJ-DETAIL
000000         ADD 1 TO CMT-DTL-CNT
000000         ADD CMTJ-URIAMT TO CMT-URI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE CMTJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF CMTJ-CONTROL
000000         MOVE 1 TO CMT-CTL-SEEN .
000000     IF CMTJ-CONTROL AND
000000        (CMTJ-CNT NOT = CMT-DTL-CNT OR
000000         CMTJ-URIAMT NOT = CMT-URI-SUM)
000000         DISPLAY "HBHUN610-52 SQWCMTJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "52" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00135.
000000 CX00134. IF NOT(FL-STS1 = "10")GO TO CX00136.
           MOVE "CX00134" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00135.
000000 CX00136.
           MOVE "CX00136" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-53 SQWCMTJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "53" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00135.
           MOVE "CX00135" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00132.
000000 CX00133.
           MOVE "CX00133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(CMT-CTL-SEEN = ZERO)GO TO CX00137.
000000         DISPLAY "HBHUN610-54 SQWCMTJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "54" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00137.
           MOVE "CX00137" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWCMTJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00130.
000000         DISPLAY "HBHUN610-55 SQWCMTJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "55" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00130. EXIT.
      *20260926追加終了
      *20260916追加終了
      *20261006追加開始
      *    DPR-RTN  -  folds the machine depreciation feed HBHUN580
      *    writes into the same journal, proved against its own
      *    control record the way the forfeiture feed is; the G/S
      *    mapping carries it through the account master
000000 DPR-RTN .
           MOVE "DPR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWDPRJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00144.
000000     DISPLAY "HBHUN610-56 SQWDPRJN ABSENT - NO DEPRECIATION"
000000     GO TO CX00143.
000000 CX00144.
           MOVE "CX00144" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWDPRJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE ZERO TO DPR-DTL-CNT
000000     MOVE ZERO TO DPR-URI-SUM
000000     MOVE ZERO TO DPR-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00145. IF NOT(FL-END = ZERO)GO TO CX00146.
           MOVE "CX00145" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWDPRJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00147.
000000     IF DPRJ-DETAIL
000000         ADD 1 TO DPR-DTL-CNT
000000         ADD DPRJ-URIAMT TO DPR-URI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE DPRJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF DPRJ-CONTROL
000000         MOVE 1 TO DPR-CTL-SEEN .
000000     IF DPRJ-CONTROL AND
000000        (DPRJ-CNT NOT = DPR-DTL-CNT OR
000000         DPRJ-URIAMT NOT = DPR-URI-SUM)
000000         DISPLAY "HBHUN610-57 SQWDPRJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "57" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00148.
000000 CX00147. IF NOT(FL-STS1 = "10")GO TO CX00149.
           MOVE "CX00147" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00148.
000000 CX00149.
           MOVE "CX00149" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-58 SQWDPRJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "58" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00148.
           MOVE "CX00148" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00145.
000000 CX00146.
           MOVE "CX00146" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(DPR-CTL-SEEN = ZERO)GO TO CX00150.
000000         DISPLAY "HBHUN610-59 SQWDPRJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "59" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00150.
           MOVE "CX00150" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWDPRJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00143.
000000         DISPLAY "HBHUN610-60 SQWDPRJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "60" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00143. EXIT.
      *20261006追加終了
      *20261008追加開始
      *    PAJ-RTN  -  folds the prior-period adjustment feed
      *    HBHUN590 writes into the same journal, proved against its
      *    own control record on both amounts the way the
      *    forfeiture feed is; the R/S and R/P mappings carry the
      *    corrections through the account master, keyed by the
      *    closed date and sequence they belong to
000000 PAJ-RTN .
           MOVE "PAJ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT SQWPPAJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00152.
000000     DISPLAY "HBHUN610-61 SQWPPAJN ABSENT - NO ADJUSTMENTS"
000000     GO TO CX00151.
000000 CX00152.
           MOVE "CX00152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWPPAJN" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE ZERO TO PAJ-DTL-CNT
000000     MOVE ZERO TO PAJ-URI-SUM
000000     MOVE ZERO TO PAJ-SHI-SUM
000000     MOVE ZERO TO PAJ-CTL-SEEN
000000     MOVE ZERO TO FL-END .
000000 CX00153. IF NOT(FL-END = ZERO)GO TO CX00154.
           MOVE "CX00153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ SQWPPAJN AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00155.
000000     IF PPAJ-DETAIL
000000         ADD 1 TO PAJ-DTL-CNT
000000         ADD PPAJ-URIAMT TO PAJ-URI-SUM
000000         ADD PPAJ-SHIAMT TO PAJ-SHI-SUM
000000         ADD 1 TO WK-JOBLG-CNT
000000         MOVE PPAJ-REC TO SIWK-REC
000000         PERFORM DTL-RTN THRU CX00030 .
000000     IF PPAJ-CONTROL
000000         MOVE 1 TO PAJ-CTL-SEEN .
000000     IF PPAJ-CONTROL AND
000000        (PPAJ-CNT NOT = PAJ-DTL-CNT OR
000000         PPAJ-URIAMT NOT = PAJ-URI-SUM OR
000000         PPAJ-SHIAMT NOT = PAJ-SHI-SUM)
000000         DISPLAY "HBHUN610-62 SQWPPAJN CONTROL MISMATCH"
000000         MOVE "HBHUN610" TO ERRM-PROGID
000000         MOVE "62" TO ERRM-ERRNO
000000         MOVE FL-STS1 TO ERRM-STS
000000         MOVE FL-STS2 TO ERRM-STS2
000000         CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000     GO TO CX00156.
000000 CX00155. IF NOT(FL-STS1 = "10")GO TO CX00157.
           MOVE "CX00155" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00156.
000000 CX00157.
           MOVE "CX00157" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN610-63 SQWPPAJN READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "63" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00156.
           MOVE "CX00156" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00153.
000000 CX00154.
           MOVE "CX00154" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(PAJ-CTL-SEEN = ZERO)GO TO CX00158.
000000         DISPLAY "HBHUN610-64 SQWPPAJN CONTROL RECORD MISSING"
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "64" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00158.
           MOVE "CX00158" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWPPAJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00151.
000000         DISPLAY "HBHUN610-65 SQWPPAJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN610" TO ERRM-PROGID
000000     MOVE "65" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00151. EXIT.
      *20261008追加終了
      *
      *    ENTRY-RTN  -  resolves the account pair and writes one
      *    balanced journal entry; a missing mapping is a setup
000000     ADD WK-ENTRY-AMT TO WK-DR-TOT
000000     ADD WK-ENTRY-AMT TO WK-CR-TOT
000000     WRITE SWIF-REC .
      *20261004修正開始
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00140.
      *20261004修正終了
000000         DISPLAY "HBHUN610-19 SIWAKEIF WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
      *20150527追加開始
000000     CALL "HSAAL100" USING ERRM-PARAM
      *20150527追加終了
000000         STOP RUN .
      *20261004追加開始
000000 CX00140.
           MOVE "CX00140" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM LNG-STP-RTN THRU CX00141 .
      *20261004追加終了
      *20261005追加開始
000000     PERFORM DCX-RTN THRU CX00142 .
      *20261005追加終了
000000 CX00040. EXIT.
      *
      *20261004追加開始
      *    LNG-STP-RTN  -  the journal entry just written, stamped
      *    on the run-lineage register by its date and sequence
000000 LNG-STP-RTN .
           MOVE "LNG-STP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SIWAKEIF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-RUNDATE TO LNG-RECKEY (1:8)
000000     MOVE WK-SEQ TO LNG-RECKEY (9:6)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
000000 CX00141. EXIT.
      *20261004追加終了
      *20261005追加開始
      *    DCX-RTN  -  the journal entry just written, registered
      *    on the electronic-records index under the business date
      *    it books, its amount and its source key
000000 DCX-RTN .
           MOVE "DCX-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO DCX-FUNC
000000     MOVE "HBHUN610" TO DCX-PROGID
000000     MOVE "J" TO DCX-DOCTYPE
000000     MOVE WK-BUSDT TO DCX-DOCDATE
000000     MOVE SPACE TO DCX-DOCNO
000000     MOVE SWIF-DATE TO DCX-DOCNO (1:8)
000000     MOVE SWIF-SEQ TO DCX-DOCNO (9:6)
000000     MOVE SWIF-AMOUNT TO DCX-AMOUNT
000000     MOVE SWIF-KEY TO DCX-CPTY
000000     MOVE SPACE TO DCX-CPTYNAME
000000     MOVE SWIF-DRACCT TO DCX-CPTYNAME (1:8)
000000     MOVE SWIF-CRACCT TO DCX-CPTYNAME (10:8)
000000     MOVE SWIF-SRC TO DCX-CPTYNAME (19:1)
000000     MOVE "SIWAKEIF" TO DCX-FILEID
000000     MOVE WK-BUSDT TO DCX-GENBD
000000     CALL "HSAAL180" USING DCX-PARAM .
000000 CX00142. EXIT.
      *20261005追加終了
      *    JOBLG-START-RTN  -  appends the "run started" record to
      *    the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
      *20150425追加終了
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
      *20261004追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
      *20261004追加終了
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00020.
000000         DISPLAY "HBHUN610-20 VIJOBLOG WRITE ERROR ",
