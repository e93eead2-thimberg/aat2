000000     RECORD KEY PAYST-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260902修正終了
      *20260906追加開始
      *    stop-payment master: a requeued ticket with a stop in
      *    force on VISTOPPY stays out of the transfer file and on
      *    the queue, shown on the advice and written to the
      *    cumulative EXSTPBLK - see CFSTOPP, CFSTPBK and
      *    HBHSS280.  The summary details carry channel totals
      *    only; a stopped ticket never reaches them because
      *    HBHSS020 keeps it off the payment list
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
      *    unpaid - dropped from the queue, shown here
               88  EXZEN-RQDROP             VALUE "3".
      *20260902修正終了
      *20260906追加開始
      *    a requeued ticket with a stop-payment in force - kept
      *    on the queue and out of the transfer file
               88  EXZEN-STOPPED            VALUE "4".
      *20260906追加終了
      *20260816追加開始
      *    the advice now shows exactly what was deducted and why:
      *    EXZEN-AMOUNT stays the gross as always, the fee and the
           05  EXZEN-FEEAMT                PIC 9(05).
           05  EXZEN-NETAMT                PIC 9(14) COMP-3.
      *20260816追加終了
      *20260909追加開始
      *    the date the bank executes a transferred item on -
      *    zero on an item that was not transferred
           05  EXZEN-VALDATE               PIC 9(08).
      *20260909追加終了
      *20260902修正開始
      *    the requeue queue exactly as HBHSS150 files it
000000 FD  VIRQQUE
       01  PAYST-REC.
           COPY CFPAYST .
      *20260902修正終了
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
000000   03  WK-HLD-CHNL                 PIC X(02).
000000   03  WK-RQ-CNT                   PIC 9(06) VALUE ZERO.
      *20260902修正終了
      *20260906追加開始
      *    stop-payment check work - see STPCHK-RTN
000000   03  SW-STOPP                    PIC 9(01) VALUE ZERO.
000000   03  WK-STOP-OK                  PIC 9(01).
000000   03  WK-STOP-CNT                 PIC 9(05) VALUE ZERO.
      *20260906追加終了
      *20261015追加開始
      *    records written, for the run-lineage register
000000   03  WK-LNG-ZEN                  PIC 9(07) VALUE ZERO.
000000   03  WK-LNG-ADV                  PIC 9(07) VALUE ZERO.
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
      *20261005追加開始
      *    electronic-records index work - see DCX-RTN
000000   03  WK-DCX-DOCNO.
000000     05  WK-DCX-HALLCD             PIC X(02).
000000     05  WK-DCX-BUSDT              PIC 9(08).
000000     05  WK-DCX-LINE               PIC 9(06).
000000   03  WK-DCX-FILEID               PIC X(12) VALUE "ZENGINTF".
      *20261005追加終了
      *20260901追加開始
      *    the held channels, loaded once at start of run
000000 01  HLD-WORK.
000000   03  ZENG-HDR-KBN                PIC X(01) VALUE "1".
000000   03  ZENG-HDR-SYURUI             PIC X(02) VALUE "21".
000000   03  ZENG-HDR-DATE               PIC 9(08).
      *20261001修正開始
      *    the hall the payments were settled for - each hall
      *    settles and pays out in its own pass
000000   03  ZENG-HDR-HALLCD             PIC X(02).
000000   03  FILLER                      PIC X(107) VALUE SPACE.
      *20261001修正終了
000000 01  ZENG-DTL-WK.
000000   03  ZENG-DTL-KBN                PIC X(01) VALUE "2".
000000   03  ZENG-DTL-BANKCD             PIC X(04).
       01  TRC-PARAM.
           COPY CLTRC .
      *20150528追加終了
      *20261001追加開始
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261001追加終了
      *20261005追加開始
      *    electronic-records index connect area - see CLDOCX
      *    and HSAAL180
       01  DCX-PARAM.
           COPY CLDOCX .
      *20261005追加終了
      *20150602追加開始
      *    run-parameter connect area - see CLPRM and HSAAL120
       01  PRM-PARAM.
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20150611追加終了
      *20260928追加開始
      *    sensitive-field masking connect area - see CLMSKC and
      *    HSAAL140
       01  MSKC-PARAM.
           COPY CLMSKC .
      *20260928追加終了
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
      *20150611追加開始
000000     PERFORM BUSDT-DRV-RTN THRU CX00044 .
      *20150611追加終了
      *20261001追加開始
      *    the hall this pass pays out for - a hall the hall master
      *    does not know is not paid out
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00090.
000000         DISPLAY "HBHSS130-35 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHSS130" TO ERRM-PROGID
000000     MOVE "35" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261001追加終了
      *20261005追加開始
      *    the transfers are indexed under the batch's own file
      *    identification, the hall's when several are settled
000000     IF HALC-MULTI
000000         MOVE HALC-HALLCD TO WK-DCX-FILEID (9:2) .
      *20261005追加終了
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00006.
000000         DISPLAY "HBHSS130-01 VIJOBLOG OPEN ERROR ",
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260901追加終了
      *20260906追加開始
000000     MOVE ZERO TO SW-STOPP .
000000     OPEN INPUT VISTOPPY .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-STOPP .
000000     OPEN EXTEND EXSTPBLK .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT EXSTPBLK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00070.
000000         DISPLAY "HBHSS130-33 EXSTPBLK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS130" TO ERRM-PROGID
000000     MOVE "33" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260906追加終了
      *20260909追加開始
      *    the value date: the bank's same-day cutoff (HHMM)
      *    from the run-parameter master, the holiday calendar
      *    where it exists
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
000000     DISPLAY "HBHSS130-93 VALUE DATE=" WK-VDATE
000000             " BUSINESS DATE=" WK-BUSDT UPON CONSOLE .
      *20260909追加終了
      *20261015追加開始
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "SQWSIKZG" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIZENMAP" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-STOPP = 1
000000         MOVE "VISTOPPY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-HOLIDY = 1
000000         MOVE "VIHOLIDY" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  first pass: the remittance summary's details
000000     MOVE ZERO TO WK-OUT-CNT
000000     MOVE ZERO TO WK-OUT-SUM
000000     MOVE ZERO TO WK-NOMAP-CNT
      *20260909修正開始
      *    the header carries the date the bank is to execute the
      *    file on, no longer simply the date it was built
000000     MOVE WK-VDATE TO ZENG-HDR-DATE
      *20260909修正終了
      *20261001追加開始
000000     MOVE HALC-HALLCD TO ZENG-HDR-HALLCD
      *20261001追加終了
000000     MOVE ZENG-HDR-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00021.
000000         DISPLAY "HBHSS130-11 ZENGINTF WRITE ERROR ",
000000     MOVE WK-OUT-CNT TO ZENG-TRL-CNT
000000     MOVE WK-OUT-SUM TO ZENG-TRL-AMOUNT
000000     MOVE ZENG-TRL-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHSS130-13 ZENGINTF WRITE ERROR ",
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZENG-END-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00028.
000000         DISPLAY "HBHSS130-14 ZENGINTF WRITE ERROR ",
000000             " NOMAP=" WK-NOMAP-CNT
000000             " REQUEUED=" WK-RQ-CNT UPON CONSOLE
      *20260902修正終了
      *20260906追加開始
000000     DISPLAY "HBHSS130-92 STOPPED=" WK-STOP-CNT
000000             UPON CONSOLE .
000000     IF SW-STOPP = 1
000000         CLOSE VISTOPPY .
000000     CLOSE EXSTPBLK .
      *20260906追加終了
      *20260909追加開始
000000     IF SW-HOLIDY = 1
000000         CLOSE VIHOLIDY .
      *20260909追加終了
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE WK-LNG-ZEN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXZENADV" TO LNG-FILEID
000000     MOVE WK-LNG-ADV TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXSTPBLK" TO LNG-FILEID
000000     MOVE WK-STOP-CNT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00029 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加開始
000000     MOVE "E" TO DCX-FUNC
000000     CALL "HSAAL180" USING DCX-PARAM .
      *20261005追加終了
000000 CX00004. EXIT.
      *
      *    DTL-RTN  -  one summary detail becomes one transfer line
000000     MOVE SIKZG-CHNL TO ZENG-DTL-CHNL
000000     MOVE SIKZG-DATE TO ZENG-DTL-DATE
000000     MOVE ZENG-DTL-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHSS130-21 ZENGINTF WRITE ERROR ",
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-OUT-CNT
      *20261005追加開始
000000     PERFORM DCX-RTN THRU CX00091 .
      *20261005追加終了
      *20260816修正開始
      *    the transfer trailer proves against what actually wires,
      *    which is now the net
000000 ADV-RTN .
           MOVE "ADV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260909追加開始
000000     MOVE ZERO TO EXZEN-VALDATE .
000000     IF EXZEN-TRANSFERRED
000000         MOVE WK-VDATE TO EXZEN-VALDATE .
      *20260909追加終了
      *20260928追加開始
      *    the payee name goes out masked by the suite's rule for
      *    it - see CLMSKC and HSAAL140
000000     MOVE "HBHSS130" TO MSKC-PROGID
000000     MOVE "PAYEENAME" TO MSKC-FIELDID
000000     MOVE EXZEN-PAYEENAME TO MSKC-VALUE
000000     MOVE "S" TO MSKC-METHOD
000000     MOVE 6 TO MSKC-SHOWN
000000     CALL "HSAAL140" USING MSKC-PARAM
000000     MOVE MSKC-VALUE TO EXZEN-PAYEENAME
      *20260928追加終了
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ADV
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXZENADV" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ADV TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXZEN-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS130-22 EXZENADV WRITE ERROR ",
000000 CX00058.
           MOVE "CX00058" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIRQQUE" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     MOVE ZERO TO FL-END
000000     MOVE LOW-VALUES TO RQQ-TICKETCD .
000000     START VIRQQUE KEY NOT < RQQ-TICKETCD
000000         PERFORM RQREW-RTN THRU CX00068
000000         PERFORM RQDEL-RTN THRU CX00069
000000         GO TO CX00055 .
      *20260906追加開始
000000     PERFORM STPCHK-RTN THRU CX00071 .
000000     IF NOT(WK-STOP-OK = 1)
000000         MOVE SPACE TO EXZEN-PAYEENAME
000000         MOVE "4" TO EXZEN-RESULT
000000         PERFORM ADV-RTN THRU CX00040
000000         GO TO CX00055 .
      *20260906追加終了
000000     MOVE RQQ-CHNL TO WK-HLD-CHNL
000000     MOVE PAYST-AMOUNT TO WK-GROSS-AMT
000000     MOVE RQQ-CHNL TO ZENMAP-CHNL
000000     MOVE RQQ-CHNL TO ZENG-DTL-CHNL
000000     MOVE WK-BUSDT TO ZENG-DTL-DATE
000000     MOVE ZENG-DTL-WK TO ZENG-REC
      *20261015追加開始
000000     ADD 1 TO WK-LNG-ZEN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "ZENGINTF" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-ZEN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE ZENG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHSS130-28 ZENGINTF WRITE ERROR ",
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-OUT-CNT
      *20261005追加開始
000000     PERFORM DCX-RTN THRU CX00091 .
      *20261005追加終了
000000     ADD WK-NET-AMT TO WK-OUT-SUM
000000     ADD 1 TO WK-RQ-CNT
000000     MOVE WK-FEE-AMT TO EXZEN-FEEAMT
000000 RQREW-RTN .
           MOVE "RQREW-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPAYSTS" TO LNG-FILEID
000000     MOVE PAYST-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PAYST-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHSS130-29 VIPAYSTS REWRITE ERROR ",
000000 RQDEL-RTN .
           MOVE "RQDEL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIRQQUE" TO LNG-FILEID
000000     MOVE RQQ-TICKETCD TO LNG-RECKEY
000000     MOVE "D" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     DELETE VIRQQUE RECORD INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHSS130-30 VIRQQUE DELETE ERROR ",
000000         STOP RUN .
000000 CX00069. EXIT.
      *20260902修正終了
      *20260906追加開始
      *
      *    STPCHK-RTN  -  the stop-payment check on the queue row
      *    in hand: it passes unless VISTOPPY holds a stop in
      *    force against the ticket that has not run past its
      *    expiry; a stopped ticket is announced and written to
      *    EXSTPBLK with the run's operator
000000 STPCHK-RTN .
           MOVE "STPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-STOP-OK .
000000     IF NOT(SW-STOPP = 1)GO TO CX00071.
000000     MOVE RQQ-TICKETCD TO STOPP-TICKETCD
000000     READ VISTOPPY INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00071.
000000     IF NOT(STOPP-IN-FORCE)GO TO CX00071.
000000     IF STOPP-EXPIRY NOT = ZERO AND STOPP-EXPIRY < WK-BUSDT
000000         GO TO CX00071.
000000     MOVE ZERO TO WK-STOP-OK
000000     ADD 1 TO WK-STOP-CNT
000000     DISPLAY "HBHSS130-97 STOP-PAYMENT IN FORCE "
000000             RQQ-TICKETCD UPON CONSOLE .
000000     ACCEPT STPBK-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT STPBK-RUNTIME FROM TIME
000000     MOVE "HBHSS130" TO STPBK-PROGID
000000     MOVE RQQ-TICKETCD TO STPBK-TICKETCD
000000     MOVE PAYST-AMOUNT TO STPBK-AMOUNT
000000     MOVE WK-OPID TO STPBK-OPID
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
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00071.
000000         DISPLAY "HBHSS130-34 EXSTPBLK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS130" TO ERRM-PROGID
000000     MOVE "34" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00071. EXIT.
      *20260906追加終了
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
      *    JOBLG-START-RTN  -  appends the "run started" record to
      *    the suite-wide job-control audit trail (VIJOBLOG)
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
000000         DISPLAY "HBHSS130-23 VIJOBLOG WRITE ERROR ",
000000     MOVE WK-BUSDT-LAST TO WK-BUSDT-DD .
000000 CX00044. EXIT.
      *20150611追加終了
      *20261005追加開始
      *
      *    DCX-RTN  -  the transfer line just written goes on the
      *    electronic-records index: found by its value date, the
      *    amount wired and the channel paid, numbered by hall,
      *    batch date and line
000000 DCX-RTN .
           MOVE "DCX-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-HALLCD TO WK-DCX-HALLCD
000000     MOVE WK-BUSDT TO WK-DCX-BUSDT
000000     MOVE WK-OUT-CNT TO WK-DCX-LINE
000000     MOVE "R" TO DCX-FUNC
000000     MOVE "HBHSS130" TO DCX-PROGID
000000     MOVE "T" TO DCX-DOCTYPE
000000     MOVE WK-VDATE TO DCX-DOCDATE
000000     MOVE WK-DCX-DOCNO TO DCX-DOCNO
000000     MOVE ZENG-DTL-AMOUNT TO DCX-AMOUNT
000000     MOVE ZENG-DTL-CHNL TO DCX-CPTY
000000     MOVE ZENG-DTL-PAYEENAME TO DCX-CPTYNAME
000000     MOVE WK-DCX-FILEID TO DCX-FILEID
000000     MOVE WK-BUSDT TO DCX-GENBD
000000     CALL "HSAAL180" USING DCX-PARAM .
000000 CX00091. EXIT.
      *20261005追加終了
