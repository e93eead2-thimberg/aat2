000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HSAAL180 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
      *20261005追加開始
      *    electronic-records index: the bookkeeping rules want the
      *    invoices, transfers and journal entries this system
      *    produces searchable by date, amount and counterparty for
      *    as long as they are kept.  Every document is registered
      *    here by the program that writes it, as it writes it; a
      *    document written again (a reissue, a resend) keeps its
      *    one row with the latest location.  An index that cannot
      *    be opened is announced once and the caller carries on -
      *    see CLDOCX and CFDOCIX
      *20261015追加開始
      *    A transfer the payer then keeps back from the bank - a
      *    channel held at release (HBHSS305) - is withdrawn again,
      *    so the index lists only what actually left
      *20261015追加終了
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT  VIDOCIDX
000000             ASSIGN            VIDOCIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY DIX-KEY
000000             FILE STATUS          STS-FILE1.
      *20261005追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIDOCIDX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDOCIDX".
       01  DIX-REC.
           COPY CFDOCIX .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  STS-FILE1                   PIC X(02).
000000   03  SW-OPEN                     PIC 9(01) VALUE ZERO.
000000   03  SW-AVAIL                    PIC 9(01) VALUE ZERO.
000000   03  SW-WARNED                   PIC 9(01) VALUE ZERO.
000000   03  WK-STAMPDATE                PIC 9(08).
000000   03  WK-STAMPTIME                PIC 9(06).
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
000000 LINKAGE SECTION.
000000 01  DCX-PARAM.
000000     COPY CLDOCX .
000000 PROCEDURE DIVISION USING DCX-PARAM .
000000 MAIN-RTN .
000000     IF SW-OPEN = 0 AND NOT DCX-END
000000         PERFORM S000-RTN THRU CX00002 .
000000     MOVE "9" TO DCX-STATUS .
000000     IF NOT(SW-AVAIL = 1)GO TO CX00001.
000000     MOVE "0" TO DCX-STATUS .
000000     IF DCX-REGISTER
000000         PERFORM REG-RTN THRU CX00010 .
000000     IF DCX-END
000000         PERFORM END-RTN THRU CX00040 .
      *20261015追加開始
000000     IF DCX-WITHDRAW
000000         PERFORM WDR-RTN THRU CX00020 .
      *20261015追加終了
000000 CX00001. EXIT PROGRAM.
      *
      *    S000-RTN  -  the index, opened once per run and created
      *    the first time any program registers anything
000000 S000-RTN .
           MOVE "S000-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-OPEN .
000000     OPEN I-O VIDOCIDX .
000000     IF NOT(STS-FILE1 = "35")GO TO CX00003.
000000     OPEN OUTPUT VIDOCIDX
000000     CLOSE VIDOCIDX
000000     OPEN I-O VIDOCIDX .
000000 CX00003.
           MOVE "CX00003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF STS-FILE1 = "00"
000000         MOVE 1 TO SW-AVAIL
000000         GO TO CX00002.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00002. EXIT.
      *
      *    REG-RTN  -  one document: a new row, or the row already
      *    there brought up to the latest writing
000000 REG-RTN .
000000     ACCEPT WK-STAMPDATE FROM DATE YYYYMMDD
000000     ACCEPT WK-STAMPTIME FROM TIME .
000000     MOVE DCX-DOCTYPE TO DIX-DOCTYPE
000000     MOVE DCX-DOCDATE TO DIX-DOCDATE
000000     MOVE DCX-DOCNO TO DIX-DOCNO
000000     READ VIDOCIDX INVALID CONTINUE .
000000     IF STS-FILE1 = "00" GO TO CX00011.
000000     INITIALIZE DIX-REC
000000     MOVE DCX-DOCTYPE TO DIX-DOCTYPE
000000     MOVE DCX-DOCDATE TO DIX-DOCDATE
000000     MOVE DCX-DOCNO TO DIX-DOCNO
000000     MOVE ZERO TO DIX-REGCNT
000000     PERFORM SET-RTN THRU CX00013 .
000000     WRITE DIX-REC INVALID CONTINUE .
000000     GO TO CX00012.
000000 CX00011.
000000     PERFORM SET-RTN THRU CX00013 .
000000     REWRITE DIX-REC INVALID CONTINUE .
000000 CX00012.
000000     IF STS-FILE1 = "00" GO TO CX00010.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00010. EXIT.
000000 SET-RTN .
000000     MOVE DCX-AMOUNT TO DIX-AMOUNT
000000     MOVE DCX-CPTY TO DIX-CPTY
000000     MOVE DCX-CPTYNAME TO DIX-CPTYNAME
000000     MOVE DCX-FILEID TO DIX-FILEID
000000     MOVE DCX-GENBD TO DIX-GENBD
000000     MOVE DCX-PROGID TO DIX-PROGID
000000     MOVE WK-STAMPDATE TO DIX-REGDATE
000000     MOVE WK-STAMPTIME TO DIX-REGTIME .
000000     IF DIX-REGCNT < 999
000000         ADD 1 TO DIX-REGCNT .
000000 CX00013. EXIT.
      *20261015追加開始
      *
      *    WDR-RTN  -  one document taken off the index; a row
      *    never registered is no fault
000000 WDR-RTN .
           MOVE "WDR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DCX-DOCTYPE TO DIX-DOCTYPE
000000     MOVE DCX-DOCDATE TO DIX-DOCDATE
000000     MOVE DCX-DOCNO TO DIX-DOCNO
000000     DELETE VIDOCIDX INVALID CONTINUE .
000000     IF STS-FILE1 = "00" OR "23" GO TO CX00020.
000000     PERFORM WARN-RTN THRU CX00050 .
000000 CX00020. EXIT.
      *20261015追加終了
      *
      *    END-RTN  -  the caller's run is over
000000 END-RTN .
           MOVE "END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE VIDOCIDX
000000     MOVE ZERO TO SW-OPEN SW-AVAIL .
000000 CX00040. EXIT.
      *
      *    WARN-RTN  -  the index failed; said once per run on the
      *    console, the call answered 9
000000 WARN-RTN .
000000     MOVE "9" TO DCX-STATUS .
000000     IF SW-WARNED = 1 GO TO CX00050.
000000     MOVE 1 TO SW-WARNED
000000     DISPLAY "HSAAL180-51 VIDOCIDX STATUS " STS-FILE1
000000             " - DOCUMENTS NOT INDEXED FOR " DCX-PROGID
000000             UPON CONSOLE .
000000 CX00050. EXIT.
