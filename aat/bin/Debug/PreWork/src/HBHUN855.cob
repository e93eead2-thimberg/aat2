           05  WTAX-TAXAMT                 PIC S9(14) COMP-3.
           05  WTAX-TOTAMT                 PIC S9(14) COMP-3.
           05  WTAX-UNITS                  PIC S9(14) COMP-3.
      *20260917追加開始
      *    the campaign discount already taken off the total
           05  WTAX-DISCAMT                PIC S9(14) COMP-3.
      *20260917追加終了
      *20260902修正開始
000000 FD  VITAXRT
           LABEL  RECORD  STANDARD
      *    run-parameter connect area - see CLPRM and HSAAL120
       01  PRM-PARAM.
           COPY CLPRM .
      *20261005追加開始
      *    electronic-records index connect area - see CLDOCX
      *    and HSAAL180
       01  DCX-PARAM.
           COPY CLDOCX .
      *20261005追加終了
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
       01  WK-OPID                      PIC X(08) VALUE "UNKNOWN ".
           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-INV                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00066 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VITAXRT" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VRGCARD" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "INVFLMAP" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIWURTAX" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
      *20260902修正終了
000000 CX00002. EXIT.
      *
000000 CX00007. EXIT.
000000 E000-RTN .
      *20260902修正開始
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQVINVCE" TO LNG-FILEID
000000     MOVE WK-LNG-INV TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXVRGAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00067 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加開始
000000     MOVE "E" TO DCX-FUNC
000000     CALL "HSAAL180" USING DCX-PARAM .
      *20261005追加終了
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one registration or reissue card
000000     MOVE VGC-VENDORCD TO VRG-VENDORCD
000000     MOVE VGC-REGNO TO VRG-REGNO
000000     MOVE VGC-NAME TO VRG-NAME
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIVINVRG" TO LNG-FILEID
000000     MOVE VRG-VENDORCD TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE VRG-REC INVALID CONTINUE .
000000     IF FL-STS1 = "22"
000000         REWRITE VRG-REC INVALID CONTINUE .
000000         PERFORM AUD-RTN THRU CX00040
000000         GO TO CX00030 .
000000     MOVE 1 TO INVR-REISSUE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIINVREG" TO LNG-FILEID
000000     MOVE INVR-SEQNO TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE INVR-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00057.
000000         DISPLAY "HBHUN855-08 VIINVREG REWRITE ERROR ",
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXVRGAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXVRG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00058.
000000         DISPLAY "HBHUN855-09 EXVRGAUD WRITE ERROR ",
000000     MOVE VND-TOT (WK-IX) TO INVR-TOTAMT
000000     ACCEPT INVR-ISSUEDATE FROM DATE YYYYMMDD
000000     MOVE ZERO TO INVR-REISSUE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIINVREG" TO LNG-FILEID
000000     MOVE INVR-SEQNO TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE INVR-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN855-10 VIINVREG WRITE ERROR ",
000000     MOVE ZERO TO INV-TAXAMT
000000     MOVE ZERO TO INV-TOTAMT
000000     MOVE INVR-REISSUE TO INV-REISSUE
      *20261015追加開始
000000     ADD 1 TO WK-LNG-INV
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQVINVCE" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-INV TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE INV-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00060.
000000         DISPLAY "HBHUN855-11 SQVINVCE WRITE ERROR ",
000000     MOVE INVR-BASEAMT TO INV-BASEAMT
000000     MOVE INVR-TAXAMT TO INV-TAXAMT
000000     MOVE ZERO TO INV-TOTAMT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-INV
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQVINVCE" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-INV TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE INV-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00061.
000000         DISPLAY "HBHUN855-12 SQVINVCE WRITE ERROR ",
000000     MOVE INVR-BASEAMT TO INV-BASEAMT
000000     MOVE INVR-TAXAMT TO INV-TAXAMT
000000     MOVE INVR-TOTAMT TO INV-TOTAMT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-INV
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQVINVCE" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-INV TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE INV-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00062.
000000         DISPLAY "HBHUN855-13 SQVINVCE WRITE ERROR ",
000000 CX00062.
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加開始
      *    the invoice goes on the electronic-records index as it
      *    goes out - a reissue brings its row up to this run
000000     MOVE "R" TO DCX-FUNC
000000     MOVE "HBHUN855" TO DCX-PROGID
000000     MOVE "I" TO DCX-DOCTYPE
000000     MOVE INVR-ISSUEDATE TO DCX-DOCDATE
000000     MOVE INVR-SEQNO TO DCX-DOCNO
000000     MOVE INVR-TOTAMT TO DCX-AMOUNT
000000     MOVE INVR-VENDORCD TO DCX-CPTY
000000     MOVE VRG-NAME TO DCX-CPTYNAME
000000     MOVE "SQVINVCE" TO DCX-FILEID
000000     MOVE WK-BUSDT TO DCX-GENBD
000000     CALL "HSAAL180" USING DCX-PARAM .
      *20261005追加終了
000000 CX00046. EXIT.
      *    BUSDT-DRV-RTN  -  derives the business date for the
      *    audit-trail records: the chain runs after midnight, so
