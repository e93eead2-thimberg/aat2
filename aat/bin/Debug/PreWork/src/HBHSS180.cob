           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
      *20260928追加開始
      *    sensitive-field masking connect area - see CLMSKC and
      *    HSAAL140
       01  MSKC-PARAM.
           COPY CLMSKC .
      *20260928追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     MOVE ZENMAP-BANKCD TO EXBNK-BANKCD
000000     MOVE ZENMAP-BRANCHCD TO EXBNK-BRANCHCD
000000     MOVE ZENMAP-PAYEENAME TO EXBNK-NAME
      *20260928追加開始
      *    the payee name goes out masked by the suite's rule for
      *    it - see CLMSKC and HSAAL140
000000     MOVE "HBHSS180" TO MSKC-PROGID
000000     MOVE "PAYEENAME" TO MSKC-FIELDID
000000     MOVE EXBNK-NAME TO MSKC-VALUE
000000     MOVE "S" TO MSKC-METHOD
000000     MOVE 6 TO MSKC-SHOWN
000000     CALL "HSAAL140" USING MSKC-PARAM
000000     MOVE MSKC-VALUE TO EXBNK-NAME
      *20260928追加終了
000000     MOVE ZERO TO EXBNK-CNT
000000     ADD 1 TO WK-BAD-CNT
000000     WRITE EXBNK-REC .
