       01  PRM-PARAM.
           COPY CLPRM .
      *20150602追加終了
      *20260921追加開始
      *    run-sequence enforcement connect area - see CLSEQC
       01  SEQC-PARAM.
           COPY CLSEQC .
      *20260921追加終了
      *20150602追加開始
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
      *20260921追加開始
      *    the pre-edit may only start once the HBHUN355 FEP
      *    arrival check has ended normally for the night - a
      *    night it held is refused here - see VIRUNSEQ and
      *    HSAAL090
000000     INITIALIZE SEQC-PARAM
000000     MOVE "HBHUN360" TO SEQC-PROGID
000000     CALL "HSAAL090" USING SEQC-PARAM .
000000     IF SEQC-RESULT = 1
000000         STOP RUN .
      *20260921追加終了
      *20150611追加開始
000000     PERFORM BUSDT-DRV-RTN THRU CX00068 .
      *20150611追加終了
