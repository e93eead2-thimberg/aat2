000000     SELECT  EXREFRPT
000000             ASSIGN               EXREFRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260920追加開始
      *    machine-code allocation registry - every machine must
      *    hold a live code issued through HBHUN980; when the file
      *    has not been created yet every machine is reported
000000     SELECT  VICODREG
000000             ASSIGN            VICODREG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY CDR-CODE
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260920追加終了
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
           05  EXREF-CHECK                 PIC X(08).
           05  EXREF-KEY                   PIC X(12).
           05  EXREF-MISSING               PIC X(12).
      *20260920追加開始
000000 FD  VICODREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICODREG".
       01  CDR-REC.
           COPY CFCODRG .
      *20260920追加終了
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  CHT-WORK.
000000   03  CHT-CNT                     PIC 9(03) VALUE ZERO.
000000   03  CHT-TAB                     PIC X(02) OCCURS 100.
      *20260920追加開始
      *    the machines holding a live code on VICODREG
000000 01  CDT-WORK.
000000   03  SW-CODREG                   PIC 9(01) VALUE ZERO.
000000   03  CDT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  CDT-IX                      PIC 9(04).
000000   03  CDT-GAMKEY.
000000       05  CDT-GMTYPE              PIC 9(02).
000000       05  CDT-BLOCK               PIC 9(04).
000000       05  CDT-KAI                 PIC 9(04).
000000   03  CDT-TAB                     PIC X(10) OCCURS 3000.
      *20260920追加終了
      *20150527追加開始
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260920追加開始
000000       OPEN  INPUT  VICODREG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-CODREG .
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "35")
000000         GO TO CX00069.
000000         DISPLAY "HBHUN670-17 VICODREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN670" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260920追加終了
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00011.
000000         DISPLAY "HBHUN670-04 VIJOBLOG OPEN ERROR ",
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260920追加開始
000000     IF SW-CODREG = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00070. IF NOT(FL-END = ZERO)GO TO CX00003.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VICODREG NEXT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00071.
000000     IF CDR-LIVE AND CDT-CNT < 3000
000000         COMPUTE CDT-CNT = CDT-CNT + 1
000000         MOVE CDR-GAMKEY TO CDT-TAB (CDT-CNT) .
000000     GO TO CX00070.
000000 CX00071. IF NOT(FL-STS1 = "10")GO TO CX00072.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00070.
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN670-18 VICODREG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN670" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
      *20260920追加終了
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  every sales floor's vendor must exist
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260920追加開始
000000     IF SW-CODREG = 1
000000         CLOSE VICODREG .
      *20260920追加終了
000000 CX00004. EXIT.
      *
      *    GAMECHK-RTN  -  one machine's three references
000000         MOVE GAM-KEY TO EXREF-KEY
000000         MOVE WK-BLKDSP TO EXREF-MISSING
000000         PERFORM REF-RTN THRU CX00050 .
      *20260920追加開始
      *    no live code on the allocation registry: a warning, so a
      *    hall still filling the registry is not held up
000000     MOVE GAM-GMTYPE TO CDT-GMTYPE
000000     MOVE GAM-BLOCK TO CDT-BLOCK
000000     MOVE GAM-KAI TO CDT-KAI
000000     MOVE ZERO TO WK-FOUND-SW
000000     MOVE ZERO TO CDT-IX .
000000 CX00073. IF NOT(CDT-IX < CDT-CNT)GO TO CX00074.
000000     COMPUTE CDT-IX = CDT-IX + 1 .
000000     IF NOT(CDT-TAB (CDT-IX) = CDT-GAMKEY)GO TO CX00073.
000000     MOVE 1 TO WK-FOUND-SW .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-FOUND-SW = ZERO
000000         MOVE 2 TO EXREF-SEV
000000         MOVE "GAM-CODE" TO EXREF-CHECK
000000         MOVE GAM-KEY TO EXREF-KEY
000000         MOVE SPACE TO EXREF-MISSING
000000         PERFORM REF-RTN THRU CX00050 .
      *20260920追加終了
000000 CX00060. EXIT.
      *
      *    REF-RTN  -  one break row, counted by severity
