000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHSS320 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260911追加開始
      *    month-end receivables aging and dunning over the
      *    VIARLEDG ledger HBHSS315 keeps: every open invoice is
      *    aged by days past its due date into not-yet-due, 1-30,
      *    31-60, 61-90 and over-90 buckets and summed per VIGYOSYA
      *    vendor on EXARAGE, with a grand total; every invoice past
      *    due goes on the EXARDUN dunning list with its dunning
      *    level (1 up to 30 days, 2 up to 60, 3 beyond) and the
      *    count of times it has now been dunned, kept on the
      *    ledger.  A vendor code not on the vendor master is still
      *    aged and dunned, flagged for the accounts office
000000     SELECT  VIARLEDG
000000             ASSIGN            VIARLEDG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY ARL-INVNO
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGYOSYA
000000             ASSIGN            VIGYOSYA-MSD
000000             ORGANIZATION      INDEXED
000000             ACCESS   MODE     RANDOM
000000             RECORD   KEY      GYS-GYOCD
000000             FILE STATUS       FL-STS1  FL-STS2.
000000     SELECT  EXARAGE
000000             ASSIGN               EXARAGE-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXARDUN
000000             ASSIGN               EXARDUN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260911追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIARLEDG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARLEDG".
       01  ARL-REC.
           COPY CFARLDG .
      *    the vendor master through the leading-key view HBHUN670
      *    reads it by - its own copybook is degenerate
000000 FD  VIGYOSYA
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGYOSYA".
       01  GYS-REC.
           05  GYS-GYOCD                   PIC X(08).
           05  FILLER                      PIC X(100).
000000 FD  EXARAGE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXARAGE".
       01  EXAGE-REC.
           05  EXAGE-KBN                   PIC X(01).
               88  EXAGE-VENDOR             VALUE "V".
               88  EXAGE-TOTAL              VALUE "T".
           05  EXAGE-ASOF                  PIC 9(08).
           05  EXAGE-VENDORCD              PIC X(08).
      *    "*" the vendor code is not on VIGYOSYA
           05  EXAGE-NOMAST                PIC X(01).
           05  EXAGE-INVCNT                PIC 9(05).
           05  EXAGE-NOTDUE                PIC 9(14) COMP-3.
           05  EXAGE-B030                  PIC 9(14) COMP-3.
           05  EXAGE-B060                  PIC 9(14) COMP-3.
           05  EXAGE-B090                  PIC 9(14) COMP-3.
           05  EXAGE-OVER90                PIC 9(14) COMP-3.
           05  EXAGE-TOTBAL                PIC 9(14) COMP-3.
000000 FD  EXARDUN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXARDUN".
       01  EXDUN-REC.
           05  EXDUN-ASOF                  PIC 9(08).
           05  EXDUN-VENDORCD              PIC X(08).
           05  EXDUN-NOMAST                PIC X(01).
           05  EXDUN-INVNO                 PIC 9(08).
           05  EXDUN-ISSUEDATE             PIC 9(08).
           05  EXDUN-DUEDATE               PIC 9(08).
           05  EXDUN-DAYSPAST              PIC 9(05).
           05  EXDUN-INVAMT                PIC 9(14) COMP-3.
           05  EXDUN-OPENBAL               PIC 9(14) COMP-3.
           05  EXDUN-LEVEL                 PIC 9(01).
           05  EXDUN-DUNCNT                PIC 9(02).
           05  EXDUN-LASTPAYDATE           PIC 9(08).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  SW-LSTEND                   PIC 9(01).
000000   03  SW-GYOSYA                   PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-OPEN-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-DUN-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-PAST                     PIC S9(07).
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-JX                       PIC 9(04).
000000   03  WK-VX                       PIC 9(04).
000000   03  WK-NOMAST                   PIC X(01).
      *    calendar-day serial computation area - the HBHUN720
      *    arrangement; only differences are ever used
000000   03  WK-SER-DATE                 PIC 9(08).
000000   03  WK-SER-DATE-R REDEFINES WK-SER-DATE.
000000       05  WK-SER-YY               PIC 9(04).
000000       05  WK-SER-MM               PIC 9(02).
000000       05  WK-SER-DD               PIC 9(02).
000000   03  WK-SER-Y                    PIC 9(04).
000000   03  WK-SER-M                    PIC 9(02).
000000   03  WK-SER-Q1                   PIC 9(04).
000000   03  WK-SER-Q2                   PIC 9(04).
000000   03  WK-SER-Q3                   PIC 9(04).
000000   03  WK-SER-T                    PIC 9(05).
000000   03  WK-SER-Q4                   PIC 9(04).
000000   03  WK-SER-DAYS                 PIC 9(07).
000000   03  WK-BUS-SERIAL               PIC 9(07).
      *    the per-vendor buckets, kept in vendor-code order
000000 01  AGV-WORK.
000000   03  AGV-CNT                     PIC 9(04) VALUE ZERO.
000000   03  AGV-TABLE.
000000     05  AGV-ENT OCCURS 500.
000000       07  AGV-VENDORCD            PIC X(08).
000000       07  AGV-NOMAST              PIC X(01).
000000       07  AGV-INVCNT              PIC 9(05).
000000       07  AGV-AMT                 PIC 9(14) OCCURS 5.
000000       07  AGV-TOTBAL              PIC 9(14).
000000   03  AGV-GRAND.
000000       05  AGV-G-INVCNT            PIC 9(05) VALUE ZERO.
000000       05  AGV-G-AMT               PIC 9(14) OCCURS 5.
000000       05  AGV-G-TOTBAL            PIC 9(14) VALUE ZERO.
000000   03  AGV-BX                      PIC 9(01).
      *    central error-reporting connect area - see CLERRM
       01  ERRM-PARAM.
           COPY CLERRM .
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
      *    run-parameter connect area - see CLPRM and HSAAL120
       01  PRM-PARAM.
           COPY CLPRM .
      *    operator and terminal identity for the audit trail -
      *    set at start-up from the run-parameter master
       01  WK-OPID                      PIC X(08) VALUE "UNKNOWN ".
       01  WK-TERMID                    PIC X(08) VALUE "UNKNOWN ".
      *    the business date stamped on this run's audit-trail
      *    records - the chain settles the previous calendar
      *    day, the HSAAL090/HSAAL130 convention
       01  WK-BUSDT-AREA.
           05  WK-BUSDT                    PIC 9(08).
           05  WK-BUSDT-YMD REDEFINES WK-BUSDT.
               07  WK-BUSDT-YY             PIC 9(04).
               07  WK-BUSDT-MM             PIC 9(02).
               07  WK-BUSDT-DD             PIC 9(02).
           05  WK-BUSDT-LAST               PIC 9(02).
           05  WK-BUSDT-Q                  PIC 9(04).
           05  WK-BUSDT-R                  PIC 9(04).
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064
000000     MOVE WK-BUSDT TO WK-SER-DATE
000000     PERFORM SERIAL-RTN THRU CX00079
000000     MOVE WK-SER-DAYS TO WK-BUS-SERIAL
000000     MOVE ZERO TO AGV-G-AMT (1) AGV-G-AMT (2) AGV-G-AMT (3)
000000                  AGV-G-AMT (4) AGV-G-AMT (5) .
000000     OPEN I-O VIARLEDG .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIARLEDG
000000         CLOSE VIARLEDG
000000         OPEN I-O VIARLEDG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHSS320-01 VIARLEDG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIGYOSYA .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-GYOSYA
000000     ELSE
000000     DISPLAY "HBHSS320-94 VIGYOSYA ABSENT - VENDOR CHECK"
000000             " DISABLED" UPON CONSOLE .
000000       OPEN  OUTPUT EXARAGE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHSS320-02 EXARAGE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXARDUN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHSS320-03 EXARDUN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHSS320-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  every open invoice aged into its vendor's
      *    buckets, and dunned when it is past due
000000 P000-RTN .
000000     MOVE ZERO TO SW-LSTEND
000000     MOVE LOW-VALUES TO ARL-INVNO .
000000     START VIARLEDG KEY >= ARL-INVNO
000000             INVALID MOVE 1 TO SW-LSTEND .
000000     IF NOT(SW-LSTEND = 0) GO TO CX00003.
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIARLEDG NEXT AT END GO TO CX00003.
000000     IF NOT(ARL-OPEN AND ARL-OPENBAL > ZERO)GO TO CX00010.
000000     ADD 1 TO WK-OPEN-CNT
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE ZERO TO WK-PAST .
000000     IF ARL-DUEDATE < WK-BUSDT
000000         MOVE ARL-DUEDATE TO WK-SER-DATE
000000         PERFORM SERIAL-RTN THRU CX00079
000000         COMPUTE WK-PAST = WK-BUS-SERIAL - WK-SER-DAYS .
000000     MOVE 1 TO AGV-BX .
000000     IF WK-PAST > ZERO
000000         MOVE 2 TO AGV-BX .
000000     IF WK-PAST > 30
000000         MOVE 3 TO AGV-BX .
000000     IF WK-PAST > 60
000000         MOVE 4 TO AGV-BX .
000000     IF WK-PAST > 90
000000         MOVE 5 TO AGV-BX .
000000     PERFORM VENDOR-RTN THRU CX00020 .
000000     IF WK-VX = ZERO GO TO CX00011.
000000     ADD 1 TO AGV-INVCNT (WK-VX)
000000     ADD ARL-OPENBAL TO AGV-AMT (WK-VX AGV-BX)
000000     ADD ARL-OPENBAL TO AGV-TOTBAL (WK-VX) .
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO AGV-G-INVCNT
000000     ADD ARL-OPENBAL TO AGV-G-AMT (AGV-BX)
000000     ADD ARL-OPENBAL TO AGV-G-TOTBAL .
000000     IF WK-PAST > ZERO
000000         PERFORM DUN-RTN THRU CX00030 .
000000     GO TO CX00010.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the aging report: one line per vendor in
      *    vendor-code order, then the grand total
000000 P100-RTN .
000000     MOVE ZERO TO WK-IX .
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < AGV-CNT)GO TO CX00013.
000000     ADD 1 TO WK-IX
000000     MOVE "V" TO EXAGE-KBN
000000     MOVE WK-BUSDT TO EXAGE-ASOF
000000     MOVE AGV-VENDORCD (WK-IX) TO EXAGE-VENDORCD
000000     MOVE AGV-NOMAST (WK-IX) TO EXAGE-NOMAST
000000     MOVE AGV-INVCNT (WK-IX) TO EXAGE-INVCNT
000000     MOVE AGV-AMT (WK-IX 1) TO EXAGE-NOTDUE
000000     MOVE AGV-AMT (WK-IX 2) TO EXAGE-B030
000000     MOVE AGV-AMT (WK-IX 3) TO EXAGE-B060
000000     MOVE AGV-AMT (WK-IX 4) TO EXAGE-B090
000000     MOVE AGV-AMT (WK-IX 5) TO EXAGE-OVER90
000000     MOVE AGV-TOTBAL (WK-IX) TO EXAGE-TOTBAL
000000     PERFORM AGEWRT-RTN THRU CX00040 .
000000     GO TO CX00012.
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "T" TO EXAGE-KBN
000000     MOVE WK-BUSDT TO EXAGE-ASOF
000000     MOVE SPACE TO EXAGE-VENDORCD
000000     MOVE SPACE TO EXAGE-NOMAST
000000     MOVE AGV-G-INVCNT TO EXAGE-INVCNT
000000     MOVE AGV-G-AMT (1) TO EXAGE-NOTDUE
000000     MOVE AGV-G-AMT (2) TO EXAGE-B030
000000     MOVE AGV-G-AMT (3) TO EXAGE-B060
000000     MOVE AGV-G-AMT (4) TO EXAGE-B090
000000     MOVE AGV-G-AMT (5) TO EXAGE-OVER90
000000     MOVE AGV-G-TOTBAL TO EXAGE-TOTBAL
000000     PERFORM AGEWRT-RTN THRU CX00040 .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHSS320-90 OPEN INVOICES=" WK-OPEN-CNT
000000             " VENDORS=" AGV-CNT " DUNNED=" WK-DUN-CNT
000000             " OPEN BALANCE=" AGV-G-TOTBAL UPON CONSOLE .
000000     IF SW-GYOSYA = 1
000000         CLOSE VIGYOSYA .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHSS320-10 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIARLEDG  EXARAGE  EXARDUN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHSS320-11 VIARLEDG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    VENDOR-RTN  -  the invoice's vendor found in the table,
      *    or slotted in at its place in code order and checked on
      *    the vendor master; WK-VX is left zero when the table is
      *    full and the invoice counts in the grand total only
000000 VENDOR-RTN .
           MOVE "VENDOR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-IX .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-IX < AGV-CNT)GO TO CX00022.
000000     ADD 1 TO WK-IX .
000000     IF AGV-VENDORCD (WK-IX) = ARL-VENDORCD
000000         MOVE WK-IX TO WK-VX
000000         GO TO CX00020.
000000     IF AGV-VENDORCD (WK-IX) < ARL-VENDORCD GO TO CX00021.
000000     SUBTRACT 1 FROM WK-IX .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    WK-IX is now the last entry ahead of the new vendor
000000     MOVE ZERO TO WK-VX .
000000     IF NOT(AGV-CNT < 500)
000000         DISPLAY "HBHSS320-92 VENDOR TABLE FULL - "
000000                 ARL-VENDORCD " IN TOTAL ONLY" UPON CONSOLE
000000         GO TO CX00020.
000000     MOVE AGV-CNT TO WK-JX .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-JX > WK-IX)GO TO CX00024.
000000     MOVE AGV-ENT (WK-JX) TO AGV-ENT (WK-JX + 1)
000000     SUBTRACT 1 FROM WK-JX .
000000     GO TO CX00023.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO AGV-CNT
000000     COMPUTE WK-VX = WK-IX + 1
000000     MOVE ARL-VENDORCD TO AGV-VENDORCD (WK-VX)
000000     MOVE ZERO TO AGV-INVCNT (WK-VX)
000000     MOVE ZERO TO AGV-AMT (WK-VX 1) AGV-AMT (WK-VX 2)
000000                  AGV-AMT (WK-VX 3) AGV-AMT (WK-VX 4)
000000                  AGV-AMT (WK-VX 5)
000000     MOVE ZERO TO AGV-TOTBAL (WK-VX)
000000     PERFORM GYSCHK-RTN THRU CX00025
000000     MOVE WK-NOMAST TO AGV-NOMAST (WK-VX) .
000000 CX00020. EXIT.
      *
      *    GYSCHK-RTN  -  WK-NOMAST set "*" when the vendor is not
      *    on the vendor master
000000 GYSCHK-RTN .
           MOVE "GYSCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-NOMAST .
000000     IF NOT(SW-GYOSYA = 1)GO TO CX00025.
000000     MOVE ARL-VENDORCD TO GYS-GYOCD
000000     READ VIGYOSYA INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "*" TO WK-NOMAST
000000         GO TO CX00025.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00025.
000000         DISPLAY "HBHSS320-05 VIGYOSYA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025. EXIT.
      *
      *    DUN-RTN  -  the past-due invoice in hand on the dunning
      *    list and its dunning count moved on
000000 DUN-RTN .
           MOVE "DUN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF ARL-DUNCNT < 99
000000         ADD 1 TO ARL-DUNCNT .
000000     MOVE WK-BUSDT TO ARL-LASTDUNDATE
000000     REWRITE ARL-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHSS320-06 VIARLEDG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-DUN-CNT
000000     MOVE WK-BUSDT TO EXDUN-ASOF
000000     MOVE ARL-VENDORCD TO EXDUN-VENDORCD
000000     MOVE SPACE TO EXDUN-NOMAST .
000000     IF WK-VX NOT = ZERO
000000         MOVE AGV-NOMAST (WK-VX) TO EXDUN-NOMAST .
000000     MOVE ARL-INVNO TO EXDUN-INVNO
000000     MOVE ARL-ISSUEDATE TO EXDUN-ISSUEDATE
000000     MOVE ARL-DUEDATE TO EXDUN-DUEDATE
000000     MOVE WK-PAST TO EXDUN-DAYSPAST
000000     MOVE ARL-INVAMT TO EXDUN-INVAMT
000000     MOVE ARL-OPENBAL TO EXDUN-OPENBAL
000000     MOVE 1 TO EXDUN-LEVEL .
000000     IF WK-PAST > 30
000000         MOVE 2 TO EXDUN-LEVEL .
000000     IF WK-PAST > 60
000000         MOVE 3 TO EXDUN-LEVEL .
000000     MOVE ARL-DUNCNT TO EXDUN-DUNCNT
000000     MOVE ARL-LASTPAYDATE TO EXDUN-LASTPAYDATE
000000     WRITE EXDUN-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00030.
000000         DISPLAY "HBHSS320-07 EXARDUN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00030. EXIT.
      *
      *    AGEWRT-RTN  -  one EXARAGE line
000000 AGEWRT-RTN .
           MOVE "AGEWRT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXAGE-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHSS320-08 EXARAGE WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040. EXIT.
      *
      *    SERIAL-RTN  -  calendar-day serial, the HBHUN720
      *    arrangement: only differences of two serials are used
000000 SERIAL-RTN .
           MOVE "SERIAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-SER-YY TO WK-SER-Y
000000     MOVE WK-SER-MM TO WK-SER-M .
000000     IF WK-SER-M < 3
000000         COMPUTE WK-SER-Y = WK-SER-Y - 1
000000         COMPUTE WK-SER-M = WK-SER-M + 12 .
000000     DIVIDE WK-SER-Y BY 4 GIVING WK-SER-Q1
000000     DIVIDE WK-SER-Y BY 100 GIVING WK-SER-Q2
000000     DIVIDE WK-SER-Y BY 400 GIVING WK-SER-Q3
000000     COMPUTE WK-SER-T = 306 * (WK-SER-M + 1)
000000     DIVIDE WK-SER-T BY 10 GIVING WK-SER-Q4
000000     COMPUTE WK-SER-DAYS = 365 * WK-SER-Y + WK-SER-Q1
000000                         - WK-SER-Q2 + WK-SER-Q3
000000                         + WK-SER-Q4 + WK-SER-DD .
000000 CX00079. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS320" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS320" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHSS320" TO PRM-PROGID
000000     MOVE "TERMID" TO PRM-NAME
000000     MOVE WK-TERMID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-TERMID
000000     MOVE WK-OPID TO JOBLG-OPID
000000     MOVE WK-TERMID TO JOBLG-TERMID
000000     MOVE ZERO TO JOBLG-DUPCNT
000000     MOVE ZERO TO JOBLG-SKIPCNT
000000     MOVE ZERO TO JOBLG-UPDCNT
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE ZERO TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00058.
000000         DISPLAY "HBHSS320-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "97" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00058. EXIT.
      *    JOBLG-END-RTN  -  appends the "run ended" record,
      *    with the run's processed-record count
000000 JOBLG-END-RTN .
           MOVE "JOBLG-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHSS320" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "E" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     MOVE WK-OPID TO JOBLG-OPID
000000     MOVE WK-TERMID TO JOBLG-TERMID
000000     MOVE ZERO TO JOBLG-DUPCNT
000000     MOVE ZERO TO JOBLG-SKIPCNT
000000     MOVE ZERO TO JOBLG-UPDCNT
000000     MOVE ZERO TO JOBLG-INSCNT
000000     MOVE WK-JOBLG-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHSS320-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHSS320" TO ERRM-PROGID
000000     MOVE "98" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00059. EXIT.
      *    BUSDT-DRV-RTN  -  derives the business date for the
      *    audit-trail records: the chain runs after midnight,
      *    so the business day settled is the previous calendar
      *    day, February by the leap-year rule
000000 BUSDT-DRV-RTN .
           MOVE "BUSDT-DRV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT WK-BUSDT FROM DATE YYYYMMDD .
000000     IF NOT(WK-BUSDT-DD > 1)GO TO CX00061.
000000     COMPUTE WK-BUSDT-DD = WK-BUSDT-DD - 1 .
000000     GO TO CX00064.
000000 CX00061.
           MOVE "CX00061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-BUSDT-MM = 1)GO TO CX00062.
000000     COMPUTE WK-BUSDT-YY = WK-BUSDT-YY - 1
000000     MOVE 12 TO WK-BUSDT-MM
000000     MOVE 31 TO WK-BUSDT-DD .
000000     GO TO CX00064.
000000 CX00062.
           MOVE "CX00062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-BUSDT-MM = WK-BUSDT-MM - 1
000000     MOVE 31 TO WK-BUSDT-LAST .
000000     IF WK-BUSDT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-BUSDT-LAST .
000000     IF NOT(WK-BUSDT-MM = 2)GO TO CX00063.
000000     MOVE 28 TO WK-BUSDT-LAST
000000     DIVIDE WK-BUSDT-YY BY 4 GIVING WK-BUSDT-Q
000000         REMAINDER WK-BUSDT-R .
000000     IF WK-BUSDT-R = ZERO
000000         MOVE 29 TO WK-BUSDT-LAST .
000000 CX00063.
           MOVE "CX00063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT-LAST TO WK-BUSDT-DD .
000000 CX00064. EXIT.
