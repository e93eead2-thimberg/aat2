000000     RECORD KEY ARC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260828追加終了
      *20261005追加開始
      *    legal holds: a matter's hold on VILGHOLD (placed and
      *    released through HBHUN570) exempts every generation and
      *    record it covers, whatever the retention rule says - the
      *    skipped items are listed one per line to EXPURHLD with
      *    the hold and its matter, and audited as kept
000000     SELECT  VILGHOLD
000000             ASSIGN            VILGHOLD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY LGH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPURHLD
000000             ASSIGN               EXPURHLD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
      *20150530追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
               88  EXPU-NO-RULE             VALUE "2".
               88  EXPU-WITHIN-RETENTION    VALUE "3".
               88  EXPU-UNSUPPORTED         VALUE "4".
      *20261005追加開始
      *    covered by a legal hold in force - see EXPURHLD
               88  EXPU-LEGAL-HOLD          VALUE "5".
      *20261005追加終了
000000 FD  EXPURGAR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPURGAR".
           05  ARC-TOBD                    PIC 9(08).
           05  ARC-RECCNT                  PIC 9(07).
      *20260828追加終了
      *20261005追加開始
000000 FD  VILGHOLD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VILGHOLD".
       01  LGH-REC.
           COPY CFLGHLD .
000000 FD  EXPURHLD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPURHLD".
      *    one line per generation or record a hold kept from the
      *    purge: the generation date for a generation, the record
      *    key and business date for a record
       01  EXPH-REC.
           05  EXPH-RUNDATE                PIC 9(08).
           05  EXPH-RUNTIME                PIC 9(06).
           05  EXPH-FILEID                 PIC X(12).
           05  EXPH-GENDATE                PIC 9(08).
           05  EXPH-RECKEY                 PIC X(30).
           05  EXPH-BUSDATE                PIC 9(08).
           05  EXPH-HOLDID                 PIC X(08).
           05  EXPH-MATTER                 PIC X(20).
      *20261005追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000   03  WK-ARC-MINBD                PIC 9(08).
000000   03  WK-ARC-MAXBD                PIC 9(08).
      *20260828追加終了
      *20261005追加開始
      *    legal holds in force, loaded once at start-up, and the
      *    item under test - see HOLD-RTN
000000   03  SW-HLD-AVAIL                PIC 9(01).
000000   03  WK-HLD-CNT                  PIC 9(03) VALUE ZERO.
000000   03  WK-HLD-IX                   PIC 9(03).
000000   03  WK-HLD-HIT                  PIC 9(03).
000000   03  WK-HLD-RECCNT               PIC 9(07).
000000   03  WK-HELD-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-HC-FILEID                PIC X(12).
000000   03  WK-HC-KEY                   PIC X(30).
000000   03  WK-HC-DATE                  PIC 9(08).
000000   03  WK-HC-GEN                   PIC 9(01).
000000   03  HLD-TABLE.
000000       05  HLD-ENTRY OCCURS 100.
000000           07  HLD-FILEID          PIC X(12).
000000           07  HLD-HOLDID          PIC X(08).
000000           07  HLD-KIND            PIC X(01).
000000           07  HLD-KEYFROM         PIC X(30).
000000           07  HLD-KEYTO           PIC X(30).
000000           07  HLD-DATEFROM        PIC 9(08).
000000           07  HLD-DATETO          PIC 9(08).
000000           07  HLD-MATTER          PIC X(20).
      *20261005追加終了
      *    calendar-day serial computation area: whole years at 365
      *    days corrected by the leap rule, months by the cumulative
      *    March-start table - only differences of two serials are
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260828追加終了
      *20261005追加開始
      *    no hold master at all means no hold was ever placed; the
      *    holds in force are taken into the table and the master
      *    let go before anything is purged
000000     MOVE ZERO TO SW-HLD-AVAIL .
000000     OPEN INPUT VILGHOLD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-HLD-AVAIL .
000000     IF NOT(FL-STS1 NOT = "00" AND "35")GO TO CX00084.
000000         DISPLAY "HBHUN720-15 VILGHOLD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN720" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-HLD-AVAIL = 1
000000         PERFORM HLDLD-RTN THRU CX00094
000000         CLOSE VILGHOLD
000000     ELSE
000000     DISPLAY "HBHUN720-52 VILGHOLD ABSENT - NO LEGAL HOLDS"
000000             UPON CONSOLE .
000000       OPEN  OUTPUT EXPURHLD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00089.
000000         DISPLAY "HBHUN720-16 EXPURHLD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN720" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加終了
000000       OPEN  OUTPUT EXPURGAR .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00009.
000000         DISPLAY "HBHUN720-04 EXPURGAR OPEN ERROR ",
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加開始
000000     DISPLAY "HBHUN720-91 HELD=" WK-HELD-CNT UPON CONSOLE
000000     CLOSE EXPURHLD .
      *20261005追加終了
000000 CX00004. EXIT.
      *
      *    GEN-RTN  -  one inventory generation: look up its rule,
000000     COMPUTE WK-AGE-DAYS = WK-BUS-SERIAL - WK-GEN-SERIAL
000000     MOVE WK-AGE-DAYS TO EXPU-AGEDAYS .
000000     IF NOT(WK-AGE-DAYS > RET-DAYS)GO TO CX00035.
      *20261005追加開始
      *    a generation past its retention is still kept while a
      *    hold covers it
000000     MOVE FINV-FILEID TO WK-HC-FILEID
000000     MOVE SPACE TO WK-HC-KEY
000000     MOVE FINV-GENDATE TO WK-HC-DATE
000000     MOVE 1 TO WK-HC-GEN
000000     PERFORM HOLD-RTN THRU CX00085 .
000000     IF NOT(WK-HLD-HIT > ZERO)GO TO CX00086.
000000     MOVE FINV-FILEID TO EXPH-FILEID
000000     MOVE FINV-GENDATE TO EXPH-GENDATE
000000     MOVE SPACE TO EXPH-RECKEY
000000     MOVE ZERO TO EXPH-BUSDATE
000000     PERFORM HLDRPT-RTN THRU CX00087
000000     MOVE "K" TO EXPU-ACTION
000000     MOVE "5" TO EXPU-REASON
000000     ADD 1 TO WK-KEEP-CNT
000000     PERFORM AUD-RTN THRU CX00050 .
000000     GO TO CX00030.
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加終了
000000     IF RET-ARCHIVE-FIRST
000000         MOVE "A" TO EXPG-ACTION
000000         MOVE "A" TO EXPU-ACTION
000000     MOVE 99999999 TO WK-ARC-MINBD
000000     MOVE ZERO TO WK-ARC-MAXBD
      *20260828追加終了
      *20261005追加開始
000000     MOVE ZERO TO WK-HLD-RECCNT
      *20261005追加終了
000000     MOVE ZERO TO SW-LOGEND
000000     MOVE LOW-VALUES TO JOBLG-KEY .
000000     START VIJOBLOG KEY >= JOBLG-KEY
000000     PERFORM SERIAL-RTN THRU CX00060
000000     COMPUTE WK-AGE-DAYS = WK-BUS-SERIAL - WK-SER-DAYS .
000000     IF NOT(WK-AGE-DAYS > RET-DAYS)GO TO CX00043.
      *20261005追加開始
      *    a record under hold stays on the master, listed
000000     MOVE RET-FILEID TO WK-HC-FILEID
000000     MOVE JOBLG-KEY TO WK-HC-KEY
000000     MOVE JOBLG-BUSDATE TO WK-HC-DATE
000000     MOVE ZERO TO WK-HC-GEN
000000     PERFORM HOLD-RTN THRU CX00085 .
000000     IF NOT(WK-HLD-HIT > ZERO)GO TO CX00096.
000000     MOVE RET-FILEID TO EXPH-FILEID
000000     MOVE ZERO TO EXPH-GENDATE
000000     MOVE JOBLG-KEY TO EXPH-RECKEY
000000     MOVE JOBLG-BUSDATE TO EXPH-BUSDATE
000000     PERFORM HLDRPT-RTN THRU CX00087
000000     ADD 1 TO WK-HLD-RECCNT
000000     GO TO CX00043.
000000 CX00096.
           MOVE "CX00096" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加終了
000000     IF RET-ARCHIVE-FIRST
000000         MOVE JOBLG-REC TO EXPR-JOBLG-REC
      *20260828追加開始
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20260828追加終了
      *20261005追加開始
      *    what the holds kept back is audited on its own line
000000     IF NOT(WK-HLD-RECCNT > ZERO)GO TO CX00097.
000000     MOVE SPACE TO EXPU-REC
000000     ACCEPT EXPU-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXPU-RUNTIME FROM TIME
000000     MOVE RET-FILEID TO EXPU-FILEID
000000     MOVE ZERO TO EXPU-GENDATE
000000     MOVE "K" TO EXPU-ACTION
000000     MOVE RET-DAYS TO EXPU-RETDAYS
000000     MOVE ZERO TO EXPU-AGEDAYS
000000     MOVE WK-HLD-RECCNT TO EXPU-RECCNT
000000     MOVE "5" TO EXPU-REASON
000000     PERFORM AUD-RTN THRU CX00050 .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261005追加終了
000000     MOVE SPACE TO EXPU-REC
000000     ACCEPT EXPU-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXPU-RUNTIME FROM TIME
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050. EXIT.
      *
      *20261005追加開始
      *    HLDLD-RTN  -  the holds in force into the table; a
      *    master holding more than the table can carry stops the
      *    run, since a purge that cannot see every hold must not
      *    purge at all
000000 HLDLD-RTN .
           MOVE "HLDLD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE LOW-VALUES TO LGH-KEY .
000000     START VILGHOLD KEY >= LGH-KEY
000000             INVALID GO TO CX00094.
000000 CX00095.
           MOVE "CX00095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VILGHOLD NEXT AT END GO TO CX00094.
000000     IF NOT(LGH-IN-FORCE)GO TO CX00095.
000000     IF NOT(WK-HLD-CNT NOT < 100)GO TO CX00098.
000000     DISPLAY "HBHUN720-18 VILGHOLD TABLE OVERFLOW ",
000000                          WK-HLD-CNT
000000     MOVE "HBHUN720" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00098.
           MOVE "CX00098" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-HLD-CNT
000000     MOVE LGH-FILEID TO HLD-FILEID (WK-HLD-CNT)
000000     MOVE LGH-HOLDID TO HLD-HOLDID (WK-HLD-CNT)
000000     MOVE LGH-KIND TO HLD-KIND (WK-HLD-CNT)
000000     MOVE LGH-KEYFROM TO HLD-KEYFROM (WK-HLD-CNT)
000000     MOVE LGH-KEYTO TO HLD-KEYTO (WK-HLD-CNT)
000000     MOVE LGH-DATEFROM TO HLD-DATEFROM (WK-HLD-CNT)
000000     MOVE LGH-DATETO TO HLD-DATETO (WK-HLD-CNT)
000000     MOVE LGH-MATTER TO HLD-MATTER (WK-HLD-CNT)
000000     GO TO CX00095.
000000 CX00094. EXIT.
      *
      *    HOLD-RTN  -  the first hold in force on the file that
      *    covers the item, its table entry left in WK-HLD-HIT
      *    (zero: none).  A key-range hold covers every generation
      *    of its file, since any generation may carry the held
      *    records; a date-range hold covers the generations dated
      *    and the records of business dates inside its range
000000 HOLD-RTN .
           MOVE "HOLD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-HLD-HIT
000000     MOVE ZERO TO WK-HLD-IX .
000000 CX00088. IF NOT(WK-HLD-IX < WK-HLD-CNT)GO TO CX00085.
           MOVE "CX00088" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-HLD-IX .
000000     IF HLD-FILEID (WK-HLD-IX) NOT = WK-HC-FILEID GO TO CX00088.
000000     IF HLD-KIND (WK-HLD-IX) = "K" AND WK-HC-GEN = 1
000000         MOVE WK-HLD-IX TO WK-HLD-HIT
000000         GO TO CX00085.
000000     IF HLD-KIND (WK-HLD-IX) = "K" AND
000000        WK-HC-KEY NOT < HLD-KEYFROM (WK-HLD-IX) AND
000000        WK-HC-KEY NOT > HLD-KEYTO (WK-HLD-IX)
000000         MOVE WK-HLD-IX TO WK-HLD-HIT
000000         GO TO CX00085.
000000     IF HLD-KIND (WK-HLD-IX) = "D" AND
000000        WK-HC-DATE NOT < HLD-DATEFROM (WK-HLD-IX) AND
000000        WK-HC-DATE NOT > HLD-DATETO (WK-HLD-IX)
000000         MOVE WK-HLD-IX TO WK-HLD-HIT
000000         GO TO CX00085.
000000     GO TO CX00088.
000000 CX00085. EXIT.
      *
      *    HLDRPT-RTN  -  one line to the held-items list, with the
      *    hold that kept it and the hold's matter
000000 HLDRPT-RTN .
           MOVE "HLDRPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXPH-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXPH-RUNTIME FROM TIME
000000     MOVE HLD-HOLDID (WK-HLD-HIT) TO EXPH-HOLDID
000000     MOVE HLD-MATTER (WK-HLD-HIT) TO EXPH-MATTER
000000     ADD 1 TO WK-HELD-CNT
000000     WRITE EXPH-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00087.
000000         DISPLAY "HBHUN720-17 EXPURHLD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN720" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00087. EXIT.
      *20261005追加終了
      *
      *    SERIAL-RTN  -  calendar date in WK-SER-DATE to a day
      *    serial in WK-SER-DAYS; January and February count as the
