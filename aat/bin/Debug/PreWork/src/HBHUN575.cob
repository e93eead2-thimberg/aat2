000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN575 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261005追加開始
      *    electronic-records search: each DIXCARD card asks the
      *    VIDOCIDX index (CFDOCIX) for the invoices, transfers and
      *    journal entries matching a transaction-date range, an
      *    amount range and a counterparty, any of which may be
      *    left open, for one document type or all three.  Every
      *    document found is listed with the file generation that
      *    holds it, and that generation is looked up on the
      *    archive catalog VIARCCAT the way HBHUN825 finds it: a
      *    generation the purge has archived is listed with the
      *    catalog entry and the range to put on the ARCCARD card
      *    that retrieves it, one not yet archived is still live.
      *    A card nothing matches is answered on its own N line;
      *    the index and the catalog are only ever read here
000000     SELECT  DIXCARD
000000                  ASSIGN             DIXCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIDOCIDX
000000             ASSIGN            VIDOCIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DIX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIARCCAT
000000             ASSIGN            VIARCCAT-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY ARC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDIXRPT
000000             ASSIGN               EXDIXRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261005追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DIXCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DIXCARD".
       01  DIXC-REC.
      *    I invoice, T transfer, J journal entry; blank asks all
           05  DIXC-DOCTYPE                PIC X(01).
      *    the transaction-date range, both ends inclusive; zero
      *    leaves that end open
           05  DIXC-DATEFROM               PIC 9(08).
           05  DIXC-DATETO                 PIC 9(08).
      *    the amount range, both ends inclusive; zero leaves that
      *    end open
           05  DIXC-AMTFROM                PIC 9(14).
           05  DIXC-AMTTO                  PIC 9(14).
      *    the vendor, channel or source key; blank asks any
           05  DIXC-CPTY                   PIC X(10).
           05  FILLER                      PIC X(25).
000000 FD  VIDOCIDX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDOCIDX".
       01  DIX-REC.
           COPY CFDOCIX .
      *    the catalog exactly as HBHUN720 registers it
000000 FD  VIARCCAT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIARCCAT".
       01  ARC-REC.
           05  ARC-KEY.
               07  ARC-FILEID              PIC X(12).
               07  ARC-RUNDATE             PIC 9(08).
               07  ARC-RUNTIME             PIC 9(06).
           05  ARC-FROMBD                  PIC 9(08).
           05  ARC-TOBD                    PIC 9(08).
           05  ARC-RECCNT                  PIC 9(07).
000000 FD  EXDIXRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDIXRPT".
       01  EXDIX-REC.
           05  EXDIX-TYPE                  PIC X(01).
      *        Q the card as asked
               88  EXDIX-QUERY              VALUE "Q".
      *        D a document found
               88  EXDIX-DOCUMENT           VALUE "D".
      *        T the count found
               88  EXDIX-TOTAL              VALUE "T".
      *        N nothing found; E the card refused
               88  EXDIX-NOTFOUND           VALUE "N".
               88  EXDIX-REFUSED            VALUE "E".
           05  EXDIX-BODY.
               07  EXDIX-DOCTYPE           PIC X(01).
               07  EXDIX-DOCDATE           PIC 9(08).
               07  EXDIX-DOCNO             PIC X(20).
               07  EXDIX-AMOUNT            PIC S9(14).
               07  EXDIX-CPTY              PIC X(10).
               07  EXDIX-CPTYNAME          PIC X(30).
               07  EXDIX-FILEID            PIC X(12).
               07  EXDIX-GENBD             PIC 9(08).
      *        A archived - the catalog entry holding the generation
      *        and the ARCCARD range that retrieves it follow; L the
      *        generation is still live; U the catalog is not there
      *        to say
               07  EXDIX-LOCSTATE          PIC X(01).
               07  EXDIX-ARCRUNDATE        PIC 9(08).
               07  EXDIX-ARCRUNTIME        PIC 9(06).
               07  EXDIX-ARCFROMBD         PIC 9(08).
               07  EXDIX-ARCTOBD           PIC 9(08).
      *    Q, T, N, E: the card's criteria
           05  EXDIX-CARD REDEFINES EXDIX-BODY.
               07  EXDIX-Q-DOCTYPE         PIC X(01).
               07  EXDIX-Q-DATEFROM        PIC 9(08).
               07  EXDIX-Q-DATETO          PIC 9(08).
               07  EXDIX-Q-AMTFROM         PIC 9(14).
               07  EXDIX-Q-AMTTO           PIC 9(14).
               07  EXDIX-Q-CPTY            PIC X(10).
               07  EXDIX-Q-HITCNT          PIC 9(07).
               07  FILLER                  PIC X(72).
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
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  SW-DOCIDX                   PIC 9(01) VALUE ZERO.
000000   03  SW-ARCCAT                   PIC 9(01) VALUE ZERO.
000000   03  WK-NF-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-DOC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-HIT-CNT                  PIC 9(07).
      *    the three document types, searched in turn when the
      *    card asks all of them
000000   03  WK-TYPES                    PIC X(03) VALUE "ITJ".
000000   03  WK-TYPE-R REDEFINES WK-TYPES.
000000       05  WK-TYPE                 PIC X(01) OCCURS 3.
000000   03  WK-TX                       PIC 9(01).
      *    the card's ranges with their open ends closed
000000   03  WK-DATEFROM                 PIC 9(08).
000000   03  WK-DATETO                   PIC 9(08).
000000   03  WK-AMTFROM                  PIC S9(14).
000000   03  WK-AMTTO                    PIC S9(14).
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
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000       OPEN  OUTPUT EXDIXRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN575-01 EXDIXRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN575-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *    no index: nothing has been registered yet, and every
      *    card is answered N
000000     OPEN INPUT VIDOCIDX .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN575-50 VIDOCIDX NOT FOUND - NO DOCUMENTS"
000000                 " INDEXED" UPON CONSOLE
000000         GO TO CX00045.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN575-03 VIDOCIDX OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-DOCIDX .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no catalog: nothing has been archived yet, and the
      *    documents found are listed with their location unknown
000000     OPEN INPUT VIARCCAT .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN575-52 VIARCCAT NOT FOUND - ARCHIVE"
000000                 " LOCATIONS NOT GIVEN" UPON CONSOLE
000000         GO TO CX00002.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN575-08 VIARCCAT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-ARCCAT .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  each card on the deck in turn
000000 P000-RTN .
000000     OPEN INPUT DIXCARD .
000000     IF NOT(FL-STS1 = "00")
000000         DISPLAY "HBHUN575-51 NO DIXCARD DECK - NOTHING ASKED"
000000                 UPON CONSOLE
000000         GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DIXCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM CARD-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN575-04 DIXCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00010.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE DIXCARD .
000000 CX00003. EXIT.
000000 P100-RTN .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN575-90 CARDS=" WK-JOBLG-CNT
000000             " DOCUMENTS=" WK-DOC-CNT
000000             " NOT FOUND=" WK-NF-CNT
000000             " REFUSED=" WK-ERR-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN575-05 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXDIXRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN575-06 EXDIXRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-DOCIDX = 1
000000         CLOSE VIDOCIDX .
000000     IF SW-ARCCAT = 1
000000         CLOSE VIARCCAT .
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  the card echoed and edited, its open ends
      *    closed, then each document type it asks searched and
      *    the count found totalled under the card's criteria
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE ZERO TO WK-HIT-CNT
000000     MOVE "Q" TO EXDIX-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000     IF NOT(DIXC-DOCTYPE = SPACE OR "I" OR "T" OR "J")
000000         GO TO CX00021.
000000     IF NOT(DIXC-DATEFROM IS NUMERIC AND DIXC-DATETO IS NUMERIC
000000        AND DIXC-AMTFROM IS NUMERIC AND DIXC-AMTTO IS NUMERIC)
000000         GO TO CX00021.
000000     MOVE DIXC-DATEFROM TO WK-DATEFROM
000000     MOVE DIXC-DATETO TO WK-DATETO
000000     IF WK-DATETO = ZERO
000000         MOVE 99999999 TO WK-DATETO .
000000     MOVE DIXC-AMTFROM TO WK-AMTFROM
000000     MOVE DIXC-AMTTO TO WK-AMTTO .
000000     IF DIXC-AMTFROM = ZERO
000000         MOVE -99999999999999 TO WK-AMTFROM .
000000     IF DIXC-AMTTO = ZERO
000000         MOVE 99999999999999 TO WK-AMTTO .
000000     IF WK-DATEFROM > WK-DATETO OR WK-AMTFROM > WK-AMTTO
000000         GO TO CX00021.
000000     IF NOT(SW-DOCIDX = 1)GO TO CX00022.
000000     PERFORM TYP-RTN THRU CX00030
000000         VARYING WK-TX FROM 1 BY 1
000000         UNTIL WK-TX > 3 .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-HIT-CNT = ZERO
000000         ADD 1 TO WK-NF-CNT
000000         MOVE "N" TO EXDIX-TYPE
000000         PERFORM ECHO-RTN THRU CX00053
000000         GO TO CX00020.
000000     MOVE "T" TO EXDIX-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     DISPLAY "HBHUN575-53 DIXCARD REFUSED - TYPE, DATE OR AMOUNT"
000000             " NOT VALID" UPON CONSOLE
000000     MOVE "E" TO EXDIX-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000 CX00020. EXIT.
      *
      *    TYP-RTN  -  one document type: the index read from the
      *    start of the date range to its end, each row tested
      *    against the amount range and the counterparty
000000 TYP-RTN .
           MOVE "TYP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(DIXC-DOCTYPE = SPACE OR WK-TYPE (WK-TX))
000000         GO TO CX00030.
000000     MOVE WK-TYPE (WK-TX) TO DIX-DOCTYPE
000000     MOVE WK-DATEFROM TO DIX-DOCDATE
000000     MOVE LOW-VALUES TO DIX-DOCNO
000000     START VIDOCIDX KEY NOT < DIX-KEY
000000             INVALID GO TO CX00030 .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIDOCIDX NEXT AT END GO TO CX00030.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN575-07 VIDOCIDX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF DIX-DOCTYPE NOT = WK-TYPE (WK-TX) GO TO CX00030.
000000     IF DIX-DOCDATE > WK-DATETO GO TO CX00030.
000000     IF DIX-AMOUNT < WK-AMTFROM OR DIX-AMOUNT > WK-AMTTO
000000         GO TO CX00031.
000000     IF NOT(DIXC-CPTY = SPACE OR DIX-CPTY)GO TO CX00031.
000000     PERFORM DOC-RTN THRU CX00032 .
000000     GO TO CX00031.
000000 CX00030. EXIT.
      *
      *    DOC-RTN  -  a document found, with where it lives
000000 DOC-RTN .
           MOVE "DOC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-HIT-CNT
000000     ADD 1 TO WK-DOC-CNT
000000     INITIALIZE EXDIX-REC
000000     MOVE "D" TO EXDIX-TYPE
000000     MOVE DIX-DOCTYPE TO EXDIX-DOCTYPE
000000     MOVE DIX-DOCDATE TO EXDIX-DOCDATE
000000     MOVE DIX-DOCNO TO EXDIX-DOCNO
000000     MOVE DIX-AMOUNT TO EXDIX-AMOUNT
000000     MOVE DIX-CPTY TO EXDIX-CPTY
000000     MOVE DIX-CPTYNAME TO EXDIX-CPTYNAME
000000     MOVE DIX-FILEID TO EXDIX-FILEID
000000     MOVE DIX-GENBD TO EXDIX-GENBD
000000     MOVE "U" TO EXDIX-LOCSTATE .
000000     IF SW-ARCCAT = 1
000000         PERFORM LOC-RTN THRU CX00035 .
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00032. EXIT.
      *
      *    LOC-RTN  -  the archive catalog's entries for the file,
      *    as HBHUN825 walks them: the latest one whose business-
      *    date range holds the generation is where it went
000000 LOC-RTN .
           MOVE "LOC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "L" TO EXDIX-LOCSTATE
000000     MOVE DIX-FILEID TO ARC-FILEID
000000     MOVE ZERO TO ARC-RUNDATE
000000     MOVE ZERO TO ARC-RUNTIME .
000000     START VIARCCAT KEY NOT < ARC-KEY
000000             INVALID GO TO CX00035 .
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIARCCAT NEXT AT END GO TO CX00035.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN575-09 VIARCCAT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(ARC-FILEID = DIX-FILEID)GO TO CX00035.
000000     IF DIX-GENBD < ARC-FROMBD OR DIX-GENBD > ARC-TOBD
000000         GO TO CX00036.
000000     MOVE "A" TO EXDIX-LOCSTATE
000000     MOVE ARC-RUNDATE TO EXDIX-ARCRUNDATE
000000     MOVE ARC-RUNTIME TO EXDIX-ARCRUNTIME
000000     MOVE ARC-FROMBD TO EXDIX-ARCFROMBD
000000     MOVE ARC-TOBD TO EXDIX-ARCTOBD .
000000     GO TO CX00036.
000000 CX00035. EXIT.
      *
      *    RPT-RTN  -  writes the line the caller assembled
000000 RPT-RTN .
           MOVE "RPT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXDIX-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN575-12 EXDIXRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00050. EXIT.
      *
      *    ECHO-RTN  -  the card's criteria under the line type the
      *    caller set
000000 ECHO-RTN .
           MOVE "ECHO-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXDIX-BODY
000000     MOVE DIXC-DOCTYPE TO EXDIX-Q-DOCTYPE
000000     MOVE DIXC-DATEFROM TO EXDIX-Q-DATEFROM
000000     MOVE DIXC-DATETO TO EXDIX-Q-DATETO
000000     MOVE DIXC-AMTFROM TO EXDIX-Q-AMTFROM
000000     MOVE DIXC-AMTTO TO EXDIX-Q-AMTTO
000000     MOVE DIXC-CPTY TO EXDIX-Q-CPTY
000000     MOVE WK-HIT-CNT TO EXDIX-Q-HITCNT
000000     PERFORM RPT-RTN THRU CX00050 .
000000 CX00053. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN575" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN575" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN575" TO PRM-PROGID
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
000000         DISPLAY "HBHUN575-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
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
000000     MOVE "HBHUN575" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN575-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN575" TO ERRM-PROGID
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
