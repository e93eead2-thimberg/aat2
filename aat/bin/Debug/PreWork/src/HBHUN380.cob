000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN380 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261011追加開始
      *    transaction history inquiry: each TRQCARD card asks the
      *    VITRNHIS history (CFTRNHS) that HBHUN365 loads for one
      *    FEP, one machine, or a machine on one FEP, over a range
      *    of business dates and of the pass timestamps the
      *    controller stamped, either end of either range open.
      *    The stream's detail layout is absent from this system,
      *    so a machine is found by its 10-byte code in the detail
      *    as sent.  Every transaction found is listed; each FEP
      *    and business date it falls on is subtotalled beside the
      *    night's VITRNCTL control (CFTRNCT) - the records and
      *    details loaded and the counts the split-file balancing
      *    passed to the settlement - and marked Y where the load
      *    ties to what the night settled, Q where the balancing
      *    quarantined the FEP, N where they disagree and U where
      *    there is nothing to tie to.  Both files are only read
000000     SELECT  TRQCARD
000000                  ASSIGN             TRQCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VITRNHIS
000000             ASSIGN            VITRNHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY TRH-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITRNCTL
000000             ASSIGN            VITRNCTL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY THC-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXTRQRPT
000000             ASSIGN               EXTRQRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261011追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TRQCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "TRQCARD".
       01  TRQC-REC.
      *    the FEP, blank for every FEP; the machine's 10-byte
      *    code, blank for every machine - one of them is asked
           05  TRQC-FEPID                  PIC X(02).
           05  TRQC-FEPID-N REDEFINES TRQC-FEPID
                                           PIC 9(02).
           05  TRQC-MACHINE                PIC X(10).
      *    the business-date range and the pass-timestamp range,
      *    both ends inclusive; zero leaves that end open
           05  TRQC-DATEFROM               PIC 9(08).
           05  TRQC-DATETO                 PIC 9(08).
           05  TRQC-TSFROM                 PIC 9(09).
           05  TRQC-TSTO                   PIC 9(09).
           05  FILLER                      PIC X(34).
000000 FD  VITRNHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNHIS".
       01  TRH-REC.
           COPY CFTRNHS .
000000 FD  VITRNCTL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITRNCTL".
       01  THC-REC.
           COPY CFTRNCT .
000000 FD  EXTRQRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXTRQRPT".
       01  EXTRQ-REC.
           05  EXTRQ-TYPE                  PIC X(01).
      *        Q the card as asked
               88  EXTRQ-QUERY              VALUE "Q".
      *        D a transaction found
               88  EXTRQ-DETAIL             VALUE "D".
      *        S a FEP and business date's subtotal and tie
               88  EXTRQ-SUBTOTAL           VALUE "S".
      *        T the count found for the card
               88  EXTRQ-TOTAL              VALUE "T".
      *        N nothing found; E the card refused
               88  EXTRQ-NOTFOUND           VALUE "N".
               88  EXTRQ-REFUSED            VALUE "E".
           05  EXTRQ-FEPID                 PIC 9(02).
           05  EXTRQ-BUSDATE               PIC 9(08).
           05  EXTRQ-BODY                  PIC X(70).
           05  EXTRQ-D REDEFINES EXTRQ-BODY.
               07  EXTRQ-D-PASSTS          PIC 9(09).
               07  EXTRQ-D-PASSNO          PIC 9(02).
               07  EXTRQ-D-SERIAL          PIC 9(05).
               07  EXTRQ-D-HALF            PIC X(01).
               07  EXTRQ-D-SLOT            PIC 9(02).
               07  EXTRQ-D-PASSTS2         PIC 9(09).
               07  EXTRQ-D-DETAIL          PIC X(32).
               07  FILLER                  PIC X(10).
      *    S: the transactions listed, then the night's control
           05  EXTRQ-S REDEFINES EXTRQ-BODY.
               07  EXTRQ-S-LISTED          PIC 9(07).
               07  EXTRQ-S-DTLCNT          PIC 9(09).
               07  EXTRQ-S-CNT-A           PIC 9(07).
               07  EXTRQ-S-CNT-B           PIC 9(07).
               07  EXTRQ-S-SETL-A          PIC 9(07).
               07  EXTRQ-S-SETL-B          PIC 9(07).
               07  EXTRQ-S-VERDICT         PIC X(02).
               07  EXTRQ-S-TIE             PIC X(01).
                   88  EXTRQ-S-TIED         VALUE "Y".
                   88  EXTRQ-S-QUARANTINED  VALUE "Q".
                   88  EXTRQ-S-UNTIED       VALUE "N".
                   88  EXTRQ-S-UNKNOWN      VALUE "U".
               07  FILLER                  PIC X(23).
      *    Q, T, N, E: the card's criteria
           05  EXTRQ-C REDEFINES EXTRQ-BODY.
               07  EXTRQ-C-MACHINE         PIC X(10).
               07  EXTRQ-C-DATEFROM        PIC 9(08).
               07  EXTRQ-C-DATETO          PIC 9(08).
               07  EXTRQ-C-TSFROM          PIC 9(09).
               07  EXTRQ-C-TSTO            PIC 9(09).
               07  EXTRQ-C-HITCNT          PIC 9(07).
               07  FILLER                  PIC X(19).
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
000000   03  SW-TRNHIS                   PIC 9(01) VALUE ZERO.
000000   03  SW-TRNCTL                   PIC 9(01) VALUE ZERO.
000000   03  WK-NF-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-TRN-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-HIT-CNT                  PIC 9(07).
000000   03  WK-HITS                     PIC 9(03).
      *    the card's ranges with their open ends closed
000000   03  WK-DATEFROM                 PIC 9(08).
000000   03  WK-DATETO                   PIC 9(08).
000000   03  WK-TSFROM                   PIC 9(09).
000000   03  WK-TSTO                     PIC 9(09).
      *    the FEP and business date being subtotalled
000000   03  WK-BRK-FEPID                PIC 9(02).
000000   03  WK-BRK-DATE                 PIC 9(08).
000000   03  WK-BRK-CNT                  PIC 9(07).
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
000000       OPEN  OUTPUT EXTRQRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN380-01 EXTRQRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN380-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *    no history: nothing has been loaded yet, and every card
      *    is answered N
000000     OPEN INPUT VITRNHIS .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN380-50 VITRNHIS NOT FOUND - NO"
000000                 " TRANSACTIONS HELD" UPON CONSOLE
000000         GO TO CX00045.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN380-03 VITRNHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-TRNHIS .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no control: the subtotals are given with nothing to tie
      *    them to
000000     OPEN INPUT VITRNCTL .
000000     IF FL-STS1 = "35"
000000         DISPLAY "HBHUN380-52 VITRNCTL NOT FOUND - TOTALS NOT"
000000                 " TIED" UPON CONSOLE
000000         GO TO CX00002.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN380-08 VITRNCTL OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-TRNCTL .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  each card on the deck in turn
000000 P000-RTN .
000000     OPEN INPUT TRQCARD .
000000     IF NOT(FL-STS1 = "00")
000000         DISPLAY "HBHUN380-51 NO TRQCARD DECK - NOTHING ASKED"
000000                 UPON CONSOLE
000000         GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ TRQCARD AT END CONTINUE .
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
000000           DISPLAY "HBHUN380-04 TRQCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
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
000000     CLOSE TRQCARD .
000000 CX00003. EXIT.
000000 P100-RTN .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN380-90 CARDS=" WK-JOBLG-CNT
000000             " TRANSACTIONS=" WK-TRN-CNT
000000             " NOT FOUND=" WK-NF-CNT
000000             " REFUSED=" WK-ERR-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN380-05 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXTRQRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00044.
000000         DISPLAY "HBHUN380-06 EXTRQRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-TRNHIS = 1
000000         CLOSE VITRNHIS .
000000     IF SW-TRNCTL = 1
000000         CLOSE VITRNCTL .
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  the card echoed and edited, its open ends
      *    closed, then the history read from the FEP and first
      *    date asked - or from the start, for a machine on every
      *    FEP - with each FEP and date subtotalled as it closes
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE ZERO TO WK-HIT-CNT
000000     MOVE "Q" TO EXTRQ-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000     IF TRQC-FEPID = SPACE AND TRQC-MACHINE = SPACE
000000         GO TO CX00021.
000000     IF NOT(TRQC-FEPID = SPACE OR TRQC-FEPID NUMERIC)
000000         GO TO CX00021.
000000     IF NOT(TRQC-DATEFROM NUMERIC AND TRQC-DATETO NUMERIC AND
000000        TRQC-TSFROM NUMERIC AND TRQC-TSTO NUMERIC)
000000         GO TO CX00021.
000000     MOVE TRQC-DATEFROM TO WK-DATEFROM
000000     MOVE TRQC-DATETO TO WK-DATETO
000000     MOVE TRQC-TSFROM TO WK-TSFROM
000000     MOVE TRQC-TSTO TO WK-TSTO .
000000     IF WK-DATETO = ZERO
000000         MOVE 99999999 TO WK-DATETO .
000000     IF WK-TSTO = ZERO
000000         MOVE 999999999 TO WK-TSTO .
000000     IF WK-DATEFROM > WK-DATETO OR WK-TSFROM > WK-TSTO
000000         GO TO CX00021.
000000     IF SW-TRNHIS = ZERO GO TO CX00024.
000000     MOVE ZERO TO WK-BRK-CNT
000000     MOVE LOW-VALUES TO TRH-KEY .
000000     IF TRQC-FEPID NOT = SPACE
000000         MOVE TRQC-FEPID-N TO TRH-FEPID
000000         MOVE WK-DATEFROM TO TRH-BUSDATE
000000         MOVE ZERO TO TRH-PASSTS .
000000     START VITRNHIS KEY >= TRH-KEY
000000             INVALID GO TO CX00023.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITRNHIS NEXT AT END GO TO CX00023.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN380-07 VITRNHIS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF TRQC-FEPID NOT = SPACE AND
000000        (TRH-FEPID NOT = TRQC-FEPID-N OR TRH-BUSDATE > WK-DATETO)
000000         GO TO CX00023.
000000     IF TRH-BUSDATE < WK-DATEFROM OR TRH-BUSDATE > WK-DATETO OR
000000        TRH-PASSTS < WK-TSFROM OR TRH-PASSTS > WK-TSTO
000000         GO TO CX00022.
000000     IF TRQC-MACHINE = SPACE GO TO CX00025.
000000     MOVE ZERO TO WK-HITS
000000     INSPECT TRH-DETAIL TALLYING WK-HITS FOR ALL TRQC-MACHINE .
000000     IF WK-HITS = ZERO GO TO CX00022.
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-BRK-CNT > ZERO AND
000000        (TRH-FEPID NOT = WK-BRK-FEPID OR
000000         TRH-BUSDATE NOT = WK-BRK-DATE)
000000         PERFORM SUB-RTN THRU CX00030 .
000000     MOVE TRH-FEPID TO WK-BRK-FEPID
000000     MOVE TRH-BUSDATE TO WK-BRK-DATE
000000     ADD 1 TO WK-BRK-CNT
000000     ADD 1 TO WK-HIT-CNT
000000     ADD 1 TO WK-TRN-CNT
000000     MOVE SPACE TO EXTRQ-REC
000000     MOVE "D" TO EXTRQ-TYPE
000000     MOVE TRH-FEPID TO EXTRQ-FEPID
000000     MOVE TRH-BUSDATE TO EXTRQ-BUSDATE
000000     MOVE TRH-PASSTS TO EXTRQ-D-PASSTS
000000     MOVE TRH-PASSNO TO EXTRQ-D-PASSNO
000000     MOVE TRH-SERIAL TO EXTRQ-D-SERIAL
000000     MOVE TRH-HALF TO EXTRQ-D-HALF
000000     MOVE TRH-SLOT TO EXTRQ-D-SLOT
000000     MOVE TRH-PASSTS2 TO EXTRQ-D-PASSTS2
000000     MOVE TRH-DETAIL TO EXTRQ-D-DETAIL
000000     WRITE EXTRQ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN380-09 EXTRQRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00022.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-BRK-CNT > ZERO
000000         PERFORM SUB-RTN THRU CX00030 .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-HIT-CNT = ZERO
000000         ADD 1 TO WK-NF-CNT
000000         MOVE "N" TO EXTRQ-TYPE
000000     ELSE
000000         MOVE "T" TO EXTRQ-TYPE .
000000     PERFORM ECHO-RTN THRU CX00053 .
000000     GO TO CX00020.
      *    refused: counted and answered E
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     MOVE "E" TO EXTRQ-TYPE
000000     PERFORM ECHO-RTN THRU CX00053 .
000000 CX00020. EXIT.
      *
      *    SUB-RTN  -  one FEP and business date closed: the count
      *    listed beside the night's control, and the tie judged
      *    on the records loaded from each half against the
      *    records the balancing passed to the settlement
000000 SUB-RTN .
           MOVE "SUB-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXTRQ-REC
000000     MOVE "S" TO EXTRQ-TYPE
000000     MOVE WK-BRK-FEPID TO EXTRQ-FEPID
000000     MOVE WK-BRK-DATE TO EXTRQ-BUSDATE
000000     MOVE WK-BRK-CNT TO EXTRQ-S-LISTED
000000     MOVE ZERO TO EXTRQ-S-DTLCNT
000000     MOVE ZERO TO EXTRQ-S-CNT-A
000000     MOVE ZERO TO EXTRQ-S-CNT-B
000000     MOVE ZERO TO EXTRQ-S-SETL-A
000000     MOVE ZERO TO EXTRQ-S-SETL-B
000000     MOVE "U" TO EXTRQ-S-TIE
000000     MOVE ZERO TO WK-BRK-CNT .
000000     IF SW-TRNCTL = ZERO GO TO CX00031.
000000     MOVE WK-BRK-DATE TO THC-BUSDATE
000000     MOVE WK-BRK-FEPID TO THC-FEPID
000000     READ VITRNCTL INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN380-10 VITRNCTL READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23" GO TO CX00031.
000000     MOVE THC-DTLCNT TO EXTRQ-S-DTLCNT
000000     MOVE THC-CNT-A TO EXTRQ-S-CNT-A
000000     MOVE THC-CNT-B TO EXTRQ-S-CNT-B
000000     MOVE THC-SETL-A TO EXTRQ-S-SETL-A
000000     MOVE THC-SETL-B TO EXTRQ-S-SETL-B
000000     MOVE THC-VERDICT TO EXTRQ-S-VERDICT .
000000     IF THC-QUARANTINED
000000         MOVE "Q" TO EXTRQ-S-TIE
000000         GO TO CX00031.
000000     IF NOT THC-SETTLED GO TO CX00031.
000000     IF THC-CNT-A = THC-SETL-A AND THC-CNT-B = THC-SETL-B
000000         MOVE "Y" TO EXTRQ-S-TIE
000000     ELSE
000000         MOVE "N" TO EXTRQ-S-TIE .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXTRQ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00032.
000000         DISPLAY "HBHUN380-11 EXTRQRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00030. EXIT.
      *
      *    ECHO-RTN  -  a Q, T, N or E line carrying the card
000000 ECHO-RTN .
           MOVE "ECHO-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO EXTRQ-BODY
000000     MOVE ZERO TO EXTRQ-FEPID
000000     IF TRQC-FEPID NUMERIC
000000         MOVE TRQC-FEPID-N TO EXTRQ-FEPID .
000000     MOVE ZERO TO EXTRQ-BUSDATE
000000     MOVE TRQC-MACHINE TO EXTRQ-C-MACHINE
000000     MOVE TRQC-DATEFROM TO EXTRQ-C-DATEFROM
000000     MOVE TRQC-DATETO TO EXTRQ-C-DATETO
000000     MOVE TRQC-TSFROM TO EXTRQ-C-TSFROM
000000     MOVE TRQC-TSTO TO EXTRQ-C-TSTO
000000     MOVE WK-HIT-CNT TO EXTRQ-C-HITCNT
000000     WRITE EXTRQ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN380-12 EXTRQRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN380" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN380" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN380" TO PRM-PROGID
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
000000         DISPLAY "HBHUN380-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
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
000000     MOVE "HBHUN380" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN380-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN380" TO ERRM-PROGID
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
