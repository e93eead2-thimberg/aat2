000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HSAAL160 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
      *20261001追加開始
      *    hall resolution: the installation settles several halls,
      *    one settlement pass each within the night's chain.  The
      *    HALLCUR control record the hall-cycle step HBHUN615
      *    writes ahead of each pass names the hall, and the
      *    VIHALLMS hall master (CFHALLM) gives its name and the
      *    slot of its own VRUNYKAN run-control entry; VIHALLAS
      *    (CFHALAS) says which hall a floor or a machine stands
      *    in.  Without a hall master there is one hall, 01, on
      *    slot 1, exactly as before halls were split - see CLHALC
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT  VIHALLMS
000000             ASSIGN            VIHALLMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY HALL-CD
000000             FILE STATUS          STS-FILE1.
000000     SELECT  VIHALLAS
000000             ASSIGN            VIHALLAS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY HAS-KEY
000000             FILE STATUS          STS-FILE1.
000000     SELECT  HALLCUR
000000             ASSIGN               HALLCUR-MSD
000000             FILE STATUS          STS-FILE1.
      *20261001追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIHALLMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLMS".
       01  HALL-REC.
           COPY CFHALLM .
000000 FD  VIHALLAS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHALLAS".
       01  HAS-REC.
           COPY CFHALAS .
000000 FD  HALLCUR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "HALLCUR".
       01  HALCU-REC.
           COPY CFHALCU .
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  STS-FILE1                   PIC X(02).
000000   03  SW-INIT                     PIC 9(01) VALUE ZERO.
000000   03  SW-HAS-AVAIL                PIC 9(01) VALUE ZERO.
      *    the current hall, settled once per run
000000   03  WK-HALLCD                   PIC X(02) VALUE "01".
000000   03  WK-HALLNM                   PIC X(20) VALUE SPACE.
000000   03  WK-UNKSLOT                  PIC 9(08) VALUE 1.
000000   03  WK-STATUS                   PIC X(01) VALUE "1".
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
000000 LINKAGE SECTION.
000000 01  HALC-PARAM.
000000     COPY CLHALC .
000000 PROCEDURE DIVISION USING HALC-PARAM .
000000 MAIN-RTN .
000000     IF SW-INIT = 0
000000         PERFORM S000-RTN THRU CX00002 .
000000     MOVE WK-HALLCD TO HALC-HALLCD
000000     MOVE WK-HALLNM TO HALC-HALLNM
000000     MOVE WK-UNKSLOT TO HALC-UNKSLOT
000000     MOVE WK-STATUS TO HALC-STATUS
000000     MOVE "N" TO HALC-ASSIGNED .
000000     IF NOT(HALC-FLOOR OR HALC-MACHINE)GO TO CX00001.
000000     IF NOT(SW-HAS-AVAIL = 0)GO TO CX00005.
000000     MOVE 2 TO SW-HAS-AVAIL
000000     OPEN INPUT VIHALLAS .
000000     IF STS-FILE1 = "00"
000000         MOVE 1 TO SW-HAS-AVAIL .
000000 CX00005.
           MOVE "CX00005" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-HAS-AVAIL = 1)GO TO CX00001.
000000     MOVE HALC-FUNC TO HAS-KIND
000000     MOVE HALC-CODE TO HAS-CODE
000000     READ VIHALLAS INVALID CONTINUE .
000000     IF STS-FILE1 = "00"
000000         MOVE HAS-HALLCD TO HALC-HALLCD
000000         MOVE "Y" TO HALC-ASSIGNED .
000000 CX00001. EXIT PROGRAM.
      *
      *    S000-RTN  -  the current hall: no hall master leaves the
      *    single hall; with one, HALLCUR names the hall (01 when
      *    the cycle step has not run) and the master its slot
000000 S000-RTN .
000000     MOVE 1 TO SW-INIT .
000000     OPEN INPUT VIHALLMS .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00002.
000000     MOVE "0" TO WK-STATUS
000000     OPEN INPUT HALLCUR .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00003.
000000     READ HALLCUR AT END CONTINUE .
000000     IF STS-FILE1 = "00"
000000         MOVE HALCU-HALLCD TO WK-HALLCD .
000000     CLOSE HALLCUR .
000000 CX00003.
           MOVE "CX00003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-HALLCD TO HALL-CD
000000     READ VIHALLMS INVALID CONTINUE .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00004.
000000     MOVE HALL-NAME TO WK-HALLNM .
000000     IF HALL-UNKSLOT > ZERO
000000         MOVE HALL-UNKSLOT TO WK-UNKSLOT .
000000     CLOSE VIHALLMS .
000000     GO TO CX00002.
000000 CX00004.
           MOVE "CX00004" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    a hall the master does not know has no slot of its own;
      *    the caller refuses to settle it
000000     MOVE "9" TO WK-STATUS
000000     DISPLAY "HSAAL160-51 HALL " WK-HALLCD
000000             " NOT ON VIHALLMS" UPON CONSOLE
000000     CLOSE VIHALLMS .
000000 CX00002. EXIT.
