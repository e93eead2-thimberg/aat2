000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HSAAL150 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
      *20260929追加開始
      *    record hash total: the suite's control totals add up
      *    amounts, which says nothing about a name, a key or a
      *    packed field that came across wrong.  This subroutine
      *    weighs every byte of the caller's record by its place
      *    (1 to 97, round again) and adds the lot, plus the slot
      *    of a relative record, so the same bytes in the same
      *    order are the only way two sites come to the same
      *    figure - see CLHSHC
      *20260929追加終了
000000 DATA DIVISION.
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  WK-BX                       PIC 9(05).
000000   03  WK-WT                       PIC 9(03).
      *    one byte's value 0-255: the byte behind a low-value
      *    byte, read back as a halfword
000000   03  WK-BYTE-AREA.
000000       05  WK-BYTE-HI              PIC X(01).
000000       05  WK-BYTE                 PIC X(01).
000000   03  WK-BYTE-N REDEFINES WK-BYTE-AREA
000000                                   PIC 9(04) COMP.
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
000000 LINKAGE SECTION.
000000 01  HSHC-PARAM.
000000     COPY CLHSHC .
000000 PROCEDURE DIVISION USING HSHC-PARAM .
000000 MAIN-RTN .
000000     MOVE HSHC-SLOT TO HSHC-HASH
000000     MOVE LOW-VALUE TO WK-BYTE-HI
000000     MOVE ZERO TO WK-WT .
000000     IF HSHC-RECLEN > 8500
000000         MOVE 8500 TO HSHC-RECLEN .
000000     PERFORM BYTE-RTN THRU CX00010
000000         VARYING WK-BX FROM 1 BY 1
000000         UNTIL WK-BX > HSHC-RECLEN .
000000 CX00001. EXIT PROGRAM.
      *
      *    BYTE-RTN  -  one byte into the hash at its weight
000000 BYTE-RTN .
000000     ADD 1 TO WK-WT .
000000     IF WK-WT > 97
000000         MOVE 1 TO WK-WT .
000000     MOVE HSHC-IMAGE (WK-BX:1) TO WK-BYTE
000000     COMPUTE HSHC-HASH = HSHC-HASH + WK-BYTE-N * WK-WT .
000000 CX00010. EXIT.
