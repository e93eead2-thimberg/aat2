000000     RECORD KEY MSTPND-KEY
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20260819追加終了
      *20260929追加開始
      *    disaster-recovery clearance: at the recovery site the
      *    HBHUN735 reload leaves its verdict on DRCLEAR, and until
      *    it says every master was proven against the manifest the
      *    chain must not run on what may be a half-built suite;
      *    the file exists only where a reload has run
000000     SELECT  DRCLEAR
000000             ASSIGN               DRCLEAR-MSD
000000             FILE STATUS          STS-FILE1  STS-FILE2.
      *20260929追加終了
      *20150524追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
           05  MSTPND-APRDATE              PIC 9(08).
           05  MSTPND-APRTIME              PIC 9(06).
      *20260819追加終了
      *20260929追加開始
000000 FD  DRCLEAR
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DRCLEAR".
       01  DRC-REC.
           COPY CFDRCLR .
      *20260929追加終了
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
      *20260819追加開始
000000     PERFORM P100-RTN THRU CX00060
      *20260819追加終了
      *20260929追加開始
000000     PERFORM P200-RTN THRU CX00070
      *20260929追加終了
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. EXIT PROGRAM.
           MOVE "CX00001" TO TRC-TEXT
000000     CLOSE VIMSTPND .
000000 CX00060. EXIT.
      *20260819追加終了
      *20260929追加開始
      *    P200-RTN  -  the disaster-recovery gate: a DRCLEAR record
      *    saying anything but proven (a reload still loading, cut
      *    short or failed) refuses the start; no clearance file
      *    means no reload has run here and there is no gate
000000 P200-RTN .
000000     IF NOT(SEQC-RESULT = 0)GO TO CX00070.
000000     OPEN INPUT DRCLEAR .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00070.
000000     READ DRCLEAR AT END MOVE SPACE TO DRC-REC .
000000     IF DRC-PROVEN GO TO CX00071.
000000     MOVE 1 TO SEQC-RESULT
000000     MOVE "DRCLEAR" TO SEQC-FAILPRED
000000     DISPLAY "HSAAL090-04 " SEQC-PROGID
000000             " REFUSED - DISASTER-RECOVERY RELOAD NOT PROVEN"
000000             " STATE " DRC-STATE UPON CONSOLE
000000     PERFORM REFUSE-LOG-RTN THRU CX00050 .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE DRCLEAR .
000000 CX00070. EXIT.
      *20260929追加終了
000000 E000-RTN .
000000     CLOSE VIRUNSEQ  VIJOBLOG .
000000 CX00004. EXIT.
