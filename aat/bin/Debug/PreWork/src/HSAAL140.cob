000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HSAAL140 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
      *20260928追加開始
      *    sensitive-field masking: payee names and bank account
      *    numbers printed on the suite's reports and extracts go
      *    out masked by the rule the VIMSKRUL master (CFMSKRL)
      *    holds for the field, or by the caller's shipped rule
      *    when the master or the field's row is missing.  A
      *    recipient wanting an unmasked copy of one program's
      *    output files a request on the UNMSKREQ control file
      *    for that step; it is honoured only for an operator
      *    active on VIOPRMST and carrying the information-
      *    protection class (I), and every request is written to
      *    the EXUNMAUD audit whether granted or refused - without
      *    an operator master nothing can be proven and the copy
      *    stays masked - see CLMSKC
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT  VIMSKRUL
000000             ASSIGN            VIMSKRUL-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY MSK-FIELDID
000000             FILE STATUS          STS-FILE1.
000000     SELECT  UNMSKREQ
000000             ASSIGN               UNMSKREQ-MSD
000000             FILE STATUS          STS-FILE1.
000000     SELECT  VIOPRMST
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY OPR-OPID
000000             FILE STATUS          STS-FILE1.
000000     SELECT  EXUNMAUD
000000             ASSIGN               EXUNMAUD-MSD
000000             FILE STATUS          STS-FILE1.
      *20260928追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIMSKRUL
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMSKRUL".
       01  MSK-REC.
           COPY CFMSKRL .
000000 FD  UNMSKREQ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "UNMSKREQ".
       01  UNM-REC.
      *    the program whose output is wanted unmasked, the
      *    recipient asking and why
           05  UNM-PROGID                  PIC X(08).
           05  UNM-OPID                    PIC X(08).
           05  UNM-REASON                  PIC X(30).
000000 FD  VIOPRMST
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIOPRMST".
       01  OPR-REC.
           05  OPR-OPID                    PIC X(08).
           05  OPR-NAME                    PIC X(20).
           05  OPR-ROLE                    PIC X(02).
           05  OPR-ACTIVE                  PIC X(01).
               88  OPR-IS-ACTIVE            VALUE "1".
           05  OPR-TERMID                  PIC X(08).
           05  OPR-AUTHS                   PIC X(08).
000000 FD  EXUNMAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXUNMAUD".
       01  UNA-REC.
           05  UNA-RUNDATE                 PIC 9(08).
           05  UNA-RUNTIME                 PIC 9(06).
           05  UNA-PROGID                  PIC X(08).
           05  UNA-OPID                    PIC X(08).
           05  UNA-REASON                  PIC X(30).
           05  UNA-RESULT                  PIC X(01).
               88  UNA-GRANTED              VALUE "0".
               88  UNA-NOTFOUND             VALUE "1".
               88  UNA-INACTIVE             VALUE "2".
               88  UNA-UNAUTHORIZED         VALUE "3".
               88  UNA-NOOPRMST             VALUE "4".
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  STS-FILE1                   PIC X(02).
000000   03  SW-INIT                     PIC 9(01) VALUE ZERO.
000000   03  SW-MST-AVAIL                PIC 9(01) VALUE ZERO.
000000   03  SW-OPR-AVAIL                PIC 9(01) VALUE ZERO.
000000   03  SW-AUD-AVAIL                PIC 9(01) VALUE ZERO.
000000   03  SW-GRANTED                  PIC 9(01) VALUE ZERO.
000000   03  WK-METHOD                   PIC X(01).
000000   03  WK-SHOWN                    PIC 9(02).
000000   03  WK-LEN                      PIC 9(02).
000000   03  WK-MSK-FROM                 PIC 9(02).
000000   03  WK-MSK-TO                   PIC 9(02).
000000   03  WK-IX                       PIC 9(02).
000000   03  WK-AX                       PIC 9(01).
      *    trace connect area - see CLTRC and HSAAL110
       01  TRC-PARAM.
           COPY CLTRC .
000000 LINKAGE SECTION.
000000 01  MSKC-PARAM.
000000     COPY CLMSKC .
000000 PROCEDURE DIVISION USING MSKC-PARAM .
000000 MAIN-RTN .
000000     IF SW-INIT = 0
000000         PERFORM S000-RTN THRU CX00002 .
000000     MOVE "M" TO MSKC-STATUS .
000000     IF SW-GRANTED = 1
000000         MOVE "U" TO MSKC-STATUS
000000         GO TO CX00001.
000000     MOVE MSKC-METHOD TO WK-METHOD
000000     MOVE MSKC-SHOWN TO WK-SHOWN .
000000     IF NOT(SW-MST-AVAIL = 1)GO TO CX00005.
000000     MOVE MSKC-FIELDID TO MSK-FIELDID
000000     READ VIMSKRUL INVALID CONTINUE .
000000     IF STS-FILE1 = "00" AND MSK-VALIDMETHOD
000000         MOVE MSK-METHOD TO WK-METHOD
000000         MOVE MSK-SHOWN TO WK-SHOWN .
000000 CX00005.
           MOVE "CX00005" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-METHOD = "N"
000000         MOVE "C" TO MSKC-STATUS
000000         GO TO CX00001.
      *    a rule the subroutine does not know masks the lot
000000     IF NOT(WK-METHOD = "L" OR "S")
000000         MOVE "F" TO WK-METHOD .
000000     IF WK-SHOWN NOT NUMERIC
000000         MOVE ZERO TO WK-SHOWN .
000000     MOVE 40 TO WK-LEN .
000000 CX00006.
           MOVE "CX00006" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-LEN = ZERO GO TO CX00001.
000000     IF MSKC-VALUE (WK-LEN:1) = SPACE
000000         SUBTRACT 1 FROM WK-LEN
000000         GO TO CX00006.
000000     IF NOT(WK-METHOD = "S")GO TO CX00007.
000000     IF WK-LEN NOT > WK-SHOWN GO TO CX00001.
000000     MOVE "*" TO MSKC-VALUE (WK-SHOWN + 1:1) .
000000     IF WK-SHOWN + 1 < 40
000000         MOVE SPACE TO MSKC-VALUE (WK-SHOWN + 2:) .
000000     GO TO CX00001.
000000 CX00007.
           MOVE "CX00007" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-MSK-FROM
000000     MOVE WK-LEN TO WK-MSK-TO .
000000     IF WK-METHOD = "L" AND WK-LEN NOT > WK-SHOWN
000000         GO TO CX00001.
000000     IF WK-METHOD = "L"
000000         COMPUTE WK-MSK-TO = WK-LEN - WK-SHOWN .
000000     PERFORM STAR-RTN THRU CX00020
000000         VARYING WK-IX FROM WK-MSK-FROM BY 1
000000         UNTIL WK-IX > WK-MSK-TO .
000000 CX00001. EXIT PROGRAM.
000000 S000-RTN .
000000     MOVE 1 TO SW-INIT .
000000     OPEN INPUT VIMSKRUL .
000000     IF STS-FILE1 = "00"
000000         MOVE 1 TO SW-MST-AVAIL .
      *    an unmask request for this caller's output, when the
      *    step has the control file at all
000000     OPEN INPUT UNMSKREQ .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00002.
000000 CX00003.
           MOVE "CX00003" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ UNMSKREQ AT END GO TO CX00004.
000000     IF UNM-PROGID NOT = MSKC-PROGID GO TO CX00003.
000000     PERFORM REQ-RTN THRU CX00010 .
000000     GO TO CX00003.
000000 CX00004.
           MOVE "CX00004" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE UNMSKREQ .
000000     IF SW-OPR-AVAIL = 1
000000         CLOSE VIOPRMST .
000000     IF SW-AUD-AVAIL = 1
000000         CLOSE EXUNMAUD .
000000 CX00002. EXIT.
      *
      *    REQ-RTN  -  one unmask request: the recipient must be
      *    on the operator master, active, and hold class I; the
      *    outcome is audited either way
000000 REQ-RTN .
           MOVE "REQ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-OPR-AVAIL = 0)GO TO CX00011.
000000     MOVE 2 TO SW-OPR-AVAIL
000000     OPEN INPUT VIOPRMST .
000000     IF STS-FILE1 = "00"
000000         MOVE 1 TO SW-OPR-AVAIL .
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE UNA-REC
000000     ACCEPT UNA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT UNA-RUNTIME FROM TIME
000000     MOVE MSKC-PROGID TO UNA-PROGID
000000     MOVE UNM-OPID TO UNA-OPID
000000     MOVE UNM-REASON TO UNA-REASON
000000     MOVE "4" TO UNA-RESULT .
000000     IF NOT(SW-OPR-AVAIL = 1)GO TO CX00012.
000000     MOVE "1" TO UNA-RESULT
000000     MOVE UNM-OPID TO OPR-OPID
000000     READ VIOPRMST INVALID CONTINUE .
000000     IF NOT(STS-FILE1 = "00")GO TO CX00012.
000000     MOVE "2" TO UNA-RESULT .
000000     IF NOT(OPR-IS-ACTIVE)GO TO CX00012.
000000     MOVE "3" TO UNA-RESULT
000000     MOVE ZERO TO WK-AX .
000000 CX00013. IF NOT(WK-AX < 8)GO TO CX00012.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-AX = WK-AX + 1 .
000000     IF OPR-AUTHS (WK-AX:1) = "I"
000000         MOVE "0" TO UNA-RESULT
000000         GO TO CX00012.
000000     GO TO CX00013.
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF UNA-GRANTED
000000         MOVE 1 TO SW-GRANTED
000000         DISPLAY "HSAAL140-50 UNMASKED COPY OF " MSKC-PROGID
000000                 " FOR " UNM-OPID UPON CONSOLE
000000     ELSE
000000         DISPLAY "HSAAL140-51 UNMASK REFUSED " MSKC-PROGID
000000                 " FOR " UNM-OPID " RESULT=" UNA-RESULT
000000                 UPON CONSOLE .
000000     IF NOT(SW-AUD-AVAIL = 0)GO TO CX00014.
000000     MOVE 2 TO SW-AUD-AVAIL
000000     OPEN EXTEND EXUNMAUD .
000000     IF STS-FILE1 = "35"
000000         OPEN OUTPUT EXUNMAUD .
000000     IF STS-FILE1 = "00"
000000         MOVE 1 TO SW-AUD-AVAIL .
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    a grant that cannot be audited is not honoured
000000     IF SW-AUD-AVAIL = 1
000000         WRITE UNA-REC .
000000     IF NOT(SW-AUD-AVAIL = 1 AND STS-FILE1 = "00")
000000         MOVE 0 TO SW-GRANTED .
000000 CX00010. EXIT.
      *
      *    STAR-RTN  -  one character of the value masked; the
      *    blanks inside a name are left so its shape survives
000000 STAR-RTN .
000000     IF MSKC-VALUE (WK-IX:1) NOT = SPACE
000000         MOVE "*" TO MSKC-VALUE (WK-IX:1) .
000000 CX00020. EXIT.
