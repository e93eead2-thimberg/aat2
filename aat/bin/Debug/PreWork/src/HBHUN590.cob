000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN590 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261008追加開始
      *    prior-period adjustments: once HBHUN740 has closed a
      *    business date a late correction - a hall-controller
      *    resend found a week on, a fee keyed wrong - must not
      *    reopen it.  Instead an ADJCARD books the correction on
      *    VIPPADJ against the closed date and the original item -
      *    A adds one, naming the date and either the journal
      *    entry on SIWAKEIF it answers (found on the electronic-
      *    records index) or the source and source key of the
      *    item, with the signed sales and payout amounts and the
      *    reason; X cancels one not yet posted.  The date must be
      *    closed or its month locked on VIPERIOD - an open date is
      *    corrected the ordinary way.  The keying operator must
      *    carry the prior-period adjustment class (2), and every
      *    card is audited to EXPPAAUD whatever the outcome.
      *    Each night, when the business date itself is open, the
      *    pending adjustments are posted into it on the SQWPPAJN
      *    settlement journal feed for HBHUN610, source R, keyed by
      *    the closed date and sequence, so the entries they make
      *    on SIWAKEIF name the period they correct; the closed
      *    date's own files are never touched.  EXPPAREG lists
      *    every adjustment booked against each closed date with
      *    the date's totals - see CFPPADJ
000000     SELECT  ADJCARD
000000                  ASSIGN             ADJCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIPERIOD
000000             ASSIGN            VIPERIOD-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY PERD-DATE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIDOCIDX
000000             ASSIGN            VIDOCIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY DIX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIPPADJ
000000             ASSIGN            VIPPADJ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PPA-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPPAAUD
000000             ASSIGN               EXPPAAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPPAREG
000000             ASSIGN               EXPPAREG-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWPPAJN
000000             ASSIGN               SQWPPAJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    operator master: the card's operator must be active and
      *    authorized for this program's action class before
      *    anything moves; no master at all means no
      *    enforcement, announced loudly - maintained by HBHUN830
000000     SELECT  VIOPRMST
000000             ASSIGN            VIOPRMST-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY OPR-OPID
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261008追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
      *    one card per action; the amounts carry their sign in the
      *    byte before them, "-" for a reduction
000000 FD  ADJCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "ADJCARD".
       01  ADJC-REC.
           05  ADJC-ACTION                 PIC X(01).
               88  ADJC-ADD                 VALUE "A".
               88  ADJC-CANCEL              VALUE "X".
           05  ADJC-CLSDATE                PIC X(08).
           05  ADJC-CLSDATE-N REDEFINES ADJC-CLSDATE
                                           PIC 9(08).
      *    X only: the adjustment's sequence under its date
           05  ADJC-SEQ                    PIC X(02).
           05  ADJC-SEQ-N REDEFINES ADJC-SEQ
                                           PIC 9(02).
           05  ADJC-ORGDOCNO               PIC X(20).
           05  ADJC-ORGSRC                 PIC X(01).
           05  ADJC-ORGKEY                 PIC X(10).
           05  ADJC-URISIGN                PIC X(01).
           05  ADJC-URIAMT                 PIC X(14).
           05  ADJC-URIAMT-N REDEFINES ADJC-URIAMT
                                           PIC 9(14).
           05  ADJC-SHISIGN                PIC X(01).
           05  ADJC-SHIAMT                 PIC X(14).
           05  ADJC-SHIAMT-N REDEFINES ADJC-SHIAMT
                                           PIC 9(14).
           05  ADJC-REASON                 PIC X(30).
           05  ADJC-OPID                   PIC X(08).
      *    the period-control file HBHUN740 maintains; a month lock
      *    is the row with day 00
000000 FD  VIPERIOD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPERIOD".
       01  PERD-REC.
           05  PERD-DATE                   PIC 9(08).
           05  PERD-STATUS                 PIC X(01).
               88  PERD-OPEN                VALUE "0".
               88  PERD-CLOSED              VALUE "1".
               88  PERD-LOCKED              VALUE "2".
           05  PERD-OPID                   PIC X(08).
           05  PERD-SETDATE                PIC 9(08).
           05  PERD-SETTIME                PIC 9(06).
000000 FD  VIDOCIDX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDOCIDX".
       01  DIX-REC.
           COPY CFDOCIX .
000000 FD  VIPPADJ
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPPADJ".
       01  PPA-REC.
           COPY CFPPADJ .
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
000000 FD  EXPPAAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPPAAUD".
       01  EXPPA-REC.
           05  EXPPA-RUNDATE               PIC 9(08).
           05  EXPPA-RUNTIME               PIC 9(06).
           05  EXPPA-OPID                  PIC X(08).
           05  EXPPA-ACTION                PIC X(01).
           05  EXPPA-CLSDATE               PIC X(08).
           05  EXPPA-SEQ                   PIC X(02).
           05  EXPPA-ORGDOCNO              PIC X(20).
           05  EXPPA-ORGSRC                PIC X(01).
           05  EXPPA-ORGKEY                PIC X(10).
           05  EXPPA-URISIGN               PIC X(01).
           05  EXPPA-URIAMT                PIC X(14).
           05  EXPPA-SHISIGN               PIC X(01).
           05  EXPPA-SHIAMT                PIC X(14).
           05  EXPPA-REASON                PIC X(30).
           05  EXPPA-BEF-STATUS            PIC X(01).
           05  EXPPA-AFT-STATUS            PIC X(01).
           05  EXPPA-RESULT                PIC X(01).
               88  EXPPA-APPLIED            VALUE "0".
               88  EXPPA-NOADJ              VALUE "1".
               88  EXPPA-INVALID            VALUE "2".
               88  EXPPA-UNAUTHORIZED       VALUE "3".
               88  EXPPA-NOTCLOSED          VALUE "4".
               88  EXPPA-NOORIGINAL         VALUE "5".
               88  EXPPA-DATEFULL           VALUE "6".
               88  EXPPA-NOTPENDING         VALUE "7".
      *    the adjustment register: A one line per adjustment, C
      *    the closed date's totals, T the grand total; cancelled
      *    adjustments are listed but left out of the sums
000000 FD  EXPPAREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPPAREG".
       01  EXPPR-REC.
           05  EXPPR-RECTYPE               PIC X(01).
               88  EXPPR-ADJLINE            VALUE "A".
               88  EXPPR-DATELINE           VALUE "C".
               88  EXPPR-TOTALLINE          VALUE "T".
           05  EXPPR-BUSDATE               PIC 9(08).
           05  EXPPR-CLSDATE               PIC 9(08).
           05  EXPPR-SEQ                   PIC 9(02).
           05  EXPPR-STATUS                PIC X(01).
           05  EXPPR-ORGDOCNO              PIC X(20).
           05  EXPPR-ORGSRC                PIC X(01).
           05  EXPPR-ORGKEY                PIC X(10).
           05  EXPPR-URIAMT                PIC S9(14).
           05  EXPPR-SHIAMT                PIC S9(14).
           05  EXPPR-REASON                PIC X(30).
           05  EXPPR-OPID                  PIC X(08).
           05  EXPPR-ENTDATE               PIC 9(08).
           05  EXPPR-POSTDATE              PIC 9(08).
      *    C and T lines: adjustments posted, still pending and
      *    cancelled
           05  EXPPR-POSTCNT               PIC 9(05).
           05  EXPPR-PENDCNT               PIC 9(05).
           05  EXPPR-CANCNT                PIC 9(05).
      *    the adjustment feed for the accounting journal, in the
      *    settlement feed's layout (see CFSIWK) with its closing
      *    control record; the R/S and R/P mappings on VIACCTMS
      *    carry it through HBHUN610
000000 FD  SQWPPAJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWPPAJN".
       01  PPAJ-REC.
           05  PPAJ-RECKBN                 PIC X(01).
               88  PPAJ-DETAIL              VALUE "D".
               88  PPAJ-CONTROL             VALUE "C".
           05  PPAJ-SRC                    PIC X(01).
           05  PPAJ-KEY                    PIC X(10).
           05  PPAJ-URIAMT                 PIC S9(14) COMP-3.
           05  PPAJ-SHIAMT                 PIC S9(14) COMP-3.
           05  PPAJ-TESURYO                PIC S9(14) COMP-3.
           05  PPAJ-TAXAMT                 PIC S9(14) COMP-3.
           05  PPAJ-CNT                    PIC 9(07).
000000 FD  VIJOBLOG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
000000 01  JOBLG-REC.
000000     COPY CFJOBLG .
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
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  SW-ADJCARD                  PIC 9(01) VALUE ZERO.
000000   03  SW-PERIOD                   PIC 9(01) VALUE ZERO.
000000   03  SW-DOCIDX                   PIC 9(01) VALUE ZERO.
      *    1 when the business date is open and may take postings
000000   03  SW-POSTOK                   PIC 9(01) VALUE ZERO.
000000   03  SW-CARDOK                   PIC 9(01).
000000   03  SW-DATECLOSED               PIC 9(01).
000000   03  SW-ADJEND                   PIC 9(01).
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-POST-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-REFEED-CNT               PIC 9(05) VALUE ZERO.
000000   03  WK-HELD-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ADJ-CNT                  PIC 9(07) VALUE ZERO.
      *    the date checked against VIPERIOD, and its month lock
000000   03  WK-CHKDATE                  PIC 9(08).
      *    the adjustment being added
000000   03  WK-ORGSRC                   PIC X(01).
000000   03  WK-ORGKEY                   PIC X(10).
000000   03  WK-NEXTSEQ                  PIC 9(03).
000000   03  WK-URIAMT                   PIC S9(14).
000000   03  WK-SHIAMT                   PIC S9(14).
      *    the register's closed-date break and its totals
000000   03  WK-CURDATE                  PIC 9(08).
000000   03  WK-D-URI                    PIC S9(14).
000000   03  WK-D-SHI                    PIC S9(14).
000000   03  WK-D-POST                   PIC 9(05).
000000   03  WK-D-PEND                   PIC 9(05).
000000   03  WK-D-CAN                    PIC 9(05).
000000   03  WK-T-URI                    PIC S9(14) VALUE ZERO.
000000   03  WK-T-SHI                    PIC S9(14) VALUE ZERO.
000000   03  WK-T-POST                   PIC 9(05) VALUE ZERO.
000000   03  WK-T-PEND                   PIC 9(05) VALUE ZERO.
000000   03  WK-T-CAN                    PIC 9(05) VALUE ZERO.
      *    the journal feed's control totals
000000   03  WK-JNL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-JNL-URI                  PIC S9(14) COMP-3 VALUE ZERO.
000000   03  WK-JNL-SHI                  PIC S9(14) COMP-3 VALUE ZERO.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    period-close check connect area - see CLPCL
       01  PCL-PARAM.
           COPY CLPCL .
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
      *20261015追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *    records written to the files counted
000000 01  LNG-WORK.
000000   03  WK-LNG-JRN                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-REG                   PIC 9(09) VALUE ZERO.
000000   03  WK-LNG-AUD                   PIC 9(09) VALUE ZERO.
      *20261015追加終了
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
      *    postings go only into an open business date; a closed
      *    one holds them, and the cards are still taken
000000     INITIALIZE PCL-PARAM
000000     MOVE "HBHUN590" TO PCL-PROGID
000000     MOVE ZERO TO PCL-BUSDATE
000000     CALL "HSAAL130" USING PCL-PARAM .
000000     IF PCL-RESULT = ZERO
000000         MOVE 1 TO SW-POSTOK
000000     ELSE
000000     DISPLAY "HBHUN590-50 BUSINESS DATE " PCL-BUSDATE
000000             " CLOSED - ADJUSTMENTS HELD" UPON CONSOLE .
      *    no cards is an ordinary night: the pending adjustments
      *    are still posted
000000     OPEN INPUT ADJCARD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-ADJCARD .
      *    without the period-control file no date is closed, so
      *    no adjustment can be added and none is posted
000000     OPEN INPUT VIPERIOD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-PERIOD
000000     ELSE
000000     DISPLAY "HBHUN590-51 VIPERIOD ABSENT - NO DATE IS CLOSED"
000000             UPON CONSOLE .
      *    without the index a card naming a journal entry cannot
      *    be checked and is refused
000000     OPEN INPUT VIDOCIDX .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-DOCIDX
000000     ELSE
000000     DISPLAY "HBHUN590-52 VIDOCIDX ABSENT - ENTRY REFERENCES"
000000             " REFUSED" UPON CONSOLE .
000000     OPEN I-O VIPPADJ .
000000     IF FL-STS1 NOT = "35" GO TO CX00050.
000000     OPEN OUTPUT VIPPADJ
000000     CLOSE VIPPADJ
000000     OPEN I-O VIPPADJ .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN590-01 VIPPADJ OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIACCTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN590-02 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    both adjustment mappings must exist before anything is
      *    posted - the HBHUN610 rule
000000     MOVE "S" TO ACCTMS-CLASS
000000     PERFORM MAPCHK-RTN THRU CX00070 .
000000     MOVE "P" TO ACCTMS-CLASS
000000     PERFORM MAPCHK-RTN THRU CX00070 .
000000       OPEN  OUTPUT EXPPAAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN590-03 EXPPAAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXPPAREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN590-04 EXPPAREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the feed is written every night, empty but for its
      *    control record when nothing is posted
000000       OPEN  OUTPUT SQWPPAJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN590-05 SQWPPAJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN590-06 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-ADJCARD = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "ADJCARD" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-PERIOD = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIPERIOD" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-DOCIDX = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIDOCIDX" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN590-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the adjustment cards
000000 P000-RTN .
000000     IF SW-ADJCARD = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ ADJCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM APPLY-RTN THRU CX00020 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN590-07 ADJCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
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
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  every adjustment in closed-date order: the
      *    pending ones posted onto the feed, the register written
      *    with its date breaks, then the feed's control record
000000 P100-RTN .
000000     MOVE ZERO TO SW-ADJEND
000000     MOVE ZERO TO WK-CURDATE
000000     MOVE LOW-VALUES TO PPA-KEY .
000000     START VIPPADJ KEY >= PPA-KEY
000000             INVALID MOVE 1 TO SW-ADJEND .
000000     IF NOT(SW-ADJEND = 0) GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPPADJ NEXT AT END GO TO CX00015.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN590-08 VIPPADJ READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PPA-CLSDATE NOT = WK-CURDATE AND WK-CURDATE NOT = ZERO
000000         PERFORM DATELN-RTN THRU CX00045 .
000000     IF PPA-CLSDATE NOT = WK-CURDATE
000000         PERFORM DATEINI-RTN THRU CX00046 .
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM POST-RTN THRU CX00040 .
000000     PERFORM REGLN-RTN THRU CX00044 .
000000     GO TO CX00016.
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-CURDATE NOT = ZERO
000000         PERFORM DATELN-RTN THRU CX00045 .
000000     INITIALIZE EXPPR-REC
000000     MOVE "T" TO EXPPR-RECTYPE
000000     MOVE WK-BUSDT TO EXPPR-BUSDATE
000000     MOVE WK-T-URI TO EXPPR-URIAMT
000000     MOVE WK-T-SHI TO EXPPR-SHIAMT
000000     MOVE WK-T-POST TO EXPPR-POSTCNT
000000     MOVE WK-T-PEND TO EXPPR-PENDCNT
000000     MOVE WK-T-CAN TO EXPPR-CANCNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-REG
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPPAREG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-REG TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN590-09 EXPPAREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE PPAJ-REC
000000     MOVE "C" TO PPAJ-RECKBN
000000     MOVE "R" TO PPAJ-SRC
000000     MOVE WK-JNL-URI TO PPAJ-URIAMT
000000     MOVE WK-JNL-SHI TO PPAJ-SHIAMT
000000     MOVE ZERO TO PPAJ-TESURYO
000000     MOVE ZERO TO PPAJ-TAXAMT
000000     MOVE WK-JNL-CNT TO PPAJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWPPAJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PPAJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00018.
000000         DISPLAY "HBHUN590-10 SQWPPAJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN590-90 APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT UPON CONSOLE
000000     DISPLAY "HBHUN590-91 POSTED=" WK-POST-CNT
000000             " REFED=" WK-REFEED-CNT
000000             " HELD=" WK-HELD-CNT
000000             " FEED LINES=" WK-JNL-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-ADJCARD = 1
000000         CLOSE ADJCARD .
000000     IF SW-PERIOD = 1
000000         CLOSE VIPERIOD .
000000     IF SW-DOCIDX = 1
000000         CLOSE VIDOCIDX .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWPPAJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXPPAREG" TO LNG-FILEID
000000     MOVE WK-LNG-REG TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXPPAAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN590-11 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIPPADJ  VIACCTMS  EXPPAAUD  EXPPAREG  SQWPPAJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN590-12 SQWPPAJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    APPLY-RTN  -  one card: the operator is checked and the
      *    card validated, then an addition is proved against the
      *    period control and the original item and takes the
      *    date's next sequence, and a cancellation marks a pending
      *    adjustment; every card leaves its audit row whatever
      *    the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXPPA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXPPA-RUNTIME FROM TIME
000000     MOVE ADJC-OPID TO EXPPA-OPID
000000     MOVE ADJC-ACTION TO EXPPA-ACTION
000000     MOVE ADJC-CLSDATE TO EXPPA-CLSDATE
000000     MOVE ADJC-SEQ TO EXPPA-SEQ
000000     MOVE ADJC-ORGDOCNO TO EXPPA-ORGDOCNO
000000     MOVE ADJC-ORGSRC TO EXPPA-ORGSRC
000000     MOVE ADJC-ORGKEY TO EXPPA-ORGKEY
000000     MOVE ADJC-URISIGN TO EXPPA-URISIGN
000000     MOVE ADJC-URIAMT TO EXPPA-URIAMT
000000     MOVE ADJC-SHISIGN TO EXPPA-SHISIGN
000000     MOVE ADJC-SHIAMT TO EXPPA-SHIAMT
000000     MOVE ADJC-REASON TO EXPPA-REASON
000000     MOVE SPACE TO EXPPA-BEF-STATUS
000000     MOVE SPACE TO EXPPA-AFT-STATUS
000000     MOVE ADJC-OPID TO WK-CHK-OPID
000000     MOVE "2" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     PERFORM EDIT-RTN THRU CX00030 .
000000     IF NOT(SW-CARDOK = 1)
000000         MOVE "2" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     IF ADJC-CANCEL GO TO CX00022.
      *    addition: the date must be closed, the original item
      *    must be found, and the date must have a sequence left
000000     MOVE ADJC-CLSDATE-N TO WK-CHKDATE
000000     PERFORM PERD-RTN THRU CX00035 .
000000     IF NOT(SW-DATECLOSED = 1)
000000         MOVE "4" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     MOVE ADJC-ORGSRC TO WK-ORGSRC
000000     MOVE ADJC-ORGKEY TO WK-ORGKEY .
000000     IF ADJC-ORGDOCNO = SPACE GO TO CX00023.
000000     IF SW-DOCIDX = ZERO
000000         MOVE "5" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     MOVE "J" TO DIX-DOCTYPE
000000     MOVE ADJC-CLSDATE-N TO DIX-DOCDATE
000000     MOVE ADJC-ORGDOCNO TO DIX-DOCNO
000000     READ VIDOCIDX INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN590-13 VIDOCIDX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23"
000000         MOVE "5" TO EXPPA-RESULT
000000         GO TO CX00021.
      *    the entry's source and key, as HBHUN610 registered them
000000     MOVE DIX-CPTYNAME (19:1) TO WK-ORGSRC
000000     MOVE DIX-CPTY TO WK-ORGKEY
000000     MOVE WK-ORGSRC TO EXPPA-ORGSRC
000000     MOVE WK-ORGKEY TO EXPPA-ORGKEY .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM SEQ-RTN THRU CX00036 .
000000     IF WK-NEXTSEQ > 99
000000         MOVE "6" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     MOVE SPACE TO PPA-REC
000000     MOVE ADJC-CLSDATE-N TO PPA-CLSDATE
000000     MOVE WK-NEXTSEQ TO PPA-SEQ
000000     MOVE "0" TO PPA-STATUS
000000     MOVE ADJC-ORGDOCNO TO PPA-ORGDOCNO
000000     MOVE WK-ORGSRC TO PPA-ORGSRC
000000     MOVE WK-ORGKEY TO PPA-ORGKEY
000000     MOVE ADJC-URIAMT-N TO WK-URIAMT
000000     MOVE ADJC-SHIAMT-N TO WK-SHIAMT .
000000     IF ADJC-URISIGN = "-"
000000         COMPUTE WK-URIAMT = ZERO - WK-URIAMT .
000000     IF ADJC-SHISIGN = "-"
000000         COMPUTE WK-SHIAMT = ZERO - WK-SHIAMT .
000000     MOVE WK-URIAMT TO PPA-URIAMT
000000     MOVE WK-SHIAMT TO PPA-SHIAMT
000000     MOVE ADJC-REASON TO PPA-REASON
000000     MOVE ADJC-OPID TO PPA-OPID
000000     MOVE WK-BUSDT TO PPA-ENTDATE
000000     MOVE ZERO TO PPA-POSTDATE
000000     MOVE SPACE TO PPA-CANOPID
000000     MOVE ZERO TO PPA-CANDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPPADJ" TO LNG-FILEID
000000     MOVE PPA-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PPA-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00024.
000000         DISPLAY "HBHUN590-14 VIPPADJ WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE PPA-SEQ TO EXPPA-SEQ
000000     GO TO CX00025.
      *    cancellation: only an adjustment not yet posted
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ADJC-CLSDATE-N TO PPA-CLSDATE
000000     MOVE ADJC-SEQ-N TO PPA-SEQ
000000     READ VIPPADJ INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN590-15 VIPPADJ READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     MOVE PPA-STATUS TO EXPPA-BEF-STATUS .
000000     IF NOT PPA-PENDING
000000         MOVE PPA-STATUS TO EXPPA-AFT-STATUS
000000         MOVE "7" TO EXPPA-RESULT
000000         GO TO CX00021.
000000     MOVE "9" TO PPA-STATUS
000000     MOVE ADJC-OPID TO PPA-CANOPID
000000     MOVE WK-BUSDT TO PPA-CANDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPPADJ" TO LNG-FILEID
000000     MOVE PPA-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PPA-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00026.
000000         DISPLAY "HBHUN590-16 VIPPADJ REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00025.
           MOVE "CX00025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE PPA-STATUS TO EXPPA-AFT-STATUS
000000     MOVE "0" TO EXPPA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00027 .
000000     GO TO CX00020.
      *    refused: counted and audited
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00027 .
000000 CX00020. EXIT.
      *
      *    AUD-RTN  -  one EXPPAAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPPAAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPPA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN590-17 EXPPAAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027. EXIT.
      *
      *    EDIT-RTN  -  every card names a real date; a
      *    cancellation names the sequence, an addition names the
      *    original item, a reason and at least one amount
000000 EDIT-RTN .
           MOVE "EDIT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-CARDOK .
000000     IF NOT(ADJC-ADD OR ADJC-CANCEL) OR
000000        ADJC-CLSDATE NOT NUMERIC
000000         GO TO CX00030.
000000     IF ADJC-CLSDATE (5:2) < "01" OR
000000        ADJC-CLSDATE (5:2) > "12" OR
000000        ADJC-CLSDATE (7:2) < "01" OR
000000        ADJC-CLSDATE (7:2) > "31"
000000         GO TO CX00030.
000000     IF NOT(ADJC-CANCEL)GO TO CX00031.
000000     IF ADJC-SEQ NOT NUMERIC GO TO CX00030.
000000     MOVE 1 TO SW-CARDOK .
000000     GO TO CX00030.
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF ADJC-ORGDOCNO = SPACE AND
000000        (ADJC-ORGSRC = SPACE OR ADJC-ORGKEY = SPACE)
000000         GO TO CX00030.
000000     IF ADJC-REASON = SPACE GO TO CX00030.
000000     IF ADJC-URIAMT NOT NUMERIC OR
000000        ADJC-SHIAMT NOT NUMERIC
000000         GO TO CX00030.
000000     IF NOT(ADJC-URISIGN = SPACE OR "+" OR "-") OR
000000        NOT(ADJC-SHISIGN = SPACE OR "+" OR "-")
000000         GO TO CX00030.
000000     IF ADJC-URIAMT-N = ZERO AND ADJC-SHIAMT-N = ZERO
000000         GO TO CX00030.
000000     MOVE 1 TO SW-CARDOK .
000000 CX00030. EXIT.
      *
      *    PERD-RTN  -  whether WK-CHKDATE is closed, or its month
      *    locked, on the period-control file - the HSAAL130 rule,
      *    read here so that a date found closed is not logged as
      *    a refused run
000000 PERD-RTN .
           MOVE "PERD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-DATECLOSED .
000000     IF SW-PERIOD = ZERO GO TO CX00035.
000000     MOVE WK-CHKDATE TO PERD-DATE
000000     READ VIPERIOD INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN590-18 VIPERIOD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23" GO TO CX00037.
000000     IF PERD-CLOSED OR PERD-LOCKED
000000         MOVE 1 TO SW-DATECLOSED
000000         GO TO CX00035.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-CHKDATE TO PERD-DATE
000000     MOVE ZERO TO PERD-DATE (7:2) .
000000     READ VIPERIOD INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN590-18 VIPERIOD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF FL-STS1 = "23" GO TO CX00035.
000000     IF PERD-CLOSED OR PERD-LOCKED
000000         MOVE 1 TO SW-DATECLOSED .
000000 CX00035. EXIT.
      *
      *    SEQ-RTN  -  the next free sequence under the card's
      *    date, one above the highest already booked
000000 SEQ-RTN .
           MOVE "SEQ-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-NEXTSEQ
000000     MOVE ADJC-CLSDATE-N TO PPA-CLSDATE
000000     MOVE ZERO TO PPA-SEQ .
000000     START VIPPADJ KEY >= PPA-KEY
000000             INVALID GO TO CX00036 .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPPADJ NEXT AT END GO TO CX00036.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN590-19 VIPPADJ READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PPA-CLSDATE NOT = ADJC-CLSDATE-N GO TO CX00036.
000000     COMPUTE WK-NEXTSEQ = PPA-SEQ + 1 .
000000     GO TO CX00038.
000000 CX00036. EXIT.
      *
      *    POST-RTN  -  a pending adjustment is posted into the open
      *    business date, unless its date has since been reopened
      *    - it then waits, to be cancelled or posted once closed
      *    again; one already posted into this same date is fed
      *    again, so a rerun's feed is whole
000000 POST-RTN .
           MOVE "POST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-POSTOK = ZERO GO TO CX00040.
000000     IF PPA-POSTED AND PPA-POSTDATE = WK-BUSDT
000000         ADD 1 TO WK-REFEED-CNT
000000         PERFORM FEED-RTN THRU CX00042
000000         GO TO CX00040.
000000     IF NOT PPA-PENDING GO TO CX00040.
000000     MOVE PPA-CLSDATE TO WK-CHKDATE
000000     PERFORM PERD-RTN THRU CX00035 .
000000     IF SW-DATECLOSED = ZERO
000000         ADD 1 TO WK-HELD-CNT
000000         DISPLAY "HBHUN590-53 " PPA-CLSDATE "-" PPA-SEQ
000000                 " DATE NO LONGER CLOSED - HELD" UPON CONSOLE
000000         GO TO CX00040.
000000     MOVE "1" TO PPA-STATUS
000000     MOVE WK-BUSDT TO PPA-POSTDATE
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIPPADJ" TO LNG-FILEID
000000     MOVE PPA-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE PPA-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN590-20 VIPPADJ REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-POST-CNT
000000     PERFORM FEED-RTN THRU CX00042 .
000000 CX00040. EXIT.
      *
      *    FEED-RTN  -  one feed line: source R keyed by the closed
      *    date and sequence, the signed amounts as booked
000000 FEED-RTN .
           MOVE "FEED-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE PPAJ-REC
000000     MOVE "D" TO PPAJ-RECKBN
000000     MOVE "R" TO PPAJ-SRC
000000     MOVE PPA-KEY TO PPAJ-KEY
000000     MOVE PPA-URIAMT TO PPAJ-URIAMT
000000     MOVE PPA-SHIAMT TO PPAJ-SHIAMT
000000     MOVE ZERO TO PPAJ-TESURYO
000000     MOVE ZERO TO PPAJ-TAXAMT
000000     MOVE 1 TO PPAJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWPPAJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE PPAJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN590-21 SQWPPAJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JNL-CNT
000000     ADD PPA-URIAMT TO WK-JNL-URI
000000     ADD PPA-SHIAMT TO WK-JNL-SHI .
000000 CX00042. EXIT.
      *
      *    REGLN-RTN  -  the adjustment's register line, and its
      *    amounts onto the date's totals unless cancelled
000000 REGLN-RTN .
           MOVE "REGLN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPPR-REC
000000     MOVE "A" TO EXPPR-RECTYPE
000000     MOVE WK-BUSDT TO EXPPR-BUSDATE
000000     MOVE PPA-CLSDATE TO EXPPR-CLSDATE
000000     MOVE PPA-SEQ TO EXPPR-SEQ
000000     MOVE PPA-STATUS TO EXPPR-STATUS
000000     MOVE PPA-ORGDOCNO TO EXPPR-ORGDOCNO
000000     MOVE PPA-ORGSRC TO EXPPR-ORGSRC
000000     MOVE PPA-ORGKEY TO EXPPR-ORGKEY
000000     MOVE PPA-URIAMT TO EXPPR-URIAMT
000000     MOVE PPA-SHIAMT TO EXPPR-SHIAMT
000000     MOVE PPA-REASON TO EXPPR-REASON
000000     MOVE PPA-OPID TO EXPPR-OPID
000000     MOVE PPA-ENTDATE TO EXPPR-ENTDATE
000000     MOVE PPA-POSTDATE TO EXPPR-POSTDATE
      *20261015追加開始
000000     ADD 1 TO WK-LNG-REG
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPPAREG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-REG TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN590-22 EXPPAREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ADJ-CNT .
000000     IF PPA-CANCELLED
000000         ADD 1 TO WK-D-CAN
000000         GO TO CX00044.
000000     IF PPA-POSTED
000000         ADD 1 TO WK-D-POST
000000     ELSE
000000         ADD 1 TO WK-D-PEND .
000000     ADD PPA-URIAMT TO WK-D-URI
000000     ADD PPA-SHIAMT TO WK-D-SHI .
000000 CX00044. EXIT.
      *
      *    DATELN-RTN  -  the closed date's total line, and the
      *    date onto the grand totals
000000 DATELN-RTN .
           MOVE "DATELN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPPR-REC
000000     MOVE "C" TO EXPPR-RECTYPE
000000     MOVE WK-BUSDT TO EXPPR-BUSDATE
000000     MOVE WK-CURDATE TO EXPPR-CLSDATE
000000     MOVE WK-D-URI TO EXPPR-URIAMT
000000     MOVE WK-D-SHI TO EXPPR-SHIAMT
000000     MOVE WK-D-POST TO EXPPR-POSTCNT
000000     MOVE WK-D-PEND TO EXPPR-PENDCNT
000000     MOVE WK-D-CAN TO EXPPR-CANCNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-REG
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXPPAREG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-REG TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXPPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN590-23 EXPPAREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD WK-D-URI TO WK-T-URI
000000     ADD WK-D-SHI TO WK-T-SHI
000000     ADD WK-D-POST TO WK-T-POST
000000     ADD WK-D-PEND TO WK-T-PEND
000000     ADD WK-D-CAN TO WK-T-CAN .
000000 CX00045. EXIT.
      *
      *    DATEINI-RTN  -  a new closed date begins
000000 DATEINI-RTN .
           MOVE "DATEINI-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE PPA-CLSDATE TO WK-CURDATE
000000     MOVE ZERO TO WK-D-URI
000000     MOVE ZERO TO WK-D-SHI
000000     MOVE ZERO TO WK-D-POST
000000     MOVE ZERO TO WK-D-PEND
000000     MOVE ZERO TO WK-D-CAN .
000000 CX00046. EXIT.
      *
      *    MAPCHK-RTN  -  the R mapping of the class in hand must
      *    be on the account master
000000 MAPCHK-RTN .
           MOVE "MAPCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO ACCTMS-SRC
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "23")GO TO CX00070.
000000     DISPLAY "HBHUN590-89 VIACCTMS MAPPING MISSING R/"
000000             ACCTMS-CLASS
000000     MOVE "HBHUN590" TO ERRM-PROGID
000000     MOVE "89" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN590" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN590" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN590" TO PRM-PROGID
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
000000         DISPLAY "HBHUN590-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
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
000000     MOVE "HBHUN590" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN590-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN590" TO ERRM-PROGID
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
      *    OPRCHK-RTN  -  the card's operator must exist on the
      *    operator master, be active and carry this program's
      *    action class among the authorizations; without a
      *    master the check passes open
000000 OPRCHK-RTN .
           MOVE "OPRCHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO WK-OPR-OK .
000000     IF NOT(SW-OPRMST = 1)GO TO CX00091.
000000     MOVE ZERO TO WK-OPR-OK
000000     MOVE WK-CHK-OPID TO OPR-OPID
000000     READ VIOPRMST INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00092.
000000     IF NOT(OPR-IS-ACTIVE)GO TO CX00092.
000000     MOVE ZERO TO WK-AX .
000000 CX00093. IF NOT(WK-AX < 8)GO TO CX00092.
           MOVE "CX00093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-AX = WK-AX + 1 .
000000     IF OPR-AUTHS (WK-AX:1) = WK-CHK-CLASS
000000         MOVE 1 TO WK-OPR-OK .
000000     GO TO CX00093.
000000 CX00092.
           MOVE "CX00092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-OPR-OK = ZERO
000000         ADD 1 TO WK-UNAUTH-CNT
000000         DISPLAY "HBHUN590-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
