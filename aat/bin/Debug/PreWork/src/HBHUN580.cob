000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN580 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261006追加開始
      *    monthly machine depreciation: VIMACINV holds each
      *    machine's acquisition cost, install date and planned
      *    life, but the depreciation was still worked out in a
      *    separate fixed-asset sheet.  On the month's last day
      *    every machine is written down straight-line over its
      *    planned life - the cost divided by the life in months,
      *    cut to the yen, one month's charge from the install
      *    month on, the final month taking whatever is left so
      *    the machine ends at a nil book value.  A machine taken
      *    out (a VIMACASG removal row) is charged up to and
      *    including its removal month and no further; one put
      *    back later is charged on as if it had stayed.  The month's
      *    charge is summed per floor (the floor the machine sat on
      *    at the month end, or the floor it came out of) and goes
      *    onto the SQWDPRJN journal feed for HBHUN610, source G,
      *    one line per floor; the G/S mapping on VIACCTMS carries
      *    it to the SIWAKEIF interface.  EXFARREG is the fixed-
      *    asset register: cost, accumulated depreciation and book
      *    value per machine, then per floor and in total.  On any
      *    other night the feed carries its control record only, so
      *    a month is never charged twice
000000     SELECT  VIMACINV
000000             ASSIGN            VIMACINV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MACINV-MACHINE
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIMACASG
000000             ASSIGN            VIMACASG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY MACASG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIACCTMS
000000             ASSIGN            VIACCTMS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY ACCTMS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXFARREG
000000             ASSIGN               EXFARREG-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWDPRJN
000000             ASSIGN               SQWDPRJN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261006追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIMACINV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACINV".
       01  MACINV-REC.
           05  MACINV-MACHINE              PIC X(22).
           05  MACINV-INSTDATE             PIC 9(08).
           05  MACINV-COST                 PIC 9(12).
           05  MACINV-LIFEMONTHS           PIC 9(03).
000000 FD  VIMACASG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMACASG".
       01  MACASG-REC.
           05  MACASG-KEY.
               07  MACASG-MACHINE          PIC X(22).
               07  MACASG-EFFFROM          PIC 9(08).
           05  MACASG-FLOOR                PIC X(10).
           05  MACASG-KIND                 PIC X(01).
               88  MACASG-INSTALL           VALUE "I".
               88  MACASG-MOVE              VALUE "M".
               88  MACASG-REMOVE            VALUE "R".
000000 FD  VIACCTMS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIACCTMS".
       01  ACCTMS-REC.
           05  ACCTMS-KEY.
               07  ACCTMS-SRC              PIC X(01).
               07  ACCTMS-CLASS            PIC X(01).
           05  ACCTMS-DRACCT               PIC X(08).
           05  ACCTMS-CRACCT               PIC X(08).
      *    the fixed-asset register: M one line per machine, F one
      *    per floor, T the grand total
000000 FD  EXFARREG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXFARREG".
       01  EXFAR-REC.
           05  EXFAR-RECTYPE               PIC X(01).
               88  EXFAR-MACHINELINE        VALUE "M".
               88  EXFAR-FLOORLINE          VALUE "F".
               88  EXFAR-TOTALLINE          VALUE "T".
           05  EXFAR-BUSDATE               PIC 9(08).
           05  EXFAR-YM                    PIC 9(06).
           05  EXFAR-MACHINE               PIC X(22).
           05  EXFAR-FLOOR                 PIC X(10).
           05  EXFAR-INSTDATE              PIC 9(08).
           05  EXFAR-LIFEMONTHS            PIC 9(03).
      *    months charged to the end of this month
           05  EXFAR-DEPMONTHS             PIC 9(03).
           05  EXFAR-COST                  PIC 9(14).
           05  EXFAR-CHARGE                PIC 9(14).
           05  EXFAR-ACCUM                 PIC 9(14).
           05  EXFAR-BOOK                  PIC 9(14).
      *    A in service, F fully depreciated, R removed, E the
      *    inventory row cannot be depreciated (no install date or
      *    no planned life)
           05  EXFAR-STATUS                PIC X(01).
               88  EXFAR-INSERVICE          VALUE "A".
               88  EXFAR-FULLYDEP           VALUE "F".
               88  EXFAR-REMOVED            VALUE "R".
               88  EXFAR-NOTDEP             VALUE "E".
           05  EXFAR-REMDATE               PIC 9(08).
      *    F and T lines: the machines the line sums
           05  EXFAR-MACCNT                PIC 9(05).
      *    the depreciation feed for the accounting journal, in the
      *    settlement feed's layout (see CFSIWK) with its closing
      *    control record; the G/S mapping on VIACCTMS carries the
      *    charge through HBHUN610
000000 FD  SQWDPRJN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWDPRJN".
       01  DPRJ-REC.
           05  DPRJ-RECKBN                 PIC X(01).
               88  DPRJ-DETAIL              VALUE "D".
               88  DPRJ-CONTROL             VALUE "C".
           05  DPRJ-SRC                    PIC X(01).
           05  DPRJ-KEY                    PIC X(10).
           05  DPRJ-URIAMT                 PIC S9(14) COMP-3.
           05  DPRJ-SHIAMT                 PIC S9(14) COMP-3.
           05  DPRJ-TESURYO                PIC S9(14) COMP-3.
           05  DPRJ-TAXAMT                 PIC S9(14) COMP-3.
           05  DPRJ-CNT                    PIC 9(07).
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
000000   03  WK-MAC-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-CHG-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-FULL-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-REM-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-NODEP-CNT                PIC 9(05) VALUE ZERO.
000000   03  SW-MONTHEND                 PIC 9(01) VALUE ZERO.
000000   03  SW-MACASG                   PIC 9(01) VALUE ZERO.
000000   03  SW-REMOVED                  PIC 9(01).
000000   03  WK-MLAST                    PIC 9(02).
000000   03  WK-YM                       PIC 9(06).
000000   03  WK-YM-R REDEFINES WK-YM.
000000       05  WK-YM-YY                PIC 9(04).
000000       05  WK-YM-MM                PIC 9(02).
000000   03  WK-MONLAST                  PIC 9(08).
      *    months counted from year zero, so that two months can be
      *    subtracted: the target month, the install month and the
      *    removal month
000000   03  WK-TGT-MN                   PIC 9(06).
000000   03  WK-INST-MN                  PIC 9(06).
000000   03  WK-REM-MN                   PIC 9(06).
000000   03  WK-END-MN                   PIC 9(06).
000000   03  WK-INSTDATE                 PIC 9(08).
000000   03  WK-INSTDATE-R REDEFINES WK-INSTDATE.
000000       05  WK-INST-YY              PIC 9(04).
000000       05  WK-INST-MM              PIC 9(02).
000000       05  WK-INST-DD              PIC 9(02).
000000   03  WK-REMDATE                  PIC 9(08).
000000   03  WK-REMDATE-R REDEFINES WK-REMDATE.
000000       05  WK-REM-YY               PIC 9(04).
000000       05  WK-REM-MM               PIC 9(02).
000000       05  WK-REM-DD               PIC 9(02).
      *    the machine being written down
000000   03  WK-CURFLOOR                 PIC X(10).
000000   03  WK-MONTHLY                  PIC 9(12).
000000   03  WK-DEPMONTHS                PIC S9(05).
000000   03  WK-PRVMONTHS                PIC S9(05).
000000   03  WK-ACCUM                    PIC 9(12).
000000   03  WK-PRVACCUM                 PIC 9(12).
000000   03  WK-CHARGE                   PIC 9(12).
000000   03  WK-BOOK                     PIC 9(12).
      *    the month's totals per floor, the journal's source
000000   03  FLR-CNT                     PIC 9(03) VALUE ZERO.
000000   03  FLR-IX                      PIC 9(03).
000000   03  FLR-ENT OCCURS 300.
000000       05  FLR-FLOOR               PIC X(10).
000000       05  FLR-MACCNT              PIC 9(05).
000000       05  FLR-CHGCNT              PIC 9(05).
000000       05  FLR-COST                PIC 9(14).
000000       05  FLR-CHARGE              PIC 9(14).
000000       05  FLR-ACCUM               PIC 9(14).
000000       05  FLR-BOOK                PIC 9(14).
000000   03  WK-TOT-COST                 PIC 9(14) VALUE ZERO.
000000   03  WK-TOT-CHARGE               PIC 9(14) VALUE ZERO.
000000   03  WK-TOT-ACCUM                PIC 9(14) VALUE ZERO.
000000   03  WK-TOT-BOOK                 PIC 9(14) VALUE ZERO.
      *    the journal feed's control totals
000000   03  WK-JNL-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-JNL-URI                  PIC S9(14) COMP-3 VALUE ZERO.
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
000000     PERFORM MONTH-RTN THRU CX00096 .
000000       OPEN  INPUT  VIMACINV .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN580-01 VIMACINV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the assignment history is optional: without it no
      *    machine is taken as removed and the floor stays blank
000000     OPEN INPUT VIMACASG .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-MACASG .
000000     IF SW-MACASG = ZERO
000000         DISPLAY "HBHUN580-50 VIMACASG ABSENT - NO FLOORS"
000000                 " OR REMOVALS" UPON CONSOLE .
000000       OPEN  INPUT  VIACCTMS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN580-02 VIACCTMS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the depreciation mapping must exist before anything is
      *    charged - the HBHUN610 rule
000000     MOVE "G" TO ACCTMS-SRC
000000     MOVE "S" TO ACCTMS-CLASS
000000     READ VIACCTMS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "23")GO TO CX00012.
000000     DISPLAY "HBHUN580-90 VIACCTMS MAPPING MISSING G/S"
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "90" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXFARREG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN580-03 EXFARREG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the feed is written every night, empty but for its
      *    control record outside the month end, so a month's
      *    depreciation is never fed twice
000000       OPEN  OUTPUT SQWDPRJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN580-04 SQWDPRJN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN580-05 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261015追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIMACINV" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "I" TO LNG-FUNC
000000     MOVE "VIACCTMS" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-MACASG = 1
000000         MOVE "I" TO LNG-FUNC
000000         MOVE "VIMACASG" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  at the month end, every machine on the
      *    investment master written down for the month
000000 P000-RTN .
000000     IF SW-MONTHEND = ZERO GO TO CX00003.
000000     MOVE LOW-VALUES TO MACINV-MACHINE .
000000     START VIMACINV KEY >= MACINV-MACHINE
000000             INVALID GO TO CX00003 .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMACINV NEXT AT END GO TO CX00003.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN580-11 VIMACINV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO WK-JOBLG-CNT
000000     PERFORM MAC-RTN THRU CX00020 .
000000     GO TO CX00015.
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the floor lines onto the register and the
      *    journal feed, then the totals and the feed's control
      *    record
000000 P100-RTN .
000000     IF SW-MONTHEND = ZERO GO TO CX00016.
000000     PERFORM FLR-RTN THRU CX00040
000000         VARYING FLR-IX FROM 1 BY 1 UNTIL FLR-IX > FLR-CNT .
000000     INITIALIZE EXFAR-REC
000000     MOVE "T" TO EXFAR-RECTYPE
000000     MOVE WK-BUSDT TO EXFAR-BUSDATE
000000     MOVE WK-YM TO EXFAR-YM
000000     MOVE WK-TOT-COST TO EXFAR-COST
000000     MOVE WK-TOT-CHARGE TO EXFAR-CHARGE
000000     MOVE WK-TOT-ACCUM TO EXFAR-ACCUM
000000     MOVE WK-TOT-BOOK TO EXFAR-BOOK
000000     MOVE WK-MAC-CNT TO EXFAR-MACCNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-REG
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXFARREG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-REG TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXFAR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00017.
000000         DISPLAY "HBHUN580-12 EXFARREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE DPRJ-REC
000000     MOVE "C" TO DPRJ-RECKBN
000000     MOVE "G" TO DPRJ-SRC
000000     MOVE WK-JNL-URI TO DPRJ-URIAMT
000000     MOVE ZERO TO DPRJ-SHIAMT
000000     MOVE ZERO TO DPRJ-TESURYO
000000     MOVE ZERO TO DPRJ-TAXAMT
000000     MOVE WK-JNL-CNT TO DPRJ-CNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWDPRJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DPRJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00018.
000000         DISPLAY "HBHUN580-13 SQWDPRJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN580-92 MONTH=" WK-YM
000000             " MONTHEND=" SW-MONTHEND
000000             " MACHINES=" WK-MAC-CNT
000000             " CHARGED=" WK-CHG-CNT
000000             " FULLY DEPRECIATED=" WK-FULL-CNT
000000             " REMOVED=" WK-REM-CNT
000000             " NOT DEPRECIABLE=" WK-NODEP-CNT UPON CONSOLE
000000     DISPLAY "HBHUN580-93 CHARGE=" WK-TOT-CHARGE
000000             " FLOORS=" WK-JNL-CNT UPON CONSOLE .
000000     IF SW-MACASG = 1
000000         CLOSE VIMACASG .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWDPRJN" TO LNG-FILEID
000000     MOVE WK-LNG-JRN TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXFARREG" TO LNG-FILEID
000000     MOVE WK-LNG-REG TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN580-14 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIMACINV  VIACCTMS  EXFARREG  SQWDPRJN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN580-15 SQWDPRJN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    MONTH-RTN  -  the business date's month, its last day
      *    and whether the date is that day
000000 MONTH-RTN .
           MOVE "MONTH-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT-YY TO WK-YM-YY
000000     MOVE WK-BUSDT-MM TO WK-YM-MM
000000     COMPUTE WK-TGT-MN = WK-YM-YY * 12 + WK-YM-MM
000000     MOVE 31 TO WK-MLAST .
000000     IF WK-BUSDT-MM = 4 OR 6 OR 9 OR 11
000000         MOVE 30 TO WK-MLAST .
000000     IF NOT(WK-BUSDT-MM = 2)GO TO CX00097.
000000     MOVE 28 TO WK-MLAST
000000     DIVIDE WK-BUSDT-YY BY 4 GIVING WK-BUSDT-Q
000000         REMAINDER WK-BUSDT-R .
000000     IF WK-BUSDT-R = ZERO
000000         MOVE 29 TO WK-MLAST .
000000 CX00097.
           MOVE "CX00097" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-MONLAST = WK-YM * 100 + WK-MLAST .
000000     IF WK-BUSDT-DD = WK-MLAST
000000         MOVE 1 TO SW-MONTHEND .
000000 CX00096. EXIT.
      *
      *    MAC-RTN  -  one machine: the months it has been charged
      *    to the end of this month and the end of last month, the
      *    two accumulated totals, and the month's charge as the
      *    difference between them
000000 MAC-RTN .
           MOVE "MAC-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE MACINV-INSTDATE TO WK-INSTDATE .
      *    a machine installed after the month is not yet on the
      *    books
000000     IF MACINV-INSTDATE NUMERIC AND MACINV-INSTDATE > WK-MONLAST
000000         GO TO CX00020.
000000     PERFORM ASG-RTN THRU CX00025 .
000000     INITIALIZE EXFAR-REC
000000     ADD 1 TO WK-MAC-CNT
000000     MOVE ZERO TO WK-DEPMONTHS
000000     MOVE ZERO TO WK-ACCUM
000000     MOVE ZERO TO WK-CHARGE .
000000     IF MACINV-INSTDATE NOT NUMERIC OR MACINV-INSTDATE = ZERO OR
000000        MACINV-LIFEMONTHS NOT NUMERIC OR
000000        MACINV-LIFEMONTHS = ZERO OR MACINV-COST NOT NUMERIC
000000         ADD 1 TO WK-NODEP-CNT
000000         MOVE "E" TO EXFAR-STATUS
000000         GO TO CX00021.
000000     COMPUTE WK-INST-MN = WK-INST-YY * 12 + WK-INST-MM
000000     DIVIDE MACINV-COST BY MACINV-LIFEMONTHS GIVING WK-MONTHLY .
      *    the last month charged is this month, or the removal
      *    month when the machine has come out
000000     MOVE WK-TGT-MN TO WK-END-MN .
000000     IF SW-REMOVED = 1 AND WK-REM-MN < WK-TGT-MN
000000         MOVE WK-REM-MN TO WK-END-MN .
000000     COMPUTE WK-DEPMONTHS = WK-END-MN - WK-INST-MN + 1
000000     IF WK-DEPMONTHS < ZERO
000000         MOVE ZERO TO WK-DEPMONTHS .
      *    a machine out before this month was charged last month
      *    all it is charged now
000000     MOVE WK-DEPMONTHS TO WK-PRVMONTHS .
000000     IF WK-END-MN = WK-TGT-MN
000000         COMPUTE WK-PRVMONTHS = WK-DEPMONTHS - 1 .
000000     IF WK-DEPMONTHS > MACINV-LIFEMONTHS
000000         MOVE MACINV-LIFEMONTHS TO WK-DEPMONTHS .
000000     IF WK-PRVMONTHS > MACINV-LIFEMONTHS
000000         MOVE MACINV-LIFEMONTHS TO WK-PRVMONTHS .
000000     IF WK-PRVMONTHS < ZERO
000000         MOVE ZERO TO WK-PRVMONTHS .
000000     MOVE MACINV-COST TO WK-ACCUM .
000000     IF WK-DEPMONTHS < MACINV-LIFEMONTHS
000000         COMPUTE WK-ACCUM = WK-MONTHLY * WK-DEPMONTHS .
000000     MOVE MACINV-COST TO WK-PRVACCUM .
000000     IF WK-PRVMONTHS < MACINV-LIFEMONTHS
000000         COMPUTE WK-PRVACCUM = WK-MONTHLY * WK-PRVMONTHS .
000000     COMPUTE WK-CHARGE = WK-ACCUM - WK-PRVACCUM .
000000     MOVE "A" TO EXFAR-STATUS .
000000     IF WK-DEPMONTHS NOT < MACINV-LIFEMONTHS
000000         MOVE "F" TO EXFAR-STATUS .
000000     IF SW-REMOVED = 1
000000         MOVE "R" TO EXFAR-STATUS .
000000     IF EXFAR-FULLYDEP
000000         ADD 1 TO WK-FULL-CNT .
000000     IF EXFAR-REMOVED
000000         ADD 1 TO WK-REM-CNT .
000000     IF WK-CHARGE > ZERO
000000         ADD 1 TO WK-CHG-CNT .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-BOOK .
000000     IF MACINV-COST NUMERIC
000000         COMPUTE WK-BOOK = MACINV-COST - WK-ACCUM .
000000     PERFORM FLRADD-RTN THRU CX00030 .
000000     MOVE "M" TO EXFAR-RECTYPE
000000     MOVE WK-BUSDT TO EXFAR-BUSDATE
000000     MOVE WK-YM TO EXFAR-YM
000000     MOVE MACINV-MACHINE TO EXFAR-MACHINE
000000     MOVE WK-CURFLOOR TO EXFAR-FLOOR
000000     MOVE ZERO TO EXFAR-INSTDATE
000000     MOVE ZERO TO EXFAR-LIFEMONTHS
000000     MOVE ZERO TO EXFAR-COST .
000000     IF MACINV-INSTDATE NUMERIC
000000         MOVE MACINV-INSTDATE TO EXFAR-INSTDATE .
000000     IF MACINV-LIFEMONTHS NUMERIC
000000         MOVE MACINV-LIFEMONTHS TO EXFAR-LIFEMONTHS .
000000     IF MACINV-COST NUMERIC
000000         MOVE MACINV-COST TO EXFAR-COST .
000000     MOVE WK-DEPMONTHS TO EXFAR-DEPMONTHS
000000     MOVE WK-CHARGE TO EXFAR-CHARGE
000000     MOVE WK-ACCUM TO EXFAR-ACCUM
000000     MOVE WK-BOOK TO EXFAR-BOOK
000000     MOVE ZERO TO EXFAR-REMDATE .
000000     IF SW-REMOVED = 1
000000         MOVE WK-REMDATE TO EXFAR-REMDATE .
000000     MOVE 1 TO EXFAR-MACCNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-REG
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXFARREG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-REG TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXFAR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00022.
000000         DISPLAY "HBHUN580-16 EXFARREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00020. EXIT.
      *
      *    ASG-RTN  -  the machine's assignment history up to the
      *    month end: the floor it sits on, or the floor it came
      *    out of, and whether its latest row is a removal; a
      *    machine installed again after a removal is back in
      *    service
000000 ASG-RTN .
           MOVE "ASG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO WK-CURFLOOR
000000     MOVE ZERO TO SW-REMOVED
000000     MOVE ZERO TO WK-REMDATE
000000     MOVE ZERO TO WK-REM-MN .
000000     IF NOT(SW-MACASG = 1)GO TO CX00025.
000000     MOVE MACINV-MACHINE TO MACASG-MACHINE
000000     MOVE ZERO TO MACASG-EFFFROM .
000000     START VIMACASG KEY >= MACASG-KEY
000000             INVALID GO TO CX00025 .
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIMACASG NEXT AT END GO TO CX00025.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN580-17 VIMACASG READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF MACASG-MACHINE NOT = MACINV-MACHINE GO TO CX00025.
000000     IF MACASG-EFFFROM > WK-MONLAST GO TO CX00025.
000000     IF NOT MACASG-REMOVE GO TO CX00027.
000000     MOVE 1 TO SW-REMOVED
000000     MOVE MACASG-EFFFROM TO WK-REMDATE
000000     COMPUTE WK-REM-MN = WK-REM-YY * 12 + WK-REM-MM
000000     GO TO CX00026.
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-REMOVED
000000     MOVE ZERO TO WK-REMDATE
000000     MOVE ZERO TO WK-REM-MN
000000     MOVE MACASG-FLOOR TO WK-CURFLOOR
000000     GO TO CX00026.
000000 CX00025. EXIT.
      *
      *    FLRADD-RTN  -  the machine's figures onto its floor's
      *    entry and the grand totals; a floor past the table's
      *    end is warned and counted in the totals only
000000 FLRADD-RTN .
           MOVE "FLRADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF MACINV-COST NUMERIC
000000         ADD MACINV-COST TO WK-TOT-COST .
000000     ADD WK-CHARGE TO WK-TOT-CHARGE
000000     ADD WK-ACCUM TO WK-TOT-ACCUM
000000     ADD WK-BOOK TO WK-TOT-BOOK
000000     MOVE 1 TO FLR-IX .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FLR-IX > FLR-CNT GO TO CX00032.
000000     IF FLR-FLOOR (FLR-IX) = WK-CURFLOOR GO TO CX00033.
000000     ADD 1 TO FLR-IX
000000     GO TO CX00031.
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FLR-CNT NOT < 300
000000         DISPLAY "HBHUN580-51 FLOOR TABLE FULL - "
000000                 WK-CURFLOOR " TOTALS ONLY" UPON CONSOLE
000000         GO TO CX00030.
000000     ADD 1 TO FLR-CNT
000000     MOVE FLR-CNT TO FLR-IX
000000     MOVE WK-CURFLOOR TO FLR-FLOOR (FLR-IX)
000000     MOVE ZERO TO FLR-MACCNT (FLR-IX)
000000     MOVE ZERO TO FLR-CHGCNT (FLR-IX)
000000     MOVE ZERO TO FLR-COST (FLR-IX)
000000     MOVE ZERO TO FLR-CHARGE (FLR-IX)
000000     MOVE ZERO TO FLR-ACCUM (FLR-IX)
000000     MOVE ZERO TO FLR-BOOK (FLR-IX) .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO FLR-MACCNT (FLR-IX) .
000000     IF WK-CHARGE > ZERO
000000         ADD 1 TO FLR-CHGCNT (FLR-IX) .
000000     IF MACINV-COST NUMERIC
000000         ADD MACINV-COST TO FLR-COST (FLR-IX) .
000000     ADD WK-CHARGE TO FLR-CHARGE (FLR-IX)
000000     ADD WK-ACCUM TO FLR-ACCUM (FLR-IX)
000000     ADD WK-BOOK TO FLR-BOOK (FLR-IX) .
000000 CX00030. EXIT.
      *
      *    FLR-RTN  -  one floor: its register line and, when the
      *    month charged it anything, its journal line keyed by
      *    the floor
000000 FLR-RTN .
           MOVE "FLR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXFAR-REC
000000     MOVE "F" TO EXFAR-RECTYPE
000000     MOVE WK-BUSDT TO EXFAR-BUSDATE
000000     MOVE WK-YM TO EXFAR-YM
000000     MOVE FLR-FLOOR (FLR-IX) TO EXFAR-FLOOR
000000     MOVE FLR-COST (FLR-IX) TO EXFAR-COST
000000     MOVE FLR-CHARGE (FLR-IX) TO EXFAR-CHARGE
000000     MOVE FLR-ACCUM (FLR-IX) TO EXFAR-ACCUM
000000     MOVE FLR-BOOK (FLR-IX) TO EXFAR-BOOK
000000     MOVE FLR-MACCNT (FLR-IX) TO EXFAR-MACCNT
      *20261015追加開始
000000     ADD 1 TO WK-LNG-REG
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXFARREG" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-REG TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXFAR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN580-18 EXFARREG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF FLR-CHARGE (FLR-IX) = ZERO GO TO CX00040.
000000     INITIALIZE DPRJ-REC
000000     MOVE "D" TO DPRJ-RECKBN
000000     MOVE "G" TO DPRJ-SRC
000000     MOVE FLR-FLOOR (FLR-IX) TO DPRJ-KEY
000000     MOVE FLR-CHARGE (FLR-IX) TO DPRJ-URIAMT
000000     MOVE ZERO TO DPRJ-SHIAMT
000000     MOVE ZERO TO DPRJ-TESURYO
000000     MOVE ZERO TO DPRJ-TAXAMT
000000     MOVE FLR-CHGCNT (FLR-IX) TO DPRJ-CNT
000000     ADD 1 TO WK-JNL-CNT
000000     ADD FLR-CHARGE (FLR-IX) TO WK-JNL-URI
      *20261015追加開始
000000     ADD 1 TO WK-LNG-JRN
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWDPRJN" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-JRN TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DPRJ-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN580-19 SQWDPRJN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00040. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN580" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN580" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN580" TO PRM-PROGID
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
000000         DISPLAY "HBHUN580-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
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
000000     MOVE "HBHUN580" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN580-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN580" TO ERRM-PROGID
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
