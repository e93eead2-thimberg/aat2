000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN545 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261012追加開始
      *    daily sales file for the vendors: they phoned every
      *    morning for their floors' figures, and some re-keyed
      *    them from faxed printouts.  Each night every vendor set
      *    up for delivery on VIVNDDLV (CFVNDDL) gets its own
      *    file of the business date's sales, volumes, commission
      *    and tax for its own floors, by floor and game type.
      *    Sales and machine records come from the settlement's
      *    daily-sales work file VIWKHIBT, proved against its
      *    control trailer as HBHUN410 proves it, the game type
      *    being the leading two bytes of the key item; the
      *    commission, its tax and the units come from the floor's
      *    VIWURTAX row for the date and are spread over the
      *    floor's game types by their share of its takings, the
      *    last game type taking the rounding so the lines add up
      *    to the floor.  Floors are placed with their vendors by
      *    the INVFLMAP cards, the HBHUN855 arrangement.  Each
      *    vendor's file is one self-contained segment of
      *    EXVNDSLS - header, floor and game-type records, control
      *    trailer - which the outbound transfer splits on the
      *    header, and is registered for HBHUN860 by its own R
      *    card on the XMTCARD deck under the vendor's file
      *    identification.  DLVCARD cards set the delivery flag:
      *    Y starts a vendor's file (the vendor must be on
      *    VIGYOSYA), N stops it; the operator must carry the
      *    vendor-delivery class (4) and every card is audited to
      *    EXDLVAUD whatever the outcome
000000     SELECT  DLVCARD
000000                  ASSIGN             DLVCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIVNDDLV
000000             ASSIGN            VIVNDDLV-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY DLV-VENDORCD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIGYOSYA
000000             ASSIGN            VIGYOSYA-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY GYS-GYOCD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  INVFLMAP
000000                  ASSIGN             INVFLMAP-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIWKHIBT
000000             ASSIGN              VIWKHIBT-MSD
000000             ORGANIZATION        INDEXED
000000             ACCESS   MODE       SEQUENTIAL
000000             RECORD   KEY        WKH-KEYITEM
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VIWURTAX
000000             ASSIGN            VIWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY WTAX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXVNDSLS
000000             ASSIGN               EXVNDSLS-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXDLVAUD
000000             ASSIGN               EXDLVAUD-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  XMTCARD
000000                  ASSIGN             XMTCARD-MSD
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
      *20261012追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DLVCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "DLVCARD".
       01  DLVC-REC.
           05  DLVC-ACTION                 PIC X(01).
               88  DLVC-START               VALUE "Y".
               88  DLVC-STOP                VALUE "N".
           05  DLVC-VENDORCD               PIC X(08).
      *    Y only, both optional: the identification the file is
      *    registered under - VS and the vendor code when blank -
      *    and the acknowledgement days - VSACKDAYS when blank
           05  DLVC-FILEID                 PIC X(12).
           05  DLVC-ACKDAYS                PIC X(03).
           05  DLVC-ACKDAYS-N REDEFINES DLVC-ACKDAYS
                                           PIC 9(03).
           05  DLVC-OPID                   PIC X(08).
000000 FD  VIVNDDLV
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIVNDDLV".
       01  DLV-REC.
           COPY CFVNDDL .
      *    the vendor record's leading key, as HBHUN670 reads it
000000 FD  VIGYOSYA
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIGYOSYA".
       01  GYS-REC.
           05  GYS-GYOCD                   PIC X(08).
           05  FILLER                      PIC X(100).
      *    the floor-to-vendor cards exactly as HBHUN855 reads them
000000 FD  INVFLMAP
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "INVFLMAP".
       01  IFM-REC.
           05  IFM-FLOORCD                 PIC X(10).
           05  IFM-VENDORCD                PIC X(08).
      *    the work file's own copybook carries corrupted names in
      *    this source, so this program declares the same byte
      *    layout under its own names, as HBHUN410 does
000000 FD  VIWKHIBT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWKHIBT".
       01  WKH-REC.
           05  WKH-DATE                    PIC 9(08).
           05  WKH-FLOOR                   PIC X(10).
           05  WKH-CHAN                    PIC X(04).
           05  WKH-KEYITEM                 PIC X(22).
           05  WKH-AMT                     PIC S9(09)V99 COMP-3.
000000 FD  VIWURTAX
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWURTAX".
       01  WTAX-REC.
           05  WTAX-KEY.
               07  WTAX-FLOORCD            PIC X(10).
               07  WTAX-DATE               PIC 9(08).
           05  WTAX-BASEAMT                PIC S9(14) COMP-3.
           05  WTAX-TAXAMT                 PIC S9(14) COMP-3.
           05  WTAX-TOTAMT                 PIC S9(14) COMP-3.
           05  WTAX-UNITS                  PIC S9(14) COMP-3.
           05  WTAX-DISCAMT                PIC S9(14) COMP-3.
      *    the published layout: every record carries the record
      *    type, the vendor and the business date, then a body
      *    laid out by record type.  Amounts are whole yen; the
      *    commission includes its tax, the base excludes it
000000 FD  EXVNDSLS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXVNDSLS".
       01  VSL-REC.
           05  VSL-RECTYPE                 PIC X(02).
               88  VSL-HEADER               VALUE "00".
               88  VSL-FLOOR                VALUE "10".
               88  VSL-GMTYPE               VALUE "20".
               88  VSL-TRAILER              VALUE "90".
           05  VSL-VENDORCD                PIC X(08).
           05  VSL-BUSDATE                 PIC 9(08).
           05  VSL-BODY                    PIC X(102).
      *    00: the file's identification, when it was made and the
      *    floors that follow
           05  VSL-HDR REDEFINES VSL-BODY.
               07  VSL-H-FILEID            PIC X(12).
               07  VSL-H-CREDATE           PIC 9(08).
               07  VSL-H-CRETIME           PIC 9(06).
               07  VSL-H-FLOORS            PIC 9(05).
               07  FILLER                  PIC X(71).
      *    10: one floor's day - its takings and the machine
      *    records behind them, then its VIWURTAX units,
      *    commission, tax-exclusive base and tax
           05  VSL-FLR REDEFINES VSL-BODY.
               07  VSL-F-FLOOR             PIC X(10).
               07  VSL-F-SALES             PIC 9(13).
               07  VSL-F-MACHREC           PIC 9(07).
               07  VSL-F-UNITS             PIC 9(11).
               07  VSL-F-COMM              PIC 9(13).
               07  VSL-F-BASE              PIC 9(13).
               07  VSL-F-TAX               PIC 9(13).
               07  VSL-F-GMTYPES           PIC 9(03).
               07  FILLER                  PIC X(19).
      *    20: the floor's figures for one game type; game type 00
      *    carries a floor whose takings could not be split
           05  VSL-GMT REDEFINES VSL-BODY.
               07  VSL-D-FLOOR             PIC X(10).
               07  VSL-D-GMTYPE            PIC 9(02).
               07  VSL-D-SALES             PIC 9(13).
               07  VSL-D-MACHREC           PIC 9(07).
               07  VSL-D-UNITS             PIC 9(11).
               07  VSL-D-COMM              PIC 9(13).
               07  VSL-D-BASE              PIC 9(13).
               07  VSL-D-TAX               PIC 9(13).
               07  FILLER                  PIC X(20).
      *    90: records in the vendor's file, header and this one
      *    included; the control total is the floor records'
      *    sales, commission and tax added together
           05  VSL-TRL REDEFINES VSL-BODY.
               07  VSL-T-RECCNT            PIC 9(07).
               07  VSL-T-CTLTOT            PIC 9(14).
               07  VSL-T-SALES             PIC 9(14).
               07  VSL-T-COMM              PIC 9(14).
               07  VSL-T-TAX               PIC 9(14).
               07  FILLER                  PIC X(39).
000000 FD  EXDLVAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXDLVAUD".
       01  EXDLA-REC.
           05  EXDLA-RUNDATE               PIC 9(08).
           05  EXDLA-RUNTIME               PIC 9(06).
           05  EXDLA-OPID                  PIC X(08).
           05  EXDLA-ACTION                PIC X(01).
           05  EXDLA-VENDORCD              PIC X(08).
           05  EXDLA-FILEID                PIC X(12).
           05  EXDLA-ACKDAYS               PIC X(03).
           05  EXDLA-BEF-FLAG              PIC X(01).
           05  EXDLA-AFT-FLAG              PIC X(01).
           05  EXDLA-RESULT                PIC X(01).
               88  EXDLA-APPLIED            VALUE "0".
               88  EXDLA-NOVENDOR           VALUE "1".
               88  EXDLA-INVALID            VALUE "2".
               88  EXDLA-UNAUTHORIZED       VALUE "3".
               88  EXDLA-NOTSETUP           VALUE "4".
      *    the transmission card exactly as HBHUN860 reads it
000000 FD  XMTCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "XMTCARD".
       01  XMC-REC.
           05  XMC-ACTION                  PIC X(01).
           05  XMC-FILEID                  PIC X(12).
           05  XMC-BUSDATE                 PIC 9(08).
           05  XMC-RECCNT                  PIC 9(09).
           05  XMC-CTLTOT                  PIC 9(14).
           05  XMC-DEADLINE                PIC 9(03).
           05  XMC-OPID                    PIC X(08).
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
000000   03  SW-DLVCARD                  PIC 9(01) VALUE ZERO.
000000   03  SW-GYOSYA                   PIC 9(01) VALUE ZERO.
000000   03  SW-DLVEND                   PIC 9(01).
000000   03  SW-CARDOK                   PIC 9(01).
000000   03  WK-APPLY-CNT                PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-VND-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-REC-CNT                  PIC 9(07) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-NOMAP-CNT                PIC 9(07) VALUE ZERO.
      *20261015追加開始
      *    records written, for the run-lineage register
000000   03  WK-LNG-AUD                  PIC 9(07) VALUE ZERO.
000000   03  WK-LNG-XMC                  PIC 9(07) VALUE ZERO.
      *20261015追加終了
000000   03  WK-ACKDAYS                  PIC 9(03) VALUE 1.
000000   03  WK-FLOOR                    PIC X(10).
000000   03  WK-GMTYPE                   PIC 9(02).
000000   03  WK-MX                       PIC 9(03).
000000   03  WK-GX                       PIC 9(04).
000000   03  WK-NTH                      PIC 9(03).
      *    the work file's control trailer, proved as HBHUN410
      *    proves it
000000   03  WK-FILE-CNT                 PIC 9(09) VALUE ZERO.
000000   03  VRFY-HASH                   PIC 9(15) COMP-3 VALUE ZERO.
000000   03  VRFY-TRLSEEN                PIC 9(01) VALUE ZERO.
000000   03  VRFY-EXP-CNT                PIC 9(07).
000000   03  VRFY-EXP-HASH               PIC 9(15).
      *    the vendor's file being written
000000   03  WK-SEG-CNT                  PIC 9(07).
000000   03  WK-SEG-FLOORS               PIC 9(05).
000000   03  WK-SEG-SALES                PIC 9(14).
000000   03  WK-SEG-COMM                 PIC 9(14).
000000   03  WK-SEG-TAX                  PIC 9(14).
000000   03  WK-SEG-CTLTOT               PIC 9(14).
      *    one game-type line, and what the floor's earlier lines
      *    have taken so far
000000   03  WK-LN-UNITS                 PIC S9(14) COMP-3.
000000   03  WK-LN-COMM                  PIC S9(14) COMP-3.
000000   03  WK-LN-BASE                  PIC S9(14) COMP-3.
000000   03  WK-LN-TAX                   PIC S9(14) COMP-3.
000000   03  WK-RUN-UNITS                PIC S9(14) COMP-3.
000000   03  WK-RUN-COMM                 PIC S9(14) COMP-3.
000000   03  WK-RUN-BASE                 PIC S9(14) COMP-3.
000000   03  WK-RUN-TAX                  PIC S9(14) COMP-3.
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    floor-to-vendor map, carrying each floor's figures for
      *    the business date
000000 01  MAP-WORK.
000000   03  MAP-CNT                     PIC 9(03) VALUE ZERO.
000000   03  MAP-ENT OCCURS 300.
000000     05  MAP-FLOORCD               PIC X(10).
000000     05  MAP-VENDORCD              PIC X(08).
000000     05  MAP-SALES                 PIC S9(13)V99 COMP-3.
000000     05  MAP-MACHREC               PIC 9(07).
000000     05  MAP-GMCNT                 PIC 9(03).
000000     05  MAP-UNITS                 PIC S9(14) COMP-3.
000000     05  MAP-COMM                  PIC S9(14) COMP-3.
000000     05  MAP-BASE                  PIC S9(14) COMP-3.
000000     05  MAP-TAX                   PIC S9(14) COMP-3.
      *    takings by floor and game type
000000 01  GMT-WORK.
000000   03  GMT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  GMT-ENT OCCURS 3000.
000000     05  GMT-MX                    PIC 9(03).
000000     05  GMT-GMTYPE                PIC 9(02).
000000     05  GMT-SALES                 PIC S9(13)V99 COMP-3.
000000     05  GMT-MACHREC               PIC 9(07).
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
      *20261015追加終了
000000 PROCEDURE DIVISION .
000000 MAIN-RTN .
000000     PERFORM S000-RTN THRU CX00002
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM P200-RTN THRU CX00006
000000     PERFORM P300-RTN THRU CX00007
000000     PERFORM P400-RTN THRU CX00008
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN545" TO PRM-PROGID
000000     MOVE "VSACKDAYS" TO PRM-NAME
000000     MOVE "001" TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     IF PRM-VALUE (1:3) NUMERIC AND
000000        PRM-VALUE (1:3) NOT = "000"
000000         MOVE PRM-VALUE (1:3) TO WK-ACKDAYS .
      *    no cards is an ordinary night: the vendors already set
      *    up still get their files
000000     OPEN INPUT DLVCARD .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-DLVCARD .
000000     OPEN I-O VIVNDDLV .
000000     IF FL-STS1 NOT = "35" GO TO CX00050.
000000     OPEN OUTPUT VIVNDDLV
000000     CLOSE VIVNDDLV
000000     OPEN I-O VIVNDDLV .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN545-01 VIVNDDLV OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN INPUT VIGYOSYA .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-GYOSYA
000000     ELSE
000000     DISPLAY "HBHUN545-50 VIGYOSYA ABSENT - VENDOR CHECK"
000000             " DISABLED" UPON CONSOLE .
000000       OPEN  INPUT  INVFLMAP .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00052.
000000         DISPLAY "HBHUN545-02 INVFLMAP OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIWKHIBT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00053.
000000         DISPLAY "HBHUN545-03 VIWKHIBT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  VIWURTAX .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00054.
000000         DISPLAY "HBHUN545-04 VIWURTAX OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXVNDSLS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN545-05 EXVNDSLS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXDLVAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00056.
000000         DISPLAY "HBHUN545-06 EXDLVAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN EXTEND XMTCARD .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT XMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00057.
000000         DISPLAY "HBHUN545-07 XMTCARD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00057.
           MOVE "CX00057" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN545-08 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
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
000000     MOVE "INVFLMAP" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VIWKHIBT" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "VIWURTAX" TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-DLVCARD = 1
000000         MOVE "DLVCARD" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
000000     IF SW-GYOSYA = 1
000000         MOVE "VIGYOSYA" TO LNG-FILEID
000000         CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN545-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the delivery cards
000000 P000-RTN .
000000     IF SW-DLVCARD = ZERO GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ DLVCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     PERFORM APPLY-RTN THRU CX00030 .
000000     GO TO CX00013.
000000 CX00012. IF NOT(FL-STS1 = "10")GO TO CX00014.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00013.
000000 CX00014.
           MOVE "CX00014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN545-09 DLVCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
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
      *    P100-RTN  -  the floor-to-vendor map
000000 P100-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ INVFLMAP AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     IF IFM-FLOORCD = SPACE OR IFM-VENDORCD = SPACE
000000         GO TO CX00018.
000000     MOVE IFM-FLOORCD TO WK-FLOOR
000000     PERFORM MAPFIND-RTN THRU CX00070 .
000000     IF WK-MX > ZERO GO TO CX00018.
000000     IF NOT(MAP-CNT < 300)
000000         DISPLAY "HBHUN545-92 FLOOR TABLE FULL - " IFM-FLOORCD
000000                 " NOT DELIVERED" UPON CONSOLE
000000         GO TO CX00018.
000000     ADD 1 TO MAP-CNT
000000     MOVE MAP-CNT TO WK-MX
000000     MOVE IFM-FLOORCD TO MAP-FLOORCD (WK-MX)
000000     MOVE IFM-VENDORCD TO MAP-VENDORCD (WK-MX)
000000     MOVE ZERO TO MAP-SALES (WK-MX)
000000     MOVE ZERO TO MAP-MACHREC (WK-MX)
000000     MOVE ZERO TO MAP-GMCNT (WK-MX)
000000     MOVE ZERO TO MAP-UNITS (WK-MX)
000000     MOVE ZERO TO MAP-COMM (WK-MX)
000000     MOVE ZERO TO MAP-BASE (WK-MX)
000000     MOVE ZERO TO MAP-TAX (WK-MX) .
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN545-10 INVFLMAP READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00015.
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00005. EXIT.
      *
      *    P200-RTN  -  the business date's takings by floor and
      *    game type off the work file, whose trailer must prove
000000 P200-RTN .
000000     MOVE ZERO TO FL-END .
000000 CX00020. IF NOT(FL-END = ZERO)GO TO CX00021.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIWKHIBT AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00022.
000000     IF NOT(WKH-DATE = 99999999)GO TO CX00031.
000000     MOVE WKH-KEYITEM (1:7) TO VRFY-EXP-CNT
000000     MOVE WKH-KEYITEM (8:15) TO VRFY-EXP-HASH
000000     MOVE 1 TO VRFY-TRLSEEN .
000000     IF NOT(VRFY-EXP-CNT NOT = WK-FILE-CNT OR
000000            VRFY-EXP-HASH NOT = VRFY-HASH)
000000         GO TO CX00023.
000000         DISPLAY "HBHUN545-12 VIWKHIBT TRAILER MISMATCH"
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-FILE-CNT
000000     ADD WKH-AMT TO VRFY-HASH .
000000     IF NOT(WKH-DATE = WK-BUSDT) GO TO CX00023.
000000     ADD 1 TO WK-JOBLG-CNT
000000     MOVE WKH-FLOOR TO WK-FLOOR
000000     PERFORM MAPFIND-RTN THRU CX00070 .
000000     IF WK-MX = ZERO
000000         ADD 1 TO WK-NOMAP-CNT
000000         GO TO CX00023.
000000     MOVE ZERO TO WK-GMTYPE .
000000     IF WKH-KEYITEM (1:2) NUMERIC
000000         MOVE WKH-KEYITEM (1:2) TO WK-GMTYPE .
000000     PERFORM GMTADD-RTN THRU CX00072 .
000000     IF WK-GX = ZERO GO TO CX00023.
000000     ADD WKH-AMT TO GMT-SALES (WK-GX)
000000     ADD 1 TO GMT-MACHREC (WK-GX)
000000     ADD WKH-AMT TO MAP-SALES (WK-MX)
000000     ADD 1 TO MAP-MACHREC (WK-MX) .
000000     GO TO CX00023.
000000 CX00022. IF NOT(FL-STS1 = "10")GO TO CX00024.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00023.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN545-11 VIWKHIBT READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00020.
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF VRFY-TRLSEEN = 1 GO TO CX00006.
000000         DISPLAY "HBHUN545-13 VIWKHIBT TRAILER MISSING"
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00006. EXIT.
      *
      *    P300-RTN  -  each floor's commission, tax and units for
      *    the date off the cumulative breakout
000000 P300-RTN .
000000     MOVE ZERO TO WK-MX .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MAP-CNT)GO TO CX00007.
000000     COMPUTE WK-MX = WK-MX + 1
000000     MOVE MAP-FLOORCD (WK-MX) TO WTAX-FLOORCD
000000     MOVE WK-BUSDT TO WTAX-DATE
000000     READ VIWURTAX INVALID CONTINUE .
000000     IF FL-STS1 = "23" GO TO CX00032.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN545-14 VIWURTAX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     MOVE WTAX-UNITS TO MAP-UNITS (WK-MX)
000000     MOVE WTAX-TOTAMT TO MAP-COMM (WK-MX)
000000     MOVE WTAX-BASEAMT TO MAP-BASE (WK-MX)
000000     MOVE WTAX-TAXAMT TO MAP-TAX (WK-MX) .
000000     GO TO CX00032.
000000 CX00007. EXIT.
      *
      *    P400-RTN  -  one file per vendor set up for delivery
000000 P400-RTN .
000000     MOVE ZERO TO SW-DLVEND
000000     MOVE LOW-VALUES TO DLV-VENDORCD .
000000     START VIVNDDLV KEY >= DLV-VENDORCD
000000             INVALID MOVE 1 TO SW-DLVEND .
000000     IF NOT(SW-DLVEND = 0)GO TO CX00008.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIVNDDLV NEXT AT END GO TO CX00008.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN545-15 VIVNDDLV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT DLV-IS-DELIVERED GO TO CX00033.
000000     PERFORM VND-RTN THRU CX00040 .
000000     GO TO CX00033.
000000 CX00008. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN545-90 VENDORS=" WK-VND-CNT
000000             " RECORDS=" WK-REC-CNT
000000             " APPLIED=" WK-APPLY-CNT
000000             " ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " - REGISTERED FOR HBHUN860" UPON CONSOLE .
000000     IF WK-NOMAP-CNT > ZERO
000000         DISPLAY "HBHUN545-91 SALES RECORDS ON NO VENDOR'S FLOOR="
000000                 WK-NOMAP-CNT " - NOT DELIVERED" UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     IF SW-DLVCARD = 1
000000         CLOSE DLVCARD .
000000     IF SW-GYOSYA = 1
000000         CLOSE VIGYOSYA .
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXVNDSLS" TO LNG-FILEID
000000     MOVE WK-REC-CNT TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "EXDLVAUD" TO LNG-FILEID
000000     MOVE WK-LNG-AUD TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "XMTCARD" TO LNG-FILEID
000000     MOVE WK-LNG-XMC TO LNG-CNT
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN545-16 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIVNDDLV  INVFLMAP  VIWKHIBT  VIWURTAX  EXVNDSLS
000000              EXDLVAUD  XMTCARD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN545-17 EXVNDSLS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
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
      *    card validated, then the vendor's delivery is started
      *    or stopped; every card leaves its audit row whatever
      *    the outcome
000000 APPLY-RTN .
           MOVE "APPLY-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ACCEPT EXDLA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXDLA-RUNTIME FROM TIME
000000     MOVE DLVC-OPID TO EXDLA-OPID
000000     MOVE DLVC-ACTION TO EXDLA-ACTION
000000     MOVE DLVC-VENDORCD TO EXDLA-VENDORCD
000000     MOVE DLVC-FILEID TO EXDLA-FILEID
000000     MOVE DLVC-ACKDAYS TO EXDLA-ACKDAYS
000000     MOVE SPACE TO EXDLA-BEF-FLAG
000000     MOVE SPACE TO EXDLA-AFT-FLAG
000000     MOVE DLVC-OPID TO WK-CHK-OPID
000000     MOVE "4" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXDLA-RESULT
000000         GO TO CX00034.
000000     PERFORM EDIT-RTN THRU CX00036 .
000000     IF NOT(SW-CARDOK = 1)
000000         MOVE "2" TO EXDLA-RESULT
000000         GO TO CX00034.
000000     MOVE DLVC-VENDORCD TO DLV-VENDORCD
000000     READ VIVNDDLV INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN545-18 VIVNDDLV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF DLVC-START GO TO CX00035.
      *    stop: the vendor must have been set up
000000     IF FL-STS1 = "23"
000000         MOVE "4" TO EXDLA-RESULT
000000         GO TO CX00034.
000000     MOVE DLV-DELIVER TO EXDLA-BEF-FLAG
000000     MOVE "N" TO DLV-DELIVER
000000     PERFORM STAMP-RTN THRU CX00037
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIVNDDLV" TO LNG-FILEID
000000     MOVE DLV-VENDORCD TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE DLV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00038.
000000         DISPLAY "HBHUN545-19 VIVNDDLV REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00039.
      *    start: the vendor must be on the vendor master
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-GYOSYA = 1)GO TO CX00041.
000000     MOVE DLVC-VENDORCD TO GYS-GYOCD
000000     READ VIGYOSYA INVALID CONTINUE .
000000     IF FL-STS1 = "23"
000000         MOVE "1" TO EXDLA-RESULT
000000         GO TO CX00034.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN545-20 VIGYOSYA READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DLVC-VENDORCD TO DLV-VENDORCD
000000     READ VIVNDDLV INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN545-18 VIVNDDLV READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(FL-STS1 = "23")GO TO CX00042.
000000     MOVE SPACE TO DLV-REC
000000     MOVE DLVC-VENDORCD TO DLV-VENDORCD
000000     MOVE "VS" TO DLV-FILEID
000000     MOVE DLVC-VENDORCD TO DLV-FILEID (3:8)
000000     MOVE WK-ACKDAYS TO DLV-ACKDAYS
000000     MOVE ZERO TO DLV-LASTDATE
000000     MOVE ZERO TO DLV-LASTCNT
000000     MOVE "Y" TO DLV-DELIVER
000000     PERFORM NEWVAL-RTN THRU CX00044
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIVNDDLV" TO LNG-FILEID
000000     MOVE DLV-VENDORCD TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE DLV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN545-21 VIVNDDLV WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00039.
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DLV-DELIVER TO EXDLA-BEF-FLAG
000000     MOVE "Y" TO DLV-DELIVER
000000     PERFORM NEWVAL-RTN THRU CX00044
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIVNDDLV" TO LNG-FILEID
000000     MOVE DLV-VENDORCD TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE DLV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00045.
000000         DISPLAY "HBHUN545-19 VIVNDDLV REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DLV-DELIVER TO EXDLA-AFT-FLAG
000000     MOVE DLV-FILEID TO EXDLA-FILEID
000000     MOVE DLV-ACKDAYS TO EXDLA-ACKDAYS
000000     MOVE "0" TO EXDLA-RESULT
000000     ADD 1 TO WK-APPLY-CNT
000000     PERFORM AUD-RTN THRU CX00046 .
000000     GO TO CX00030.
      *    refused: counted and audited
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00046 .
000000 CX00030. EXIT.
      *
      *    NEWVAL-RTN  -  a start card's file identification and
      *    acknowledgement days, where it gives them, then the
      *    card's stamp
000000 NEWVAL-RTN .
           MOVE "NEWVAL-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF DLVC-FILEID NOT = SPACE
000000         MOVE DLVC-FILEID TO DLV-FILEID .
000000     IF DLVC-ACKDAYS NOT = SPACE
000000         MOVE DLVC-ACKDAYS-N TO DLV-ACKDAYS .
000000     PERFORM STAMP-RTN THRU CX00037 .
000000 CX00044. EXIT.
      *
      *    STAMP-RTN  -  the operator and time of the card applied
000000 STAMP-RTN .
           MOVE "STAMP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE DLVC-OPID TO DLV-OPID
000000     ACCEPT DLV-UPDDATE FROM DATE YYYYMMDD
000000     ACCEPT DLV-UPDTIME FROM TIME .
000000 CX00037. EXIT.
      *
      *    AUD-RTN  -  one EXDLVAUD row per card
000000 AUD-RTN .
           MOVE "AUD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     ADD 1 TO WK-LNG-AUD
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXDLVAUD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-AUD TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE EXDLA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN545-22 EXDLVAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046. EXIT.
      *
      *    EDIT-RTN  -  every card names Y or N and a vendor; the
      *    acknowledgement days, when given, are a number above
      *    zero
000000 EDIT-RTN .
           MOVE "EDIT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-CARDOK .
000000     IF NOT(DLVC-START OR DLVC-STOP) OR
000000        DLVC-VENDORCD = SPACE
000000         GO TO CX00036.
000000     IF DLVC-ACKDAYS NOT = SPACE AND
000000        (DLVC-ACKDAYS NOT NUMERIC OR DLVC-ACKDAYS-N = ZERO)
000000         GO TO CX00036.
000000     MOVE 1 TO SW-CARDOK .
000000 CX00036. EXIT.
      *
      *    VND-RTN  -  the vendor's file: header, each of its
      *    floors with its game types, the trailer, and the card
      *    that registers it
000000 VND-RTN .
           MOVE "VND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-SEG-CNT
000000     MOVE ZERO TO WK-SEG-FLOORS
000000     MOVE ZERO TO WK-SEG-SALES
000000     MOVE ZERO TO WK-SEG-COMM
000000     MOVE ZERO TO WK-SEG-TAX
000000     MOVE ZERO TO WK-MX .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MAP-CNT)GO TO CX00048.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MAP-VENDORCD (WK-MX) = DLV-VENDORCD
000000         ADD 1 TO WK-SEG-FLOORS .
000000     GO TO CX00047.
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO VSL-BODY
000000     MOVE "00" TO VSL-RECTYPE
000000     MOVE DLV-FILEID TO VSL-H-FILEID
000000     ACCEPT VSL-H-CREDATE FROM DATE YYYYMMDD
000000     ACCEPT VSL-H-CRETIME FROM TIME
000000     MOVE WK-SEG-FLOORS TO VSL-H-FLOORS
000000     PERFORM WRT-RTN THRU CX00081
000000     MOVE ZERO TO WK-MX .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MAP-CNT)GO TO CX00068.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MAP-VENDORCD (WK-MX) NOT = DLV-VENDORCD GO TO CX00049.
000000     PERFORM FLR-RTN THRU CX00083 .
000000     GO TO CX00049.
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-SEG-CTLTOT = WK-SEG-SALES + WK-SEG-COMM
000000                           + WK-SEG-TAX
000000     MOVE SPACE TO VSL-BODY
000000     MOVE "90" TO VSL-RECTYPE
000000     COMPUTE VSL-T-RECCNT = WK-SEG-CNT + 1
000000     MOVE WK-SEG-CTLTOT TO VSL-T-CTLTOT
000000     MOVE WK-SEG-SALES TO VSL-T-SALES
000000     MOVE WK-SEG-COMM TO VSL-T-COMM
000000     MOVE WK-SEG-TAX TO VSL-T-TAX
000000     PERFORM WRT-RTN THRU CX00081
000000     MOVE "R" TO XMC-ACTION
000000     MOVE DLV-FILEID TO XMC-FILEID
000000     MOVE WK-BUSDT TO XMC-BUSDATE
000000     MOVE WK-SEG-CNT TO XMC-RECCNT
000000     MOVE WK-SEG-CTLTOT TO XMC-CTLTOT
000000     MOVE DLV-ACKDAYS TO XMC-DEADLINE
000000     MOVE WK-OPID TO XMC-OPID
      *20261015追加開始
000000     ADD 1 TO WK-LNG-XMC
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "XMTCARD" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-XMC TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     WRITE XMC-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00069.
000000         DISPLAY "HBHUN545-23 XMTCARD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-BUSDT TO DLV-LASTDATE
000000     MOVE WK-SEG-CNT TO DLV-LASTCNT
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIVNDDLV" TO LNG-FILEID
000000     MOVE DLV-VENDORCD TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     REWRITE DLV-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00071.
000000         DISPLAY "HBHUN545-19 VIVNDDLV REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-VND-CNT .
000000 CX00040. EXIT.
      *
      *    FLR-RTN  -  floor WK-MX's record, then its game-type
      *    records: units, commission, base and tax spread by the
      *    game type's share of the floor's takings, the last game
      *    type taking what the earlier ones left; a floor with no
      *    takings to share by goes out on one game type 00 line
000000 FLR-RTN .
           MOVE "FLR-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO VSL-BODY
000000     MOVE "10" TO VSL-RECTYPE
000000     MOVE MAP-FLOORCD (WK-MX) TO VSL-F-FLOOR
000000     COMPUTE VSL-F-SALES ROUNDED = MAP-SALES (WK-MX)
000000     MOVE MAP-MACHREC (WK-MX) TO VSL-F-MACHREC
000000     MOVE MAP-UNITS (WK-MX) TO VSL-F-UNITS
000000     MOVE MAP-COMM (WK-MX) TO VSL-F-COMM
000000     MOVE MAP-BASE (WK-MX) TO VSL-F-BASE
000000     MOVE MAP-TAX (WK-MX) TO VSL-F-TAX
000000     MOVE MAP-GMCNT (WK-MX) TO VSL-F-GMTYPES .
000000     IF NOT(MAP-SALES (WK-MX) > ZERO)
000000         MOVE ZERO TO VSL-F-GMTYPES .
000000     ADD VSL-F-SALES TO WK-SEG-SALES
000000     ADD VSL-F-COMM TO WK-SEG-COMM
000000     ADD VSL-F-TAX TO WK-SEG-TAX
000000     PERFORM WRT-RTN THRU CX00081
000000     MOVE ZERO TO WK-RUN-UNITS
000000     MOVE ZERO TO WK-RUN-COMM
000000     MOVE ZERO TO WK-RUN-BASE
000000     MOVE ZERO TO WK-RUN-TAX
000000     MOVE ZERO TO WK-NTH .
000000     IF MAP-SALES (WK-MX) > ZERO GO TO CX00084.
000000     IF MAP-UNITS (WK-MX) = ZERO AND MAP-COMM (WK-MX) = ZERO AND
000000        MAP-BASE (WK-MX) = ZERO AND MAP-TAX (WK-MX) = ZERO
000000         GO TO CX00083.
000000     MOVE SPACE TO VSL-BODY
000000     MOVE "20" TO VSL-RECTYPE
000000     MOVE MAP-FLOORCD (WK-MX) TO VSL-D-FLOOR
000000     MOVE ZERO TO VSL-D-GMTYPE
000000     COMPUTE VSL-D-SALES ROUNDED = MAP-SALES (WK-MX)
000000     MOVE MAP-MACHREC (WK-MX) TO VSL-D-MACHREC
000000     MOVE MAP-UNITS (WK-MX) TO VSL-D-UNITS
000000     MOVE MAP-COMM (WK-MX) TO VSL-D-COMM
000000     MOVE MAP-BASE (WK-MX) TO VSL-D-BASE
000000     MOVE MAP-TAX (WK-MX) TO VSL-D-TAX
000000     PERFORM WRT-RTN THRU CX00081 .
000000     GO TO CX00083.
000000 CX00084.
           MOVE "CX00084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-GX .
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-GX < GMT-CNT)GO TO CX00083.
000000     COMPUTE WK-GX = WK-GX + 1 .
000000     IF GMT-MX (WK-GX) NOT = WK-MX GO TO CX00085.
000000     ADD 1 TO WK-NTH .
000000     IF WK-NTH < MAP-GMCNT (WK-MX) GO TO CX00086.
000000     COMPUTE WK-LN-UNITS = MAP-UNITS (WK-MX) - WK-RUN-UNITS
000000     COMPUTE WK-LN-COMM = MAP-COMM (WK-MX) - WK-RUN-COMM
000000     COMPUTE WK-LN-BASE = MAP-BASE (WK-MX) - WK-RUN-BASE
000000     COMPUTE WK-LN-TAX = MAP-TAX (WK-MX) - WK-RUN-TAX .
000000     GO TO CX00087.
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-LN-UNITS ROUNDED = MAP-UNITS (WK-MX)
000000             * GMT-SALES (WK-GX) / MAP-SALES (WK-MX)
000000     COMPUTE WK-LN-COMM ROUNDED = MAP-COMM (WK-MX)
000000             * GMT-SALES (WK-GX) / MAP-SALES (WK-MX)
000000     COMPUTE WK-LN-BASE ROUNDED = MAP-BASE (WK-MX)
000000             * GMT-SALES (WK-GX) / MAP-SALES (WK-MX)
000000     COMPUTE WK-LN-TAX ROUNDED = MAP-TAX (WK-MX)
000000             * GMT-SALES (WK-GX) / MAP-SALES (WK-MX)
000000     ADD WK-LN-UNITS TO WK-RUN-UNITS
000000     ADD WK-LN-COMM TO WK-RUN-COMM
000000     ADD WK-LN-BASE TO WK-RUN-BASE
000000     ADD WK-LN-TAX TO WK-RUN-TAX .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE SPACE TO VSL-BODY
000000     MOVE "20" TO VSL-RECTYPE
000000     MOVE MAP-FLOORCD (WK-MX) TO VSL-D-FLOOR
000000     MOVE GMT-GMTYPE (WK-GX) TO VSL-D-GMTYPE
000000     COMPUTE VSL-D-SALES ROUNDED = GMT-SALES (WK-GX)
000000     MOVE GMT-MACHREC (WK-GX) TO VSL-D-MACHREC
000000     MOVE WK-LN-UNITS TO VSL-D-UNITS
000000     MOVE WK-LN-COMM TO VSL-D-COMM
000000     MOVE WK-LN-BASE TO VSL-D-BASE
000000     MOVE WK-LN-TAX TO VSL-D-TAX
000000     PERFORM WRT-RTN THRU CX00081 .
000000     GO TO CX00085.
000000 CX00083. EXIT.
      *
      *    MAPFIND-RTN  -  the map entry for WK-FLOOR, zero when
      *    no card places the floor
000000 MAPFIND-RTN .
           MOVE "MAPFIND-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MX .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-MX < MAP-CNT)GO TO CX00074.
000000     COMPUTE WK-MX = WK-MX + 1 .
000000     IF MAP-FLOORCD (WK-MX) = WK-FLOOR GO TO CX00070.
000000     GO TO CX00073.
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-MX .
000000 CX00070. EXIT.
      *
      *    GMTADD-RTN  -  the entry for floor WK-MX and game type
      *    WK-GMTYPE, taken on the first time the pair is seen;
      *    WK-GX comes back zero only when the table is full
000000 GMTADD-RTN .
           MOVE "GMTADD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-GX .
000000 CX00075.
           MOVE "CX00075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-GX < GMT-CNT)GO TO CX00076.
000000     COMPUTE WK-GX = WK-GX + 1 .
000000     IF GMT-MX (WK-GX) = WK-MX AND GMT-GMTYPE (WK-GX) = WK-GMTYPE
000000         GO TO CX00072.
000000     GO TO CX00075.
000000 CX00076.
           MOVE "CX00076" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-GX .
000000     IF NOT(GMT-CNT < 3000)
000000         DISPLAY "HBHUN545-93 GAME-TYPE TABLE FULL - "
000000                 MAP-FLOORCD (WK-MX) " " WK-GMTYPE
000000                 " NOT DELIVERED" UPON CONSOLE
000000         GO TO CX00072.
000000     ADD 1 TO GMT-CNT
000000     MOVE GMT-CNT TO WK-GX
000000     MOVE WK-MX TO GMT-MX (WK-GX)
000000     MOVE WK-GMTYPE TO GMT-GMTYPE (WK-GX)
000000     MOVE ZERO TO GMT-SALES (WK-GX)
000000     MOVE ZERO TO GMT-MACHREC (WK-GX)
000000     ADD 1 TO MAP-GMCNT (WK-MX) .
000000 CX00072. EXIT.
      *
      *    WRT-RTN  -  one record, stamped with the vendor and the
      *    business date
000000 WRT-RTN .
000000     MOVE DLV-VENDORCD TO VSL-VENDORCD
000000     MOVE WK-BUSDT TO VSL-BUSDATE
000000     WRITE VSL-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00082.
000000         DISPLAY "HBHUN545-24 EXVNDSLS WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-SEG-CNT
000000     ADD 1 TO WK-REC-CNT .
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "EXVNDSLS" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-REC-CNT TO LNG-RECKEY (9:9)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00081. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN545" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN545" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN545" TO PRM-PROGID
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
000000         DISPLAY "HBHUN545-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
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
000000     MOVE "HBHUN545" TO JOBLG-PROGID
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
000000     MOVE WK-REC-CNT TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN545-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN545" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN545-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
