000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN665 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261003追加開始
      *    parallel-run comparison: a program change runs beside
      *    production for a few nights before it goes live, and
      *    this step compares the two runs' copies of the
      *    settlement chain's outputs - the journal feed, the
      *    game-type and by-hour work files, the per-floor tax
      *    master, the remittance summary, the accounting
      *    interface and the payment list.  The production copy
      *    is read under the file's own name, the parallel run's
      *    under the same name with PR in place of its first two
      *    characters (PRWSIWAK for SQWSIWAK, PRWAKEIF for
      *    SIWAKEIF).  Records are matched on each file's key -
      *    a key seen more than once is matched in order of
      *    appearance - and every field that differs goes on
      *    EXPARRPT with both values and the record's number in
      *    each copy; a record in only one copy gets a line of
      *    its own, and every file closes with its counts and a
      *    verdict (SAME, DIFF, MISS when one copy is absent,
      *    NONE when both are).  PARCARD cards name the files to
      *    compare; with no deck every file is compared.  The
      *    payment list's copybook carries no usable field names,
      *    so it is compared as forty ten-byte fields matched on
      *    the first
000000     SELECT  PARCARD
000000                  ASSIGN             PARCARD-MSD
000000             FILE STATUS          FL-STS1.
      *    the copies compared, in WK-CMP-NAMES order, each file
      *    production copy first
000000     SELECT  PC001
000000             ASSIGN               SQWSIWAK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC002
000000             ASSIGN               PRWSIWAK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC003
000000             ASSIGN               SQWGTURI-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC004
000000             ASSIGN               PRWGTURI-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC005
000000             ASSIGN               SQWJIKAN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC006
000000             ASSIGN               PRWJIKAN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC007
000000             ASSIGN            VIWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY PC007-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC008
000000             ASSIGN            PRWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY PC008-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC009
000000             ASSIGN               SQWSIKZG-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC010
000000             ASSIGN               PRWSIKZG-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC011
000000             ASSIGN               SIWAKEIF-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC012
000000             ASSIGN               PRWAKEIF-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC013
000000             ASSIGN               SQWSIKSK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  PC014
000000             ASSIGN               PRWSIKSK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXPARRPT
000000             ASSIGN               EXPARRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261003追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PARCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PARCARD".
       01  PARC-REC.
      *    the file by its production name (or its PR name)
           05  PARC-FILEID                 PIC X(08).
           05  FILLER                      PIC X(72).
000000 FD  PC001
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIWAK".
       01  PC001-REC                          PIC X(053).
000000 FD  PC002
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWSIWAK".
       01  PC002-REC                          PIC X(053).
000000 FD  PC003
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTURI".
       01  PC003-REC                          PIC X(018).
000000 FD  PC004
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWGTURI".
       01  PC004-REC                          PIC X(018).
000000 FD  PC005
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJIKAN".
       01  PC005-REC                          PIC X(029).
000000 FD  PC006
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWJIKAN".
       01  PC006-REC                          PIC X(029).
000000 FD  PC007
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWURTAX".
       01  PC007-REC.
           05  PC007-KEY                   PIC X(18).
           05  FILLER                      PIC X(40).
000000 FD  PC008
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWURTAX".
       01  PC008-REC.
           05  PC008-KEY                   PIC X(18).
           05  FILLER                      PIC X(40).
000000 FD  PC009
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIKZG".
       01  PC009-REC                          PIC X(027).
000000 FD  PC010
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWSIKZG".
       01  PC010-REC                          PIC X(027).
000000 FD  PC011
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SIWAKEIF".
       01  PC011-REC                          PIC X(056).
000000 FD  PC012
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWAKEIF".
       01  PC012-REC                          PIC X(056).
000000 FD  PC013
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIKSK".
       01  PC013-REC                          PIC X(400).
000000 FD  PC014
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "PRWSIKSK".
       01  PC014-REC                          PIC X(400).
000000 FD  EXPARRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPARRPT".
       01  EXPR-REC.
           05  EXPR-TYPE                   PIC X(01).
      *        D: a field differs; A: record only in the production
      *        copy; B: only in the parallel copy; S: file summary;
      *        T: run total
               88  EXPR-DIFFLINE            VALUE "D".
               88  EXPR-ONLYALINE           VALUE "A".
               88  EXPR-ONLYBLINE           VALUE "B".
               88  EXPR-FILELINE            VALUE "S".
               88  EXPR-TOTALLINE           VALUE "T".
           05  EXPR-BUSDT                  PIC 9(08).
           05  EXPR-FILEID                 PIC X(08).
           05  EXPR-KEY                    PIC X(30).
           05  EXPR-FIELD                  PIC X(12).
           05  EXPR-VAL-A                  PIC X(20).
           05  EXPR-VAL-B                  PIC X(20).
      *    D/A/B lines: the record's number in each copy
           05  EXPR-RECNO-A                PIC 9(07).
           05  EXPR-RECNO-B                PIC 9(07).
      *    S lines: the file's counts; T: the same summed, with
      *    the files compared in EXPR-A-CNT and those not SAME in
      *    EXPR-B-CNT
           05  EXPR-A-CNT                  PIC 9(07).
           05  EXPR-B-CNT                  PIC 9(07).
           05  EXPR-MATCH-CNT              PIC 9(07).
           05  EXPR-SAME-CNT               PIC 9(07).
           05  EXPR-DIFF-CNT               PIC 9(07).
           05  EXPR-ONLYA-CNT              PIC 9(07).
           05  EXPR-ONLYB-CNT              PIC 9(07).
           05  EXPR-FDIFF-CNT              PIC 9(07).
           05  EXPR-VERDICT                PIC X(04).
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
000000   03  SW-EOF                      PIC 9(01).
000000   03  SW-MISS-A                   PIC 9(01).
000000   03  SW-MISS-B                   PIC 9(01).
000000   03  SW-DIFF                     PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-CARD-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ACT                      PIC X(01).
000000   03  WK-FX                       PIC 9(02).
000000   03  WK-KX                       PIC 9(02).
000000   03  WK-DX                       PIC 9(03).
000000   03  WK-DFROM                    PIC 9(03).
000000   03  WK-DTO                      PIC 9(03).
000000   03  WK-KP                       PIC 9(03).
000000   03  WK-OFF                      PIC 9(03).
000000   03  WK-LEN                      PIC 9(03).
000000   03  WK-IX                       PIC 9(05).
000000   03  WK-FOUND                    PIC 9(05).
000000   03  WK-KEY                      PIC X(30).
000000   03  WK-IMG-A                    PIC X(400).
000000   03  WK-IMG-B                    PIC X(400).
      *    one file's counts
000000   03  WK-A-CNT                    PIC 9(07).
000000   03  WK-B-CNT                    PIC 9(07).
000000   03  WK-MATCH-CNT                PIC 9(07).
000000   03  WK-SAME-CNT                 PIC 9(07).
000000   03  WK-DIFF-CNT                 PIC 9(07).
000000   03  WK-ONLYA-CNT                PIC 9(07).
000000   03  WK-ONLYB-CNT                PIC 9(07).
000000   03  WK-FDIFF-CNT                PIC 9(07).
      *    the run's totals
000000   03  WK-FILE-CNT                 PIC 9(07) VALUE ZERO.
000000   03  WK-NSAME-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-TA-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-TB-CNT                   PIC 9(07) VALUE ZERO.
000000   03  WK-TMATCH-CNT               PIC 9(07) VALUE ZERO.
000000   03  WK-TSAME-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-TDIFF-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-TONLYA-CNT               PIC 9(07) VALUE ZERO.
000000   03  WK-TONLYB-CNT               PIC 9(07) VALUE ZERO.
000000   03  WK-TFDIFF-CNT               PIC 9(07) VALUE ZERO.
      *    a field's value shown on the report: the raw bytes, the
      *    views a packed, binary or signed field is read through
      *    and the edited forms
000000   03  WK-RAW                      PIC X(20).
000000   03  WK-VAL                      PIC X(20).
000000   03  WK-PK8                      PIC X(08).
000000   03  WK-PK8-N REDEFINES WK-PK8   PIC S9(14) COMP-3.
000000   03  WK-PK6                      PIC X(06).
000000   03  WK-PK6-N REDEFINES WK-PK6   PIC S9(09)V99 COMP-3.
000000   03  WK-BN2                      PIC X(02).
000000   03  WK-BN2-N REDEFINES WK-BN2   PIC S9(04) COMP.
000000   03  WK-ZD14                     PIC X(14).
000000   03  WK-ZD14-N REDEFINES WK-ZD14 PIC S9(14).
000000   03  WK-ED14                     PIC -(14)9.
000000   03  WK-ED11                     PIC -(9)9.99.
000000   03  WK-ED4                      PIC -(4)9.
      *    the files compared: production name, parallel name,
      *    organization, record length, first entry in
      *    WK-FLD-NAMES and number of fields
000000 01  WK-CMP-NAMES.
000000   03  FILLER  PIC X(25) VALUE "SQWSIWAKPRWSIWAKS05300109".
000000   03  FILLER  PIC X(25) VALUE "SQWGTURIPRWGTURIS01801004".
000000   03  FILLER  PIC X(25) VALUE "SQWJIKANPRWJIKANS02901406".
000000   03  FILLER  PIC X(25) VALUE "VIWURTAXPRWURTAXI05802007".
000000   03  FILLER  PIC X(25) VALUE "SQWSIKZGPRWSIKZGS02702705".
000000   03  FILLER  PIC X(25) VALUE "SIWAKEIFPRWAKEIFS05603208".
000000   03  FILLER  PIC X(25) VALUE "SQWSIKSKPRWSIKSKS40004040".
000000 01  WK-CMP-AREA REDEFINES WK-CMP-NAMES.
000000   03  WK-CMP-TBL OCCURS 7.
000000       05  WK-CMP-FILEID           PIC X(08).
000000       05  WK-CMP-PARID            PIC X(08).
000000       05  WK-CMP-ORG              PIC X(01).
000000       05  WK-CMP-RECLEN           PIC 9(03).
000000       05  WK-CMP-FFIRST           PIC 9(03).
000000       05  WK-CMP-FCNT             PIC 9(02).
000000 01  WK-CMP-SELS.
000000   03  WK-CMP-SEL OCCURS 7   PIC 9(01).
      *    the fields of each file in record order: name, offset,
      *    length, type (X alphanumeric, 9 unsigned display, S
      *    signed display, P packed S9(14), Q packed S9(09)V99,
      *    B binary halfword) and K for a field of the match key
000000 01  WK-FLD-NAMES.
000000   03  FILLER  PIC X(20) VALUE "RECKBN      001001XK".
000000   03  FILLER  PIC X(20) VALUE "SRC         002001XK".
000000   03  FILLER  PIC X(20) VALUE "KEY         003010XK".
000000   03  FILLER  PIC X(20) VALUE "URIAMT      013008P ".
000000   03  FILLER  PIC X(20) VALUE "SHIAMT      021008P ".
000000   03  FILLER  PIC X(20) VALUE "TESURYO     029008P ".
000000   03  FILLER  PIC X(20) VALUE "TAXAMT      037008P ".
000000   03  FILLER  PIC X(20) VALUE "CNT         0450079 ".
000000   03  FILLER  PIC X(20) VALUE "HALLCD      052002X ".
000000   03  FILLER  PIC X(20) VALUE "RECKBN      001001XK".
000000   03  FILLER  PIC X(20) VALUE "GMTYPE      0020029K".
000000   03  FILLER  PIC X(20) VALUE "URIAMT      004008P ".
000000   03  FILLER  PIC X(20) VALUE "CNT         0120079 ".
000000   03  FILLER  PIC X(20) VALUE "FLOOR       001010XK".
000000   03  FILLER  PIC X(20) VALUE "BAND        0110029K".
000000   03  FILLER  PIC X(20) VALUE "GMTYPE      0130029K".
000000   03  FILLER  PIC X(20) VALUE "BLOCK       015002BK".
000000   03  FILLER  PIC X(20) VALUE "AMT         017006Q ".
000000   03  FILLER  PIC X(20) VALUE "OUTNO       0230079 ".
000000   03  FILLER  PIC X(20) VALUE "FLOORCD     001010XK".
000000   03  FILLER  PIC X(20) VALUE "DATE        0110089K".
000000   03  FILLER  PIC X(20) VALUE "BASEAMT     019008P ".
000000   03  FILLER  PIC X(20) VALUE "TAXAMT      027008P ".
000000   03  FILLER  PIC X(20) VALUE "TOTAMT      035008P ".
000000   03  FILLER  PIC X(20) VALUE "UNITS       043008P ".
000000   03  FILLER  PIC X(20) VALUE "DISCAMT     051008P ".
000000   03  FILLER  PIC X(20) VALUE "RECKBN      001001XK".
000000   03  FILLER  PIC X(20) VALUE "DATE        0020089 ".
000000   03  FILLER  PIC X(20) VALUE "CHNL        010002XK".
000000   03  FILLER  PIC X(20) VALUE "PAYAMT      012008P ".
000000   03  FILLER  PIC X(20) VALUE "KAIAMT      020008P ".
000000   03  FILLER  PIC X(20) VALUE "RECKBN      001001XK".
000000   03  FILLER  PIC X(20) VALUE "DATE        0020089 ".
000000   03  FILLER  PIC X(20) VALUE "SEQ         0100069 ".
000000   03  FILLER  PIC X(20) VALUE "DRACCT      016008XK".
000000   03  FILLER  PIC X(20) VALUE "CRACCT      024008XK".
000000   03  FILLER  PIC X(20) VALUE "AMOUNT      032014S ".
000000   03  FILLER  PIC X(20) VALUE "SRC         046001XK".
000000   03  FILLER  PIC X(20) VALUE "KEY         047010XK".
000000   03  FILLER  PIC X(20) VALUE "FIELD-01    001010XK".
000000   03  FILLER  PIC X(20) VALUE "FIELD-02    011010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-03    021010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-04    031010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-05    041010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-06    051010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-07    061010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-08    071010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-09    081010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-10    091010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-11    101010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-12    111010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-13    121010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-14    131010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-15    141010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-16    151010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-17    161010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-18    171010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-19    181010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-20    191010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-21    201010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-22    211010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-23    221010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-24    231010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-25    241010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-26    251010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-27    261010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-28    271010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-29    281010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-30    291010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-31    301010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-32    311010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-33    321010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-34    331010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-35    341010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-36    351010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-37    361010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-38    371010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-39    381010X ".
000000   03  FILLER  PIC X(20) VALUE "FIELD-40    391010X ".
000000 01  WK-FLD-AREA REDEFINES WK-FLD-NAMES.
000000   03  WK-FLD-TBL OCCURS 79.
000000       05  WK-FLD-NAME             PIC X(12).
000000       05  WK-FLD-OFF              PIC 9(03).
000000       05  WK-FLD-LEN              PIC 9(03).
000000       05  WK-FLD-TYPE             PIC X(01).
000000       05  WK-FLD-KEY              PIC X(01).
      *    the parallel copy of the file being compared, with its
      *    match keys and whether a production record has taken it
000000 01  BT-AREA.
000000   03  BT-CNT                      PIC 9(05) VALUE ZERO.
000000   03  BT-ENT OCCURS 5000.
000000       05  BT-KEY                  PIC X(30).
000000       05  BT-MATCH                PIC 9(01).
000000       05  BT-RECNO                PIC 9(07).
000000       05  BT-IMG                  PIC X(400).
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
000000       OPEN  OUTPUT EXPARRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00010.
000000         DISPLAY "HBHUN665-01 EXPARRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00011.
000000         DISPLAY "HBHUN665-02 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the files named on the deck, or every file
      *    when the step has no deck or an empty one
000000 P000-RTN .
000000     MOVE ZERO TO WK-CMP-SELS .
000000     OPEN INPUT PARCARD .
000000     IF NOT(FL-STS1 = "00") GO TO CX00012.
000000     MOVE ZERO TO FL-END .
000000 CX00020. IF NOT(FL-END = ZERO)GO TO CX00021.
           MOVE "CX00020" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ PARCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00022.
000000     PERFORM CARD-RTN THRU CX00013 .
000000     GO TO CX00023.
000000 CX00022. IF NOT(FL-STS1 = "10")GO TO CX00024.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00023.
000000 CX00024.
           MOVE "CX00024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN665-03 PARCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
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
000000     CLOSE PARCARD .
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-CARD-CNT = ZERO) GO TO CX00003.
000000     PERFORM SELALL-RTN THRU CX00014
000000         VARYING WK-KX FROM 1 BY 1
000000         UNTIL WK-KX > 7 .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  each file chosen, then the run's total
000000 P100-RTN .
000000     PERFORM CMP-RTN THRU CX00030
000000         VARYING WK-KX FROM 1 BY 1
000000         UNTIL WK-KX > 7 .
000000     INITIALIZE EXPR-REC
000000     MOVE "T" TO EXPR-TYPE
000000     MOVE WK-BUSDT TO EXPR-BUSDT
000000     MOVE WK-FILE-CNT TO EXPR-A-CNT
000000     MOVE WK-NSAME-CNT TO EXPR-B-CNT
000000     MOVE WK-TMATCH-CNT TO EXPR-MATCH-CNT
000000     MOVE WK-TSAME-CNT TO EXPR-SAME-CNT
000000     MOVE WK-TDIFF-CNT TO EXPR-DIFF-CNT
000000     MOVE WK-TONLYA-CNT TO EXPR-ONLYA-CNT
000000     MOVE WK-TONLYB-CNT TO EXPR-ONLYB-CNT
000000     MOVE WK-TFDIFF-CNT TO EXPR-FDIFF-CNT
000000     MOVE "SAME" TO EXPR-VERDICT .
000000     IF WK-NSAME-CNT > ZERO
000000         MOVE "DIFF" TO EXPR-VERDICT .
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN665-90 FILES=" WK-FILE-CNT
000000             " NOT SAME=" WK-NSAME-CNT
000000             " PROD RECS=" WK-TA-CNT
000000             " PARALLEL RECS=" WK-TB-CNT
000000             " FIELD DIFFS=" WK-TFDIFF-CNT UPON CONSOLE .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00015.
000000         DISPLAY "HBHUN665-04 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXPARRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00016.
000000         DISPLAY "HBHUN665-05 EXPARRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one card: the file it names, by either of
      *    its names
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-FOUND .
000000     PERFORM FSRCH-RTN THRU CX00017
000000         VARYING WK-KX FROM 1 BY 1
000000         UNTIL WK-KX > 7 OR WK-FOUND > ZERO .
000000     IF WK-FOUND > ZERO GO TO CX00018.
000000     DISPLAY "HBHUN665-50 PARCARD FILE " PARC-FILEID
000000             " NOT COMPARED BY THIS STEP - IGNORED" UPON CONSOLE .
000000     GO TO CX00013.
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CARD-CNT
000000     MOVE 1 TO WK-CMP-SEL (WK-FOUND) .
000000 CX00013. EXIT.
000000 FSRCH-RTN .
000000     IF WK-CMP-FILEID (WK-KX) = PARC-FILEID OR
000000        WK-CMP-PARID (WK-KX) = PARC-FILEID
000000         MOVE WK-KX TO WK-FOUND .
000000 CX00017. EXIT.
000000 SELALL-RTN .
000000     MOVE 1 TO WK-CMP-SEL (WK-KX) .
000000 CX00014. EXIT.
      *
      *    CMP-RTN  -  one file: the parallel copy is taken into
      *    the table, the production copy read against it, and
      *    what neither side matched reported before the summary
000000 CMP-RTN .
000000     IF NOT(WK-CMP-SEL (WK-KX) = 1) GO TO CX00030.
           MOVE "CMP-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-A-CNT WK-B-CNT WK-MATCH-CNT WK-SAME-CNT
000000     MOVE ZERO TO WK-DIFF-CNT WK-ONLYA-CNT WK-ONLYB-CNT
000000     MOVE ZERO TO WK-FDIFF-CNT BT-CNT SW-MISS-A SW-MISS-B
000000     MOVE WK-CMP-FFIRST (WK-KX) TO WK-DFROM
000000     COMPUTE WK-DTO = WK-DFROM + WK-CMP-FCNT (WK-KX) - 1
000000     ADD 1 TO WK-FILE-CNT
000000     COMPUTE WK-FX = WK-KX * 2 .
000000     PERFORM OPN-RTN THRU CX00031 .
000000     IF FL-STS1 = "35"
000000         MOVE 1 TO SW-MISS-B
000000         GO TO CX00032.
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM GET-RTN THRU CX00034 .
000000     IF SW-EOF = 1 GO TO CX00035.
000000     ADD 1 TO WK-B-CNT
000000     IF NOT(BT-CNT < 5000) GO TO CX00036.
000000     PERFORM KEY-RTN THRU CX00037 .
000000     ADD 1 TO BT-CNT
000000     MOVE WK-KEY TO BT-KEY (BT-CNT)
000000     MOVE ZERO TO BT-MATCH (BT-CNT)
000000     MOVE WK-B-CNT TO BT-RECNO (BT-CNT)
000000     MOVE WK-IMG-A TO BT-IMG (BT-CNT) .
000000     GO TO CX00033.
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN665-06 " WK-CMP-PARID (WK-KX)
000000             " HOLDS MORE THAN 5000 RECORDS"
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000 CX00032.
           MOVE "CX00032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     COMPUTE WK-FX = WK-KX * 2 - 1 .
000000     PERFORM OPN-RTN THRU CX00031 .
000000     IF FL-STS1 = "35"
000000         MOVE 1 TO SW-MISS-A
000000         GO TO CX00038.
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM GET-RTN THRU CX00034 .
000000     IF SW-EOF = 1 GO TO CX00040.
000000     ADD 1 TO WK-A-CNT
000000     PERFORM KEY-RTN THRU CX00037
000000     PERFORM MATCH-RTN THRU CX00041 .
000000     GO TO CX00039.
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM ONLYB-RTN THRU CX00042
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > BT-CNT .
000000     PERFORM SUM-RTN THRU CX00043 .
000000 CX00030. EXIT.
      *
      *    OPN-RTN  -  opens copy WK-FX; an absent copy is left to
      *    the caller with status 35
000000 OPN-RTN .
000000     MOVE ZERO TO SW-EOF
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF FL-STS1 = "00" OR "35" GO TO CX00031.
000000         DISPLAY "HBHUN665-07 COPY " WK-FX " OF "
000000                 WK-CMP-FILEID (WK-KX)
000000                 " OPEN ERROR " FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031. EXIT.
      *
      *    GET-RTN  -  the next record of copy WK-FX into WK-IMG-A
000000 GET-RTN .
000000     MOVE SPACE TO WK-IMG-A
000000     MOVE "R" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-EOF = 1 GO TO CX00034.
000000     IF FL-STS1 = "00" OR "02" OR "04" GO TO CX00034.
000000         DISPLAY "HBHUN665-08 COPY " WK-FX " OF "
000000                 WK-CMP-FILEID (WK-KX)
000000                 " READ ERROR " FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034. EXIT.
      *
      *    KEY-RTN  -  the match key of the record in WK-IMG-A: its
      *    key fields end to end
000000 KEY-RTN .
000000     MOVE SPACE TO WK-KEY
000000     MOVE 1 TO WK-KP .
000000     PERFORM KSEG-RTN THRU CX00044
000000         VARYING WK-DX FROM WK-DFROM BY 1
000000         UNTIL WK-DX > WK-DTO .
000000 CX00037. EXIT.
000000 KSEG-RTN .
000000     IF NOT(WK-FLD-KEY (WK-DX) = "K") GO TO CX00044.
000000     MOVE WK-FLD-OFF (WK-DX) TO WK-OFF
000000     MOVE WK-FLD-LEN (WK-DX) TO WK-LEN .
000000     IF WK-KP + WK-LEN > 31 GO TO CX00044.
000000     MOVE WK-IMG-A (WK-OFF:WK-LEN) TO WK-KEY (WK-KP:WK-LEN)
000000     ADD WK-LEN TO WK-KP .
000000 CX00044. EXIT.
      *
      *    MATCH-RTN  -  a production record against the first
      *    parallel record of the same key not yet taken
000000 MATCH-RTN .
000000     MOVE ZERO TO WK-FOUND .
000000     PERFORM BSRCH-RTN THRU CX00045
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > BT-CNT OR WK-FOUND > ZERO .
000000     IF WK-FOUND > ZERO GO TO CX00046.
000000     ADD 1 TO WK-ONLYA-CNT
000000     INITIALIZE EXPR-REC
000000     MOVE "A" TO EXPR-TYPE
000000     MOVE WK-KEY TO EXPR-KEY
000000     MOVE WK-A-CNT TO EXPR-RECNO-A
000000     PERFORM LINE-RTN THRU CX00047 .
000000     GO TO CX00041.
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-MATCH-CNT
000000     MOVE 1 TO BT-MATCH (WK-FOUND)
000000     MOVE BT-IMG (WK-FOUND) TO WK-IMG-B
000000     MOVE ZERO TO SW-DIFF .
000000     PERFORM FCMP-RTN THRU CX00048
000000         VARYING WK-DX FROM WK-DFROM BY 1
000000         UNTIL WK-DX > WK-DTO .
000000     IF SW-DIFF = 1
000000         ADD 1 TO WK-DIFF-CNT
000000     ELSE
000000         ADD 1 TO WK-SAME-CNT .
000000 CX00041. EXIT.
000000 BSRCH-RTN .
000000     IF BT-MATCH (WK-IX) = ZERO AND BT-KEY (WK-IX) = WK-KEY
000000         MOVE WK-IX TO WK-FOUND .
000000 CX00045. EXIT.
      *
      *    FCMP-RTN  -  one field of a matched pair; a difference
      *    is reported with both values
000000 FCMP-RTN .
000000     MOVE WK-FLD-OFF (WK-DX) TO WK-OFF
000000     MOVE WK-FLD-LEN (WK-DX) TO WK-LEN .
000000     IF WK-IMG-A (WK-OFF:WK-LEN) = WK-IMG-B (WK-OFF:WK-LEN)
000000         GO TO CX00048.
000000     MOVE 1 TO SW-DIFF
000000     ADD 1 TO WK-FDIFF-CNT
000000     INITIALIZE EXPR-REC
000000     MOVE "D" TO EXPR-TYPE
000000     MOVE WK-KEY TO EXPR-KEY
000000     MOVE WK-FLD-NAME (WK-DX) TO EXPR-FIELD
000000     MOVE WK-A-CNT TO EXPR-RECNO-A
000000     MOVE BT-RECNO (WK-FOUND) TO EXPR-RECNO-B
000000     MOVE SPACE TO WK-RAW
000000     MOVE WK-IMG-A (WK-OFF:WK-LEN) TO WK-RAW
000000     PERFORM VAL-RTN THRU CX00049
000000     MOVE WK-VAL TO EXPR-VAL-A
000000     MOVE SPACE TO WK-RAW
000000     MOVE WK-IMG-B (WK-OFF:WK-LEN) TO WK-RAW
000000     PERFORM VAL-RTN THRU CX00049
000000     MOVE WK-VAL TO EXPR-VAL-B
000000     PERFORM LINE-RTN THRU CX00047 .
000000 CX00048. EXIT.
      *
      *    VAL-RTN  -  the field in WK-RAW as it reads on the
      *    report, by the type of field WK-DX
000000 VAL-RTN .
000000     MOVE WK-RAW TO WK-VAL .
000000     IF WK-FLD-TYPE (WK-DX) = "X" OR "9" GO TO CX00049.
000000     MOVE "NOT NUMERIC" TO WK-VAL .
000000     IF NOT(WK-FLD-TYPE (WK-DX) = "P") GO TO CX00050.
000000     MOVE WK-RAW (1:8) TO WK-PK8 .
000000     IF WK-PK8-N IS NUMERIC
000000         MOVE WK-PK8-N TO WK-ED14
000000         MOVE WK-ED14 TO WK-VAL .
000000     GO TO CX00049.
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FLD-TYPE (WK-DX) = "Q") GO TO CX00051.
000000     MOVE WK-RAW (1:6) TO WK-PK6 .
000000     IF WK-PK6-N IS NUMERIC
000000         MOVE WK-PK6-N TO WK-ED11
000000         MOVE WK-ED11 TO WK-VAL .
000000     GO TO CX00049.
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-FLD-TYPE (WK-DX) = "B") GO TO CX00052.
000000     MOVE WK-RAW (1:2) TO WK-BN2
000000     MOVE WK-BN2-N TO WK-ED4
000000     MOVE WK-ED4 TO WK-VAL .
000000     GO TO CX00049.
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-RAW (1:14) TO WK-ZD14 .
000000     IF WK-ZD14-N IS NUMERIC
000000         MOVE WK-ZD14-N TO WK-ED14
000000         MOVE WK-ED14 TO WK-VAL .
000000 CX00049. EXIT.
      *
      *    ONLYB-RTN  -  a parallel record no production record
      *    took
000000 ONLYB-RTN .
000000     IF NOT(BT-MATCH (WK-IX) = ZERO) GO TO CX00042.
000000     ADD 1 TO WK-ONLYB-CNT
000000     INITIALIZE EXPR-REC
000000     MOVE "B" TO EXPR-TYPE
000000     MOVE BT-KEY (WK-IX) TO EXPR-KEY
000000     MOVE BT-RECNO (WK-IX) TO EXPR-RECNO-B
000000     PERFORM LINE-RTN THRU CX00047 .
000000 CX00042. EXIT.
      *
      *    SUM-RTN  -  the file's summary line and verdict, added
      *    into the run's totals
000000 SUM-RTN .
000000     INITIALIZE EXPR-REC
000000     MOVE "S" TO EXPR-TYPE
000000     MOVE WK-A-CNT TO EXPR-A-CNT
000000     MOVE WK-B-CNT TO EXPR-B-CNT
000000     MOVE WK-MATCH-CNT TO EXPR-MATCH-CNT
000000     MOVE WK-SAME-CNT TO EXPR-SAME-CNT
000000     MOVE WK-DIFF-CNT TO EXPR-DIFF-CNT
000000     MOVE WK-ONLYA-CNT TO EXPR-ONLYA-CNT
000000     MOVE WK-ONLYB-CNT TO EXPR-ONLYB-CNT
000000     MOVE WK-FDIFF-CNT TO EXPR-FDIFF-CNT
000000     MOVE "SAME" TO EXPR-VERDICT .
000000     IF WK-DIFF-CNT > ZERO OR WK-ONLYA-CNT > ZERO OR
000000        WK-ONLYB-CNT > ZERO
000000         MOVE "DIFF" TO EXPR-VERDICT .
000000     IF SW-MISS-A = 1 OR SW-MISS-B = 1
000000         MOVE "MISS" TO EXPR-VERDICT .
000000     IF SW-MISS-A = 1 AND SW-MISS-B = 1
000000         MOVE "NONE" TO EXPR-VERDICT .
000000     IF NOT(EXPR-VERDICT = "SAME")
000000         ADD 1 TO WK-NSAME-CNT .
000000     PERFORM LINE-RTN THRU CX00047 .
000000     DISPLAY "HBHUN665-20 " WK-CMP-FILEID (WK-KX) " " EXPR-VERDICT
000000             " PROD=" WK-A-CNT " PARALLEL=" WK-B-CNT
000000             " DIFFERING=" WK-DIFF-CNT
000000             " PROD ONLY=" WK-ONLYA-CNT
000000             " PARALLEL ONLY=" WK-ONLYB-CNT UPON CONSOLE .
000000     ADD WK-A-CNT TO WK-TA-CNT
000000     ADD WK-B-CNT TO WK-TB-CNT
000000     ADD WK-MATCH-CNT TO WK-TMATCH-CNT
000000     ADD WK-SAME-CNT TO WK-TSAME-CNT
000000     ADD WK-DIFF-CNT TO WK-TDIFF-CNT
000000     ADD WK-ONLYA-CNT TO WK-TONLYA-CNT
000000     ADD WK-ONLYB-CNT TO WK-TONLYB-CNT
000000     ADD WK-FDIFF-CNT TO WK-TFDIFF-CNT
000000     ADD WK-A-CNT WK-B-CNT TO WK-JOBLG-CNT .
000000 CX00043. EXIT.
      *
      *    LINE-RTN  -  a file's line: the common fields, then out
000000 LINE-RTN .
000000     MOVE WK-BUSDT TO EXPR-BUSDT
000000     MOVE WK-CMP-FILEID (WK-KX) TO EXPR-FILEID
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00047. EXIT.
000000 RPT-RTN .
000000     WRITE EXPR-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00098.
000000         DISPLAY "HBHUN665-09 EXPARRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00098. EXIT.
      *
      *    DISP-RTN  -  the action WK-ACT names (I open to read,
      *    R read the next record into WK-IMG-A, C close) on
      *    copy WK-FX: odd the production copy, even the parallel
      *    copy, files in the WK-CMP-NAMES order; the status is
      *    left in FL-STS1 and end of file in SW-EOF
000000 DISP-RTN .
000000     IF WK-FX = 1 GO TO CX01011.
000000     IF WK-FX = 2 GO TO CX01021.
000000     IF WK-FX = 3 GO TO CX01031.
000000     IF WK-FX = 4 GO TO CX01041.
000000     IF WK-FX = 5 GO TO CX01051.
000000     IF WK-FX = 6 GO TO CX01061.
000000     IF WK-FX = 7 GO TO CX01071.
000000     IF WK-FX = 8 GO TO CX01081.
000000     IF WK-FX = 9 GO TO CX01091.
000000     IF WK-FX = 10 GO TO CX01101.
000000     IF WK-FX = 11 GO TO CX01111.
000000     IF WK-FX = 12 GO TO CX01121.
000000     IF WK-FX = 13 GO TO CX01131.
000000     IF WK-FX = 14 GO TO CX01141.
000000     GO TO CX00099.
000000 CX01011.
           MOVE "CX01011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01012.
000000     OPEN INPUT PC001 .
000000     GO TO CX00099.
000000 CX01012.
           MOVE "CX01012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01013.
000000     READ PC001 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01013.
           MOVE "CX01013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC001 .
000000     GO TO CX00099.
000000 CX01021.
           MOVE "CX01021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01022.
000000     OPEN INPUT PC002 .
000000     GO TO CX00099.
000000 CX01022.
           MOVE "CX01022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01023.
000000     READ PC002 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01023.
           MOVE "CX01023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC002 .
000000     GO TO CX00099.
000000 CX01031.
           MOVE "CX01031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01032.
000000     OPEN INPUT PC003 .
000000     GO TO CX00099.
000000 CX01032.
           MOVE "CX01032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01033.
000000     READ PC003 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01033.
           MOVE "CX01033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC003 .
000000     GO TO CX00099.
000000 CX01041.
           MOVE "CX01041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01042.
000000     OPEN INPUT PC004 .
000000     GO TO CX00099.
000000 CX01042.
           MOVE "CX01042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01043.
000000     READ PC004 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01043.
           MOVE "CX01043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC004 .
000000     GO TO CX00099.
000000 CX01051.
           MOVE "CX01051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01052.
000000     OPEN INPUT PC005 .
000000     GO TO CX00099.
000000 CX01052.
           MOVE "CX01052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01053.
000000     READ PC005 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01053.
           MOVE "CX01053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC005 .
000000     GO TO CX00099.
000000 CX01061.
           MOVE "CX01061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01062.
000000     OPEN INPUT PC006 .
000000     GO TO CX00099.
000000 CX01062.
           MOVE "CX01062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01063.
000000     READ PC006 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01063.
           MOVE "CX01063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC006 .
000000     GO TO CX00099.
000000 CX01071.
           MOVE "CX01071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01072.
000000     OPEN INPUT PC007 .
000000     GO TO CX00099.
000000 CX01072.
           MOVE "CX01072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01073.
000000     READ PC007 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01073.
           MOVE "CX01073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC007 .
000000     GO TO CX00099.
000000 CX01081.
           MOVE "CX01081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01082.
000000     OPEN INPUT PC008 .
000000     GO TO CX00099.
000000 CX01082.
           MOVE "CX01082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01083.
000000     READ PC008 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01083.
           MOVE "CX01083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC008 .
000000     GO TO CX00099.
000000 CX01091.
           MOVE "CX01091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01092.
000000     OPEN INPUT PC009 .
000000     GO TO CX00099.
000000 CX01092.
           MOVE "CX01092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01093.
000000     READ PC009 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01093.
           MOVE "CX01093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC009 .
000000     GO TO CX00099.
000000 CX01101.
           MOVE "CX01101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01102.
000000     OPEN INPUT PC010 .
000000     GO TO CX00099.
000000 CX01102.
           MOVE "CX01102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01103.
000000     READ PC010 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01103.
           MOVE "CX01103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC010 .
000000     GO TO CX00099.
000000 CX01111.
           MOVE "CX01111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01112.
000000     OPEN INPUT PC011 .
000000     GO TO CX00099.
000000 CX01112.
           MOVE "CX01112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01113.
000000     READ PC011 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01113.
           MOVE "CX01113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC011 .
000000     GO TO CX00099.
000000 CX01121.
           MOVE "CX01121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01122.
000000     OPEN INPUT PC012 .
000000     GO TO CX00099.
000000 CX01122.
           MOVE "CX01122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01123.
000000     READ PC012 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01123.
           MOVE "CX01123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC012 .
000000     GO TO CX00099.
000000 CX01131.
           MOVE "CX01131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01132.
000000     OPEN INPUT PC013 .
000000     GO TO CX00099.
000000 CX01132.
           MOVE "CX01132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01133.
000000     READ PC013 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01133.
           MOVE "CX01133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC013 .
000000     GO TO CX00099.
000000 CX01141.
           MOVE "CX01141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01142.
000000     OPEN INPUT PC014 .
000000     GO TO CX00099.
000000 CX01142.
           MOVE "CX01142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01143.
000000     READ PC014 INTO WK-IMG-A AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01143.
           MOVE "CX01143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE PC014 .
000000     GO TO CX00099.
000000 CX00099. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN665" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN665" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN665" TO PRM-PROGID
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
000000         DISPLAY "HBHUN665-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
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
000000     MOVE "HBHUN665" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN665-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN665" TO ERRM-PROGID
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
