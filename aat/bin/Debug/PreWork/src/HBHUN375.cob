000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN375 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20261002追加開始
      *    partition merge for the partitioned HBHUN370 run: each
      *    instance settles the sales floors its HB370PRM card
      *    names into its own partition of the work files and posts
      *    its counts and control totals to VIPARTSS (CFPARTS).
      *    This step proves the partitions before anything
      *    downstream may use them - every partition of tonight's
      *    run present and ended normally, no two floor ranges
      *    overlapping, every settleable detail of the stream
      *    settled by exactly one partition, every floor on the
      *    journal feed settled by one partition only and inside its
      *    range, each partition's journal feed and game-type file
      *    closed by a control record that proves, and the feed's
      *    by-floor/by-level/by-organization postings equal to the
      *    summary records the partition posted.  It then combines
      *    SQWSIWAK, SQWGTURI and SQWJIKAN from the partitions (the
      *    control records rebuilt over the whole), posts the
      *    partitions' campaign use to VICMPUSE and writes
      *    HBHUN370's own normal-end record to the audit trail,
      *    which is what lets HBHUN610 and the rest of the chain
      *    start (see HSAAL090).  The other work files - SQWURISE,
      *    SQWURIUR, SQWKNYJY, SQWURISS, SQWKAISS and SQWDNSSN -
      *    ride copybooks absent from this system and are
      *    concatenated by the job stream; their partitions are
      *    proved here through the counts above.  Any failure is
      *    reported on EXPTSRPT and ends the run abnormally, which
      *    leaves HBHUN370 unfinished on the trail.  With no
      *    partition rows for tonight the run was not partitioned
      *    and this step leaves everything as it is
      *20261015追加開始
      *    SQWKAISS and SQWDNSSN summarize by floor level and by
      *    organization, keys a floor range does not bound, and are
      *    only concatenated: the partition cards must keep every
      *    level and organization inside one partition, and a level
      *    or organization key on the journal feed posted by two
      *    partitions fails the run.  Once everything proves, the
      *    partitions' tax breakout postings (SQWURTAX) are added to
      *    VIWURTAX, and the fee-change staging entries due by the
      *    date the partitions settled under are switched active and
      *    listed on EXSTGRPT, as a single HBHUN370 run does at its
      *    start
      *20261015追加終了
000000     SELECT  VIPARTSS
000000             ASSIGN            VIPARTSS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY PTS-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    the journal feed (CFSIWK), one per partition
000000     SELECT  SQWSIWA1
000000             ASSIGN               SQWSIWA1-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWSIWA2
000000             ASSIGN               SQWSIWA2-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWSIWA3
000000             ASSIGN               SQWSIWA3-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWSIWA4
000000             ASSIGN               SQWSIWA4-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    settled sales per game type (CFGTURI), one per partition
000000     SELECT  SQWGTUR1
000000             ASSIGN               SQWGTUR1-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWGTUR2
000000             ASSIGN               SQWGTUR2-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWGTUR3
000000             ASSIGN               SQWGTUR3-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWGTUR4
000000             ASSIGN               SQWGTUR4-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    by-hour sales, HBHUN640's layout, one per partition
000000     SELECT  SQWJIKA1
000000             ASSIGN               SQWJIKA1-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWJIKA2
000000             ASSIGN               SQWJIKA2-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWJIKA3
000000             ASSIGN               SQWJIKA3-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWJIKA4
000000             ASSIGN               SQWJIKA4-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    campaign use, VICMPUSE's layout, one per partition
000000     SELECT  SQWCMPU1
000000             ASSIGN               SQWCMPU1-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWCMPU2
000000             ASSIGN               SQWCMPU2-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWCMPU3
000000             ASSIGN               SQWCMPU3-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWCMPU4
000000             ASSIGN               SQWCMPU4-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加開始
      *    tax breakout postings, VIWURTAX's layout, one per
      *    partition
000000     SELECT  SQWURTX1
000000             ASSIGN               SQWURTX1-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWURTX2
000000             ASSIGN               SQWURTX2-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWURTX3
000000             ASSIGN               SQWURTX3-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWURTX4
000000             ASSIGN               SQWURTX4-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加終了
      *    the combined work files HBHUN610 and the rest read
000000     SELECT  SQWSIWAK
000000             ASSIGN               SQWSIWAK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWGTURI
000000             ASSIGN               SQWGTURI-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  SQWJIKAN
000000             ASSIGN               SQWJIKAN-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VICMPUSE
000000             ASSIGN            VICMPUSE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY CMU-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加開始
000000     SELECT  VIWURTAX
000000             ASSIGN            VIWURTAX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY WTAX-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  VITSGSTG
000000             ASSIGN            VITSGSTG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            DYNAMIC
000000     RECORD KEY STG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXSTGRPT
000000             ASSIGN               EXSTGRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261015追加終了
000000     SELECT  EXPTSRPT
000000             ASSIGN               EXPTSRPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
      *    suite-wide job-control audit trail file - see CFJOBLG
000000     SELECT  VIJOBLOG
000000             ASSIGN               VIJOBLOG-MSD
000000             ORGANIZATION         INDEXED
000000             ACCESS  MODE         DYNAMIC
000000     RECORD KEY           JOBLG-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20261002追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  VIPARTSS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPARTSS".
       01  PTS-REC.
           COPY CFPARTS .
      *    the partition files are read into the work images below
000000 FD  SQWSIWA1
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIWA1".
       01  SIW1-REC                         PIC X(53).
000000 FD  SQWSIWA2
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIWA2".
       01  SIW2-REC                         PIC X(53).
000000 FD  SQWSIWA3
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIWA3".
       01  SIW3-REC                         PIC X(53).
000000 FD  SQWSIWA4
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIWA4".
       01  SIW4-REC                         PIC X(53).
000000 FD  SQWGTUR1
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTUR1".
       01  GTR1-REC                         PIC X(18).
000000 FD  SQWGTUR2
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTUR2".
       01  GTR2-REC                         PIC X(18).
000000 FD  SQWGTUR3
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTUR3".
       01  GTR3-REC                         PIC X(18).
000000 FD  SQWGTUR4
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTUR4".
       01  GTR4-REC                         PIC X(18).
000000 FD  SQWJIKA1
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJIKA1".
       01  JKA1-REC                         PIC X(29).
000000 FD  SQWJIKA2
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJIKA2".
       01  JKA2-REC                         PIC X(29).
000000 FD  SQWJIKA3
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJIKA3".
       01  JKA3-REC                         PIC X(29).
000000 FD  SQWJIKA4
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJIKA4".
       01  JKA4-REC                         PIC X(29).
000000 FD  SQWCMPU1
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMPU1".
       01  CMP1-REC                         PIC X(57).
000000 FD  SQWCMPU2
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMPU2".
       01  CMP2-REC                         PIC X(57).
000000 FD  SQWCMPU3
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMPU3".
       01  CMP3-REC                         PIC X(57).
000000 FD  SQWCMPU4
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWCMPU4".
       01  CMP4-REC                         PIC X(57).
      *20261015追加開始
000000 FD  SQWURTX1
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWURTX1".
       01  WTX1-REC                         PIC X(58).
000000 FD  SQWURTX2
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWURTX2".
       01  WTX2-REC                         PIC X(58).
000000 FD  SQWURTX3
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWURTX3".
       01  WTX3-REC                         PIC X(58).
000000 FD  SQWURTX4
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWURTX4".
       01  WTX4-REC                         PIC X(58).
      *20261015追加終了
000000 FD  SQWSIWAK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWSIWAK".
       01  SIWK-OUT                            PIC X(53).
000000 FD  SQWGTURI
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWGTURI".
       01  GTU-OUT                             PIC X(18).
000000 FD  SQWJIKAN
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "SQWJIKAN".
       01  JIK-OUT                             PIC X(29).
000000 FD  VICMPUSE
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICMPUSE".
       01  CMU-REC.
           COPY CFCMPUS .
      *20261015追加開始
      *    the tax breakout and staging master, laid out as
      *    HBHUN370 has them
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
000000 FD  VITSGSTG
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VITSGSTG".
       01  STG-REC.
           05  STG-KEY.
               07  STG-FILEKBN             PIC X(01).
               07  STG-KEYIMG              PIC X(20).
           05  STG-EFFDATE                 PIC 9(08).
           05  STG-STATUS                  PIC X(01).
               88  STG-STAGED               VALUE "1".
               88  STG-ACTIVE               VALUE "2".
000000 FD  EXSTGRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXSTGRPT".
       01  EXSTG-REC.
           05  EXSTG-RUNDATE               PIC 9(08).
           05  EXSTG-FILEKBN               PIC X(01).
           05  EXSTG-KEYIMG                PIC X(20).
           05  EXSTG-EFFDATE               PIC 9(08).
      *20261015追加終了
000000 FD  EXPTSRPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXPTSRPT".
       01  EXPTS-REC.
           05  EXPTS-BUSDT                 PIC 9(08).
           05  EXPTS-HALLCD                PIC X(02).
           05  EXPTS-TYPE                  PIC X(01).
               88  EXPTS-PARTLINE           VALUE "P".
               88  EXPTS-MISSLINE           VALUE "M".
               88  EXPTS-TOTALLINE          VALUE "T".
               88  EXPTS-FILELINE           VALUE "F".
               88  EXPTS-VERDICTLINE        VALUE "V".
           05  EXPTS-ID                    PIC X(02).
           05  EXPTS-FROM                  PIC X(10).
           05  EXPTS-TO                    PIC X(10).
           05  EXPTS-STATUS                PIC X(01).
      *    F lines: the work file proved
           05  EXPTS-FILE                  PIC X(08).
      *    P lines: details settled and the stream's settleable
      *    details; T: their sum and the stream; F: records read
      *    and the count expected; V: details settled in all
           05  EXPTS-CNT                   PIC 9(09).
           05  EXPTS-EXPCNT                PIC 9(09).
           05  EXPTS-AMT                   PIC S9(14) COMP-3.
           05  EXPTS-EXPAMT                PIC S9(14) COMP-3.
           05  EXPTS-VERDICT               PIC X(02).
           05  EXPTS-REASON                PIC X(20).
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
000000   03  SW-EOF                      PIC 9(01).
000000   03  SW-NOPART                   PIC 9(01) VALUE ZERO.
000000   03  SW-MERGED                   PIC 9(01) VALUE ZERO.
000000   03  SW-TRL                      PIC 9(01).
000000   03  SW-POST                     PIC 9(01).
      *20261015追加開始
000000   03  SW-STGEND                   PIC 9(01).
000000   03  WK-STG-ACT-CNT              PIC 9(07) VALUE ZERO.
      *20261015追加終了
000000   03  WK-NG-SW                    PIC 9(01) VALUE ZERO.
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-STALE-CNT                PIC 9(02) VALUE ZERO.
000000   03  WK-ACT                      PIC X(01).
000000   03  WK-FX                       PIC 9(02).
000000   03  WK-PX                       PIC 9(02).
000000   03  WK-QX                       PIC 9(02).
000000   03  WK-IX                       PIC 9(04).
000000   03  WK-REF-PX                   PIC 9(02) VALUE ZERO.
000000   03  WK-REASON                   PIC X(20).
000000   03  WK-DTL-SUM                  PIC 9(09) VALUE ZERO.
      *    one partition file's own count and totals, and what its
      *    control record says
000000   03  WK-P-CNT                    PIC 9(07).
000000   03  WK-P-URI                    PIC S9(14) COMP-3.
000000   03  WK-P-SHI                    PIC S9(14) COMP-3.
000000   03  WK-P-U                      PIC 9(07).
000000   03  WK-P-K                      PIC 9(07).
000000   03  WK-P-D                      PIC 9(07).
000000   03  WK-P-OUT                    PIC 9(07).
000000   03  WK-P-DUP                    PIC 9(07).
      *20261015追加開始
000000   03  WK-P-SPLIT                  PIC 9(07).
      *20261015追加終了
000000   03  WK-T-CNT                    PIC 9(07).
000000   03  WK-T-URI                    PIC S9(14) COMP-3.
000000   03  WK-T-SHI                    PIC S9(14) COMP-3.
      *    the combined file's count and totals
000000   03  WK-A-CNT                    PIC 9(07).
000000   03  WK-A-URI                    PIC S9(14) COMP-3.
000000   03  WK-A-SHI                    PIC S9(14) COMP-3.
      *20261004追加開始
      *    the combined journal feed's records so far - the key
      *    its records are stamped under on the run-lineage register
      *    - and the partition copy read, SQWSIWA1 to SQWSIWA4
000000   03  WK-LNG-SEQ                  PIC 9(07).
000000   03  WK-LNG-PARTID               PIC X(08) VALUE "SQWSIWA".
000000   03  WK-LNG-PXD                  PIC 9(01).
      *20261004追加終了
      *20261015追加開始
      *    and the game-type partition copy, SQWGTUR1 to SQWGTUR4
000000   03  WK-LNG-GTUID                PIC X(08) VALUE "SQWGTUR".
      *20261015追加終了
      *    tonight's partitions, entry = partition id
000000   03  PTT-N                       PIC 9(02) VALUE ZERO.
000000   03  PTT-TABLE.
000000     05  PTT-ENT OCCURS 4.
000000       07  PTT-PRES                PIC 9(01).
000000       07  PTT-FROM                PIC X(10).
000000       07  PTT-TO                  PIC X(10).
000000       07  PTT-STATUS              PIC X(01).
000000       07  PTT-RECCNT              PIC 9(07).
000000       07  PTT-SEEN                PIC 9(07).
000000       07  PTT-DTL                 PIC 9(07).
000000       07  PTT-JIKAN               PIC 9(07).
000000       07  PTT-URISS               PIC 9(07).
000000       07  PTT-KAISS               PIC 9(07).
000000       07  PTT-DNSSN               PIC 9(07).
000000       07  PTT-CMU                 PIC 9(07).
000000       07  PTT-SIWKCNT             PIC 9(07).
000000       07  PTT-SIWKURI             PIC S9(14) COMP-3.
000000       07  PTT-SIWKSHI             PIC S9(14) COMP-3.
000000       07  PTT-GTUCNT              PIC 9(07).
000000       07  PTT-GTUURI              PIC S9(14) COMP-3.
      *20261015追加開始
000000       07  PTT-EFFDATE             PIC 9(08).
000000       07  PTT-WTX                 PIC 9(07).
      *20261015追加終了
      *    the floors on the combined journal feed and the
      *    partition that settled each
000000   03  FLT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  FLT-FOUND                   PIC 9(04).
000000   03  FLT-TABLE.
000000     05  FLT-ENT OCCURS 3000.
000000       07  FLT-FLOOR               PIC X(10).
000000       07  FLT-PX                  PIC 9(02).
      *20261015追加開始
      *    the floor-level and organization keys on the combined
      *    journal feed and the partition that posted each
000000   03  KDT-CNT                     PIC 9(04) VALUE ZERO.
000000   03  KDT-FOUND                   PIC 9(04).
000000   03  KDT-TABLE.
000000     05  KDT-ENT OCCURS 3000.
000000       07  KDT-SRC                 PIC X(01).
000000       07  KDT-KEY                 PIC X(10).
000000       07  KDT-PX                  PIC 9(02).
      *20261015追加終了
      *    settled sales per game type over the partitions,
      *    entry = game type + 1
000000   03  GTT-TABLE.
000000     05  GTT-ENT OCCURS 100.
000000       07  GTT-URI                 PIC S9(14) COMP-3.
000000       07  GTT-CNT                 PIC 9(07).
      *    the work images the partition files are read into
       01  SIWK-IN.
           COPY CFSIWK .
       01  GTU-IN.
           COPY CFGTURI .
      *    the by-hour record exactly as HBHUN640 reads it
       01  JIK-IN.
           05  JIK-FLOOR                   PIC X(10).
           05  JIK-BAND                    PIC 9(02).
           05  JIK-GMTYPE                  PIC 9(02).
           05  JIK-BLOCK                   PIC S9(04) COMP.
           05  JIK-AMT                     PIC S9(09)V99 COMP-3.
           05  JIK-OUTNO                   PIC 9(07).
      *    one campaign use, as HBHUN370 writes it
       01  CMW-IN.
           05  CMW-ID                      PIC X(08).
           05  CMW-DATE                    PIC 9(08).
           05  CMW-POSTINGS                PIC 9(07).
           05  CMW-SALES                   PIC S9(14) COMP-3.
           05  CMW-GROSS                   PIC S9(14) COMP-3.
           05  CMW-DISC                    PIC S9(14) COMP-3.
           05  FILLER                      PIC X(10).
      *20261015追加開始
       01  WTW-IN.
           05  WTW-FLOORCD                 PIC X(10).
           05  WTW-DATE                    PIC 9(08).
           05  WTW-BASEAMT                 PIC S9(14) COMP-3.
           05  WTW-TAXAMT                  PIC S9(14) COMP-3.
           05  WTW-TOTAMT                  PIC S9(14) COMP-3.
           05  WTW-UNITS                   PIC S9(14) COMP-3.
           05  WTW-DISCAMT                 PIC S9(14) COMP-3.
      *20261015追加終了
      *    hall connect area - see CLHALC and HSAAL160
       01  HALC-PARAM.
           COPY CLHALC .
      *20261004追加開始
      *    run-lineage connect area - see CLLING and HSAAL170
       01  LNG-PARAM.
           COPY CLLING .
      *20261004追加終了
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
000000     PERFORM S000-RTN THRU CX00002 .
000000     IF SW-NOPART = 1 GO TO CX00001.
000000     PERFORM P000-RTN THRU CX00003
000000     PERFORM P100-RTN THRU CX00005
000000     PERFORM E000-RTN THRU CX00004 .
000000 CX00001. STOP RUN.
           MOVE "CX00001" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 S000-RTN .
000000     PERFORM BUSDT-DRV-RTN THRU CX00064 .
000000     MOVE "C" TO HALC-FUNC
000000     CALL "HSAAL160" USING HALC-PARAM .
000000     IF NOT(HALC-UNKNOWN)GO TO CX00010.
000000         DISPLAY "HBHUN375-01 HALL " HALC-HALLCD
000000                 " NOT ON HALL MASTER"
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00010.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    no partition master: the run was never partitioned
000000     OPEN I-O VIPARTSS .
000000     IF NOT(FL-STS1 = "35")GO TO CX00011.
000000     MOVE 1 TO SW-NOPART
000000     DISPLAY "HBHUN375-50 VIPARTSS ABSENT - RUN NOT PARTITIONED"
000000             UPON CONSOLE .
000000     GO TO CX00002.
000000 CX00011.
           MOVE "CX00011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00012.
000000         DISPLAY "HBHUN375-02 VIPARTSS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00012.
           MOVE "CX00012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE PTT-TABLE
000000     PERFORM PTS-LOAD-RTN THRU CX00020 .
000000     IF NOT(PTT-N = ZERO)GO TO CX00013.
000000     MOVE 1 TO SW-NOPART
000000     DISPLAY "HBHUN375-51 NO PARTITIONS FOR " WK-BUSDT
000000             " HALL " HALC-HALLCD " - RUN NOT PARTITIONED"
000000             UPON CONSOLE
000000       CLOSE  VIPARTSS .
000000     GO TO CX00002.
000000 CX00013.
           MOVE "CX00013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *    the first partition present is the reference the others'
      *    view of the stream is compared with
000000     MOVE PTT-N TO WK-REF-PX
000000     PERFORM REF-RTN THRU CX00014
000000         VARYING WK-PX FROM PTT-N BY -1
000000         UNTIL WK-PX < 1 .
000000       OPEN  OUTPUT EXPTSRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00015.
000000         DISPLAY "HBHUN375-03 EXPTSRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00015.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00016.
000000         DISPLAY "HBHUN375-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00016.
           MOVE "CX00016" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
      *20261004追加開始
000000     MOVE JOBLG-PROGID TO LNG-PROGID
000000     MOVE JOBLG-RUNDATE TO LNG-RUNDATE
000000     MOVE JOBLG-RUNTIME TO LNG-RUNTIME
000000     MOVE WK-BUSDT TO LNG-BUSDATE
000000     MOVE "S" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the partitions against each other: a line
      *    per partition, then the coverage total
000000 P000-RTN .
000000     PERFORM PTS-CHK-RTN THRU CX00025
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000     INITIALIZE EXPTS-REC
000000     MOVE WK-BUSDT TO EXPTS-BUSDT
000000     MOVE HALC-HALLCD TO EXPTS-HALLCD
000000     MOVE "T" TO EXPTS-TYPE
000000     MOVE WK-DTL-SUM TO EXPTS-CNT
000000     MOVE PTT-SEEN (WK-REF-PX) TO EXPTS-EXPCNT
000000     MOVE "OK" TO EXPTS-VERDICT .
000000     IF NOT(WK-DTL-SUM = PTT-SEEN (WK-REF-PX))
000000         MOVE "DETAILS NOT COVERED" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the work files, proved partition by
      *    partition as they are combined; nothing is combined
      *    from partitions that do not prove against each other
000000 P100-RTN .
000000     IF WK-NG-SW = 1 GO TO CX00005.
000000     PERFORM SIWK-RTN THRU CX00030
000000     PERFORM GTU-RTN THRU CX00045
000000     PERFORM JIK-RTN THRU CX00067
      *20261015追加開始
000000     PERFORM WTX-RTN THRU CX00104
      *20261015追加終了
000000     PERFORM CMU-RTN THRU CX00076 .
      *20261015追加開始
000000     PERFORM WTX-POST-RTN THRU CX00106
000000     PERFORM STG-RTN THRU CX00112 .
      *20261015追加終了
000000 CX00005. EXIT.
000000 E000-RTN .
000000     INITIALIZE EXPTS-REC
000000     MOVE WK-BUSDT TO EXPTS-BUSDT
000000     MOVE HALC-HALLCD TO EXPTS-HALLCD
000000     MOVE "V" TO EXPTS-TYPE
000000     MOVE WK-DTL-SUM TO EXPTS-CNT
000000     MOVE PTT-SEEN (WK-REF-PX) TO EXPTS-EXPCNT
000000     MOVE "OK" TO EXPTS-VERDICT .
000000     IF WK-NG-SW = 1
000000         MOVE "NG" TO EXPTS-VERDICT .
000000     PERFORM RPT-RTN THRU CX00098 .
000000     IF WK-NG-SW = 1 GO TO CX00017.
000000     PERFORM MARK-RTN THRU CX00096
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000     PERFORM REL-END-RTN THRU CX00095 .
000000 CX00017.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN375-90 BUSDT=" WK-BUSDT
000000             " HALL=" HALC-HALLCD
000000             " PARTITIONS=" PTT-N
000000             " DETAILS=" WK-DTL-SUM
000000             " FLOORS=" FLT-CNT
000000             " STALE=" WK-STALE-CNT UPON CONSOLE .
      *20261004追加開始
000000     MOVE "E" TO LNG-FUNC
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00018.
000000         DISPLAY "HBHUN375-05 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00018.
           MOVE "CX00018" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIPARTSS  EXPTSRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00019.
000000         DISPLAY "HBHUN375-06 VIPARTSS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-NG-SW = 1)GO TO CX00004.
000000         DISPLAY "HBHUN375-07 ABNORMAL END"
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00004. EXIT.
      *
      *    PTS-LOAD-RTN  -  the hall's partition rows: tonight's go
      *    into the table, rows of another night are only shown -
      *    one may be a partition that never started tonight,
      *    which the coverage proof then finds
000000 PTS-LOAD-RTN .
           MOVE "PTS-LOAD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE HALC-HALLCD TO PTS-HALLCD
000000     MOVE LOW-VALUES TO PTS-ID
000000     START VIPARTSS KEY NOT < PTS-KEY
000000             INVALID GO TO CX00020 .
000000 CX00021.
           MOVE "CX00021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VIPARTSS NEXT AT END GO TO CX00020.
000000     IF NOT(FL-STS1 = "00" OR "02")
000000           DISPLAY "HBHUN375-08 VIPARTSS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF PTS-HALLCD NOT = HALC-HALLCD GO TO CX00020.
000000     IF PTS-BUSDATE = WK-BUSDT GO TO CX00022.
000000     ADD 1 TO WK-STALE-CNT
000000     DISPLAY "HBHUN375-52 PARTITION " PTS-ID " ROW OF "
000000             PTS-BUSDATE " IS STALE - IGNORED" UPON CONSOLE .
000000     GO TO CX00021.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF PTS-ID = "01" OR "02" OR "03" OR "04" GO TO CX00023.
000000     DISPLAY "HBHUN375-53 PARTITION ID " PTS-ID
000000             " OUT OF RANGE - IGNORED" UPON CONSOLE .
000000     GO TO CX00021.
000000 CX00023.
           MOVE "CX00023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE PTS-ID TO WK-PX
000000     MOVE 1 TO PTT-PRES (WK-PX)
000000     MOVE PTS-FROM TO PTT-FROM (WK-PX)
000000     MOVE PTS-TO TO PTT-TO (WK-PX)
000000     MOVE PTS-STATUS TO PTT-STATUS (WK-PX)
000000     MOVE PTS-RECCNT TO PTT-RECCNT (WK-PX)
000000     MOVE PTS-SEENCNT TO PTT-SEEN (WK-PX)
000000     MOVE PTS-DTLCNT TO PTT-DTL (WK-PX)
000000     MOVE PTS-JIKANCNT TO PTT-JIKAN (WK-PX)
000000     MOVE PTS-URISSCNT TO PTT-URISS (WK-PX)
000000     MOVE PTS-KAISSCNT TO PTT-KAISS (WK-PX)
000000     MOVE PTS-DNSSNCNT TO PTT-DNSSN (WK-PX)
000000     MOVE PTS-CMUCNT TO PTT-CMU (WK-PX)
000000     MOVE PTS-SIWKCNT TO PTT-SIWKCNT (WK-PX)
000000     MOVE PTS-SIWKURI TO PTT-SIWKURI (WK-PX)
000000     MOVE PTS-SIWKSHI TO PTT-SIWKSHI (WK-PX)
000000     MOVE PTS-GTUCNT TO PTT-GTUCNT (WK-PX)
000000     MOVE PTS-GTUURI TO PTT-GTUURI (WK-PX) .
      *20261015追加開始
000000     MOVE PTS-EFFDATE TO PTT-EFFDATE (WK-PX)
000000     MOVE PTS-WTXCNT TO PTT-WTX (WK-PX) .
      *20261015追加終了
000000     IF PTS-MERGED
000000         MOVE 1 TO SW-MERGED .
000000     IF WK-PX > PTT-N
000000         MOVE WK-PX TO PTT-N .
000000     GO TO CX00021.
000000 CX00020. EXIT.
      *
      *    REF-RTN  -  walked from the top down, leaves the lowest
      *    partition present as the reference
000000 REF-RTN .
000000     IF PTT-PRES (WK-PX) = 1
000000         MOVE WK-PX TO WK-REF-PX .
000000 CX00014. EXIT.
      *
      *    PTS-CHK-RTN  -  one partition: present, ended normally,
      *    reading the same stream as the reference and overlapping
      *    no other partition's range
000000 PTS-CHK-RTN .
           MOVE "PTS-CHK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE EXPTS-REC
000000     MOVE WK-BUSDT TO EXPTS-BUSDT
000000     MOVE HALC-HALLCD TO EXPTS-HALLCD
000000     MOVE WK-PX TO EXPTS-ID
000000     MOVE "OK" TO EXPTS-VERDICT .
000000     IF NOT(PTT-PRES (WK-PX) = 1)GO TO CX00026.
000000     MOVE "P" TO EXPTS-TYPE
000000     MOVE PTT-FROM (WK-PX) TO EXPTS-FROM
000000     MOVE PTT-TO (WK-PX) TO EXPTS-TO
000000     MOVE PTT-STATUS (WK-PX) TO EXPTS-STATUS
000000     MOVE PTT-DTL (WK-PX) TO EXPTS-CNT
000000     MOVE PTT-SEEN (WK-PX) TO EXPTS-EXPCNT
000000     ADD PTT-DTL (WK-PX) TO WK-DTL-SUM .
000000     IF NOT(PTT-STATUS (WK-PX) = "E" OR "M")
000000         MOVE "NOT ENDED NORMALLY" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF PTT-SEEN (WK-PX) NOT = PTT-SEEN (WK-REF-PX) OR
000000        PTT-RECCNT (WK-PX) NOT = PTT-RECCNT (WK-REF-PX)
000000         MOVE "STREAM DIFFERS" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
      *20261015追加開始
      *    every partition settled under the same effectivity date
000000     IF PTT-EFFDATE (WK-PX) NOT = PTT-EFFDATE (WK-REF-PX)
000000         MOVE "EFFDATE DIFFERS" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
      *20261015追加終了
000000     PERFORM OVL-RTN THRU CX00027
000000         VARYING WK-QX FROM 1 BY 1
000000         UNTIL WK-QX > PTT-N .
000000     PERFORM RPT-RTN THRU CX00098 .
000000     GO TO CX00025.
000000 CX00026.
           MOVE "CX00026" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "M" TO EXPTS-TYPE
000000     MOVE "PARTITION MISSING" TO WK-REASON
000000     PERFORM NG-RTN THRU CX00097
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00025. EXIT.
      *
      *    OVL-RTN  -  the partition against one other: its range
      *    must lie wholly below or wholly above the other's
000000 OVL-RTN .
000000     IF WK-QX = WK-PX GO TO CX00027.
000000     IF NOT(PTT-PRES (WK-QX) = 1)GO TO CX00027.
000000     IF PTT-FROM (WK-PX) > PTT-TO (WK-QX) OR
000000        PTT-FROM (WK-QX) > PTT-TO (WK-PX) GO TO CX00027.
000000     MOVE "RANGE OVERLAPS" TO WK-REASON
000000     PERFORM NG-RTN THRU CX00097 .
000000 CX00027. EXIT.
      *
      *    SIWK-RTN  -  the journal feed: each partition's detail
      *    records go to the combined SQWSIWAK, its control record
      *    is proved and dropped, and one control record over the
      *    whole closes the file for HBHUN610
000000 SIWK-RTN .
           MOVE "SIWK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT SQWSIWAK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00031.
000000         DISPLAY "HBHUN375-09 SQWSIWAK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00031.
           MOVE "CX00031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-A-CNT WK-A-URI WK-A-SHI
000000     PERFORM SIWK-PART-RTN THRU CX00032
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000     INITIALIZE SIWK-IN
000000     MOVE "C" TO SIWK-RECKBN
000000     MOVE SPACE TO SIWK-SRC
000000     MOVE SPACE TO SIWK-KEY
000000     MOVE WK-A-URI TO SIWK-URIAMT
000000     MOVE WK-A-SHI TO SIWK-SHIAMT
000000     MOVE ZERO TO SIWK-TESURYO
000000     MOVE ZERO TO SIWK-TAXAMT
000000     MOVE WK-A-CNT TO SIWK-CNT
000000     MOVE HALC-HALLCD TO SIWK-HALLCD
000000     WRITE SIWK-OUT FROM SIWK-IN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00033.
000000         DISPLAY "HBHUN375-10 SQWSIWAK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00033.
           MOVE "CX00033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  SQWSIWAK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00034.
000000         DISPLAY "HBHUN375-11 SQWSIWAK CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00034.
           MOVE "CX00034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWSIWAK" TO LNG-FILEID
000000     COMPUTE LNG-CNT = WK-A-CNT + 1
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000 CX00030. EXIT.
000000 SIWK-PART-RTN .
           MOVE "SIWK-PART-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-P-CNT WK-P-URI WK-P-SHI WK-P-U WK-P-K
000000     MOVE ZERO TO WK-P-D WK-P-OUT WK-P-DUP SW-TRL SW-EOF
      *20261015追加開始
000000     MOVE ZERO TO WK-P-SPLIT
      *20261015追加終了
000000     MOVE WK-PX TO WK-FX
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00035.
000000         DISPLAY "HBHUN375-12 SQWSIWAK PARTITION OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00035.
           MOVE "CX00035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     MOVE WK-PX TO WK-LNG-PXD
000000     MOVE WK-LNG-PXD TO WK-LNG-PARTID (8:1)
000000     MOVE "I" TO LNG-FUNC
000000     MOVE WK-LNG-PARTID TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000 CX00036.
           MOVE "CX00036" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-EOF = 1 GO TO CX00037.
000000     IF NOT(FL-STS1 = "00")
000000           DISPLAY "HBHUN375-13 SQWSIWAK PARTITION READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF SIWK-CONTROL GO TO CX00038.
000000     ADD 1 TO WK-P-CNT
000000     ADD SIWK-URIAMT TO WK-P-URI
000000     ADD SIWK-SHIAMT TO WK-P-SHI .
000000     IF SIWK-SRC-URISS
000000         ADD 1 TO WK-P-U
000000         PERFORM FLR-RTN THRU CX00040 .
      *20261015修正開始
000000     IF SIWK-SRC-KAISS
000000         ADD 1 TO WK-P-K
000000         PERFORM KDK-RTN THRU CX00100 .
000000     IF SIWK-SRC-DNSSN
000000         ADD 1 TO WK-P-D
000000         PERFORM KDK-RTN THRU CX00100 .
      *20261015修正終了
000000     WRITE SIWK-OUT FROM SIWK-IN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00039.
000000         DISPLAY "HBHUN375-14 SQWSIWAK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00039.
           MOVE "CX00039" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261004追加開始
000000     COMPUTE WK-LNG-SEQ = WK-A-CNT + WK-P-CNT
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWSIWAK" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-SEQ TO LNG-RECKEY (9:7)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261004追加終了
000000     ADD 1 TO WK-JOBLG-CNT .
000000     GO TO CX00036.
000000 CX00038.
           MOVE "CX00038" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-TRL
000000     MOVE SIWK-CNT TO WK-T-CNT
000000     MOVE SIWK-URIAMT TO WK-T-URI
000000     MOVE SIWK-SHIAMT TO WK-T-SHI .
000000     GO TO CX00036.
000000 CX00037.
           MOVE "CX00037" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     ADD WK-P-CNT TO WK-A-CNT
000000     ADD WK-P-URI TO WK-A-URI
000000     ADD WK-P-SHI TO WK-A-SHI
000000     MOVE "SQWSIWAK" TO EXPTS-FILE
000000     MOVE PTT-SIWKCNT (WK-PX) TO EXPTS-EXPCNT
000000     MOVE PTT-SIWKURI (WK-PX) TO EXPTS-EXPAMT
000000     PERFORM FILE-LINE-RTN THRU CX00041 .
000000     IF NOT(SW-TRL = 1 AND WK-T-CNT = WK-P-CNT AND
000000            WK-T-URI = WK-P-URI AND WK-T-SHI = WK-P-SHI)
000000         MOVE "CONTROL RECORD NG" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF NOT(WK-P-CNT = PTT-SIWKCNT (WK-PX) AND
000000            WK-P-URI = PTT-SIWKURI (WK-PX) AND
000000            WK-P-SHI = PTT-SIWKSHI (WK-PX))
000000         MOVE "NOT AS POSTED" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF NOT(WK-P-U = PTT-URISS (WK-PX) AND
000000            WK-P-K = PTT-KAISS (WK-PX) AND
000000            WK-P-D = PTT-DNSSN (WK-PX))
000000         MOVE "SUMMARY COUNTS DIFFER" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF NOT(WK-P-OUT = ZERO)
000000         MOVE "FLOOR OUT OF RANGE" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF NOT(WK-P-DUP = ZERO)
000000         MOVE "FLOOR IN TWO PARTS" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
      *20261015追加開始
000000     IF NOT(WK-P-SPLIT = ZERO)
000000         MOVE "KEY IN TWO PARTS" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
      *20261015追加終了
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00032. EXIT.
      *
      *    FILE-LINE-RTN  -  the common part of a work file's proof
      *    line for partition WK-PX; the caller has set the file
      *    and what was expected of it
000000 FILE-LINE-RTN .
000000     MOVE WK-BUSDT TO EXPTS-BUSDT
000000     MOVE HALC-HALLCD TO EXPTS-HALLCD
000000     MOVE "F" TO EXPTS-TYPE
000000     MOVE WK-PX TO EXPTS-ID
000000     MOVE PTT-FROM (WK-PX) TO EXPTS-FROM
000000     MOVE PTT-TO (WK-PX) TO EXPTS-TO
000000     MOVE PTT-STATUS (WK-PX) TO EXPTS-STATUS
000000     MOVE WK-P-CNT TO EXPTS-CNT
000000     MOVE WK-P-URI TO EXPTS-AMT
000000     MOVE "OK" TO EXPTS-VERDICT
000000     MOVE SPACE TO EXPTS-REASON .
000000 CX00041. EXIT.
      *
      *    FLR-RTN  -  a by-floor posting's floor: inside the
      *    partition's range, and settled by no other partition
000000 FLR-RTN .
000000     IF SIWK-KEY < PTT-FROM (WK-PX) OR
000000        SIWK-KEY > PTT-TO (WK-PX)
000000         ADD 1 TO WK-P-OUT
      *20261015修正開始
000000         DISPLAY "HBHUN375-56 FLOOR " SIWK-KEY
      *20261015修正終了
000000                 " OUTSIDE PARTITION " WK-PX UPON CONSOLE .
000000     MOVE ZERO TO FLT-FOUND
000000     PERFORM FLR-FIND-RTN THRU CX00042
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > FLT-CNT OR FLT-FOUND NOT = ZERO .
000000     IF FLT-FOUND = ZERO GO TO CX00043.
000000     IF FLT-PX (FLT-FOUND) = WK-PX GO TO CX00040.
000000     ADD 1 TO WK-P-DUP
      *20261015修正開始
000000     DISPLAY "HBHUN375-57 FLOOR " SIWK-KEY " IN PARTITIONS "
      *20261015修正終了
000000             FLT-PX (FLT-FOUND) " AND " WK-PX UPON CONSOLE .
000000     GO TO CX00040.
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(FLT-CNT < 3000)GO TO CX00044.
000000     ADD 1 TO FLT-CNT
000000     MOVE SIWK-KEY TO FLT-FLOOR (FLT-CNT)
000000     MOVE WK-PX TO FLT-PX (FLT-CNT) .
000000     GO TO CX00040.
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN375-15 FLOOR TABLE OVERFLOW"
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "15" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00040. EXIT.
000000 FLR-FIND-RTN .
000000     IF FLT-FLOOR (WK-IX) = SIWK-KEY
000000         MOVE WK-IX TO FLT-FOUND .
000000 CX00042. EXIT.
      *20261015追加開始
      *
      *    KDK-RTN  -  a floor-level or organization posting's key:
      *    posted by no other partition, or the two partitions'
      *    concatenated summaries would each hold a part of it
000000 KDK-RTN .
000000     MOVE ZERO TO KDT-FOUND
000000     PERFORM KDK-FIND-RTN THRU CX00101
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > KDT-CNT OR KDT-FOUND NOT = ZERO .
000000     IF KDT-FOUND = ZERO GO TO CX00102.
000000     IF KDT-PX (KDT-FOUND) = WK-PX GO TO CX00100.
000000     ADD 1 TO WK-P-SPLIT
000000     DISPLAY "HBHUN375-59 KEY " SIWK-SRC " " SIWK-KEY
000000             " IN PARTITIONS " KDT-PX (KDT-FOUND) " AND " WK-PX
000000             UPON CONSOLE .
000000     GO TO CX00100.
000000 CX00102.
           MOVE "CX00102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(KDT-CNT < 3000)GO TO CX00103.
000000     ADD 1 TO KDT-CNT
000000     MOVE SIWK-SRC TO KDT-SRC (KDT-CNT)
000000     MOVE SIWK-KEY TO KDT-KEY (KDT-CNT)
000000     MOVE WK-PX TO KDT-PX (KDT-CNT) .
000000     GO TO CX00100.
000000 CX00103.
           MOVE "CX00103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN375-38 KEY TABLE OVERFLOW"
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "38" TO ERRM-ERRNO
000000     MOVE SPACE TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00100. EXIT.
000000 KDK-FIND-RTN .
000000     IF KDT-SRC (WK-IX) = SIWK-SRC AND
000000        KDT-KEY (WK-IX) = SIWK-KEY
000000         MOVE WK-IX TO KDT-FOUND .
000000 CX00101. EXIT.
      *20261015追加終了
      *
      *    GTU-RTN  -  settled sales per game type: each partition's
      *    records are proved against its control record and summed
      *    by game type, then written once over the whole with one
      *    control record, as HBHUN370 writes them
000000 GTU-RTN .
           MOVE "GTU-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     INITIALIZE GTT-TABLE
000000     PERFORM GTU-PART-RTN THRU CX00046
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000       OPEN  OUTPUT SQWGTURI .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN375-16 SQWGTURI OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-A-CNT WK-A-URI
000000     PERFORM GTU-OUT-RTN THRU CX00048
000000         VARYING WK-IX FROM 1 BY 1
000000         UNTIL WK-IX > 100 .
000000     INITIALIZE GTU-IN
000000     MOVE "C" TO GTU-RECKBN
000000     MOVE ZERO TO GTU-GMTYPE
000000     MOVE WK-A-URI TO GTU-URIAMT
000000     MOVE WK-A-CNT TO GTU-CNT
000000     WRITE GTU-OUT FROM GTU-IN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN375-17 SQWGTURI WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     COMPUTE WK-LNG-SEQ = WK-A-CNT + 1
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWGTURI" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-SEQ TO LNG-RECKEY (9:7)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000       CLOSE  SQWGTURI .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN375-18 SQWGTURI CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "F" TO LNG-FUNC
000000     MOVE "SQWGTURI" TO LNG-FILEID
000000     COMPUTE LNG-CNT = WK-A-CNT + 1
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00045. EXIT.
000000 GTU-PART-RTN .
           MOVE "GTU-PART-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-P-CNT WK-P-URI SW-TRL SW-EOF
000000     COMPUTE WK-FX = WK-PX + 4
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN375-19 SQWGTURI PARTITION OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE WK-PX TO WK-LNG-PXD
000000     MOVE WK-LNG-PXD TO WK-LNG-GTUID (8:1)
000000     MOVE "I" TO LNG-FUNC
000000     MOVE WK-LNG-GTUID TO LNG-FILEID
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-EOF = 1 GO TO CX00053.
000000     IF NOT(FL-STS1 = "00")
000000           DISPLAY "HBHUN375-20 SQWGTURI PARTITION READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF GTU-CONTROL GO TO CX00054.
000000     ADD 1 TO WK-P-CNT
000000     ADD GTU-URIAMT TO WK-P-URI
000000     COMPUTE WK-IX = GTU-GMTYPE + 1
000000     ADD GTU-URIAMT TO GTT-URI (WK-IX)
000000     ADD GTU-CNT TO GTT-CNT (WK-IX) .
000000     GO TO CX00052.
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-TRL
000000     MOVE GTU-CNT TO WK-T-CNT
000000     MOVE GTU-URIAMT TO WK-T-URI .
000000     GO TO CX00052.
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     MOVE "SQWGTURI" TO EXPTS-FILE
000000     MOVE PTT-GTUCNT (WK-PX) TO EXPTS-EXPCNT
000000     MOVE PTT-GTUURI (WK-PX) TO EXPTS-EXPAMT
000000     PERFORM FILE-LINE-RTN THRU CX00041 .
000000     IF NOT(SW-TRL = 1 AND WK-T-CNT = WK-P-CNT AND
000000            WK-T-URI = WK-P-URI)
000000         MOVE "CONTROL RECORD NG" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF NOT(WK-P-CNT = PTT-GTUCNT (WK-PX) AND
000000            WK-P-URI = PTT-GTUURI (WK-PX))
000000         MOVE "NOT AS POSTED" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00046. EXIT.
000000 GTU-OUT-RTN .
000000     IF GTT-CNT (WK-IX) = ZERO GO TO CX00048.
000000     INITIALIZE GTU-IN
000000     MOVE "D" TO GTU-RECKBN
000000     COMPUTE GTU-GMTYPE = WK-IX - 1
000000     MOVE GTT-URI (WK-IX) TO GTU-URIAMT
000000     MOVE GTT-CNT (WK-IX) TO GTU-CNT
000000     ADD 1 TO WK-A-CNT
000000     ADD GTT-URI (WK-IX) TO WK-A-URI
000000     WRITE GTU-OUT FROM GTU-IN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00055.
000000         DISPLAY "HBHUN375-21 SQWGTURI WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE WK-A-CNT TO WK-LNG-SEQ
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "SQWGTURI" TO LNG-FILEID
000000     MOVE SPACE TO LNG-RECKEY
000000     MOVE WK-BUSDT TO LNG-RECKEY (1:8)
000000     MOVE WK-LNG-SEQ TO LNG-RECKEY (9:7)
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00048. EXIT.
      *
      *    JIK-RTN  -  the by-hour file has no control record: each
      *    partition's records are counted against what it posted,
      *    their floors held to its range, and copied to the
      *    combined SQWJIKAN
000000 JIK-RTN .
           MOVE "JIK-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT SQWJIKAN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN375-22 SQWJIKAN OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JIK-PART-RTN THRU CX00069
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000       CLOSE  SQWJIKAN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00070.
000000         DISPLAY "HBHUN375-23 SQWJIKAN CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00067. EXIT.
000000 JIK-PART-RTN .
           MOVE "JIK-PART-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-P-CNT WK-P-URI WK-P-OUT SW-EOF
000000     COMPUTE WK-FX = WK-PX + 8
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00071.
000000         DISPLAY "HBHUN375-24 SQWJIKAN PARTITION OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-EOF = 1 GO TO CX00073.
000000     IF NOT(FL-STS1 = "00")
000000           DISPLAY "HBHUN375-25 SQWJIKAN PARTITION READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO WK-P-CNT
000000     ADD JIK-AMT TO WK-P-URI .
000000     IF JIK-FLOOR < PTT-FROM (WK-PX) OR
000000        JIK-FLOOR > PTT-TO (WK-PX)
000000         ADD 1 TO WK-P-OUT .
000000     WRITE JIK-OUT FROM JIK-IN .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00074.
000000         DISPLAY "HBHUN375-26 SQWJIKAN WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "26" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-JOBLG-CNT .
000000     GO TO CX00072.
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     MOVE "SQWJIKAN" TO EXPTS-FILE
000000     MOVE PTT-JIKAN (WK-PX) TO EXPTS-EXPCNT
000000     MOVE ZERO TO EXPTS-EXPAMT
000000     PERFORM FILE-LINE-RTN THRU CX00041 .
000000     IF NOT(WK-P-CNT = PTT-JIKAN (WK-PX))
000000         MOVE "NOT AS POSTED" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     IF NOT(WK-P-OUT = ZERO)
000000         MOVE "FLOOR OUT OF RANGE" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00069. EXIT.
      *
      *    CMU-RTN  -  the partitions' campaign use: counted against
      *    what each posted, then - once everything above has
      *    proved - added to VICMPUSE exactly as a single run adds
      *    it.  Rows already marked merged mean an earlier merge
      *    of tonight's run has posted it; it is not posted twice
000000 CMU-RTN .
           MOVE "CMU-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-POST
000000     PERFORM CMU-PART-RTN THRU CX00077
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000     IF WK-NG-SW = 1 GO TO CX00076.
000000     IF NOT(SW-MERGED = 1)GO TO CX00078.
000000     DISPLAY "HBHUN375-54 CAMPAIGN USE ALREADY POSTED"
000000             " - NOT POSTED AGAIN" UPON CONSOLE .
000000     GO TO CX00076.
000000 CX00078.
           MOVE "CX00078" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     OPEN I-O VICMPUSE .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VICMPUSE
000000         CLOSE VICMPUSE
000000         OPEN I-O VICMPUSE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00079.
000000         DISPLAY "HBHUN375-27 VICMPUSE OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "27" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00079.
           MOVE "CX00079" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-POST
000000     PERFORM CMU-PART-RTN THRU CX00077
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000       CLOSE  VICMPUSE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00080.
000000         DISPLAY "HBHUN375-28 VICMPUSE CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "28" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00080.
           MOVE "CX00080" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00076. EXIT.
      *    CMU-PART-RTN  -  one partition's campaign use, counted
      *    (SW-POST 0) or posted (SW-POST 1)
000000 CMU-PART-RTN .
           MOVE "CMU-PART-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-P-CNT WK-P-URI SW-EOF
000000     COMPUTE WK-FX = WK-PX + 12
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00081.
000000         DISPLAY "HBHUN375-29 SQWCMPUS PARTITION OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "29" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00081.
           MOVE "CX00081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00082.
           MOVE "CX00082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-EOF = 1 GO TO CX00083.
000000     IF NOT(FL-STS1 = "00")
000000           DISPLAY "HBHUN375-30 SQWCMPUS PARTITION READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "30" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO WK-P-CNT
000000     ADD CMW-DISC TO WK-P-URI .
000000     IF SW-POST = 1
000000         PERFORM CMU-POST-RTN THRU CX00084 .
000000     GO TO CX00082.
000000 CX00083.
           MOVE "CX00083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-POST = 1 GO TO CX00077.
000000     MOVE "SQWCMPUS" TO EXPTS-FILE
000000     MOVE PTT-CMU (WK-PX) TO EXPTS-EXPCNT
000000     MOVE ZERO TO EXPTS-EXPAMT
000000     PERFORM FILE-LINE-RTN THRU CX00041 .
000000     IF NOT(WK-P-CNT = PTT-CMU (WK-PX))
000000         MOVE "NOT AS POSTED" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00077. EXIT.
000000 CMU-POST-RTN .
000000     MOVE CMW-ID TO CMU-ID
000000     MOVE CMW-DATE TO CMU-DATE
000000     READ VICMPUSE INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN375-31 VICMPUSE READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "31" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(FL-STS1 = "23")GO TO CX00085.
000000     INITIALIZE CMU-REC
000000     MOVE CMW-ID TO CMU-ID
000000     MOVE CMW-DATE TO CMU-DATE
000000     MOVE CMW-POSTINGS TO CMU-POSTINGS
000000     MOVE CMW-SALES TO CMU-SALES
000000     MOVE CMW-GROSS TO CMU-GROSS
000000     MOVE CMW-DISC TO CMU-DISC
000000     WRITE CMU-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00086.
000000         DISPLAY "HBHUN375-32 VICMPUSE WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "32" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00086.
           MOVE "CX00086" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICMPUSE" TO LNG-FILEID
000000     MOVE CMU-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000     GO TO CX00084.
000000 CX00085.
           MOVE "CX00085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD CMW-POSTINGS TO CMU-POSTINGS
000000     ADD CMW-SALES TO CMU-SALES
000000     ADD CMW-GROSS TO CMU-GROSS
000000     ADD CMW-DISC TO CMU-DISC
000000     REWRITE CMU-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00087.
000000         DISPLAY "HBHUN375-33 VICMPUSE REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "33" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00087.
           MOVE "CX00087" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
      *20261015追加開始
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VICMPUSE" TO LNG-FILEID
000000     MOVE CMU-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
      *20261015追加終了
000000 CX00084. EXIT.
      *20261015追加開始
      *
      *    WTX-RTN  -  the partitions' tax breakout postings,
      *    counted against what each posted
000000 WTX-RTN .
           MOVE "WTX-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-POST
000000     PERFORM WTX-PART-RTN THRU CX00105
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000 CX00104. EXIT.
      *
      *    WTX-POST-RTN  -  once everything has proved, the postings
      *    are added to VIWURTAX exactly as a single run adds them;
      *    rows already marked merged have been posted before
000000 WTX-POST-RTN .
           MOVE "WTX-POST-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-NG-SW = 1 GO TO CX00106.
000000     IF NOT(SW-MERGED = 1)GO TO CX00107.
000000     DISPLAY "HBHUN375-60 TAX BREAKOUT ALREADY POSTED"
000000             " - NOT POSTED AGAIN" UPON CONSOLE .
000000     GO TO CX00106.
000000 CX00107.
           MOVE "CX00107" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIWURTAX .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00108.
000000         DISPLAY "HBHUN375-41 VIWURTAX OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "41" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00108.
           MOVE "CX00108" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-POST
000000     PERFORM WTX-PART-RTN THRU CX00105
000000         VARYING WK-PX FROM 1 BY 1
000000         UNTIL WK-PX > PTT-N .
000000       CLOSE  VIWURTAX .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00109.
000000         DISPLAY "HBHUN375-42 VIWURTAX CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "42" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00109.
           MOVE "CX00109" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00106. EXIT.
      *    WTX-PART-RTN  -  one partition's tax breakout postings,
      *    counted (SW-POST 0) or posted (SW-POST 1)
000000 WTX-PART-RTN .
           MOVE "WTX-PART-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO WK-P-CNT WK-P-URI SW-EOF
000000     COMPUTE WK-FX = WK-PX + 16
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00110.
000000         DISPLAY "HBHUN375-39 SQWURTAX PARTITION OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "39" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00110.
           MOVE "CX00110" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00111.
           MOVE "CX00111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-EOF = 1 GO TO CX00113.
000000     IF NOT(FL-STS1 = "00")
000000           DISPLAY "HBHUN375-40 SQWURTAX PARTITION READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "40" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     ADD 1 TO WK-P-CNT
000000     ADD WTW-TOTAMT TO WK-P-URI .
000000     IF SW-POST = 1
000000         PERFORM WTX-ADD-RTN THRU CX00114 .
000000     GO TO CX00111.
000000 CX00113.
           MOVE "CX00113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00099 .
000000     IF SW-POST = 1 GO TO CX00105.
000000     MOVE "SQWURTAX" TO EXPTS-FILE
000000     MOVE PTT-WTX (WK-PX) TO EXPTS-EXPCNT
000000     MOVE ZERO TO EXPTS-EXPAMT
000000     PERFORM FILE-LINE-RTN THRU CX00041 .
000000     IF NOT(WK-P-CNT = PTT-WTX (WK-PX))
000000         MOVE "NOT AS POSTED" TO WK-REASON
000000         PERFORM NG-RTN THRU CX00097 .
000000     PERFORM RPT-RTN THRU CX00098 .
000000 CX00105. EXIT.
000000 WTX-ADD-RTN .
000000     MOVE WTW-FLOORCD TO WTAX-FLOORCD
000000     MOVE WTW-DATE TO WTAX-DATE
000000     READ VIWURTAX INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "02" OR "23")
000000           DISPLAY "HBHUN375-43 VIWURTAX READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "43" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000           STOP RUN .
000000     IF NOT(FL-STS1 = "23")GO TO CX00115.
000000     MOVE WTW-BASEAMT TO WTAX-BASEAMT
000000     MOVE WTW-TAXAMT TO WTAX-TAXAMT
000000     MOVE WTW-TOTAMT TO WTAX-TOTAMT
000000     MOVE WTW-UNITS TO WTAX-UNITS
000000     MOVE WTW-DISCAMT TO WTAX-DISCAMT
000000     WRITE WTAX-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00116.
000000         DISPLAY "HBHUN375-44 VIWURTAX WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "44" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00116.
           MOVE "CX00116" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWURTAX" TO LNG-FILEID
000000     MOVE WTAX-KEY TO LNG-RECKEY
000000     MOVE "A" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     GO TO CX00114.
000000 CX00115.
           MOVE "CX00115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD WTW-BASEAMT TO WTAX-BASEAMT
000000     ADD WTW-TAXAMT TO WTAX-TAXAMT
000000     ADD WTW-TOTAMT TO WTAX-TOTAMT
000000     ADD WTW-UNITS TO WTAX-UNITS
000000     ADD WTW-DISCAMT TO WTAX-DISCAMT
000000     REWRITE WTAX-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00117.
000000         DISPLAY "HBHUN375-45 VIWURTAX REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "45" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00117.
           MOVE "CX00117" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VIWURTAX" TO LNG-FILEID
000000     MOVE WTAX-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
000000 CX00114. EXIT.
      *
      *    STG-RTN  -  the fee-change staging entries due by the
      *    date the partitions settled under are switched active
      *    and listed on EXSTGRPT, once, as a single HBHUN370 run
      *    does at its start - the partitions have already applied
      *    them.  No staging master leaves the feature off
000000 STG-RTN .
           MOVE "STG-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF WK-NG-SW = 1 GO TO CX00112.
000000     IF SW-MERGED = 1 GO TO CX00112.
000000     OPEN I-O VITSGSTG .
000000     IF FL-STS1 = "35" GO TO CX00112.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00118.
000000         DISPLAY "HBHUN375-46 VITSGSTG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "46" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00118.
           MOVE "CX00118" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXSTGRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00119.
000000         DISPLAY "HBHUN375-47 EXSTGRPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "47" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00119.
           MOVE "CX00119" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-STGEND
000000     MOVE LOW-VALUES TO STG-KEY .
000000     START VITSGSTG KEY NOT < STG-KEY
000000             INVALID MOVE 1 TO SW-STGEND .
000000     IF NOT(SW-STGEND = 0)GO TO CX00120.
000000 CX00121.
           MOVE "CX00121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ VITSGSTG NEXT AT END GO TO CX00120.
000000     IF NOT(STG-STAGED)GO TO CX00121.
000000     IF NOT(STG-EFFDATE <= PTT-EFFDATE (WK-REF-PX))GO TO CX00121.
000000     MOVE "2" TO STG-STATUS
000000     REWRITE STG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00122.
000000         DISPLAY "HBHUN375-48 VITSGSTG REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "48" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00122.
           MOVE "CX00122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "W" TO LNG-FUNC
000000     MOVE "VITSGSTG" TO LNG-FILEID
000000     MOVE STG-KEY TO LNG-RECKEY
000000     MOVE "C" TO LNG-ACTION
000000     CALL "HSAAL170" USING LNG-PARAM .
000000     ADD 1 TO WK-STG-ACT-CNT
000000     ACCEPT EXSTG-RUNDATE FROM DATE YYYYMMDD
000000     MOVE STG-FILEKBN TO EXSTG-FILEKBN
000000     MOVE STG-KEYIMG TO EXSTG-KEYIMG
000000     MOVE STG-EFFDATE TO EXSTG-EFFDATE
000000     WRITE EXSTG-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00123.
000000         DISPLAY "HBHUN375-49 EXSTGRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "49" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00123.
           MOVE "CX00123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00121.
000000 CX00120.
           MOVE "CX00120" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  EXSTGRPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00124.
000000         DISPLAY "HBHUN375-61 EXSTGRPT CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "61" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00124.
           MOVE "CX00124" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VITSGSTG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00125.
000000         DISPLAY "HBHUN375-62 VITSGSTG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "62" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00125.
           MOVE "CX00125" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN375-63 STAGED FEE CHANGES SWITCHED ACTIVE="
000000             WK-STG-ACT-CNT UPON CONSOLE .
000000 CX00112. EXIT.
      *20261015追加終了
      *
      *    MARK-RTN  -  a proved partition's row is marked merged
000000 MARK-RTN .
000000     IF NOT(PTT-PRES (WK-PX) = 1)GO TO CX00096.
000000     MOVE HALC-HALLCD TO PTS-HALLCD
000000     MOVE WK-PX TO PTS-ID
000000     READ VIPARTSS INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00088.
000000         DISPLAY "HBHUN375-34 VIPARTSS READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "34" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00088.
           MOVE "CX00088" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "M" TO PTS-STATUS
000000     REWRITE PTS-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00089.
000000         DISPLAY "HBHUN375-35 VIPARTSS REWRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "35" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00089.
           MOVE "CX00089" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00096. EXIT.
      *
      *    REL-END-RTN  -  HBHUN370's own normal-end record for the
      *    business date, carrying the stream count the partitions
      *    agreed on; the steps waiting on HBHUN370 start from it
000000 REL-END-RTN .
           MOVE "REL-END-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN370" TO JOBLG-PROGID
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
000000     MOVE PTT-RECCNT (WK-REF-PX) TO JOBLG-RECCNT
000000     MOVE "0" TO JOBLG-STATUS
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00090.
000000         DISPLAY "HBHUN375-36 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "36" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00090.
           MOVE "CX00090" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     DISPLAY "HBHUN375-55 HBHUN370 RELEASED - "
000000             PTT-N " PARTITIONS PROVED" UPON CONSOLE .
000000 CX00095. EXIT.
      *
      *    NG-RTN  -  a failed proof: the line being built takes
      *    the first reason, the console every one
000000 NG-RTN .
000000     MOVE 1 TO WK-NG-SW
000000     MOVE "NG" TO EXPTS-VERDICT .
000000     IF EXPTS-REASON = SPACE
000000         MOVE WK-REASON TO EXPTS-REASON .
      *20261015修正開始
000000     DISPLAY "HBHUN375-58 " EXPTS-TYPE " " EXPTS-ID " "
      *20261015修正終了
000000             EXPTS-FILE " " WK-REASON UPON CONSOLE .
000000 CX00097. EXIT.
      *
      *    RPT-RTN  -  writes the proof line the caller assembled
000000 RPT-RTN .
000000     WRITE EXPTS-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00098.
000000         DISPLAY "HBHUN375-37 EXPTSRPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
000000     MOVE "37" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00098. EXIT.
      *
      *    DISP-RTN  -  the action WK-ACT names (I open to read,
      *    R read the next record into the kind's work image, C
      *    close) on partition file WK-FX: 1-4 the journal feed,
      *    5-8 the game-type file, 9-12 the by-hour file, 13-16
      *20261015修正開始
      *    the campaign use, 17-20 the tax breakout postings,
      *    partitions 01 to 04 in turn; the
      *20261015修正終了
      *    status is left in FL-STS1 and end of file in SW-EOF
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
000000     IF WK-FX = 15 GO TO CX01151.
000000     IF WK-FX = 16 GO TO CX01161.
      *20261015追加開始
000000     IF WK-FX = 17 GO TO CX01171.
000000     IF WK-FX = 18 GO TO CX01181.
000000     IF WK-FX = 19 GO TO CX01191.
000000     IF WK-FX = 20 GO TO CX01201.
      *20261015追加終了
000000     GO TO CX00099.
000000 CX01011.
           MOVE "CX01011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01012.
000000     OPEN INPUT SQWSIWA1 .
000000     GO TO CX00099.
000000 CX01012.
           MOVE "CX01012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01013.
000000     READ SQWSIWA1 INTO SIWK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01013.
           MOVE "CX01013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWSIWA1 .
000000     GO TO CX00099.
000000 CX01021.
           MOVE "CX01021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01022.
000000     OPEN INPUT SQWSIWA2 .
000000     GO TO CX00099.
000000 CX01022.
           MOVE "CX01022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01023.
000000     READ SQWSIWA2 INTO SIWK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01023.
           MOVE "CX01023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWSIWA2 .
000000     GO TO CX00099.
000000 CX01031.
           MOVE "CX01031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01032.
000000     OPEN INPUT SQWSIWA3 .
000000     GO TO CX00099.
000000 CX01032.
           MOVE "CX01032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01033.
000000     READ SQWSIWA3 INTO SIWK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01033.
           MOVE "CX01033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWSIWA3 .
000000     GO TO CX00099.
000000 CX01041.
           MOVE "CX01041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01042.
000000     OPEN INPUT SQWSIWA4 .
000000     GO TO CX00099.
000000 CX01042.
           MOVE "CX01042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01043.
000000     READ SQWSIWA4 INTO SIWK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01043.
           MOVE "CX01043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWSIWA4 .
000000     GO TO CX00099.
000000 CX01051.
           MOVE "CX01051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01052.
000000     OPEN INPUT SQWGTUR1 .
000000     GO TO CX00099.
000000 CX01052.
           MOVE "CX01052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01053.
000000     READ SQWGTUR1 INTO GTU-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01053.
           MOVE "CX01053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWGTUR1 .
000000     GO TO CX00099.
000000 CX01061.
           MOVE "CX01061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01062.
000000     OPEN INPUT SQWGTUR2 .
000000     GO TO CX00099.
000000 CX01062.
           MOVE "CX01062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01063.
000000     READ SQWGTUR2 INTO GTU-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01063.
           MOVE "CX01063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWGTUR2 .
000000     GO TO CX00099.
000000 CX01071.
           MOVE "CX01071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01072.
000000     OPEN INPUT SQWGTUR3 .
000000     GO TO CX00099.
000000 CX01072.
           MOVE "CX01072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01073.
000000     READ SQWGTUR3 INTO GTU-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01073.
           MOVE "CX01073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWGTUR3 .
000000     GO TO CX00099.
000000 CX01081.
           MOVE "CX01081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01082.
000000     OPEN INPUT SQWGTUR4 .
000000     GO TO CX00099.
000000 CX01082.
           MOVE "CX01082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01083.
000000     READ SQWGTUR4 INTO GTU-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01083.
           MOVE "CX01083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWGTUR4 .
000000     GO TO CX00099.
000000 CX01091.
           MOVE "CX01091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01092.
000000     OPEN INPUT SQWJIKA1 .
000000     GO TO CX00099.
000000 CX01092.
           MOVE "CX01092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01093.
000000     READ SQWJIKA1 INTO JIK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01093.
           MOVE "CX01093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWJIKA1 .
000000     GO TO CX00099.
000000 CX01101.
           MOVE "CX01101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01102.
000000     OPEN INPUT SQWJIKA2 .
000000     GO TO CX00099.
000000 CX01102.
           MOVE "CX01102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01103.
000000     READ SQWJIKA2 INTO JIK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01103.
           MOVE "CX01103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWJIKA2 .
000000     GO TO CX00099.
000000 CX01111.
           MOVE "CX01111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01112.
000000     OPEN INPUT SQWJIKA3 .
000000     GO TO CX00099.
000000 CX01112.
           MOVE "CX01112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01113.
000000     READ SQWJIKA3 INTO JIK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01113.
           MOVE "CX01113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWJIKA3 .
000000     GO TO CX00099.
000000 CX01121.
           MOVE "CX01121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01122.
000000     OPEN INPUT SQWJIKA4 .
000000     GO TO CX00099.
000000 CX01122.
           MOVE "CX01122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01123.
000000     READ SQWJIKA4 INTO JIK-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01123.
           MOVE "CX01123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWJIKA4 .
000000     GO TO CX00099.
000000 CX01131.
           MOVE "CX01131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01132.
000000     OPEN INPUT SQWCMPU1 .
000000     GO TO CX00099.
000000 CX01132.
           MOVE "CX01132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01133.
000000     READ SQWCMPU1 INTO CMW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01133.
           MOVE "CX01133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWCMPU1 .
000000     GO TO CX00099.
000000 CX01141.
           MOVE "CX01141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01142.
000000     OPEN INPUT SQWCMPU2 .
000000     GO TO CX00099.
000000 CX01142.
           MOVE "CX01142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01143.
000000     READ SQWCMPU2 INTO CMW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01143.
           MOVE "CX01143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWCMPU2 .
000000     GO TO CX00099.
000000 CX01151.
           MOVE "CX01151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01152.
000000     OPEN INPUT SQWCMPU3 .
000000     GO TO CX00099.
000000 CX01152.
           MOVE "CX01152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01153.
000000     READ SQWCMPU3 INTO CMW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01153.
           MOVE "CX01153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWCMPU3 .
000000     GO TO CX00099.
000000 CX01161.
           MOVE "CX01161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01162.
000000     OPEN INPUT SQWCMPU4 .
000000     GO TO CX00099.
000000 CX01162.
           MOVE "CX01162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01163.
000000     READ SQWCMPU4 INTO CMW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01163.
           MOVE "CX01163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWCMPU4 .
000000     GO TO CX00099.
      *20261015追加開始
000000 CX01171.
           MOVE "CX01171" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01172.
000000     OPEN INPUT SQWURTX1 .
000000     GO TO CX00099.
000000 CX01172.
           MOVE "CX01172" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01173.
000000     READ SQWURTX1 INTO WTW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01173.
           MOVE "CX01173" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWURTX1 .
000000     GO TO CX00099.
000000 CX01181.
           MOVE "CX01181" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01182.
000000     OPEN INPUT SQWURTX2 .
000000     GO TO CX00099.
000000 CX01182.
           MOVE "CX01182" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01183.
000000     READ SQWURTX2 INTO WTW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01183.
           MOVE "CX01183" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWURTX2 .
000000     GO TO CX00099.
000000 CX01191.
           MOVE "CX01191" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01192.
000000     OPEN INPUT SQWURTX3 .
000000     GO TO CX00099.
000000 CX01192.
           MOVE "CX01192" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01193.
000000     READ SQWURTX3 INTO WTW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01193.
           MOVE "CX01193" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWURTX3 .
000000     GO TO CX00099.
000000 CX01201.
           MOVE "CX01201" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01202.
000000     OPEN INPUT SQWURTX4 .
000000     GO TO CX00099.
000000 CX01202.
           MOVE "CX01202" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01203.
000000     READ SQWURTX4 INTO WTW-IN AT END MOVE 1 TO SW-EOF .
000000     GO TO CX00099.
000000 CX01203.
           MOVE "CX01203" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE SQWURTX4 .
000000     GO TO CX00099.
      *20261015追加終了
000000 CX00099. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN375" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN375" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN375" TO PRM-PROGID
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
000000         DISPLAY "HBHUN375-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
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
000000     MOVE "HBHUN375" TO JOBLG-PROGID
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
000000     MOVE WK-JOBLG-CNT TO JOBLG-RECCNT .
000000     IF WK-NG-SW = 1
000000         MOVE "1" TO JOBLG-STATUS
000000     ELSE
000000     MOVE "0" TO JOBLG-STATUS .
000000     WRITE JOBLG-REC INVALID CONTINUE .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00059.
000000         DISPLAY "HBHUN375-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN375" TO ERRM-PROGID
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
