000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. HBHUN745 .
000000 DATE-WRITTEN.
000000 DATE-COMPILED.
000000 ENVIRONMENT DIVISION.
000000 CONFIGURATION SECTION.
000000 SOURCE-COMPUTER.        ACOS.
000000 OBJECT-COMPUTER.        ACOS.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
      *20260929追加開始
      *    indexed-master reorganisation: the masters that take
      *    inserts and deletes all night grow slower to read in
      *    sequence.  Every run surveys each master below onto
      *    EXREORPT - its record count, the space deletes have
      *    left (at least the VIREOHIS peak since the last
      *    rebuild less today's count; for a relative file the
      *    empty slots below the highest used), and its key-order
      *    health (keys read back out of ascending order mean a
      *    damaged index) - and flags one for rebuilding past the
      *    REOPCT run parameter's percentage.  REOCARD cards,
      *    each guarded by an explicit YES and an operator with
      *    the restore class (R), rebuild a named master: it is
      *    unloaded in key order to REOWORK, rebuilt from empty
      *    and read back, and the record count, key hash and
      *    record hash (HSAAL150) before and after must agree.
      *    A master any program still has in flight on the
      *    job-control trail (a start with no end) is refused.
      *    Every card is audited to EXREOAUD
000000     SELECT  REOCARD
000000                  ASSIGN             REOCARD-MSD
000000             FILE STATUS          FL-STS1.
000000     SELECT  VIREOHIS
000000             ASSIGN            VIREOHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            RANDOM
000000     RECORD KEY REO-FILEID
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  REOWORK
000000             ASSIGN               REOWORK-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXREORPT
000000             ASSIGN               EXREORPT-MSD
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  EXREOAUD
000000             ASSIGN               EXREOAUD-MSD
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
000000     SELECT  MS001
000000             ASSIGN            VIPAYSTS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS001-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS002
000000             ASSIGN            RQHIBETU-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS002-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS003
000000             ASSIGN            VIKSZIDX-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS003-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS004
000000             ASSIGN            VIJOBLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS004-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS005
000000             ASSIGN            VIWINID-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS005-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS006
000000             ASSIGN            VIWINHIS-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS006-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS007
000000             ASSIGN            VIALRTQ-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS007-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS008
000000             ASSIGN            VIRQQUE-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS008-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS009
000000             ASSIGN            VIDUPKEY-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS009-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS010
000000             ASSIGN            VIDSTLOG-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS010-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS011
000000             ASSIGN            VIPNDAPR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS011-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS012
000000             ASSIGN            VIMSTPND-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS012-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS013
000000             ASSIGN            VICHNURI-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS013-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS014
000000             ASSIGN            VIHCHNUR-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS014-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS015
000000             ASSIGN            VTYUKSNP-MSD
000000             ORGANIZATION      IS  INDEXED
000000             ACCESS            SEQUENTIAL
000000     RECORD KEY MS015-KEY
000000             FILE STATUS          FL-STS1  FL-STS2.
000000     SELECT  MS016
000000             ASSIGN            VRUNYKAN-MSD
000000             ORGANIZATION      IS  RELATIVE
000000             ACCESS            DYNAMIC
000000             RELATIVE          WK-RELKEY
000000             FILE STATUS          FL-STS1  FL-STS2.
      *20260929追加終了
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  REOCARD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "REOCARD".
       01  RCD-REC.
           05  RCD-ACTION                  PIC X(01).
               88  RCD-REBUILD              VALUE "B".
           05  RCD-FILEID                  PIC X(08).
           05  RCD-CONFIRM                 PIC X(03).
               88  RCD-CONFIRMED            VALUE "YES".
           05  RCD-OPID                    PIC X(08).
000000 FD  VIREOHIS
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIREOHIS".
       01  REO-REC.
           COPY CFREOHS .
000000 FD  REOWORK
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "REOWORK".
       01  REW-REC.
           05  REW-FILEID                  PIC X(08).
           05  REW-SLOT                    PIC 9(09).
           05  REW-IMAGE                   PIC X(500).
000000 FD  EXREORPT
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXREORPT".
       01  EXREO-REC.
           05  EXREO-BUSDT                 PIC 9(08).
           05  EXREO-FILEID                PIC X(08).
           05  EXREO-ORG                   PIC X(01).
           05  EXREO-STATE                 PIC X(01).
               88  EXREO-PRESENT            VALUE "U".
               88  EXREO-ABSENT             VALUE "A".
           05  EXREO-RECCNT                PIC 9(09).
           05  EXREO-REOCNT                PIC 9(09).
           05  EXREO-LASTREORG             PIC 9(08).
           05  EXREO-PEAKCNT               PIC 9(09).
      *    records deleted since the peak (indexed) or empty
      *    slots below the highest used (relative)
           05  EXREO-FREECNT               PIC 9(09).
           05  EXREO-FREEPCT               PIC 9(03).
           05  EXREO-OUTORDER              PIC 9(09).
           05  EXREO-ADVICE                PIC X(01).
               88  EXREO-HEALTHY            VALUE "0".
               88  EXREO-REBUILD-DUE        VALUE "1".
               88  EXREO-INDEX-SUSPECT      VALUE "2".
000000 FD  EXREOAUD
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "EXREOAUD".
       01  EXRA-REC.
           05  EXRA-RUNDATE                PIC 9(08).
           05  EXRA-RUNTIME                PIC 9(06).
           05  EXRA-OPID                   PIC X(08).
           05  EXRA-ACTION                 PIC X(01).
           05  EXRA-FILEID                 PIC X(08).
           05  EXRA-INFLIGHT               PIC X(08).
           05  EXRA-BEF-COUNT              PIC 9(09).
           05  EXRA-BEF-KEYHASH            PIC 9(18).
           05  EXRA-BEF-RECHASH            PIC 9(18).
           05  EXRA-AFT-COUNT              PIC 9(09).
           05  EXRA-AFT-KEYHASH            PIC 9(18).
           05  EXRA-AFT-RECHASH            PIC 9(18).
           05  EXRA-RESULT                 PIC X(01).
               88  EXRA-REBUILT             VALUE "0".
               88  EXRA-UNKNOWN             VALUE "1".
               88  EXRA-NOTCONFIRMED        VALUE "2".
               88  EXRA-UNAUTHORIZED        VALUE "3".
               88  EXRA-IN-FLIGHT           VALUE "4".
               88  EXRA-ABSENT              VALUE "5".
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
000000 FD  MS001
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPAYSTS".
       01  MS001-REC.
           05  MS001-KEY                   PIC X(24).
           05  FILLER                      PIC X(33).
000000 FD  MS002
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "RQHIBETU".
       01  MS002-REC.
           05  FILLER                      PIC X(22).
           05  MS002-KEY                   PIC X(22).
           05  FILLER                      PIC X(06).
000000 FD  MS003
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIKSZIDX".
       01  MS003-REC.
           05  MS003-KEY                   PIC X(24).
           05  FILLER                      PIC X(08).
000000 FD  MS004
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIJOBLOG".
       01  MS004-REC.
           05  MS004-KEY                   PIC X(23).
           05  FILLER                      PIC X(60).
000000 FD  MS005
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINID".
       01  MS005-REC.
           05  MS005-KEY                   PIC X(24).
           05  FILLER                      PIC X(172).
000000 FD  MS006
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIWINHIS".
       01  MS006-REC.
           05  MS006-KEY                   PIC X(18).
           05  FILLER                      PIC X(02).
000000 FD  MS007
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIALRTQ".
       01  MS007-REC.
           05  MS007-KEY                   PIC X(25).
           05  FILLER                      PIC X(54).
000000 FD  MS008
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIRQQUE".
       01  MS008-REC.
           05  MS008-KEY                   PIC X(24).
           05  FILLER                      PIC X(10).
000000 FD  MS009
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDUPKEY".
       01  MS009-REC.
           05  MS009-KEY                   PIC X(27).
           05  FILLER                      PIC X(08).
000000 FD  MS010
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIDSTLOG".
       01  MS010-REC.
           05  MS010-KEY                   PIC X(24).
           05  FILLER                      PIC X(42).
000000 FD  MS011
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIPNDAPR".
       01  MS011-REC.
           05  MS011-KEY                   PIC X(26).
           05  FILLER                      PIC X(31).
000000 FD  MS012
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIMSTPND".
       01  MS012-REC.
           05  MS012-KEY                   PIC X(29).
           05  FILLER                      PIC X(31).
000000 FD  MS013
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VICHNURI".
       01  MS013-REC.
           05  MS013-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  MS014
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VIHCHNUR".
       01  MS014-REC.
           05  MS014-KEY                   PIC X(12).
           05  FILLER                      PIC X(17).
000000 FD  MS015
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VTYUKSNP".
       01  MS015-REC.
           05  MS015-KEY                   PIC X(08).
           05  FILLER                      PIC X(410).
000000 FD  MS016
           LABEL  RECORD  STANDARD
           VALUE  OF IDENTIFICATION IS "VRUNYKAN".
       01  MS016-REC.
           05  FILLER                      PIC X(410).
000000 WORKING-STORAGE SECTION.
000000 01  WORK-AREA.
000000   03  FILE-STATUS.
000000       05  FL-STS1                 PIC X(02).
000000       05  FL-STS2                 PIC 9(05).
000000   03  FL-END                      PIC 9(01).
000000   03  WK-JOBLG-CNT                PIC 9(07) VALUE ZERO.
000000   03  WK-CARD-CNT                 PIC 9(05) VALUE ZERO.
000000   03  WK-ERR-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-REBUILT-CNT              PIC 9(05) VALUE ZERO.
000000   03  WK-DUE-CNT                  PIC 9(05) VALUE ZERO.
000000   03  WK-REOPCT                   PIC 9(03) VALUE 20.
000000   03  WK-FILEID                   PIC X(08).
000000   03  WK-ACT                      PIC X(01).
000000   03  WK-FX                       PIC 9(03).
000000   03  WK-SX                       PIC 9(03).
000000   03  WK-UX                       PIC 9(03).
000000   03  SW-EOF                      PIC 9(01).
000000   03  SW-ABSENT                   PIC 9(01).
000000   03  SW-UNLOAD                   PIC 9(01).
000000   03  SW-JOBOPEN                  PIC 9(01) VALUE ZERO.
000000   03  WK-RELKEY                   PIC 9(09).
000000   03  WK-HISLOT                   PIC 9(09).
000000   03  WK-CNT                      PIC 9(09).
000000   03  WK-KHASH                    PIC 9(18).
000000   03  WK-RHASH                    PIC 9(18).
000000   03  WK-OUTORDER                 PIC 9(09).
000000   03  WK-FREE                     PIC 9(09).
000000   03  WK-BASE                     PIC 9(09).
000000   03  WK-KEY                      PIC X(40).
000000   03  WK-PREVKEY                  PIC X(40).
000000   03  WK-IMAGE                    PIC X(500).
      *    in-flight scan of the job-control trail
000000   03  SW-INFLT                    PIC 9(01).
000000   03  SW-USER                     PIC 9(01).
000000   03  SW-OPEN                     PIC 9(01).
000000   03  SW-LOGEND                   PIC 9(01).
000000   03  WK-FLT-PROGID               PIC X(08).
000000   03  WK-LOG-PROGID               PIC X(08).
000000   03  WK-LOG-EVENT                PIC X(01).
000000   03  WK-LOG-DATE                 PIC 9(08).
000000   03  WK-LOG-TIME                 PIC 9(06).
      *    authorization check work - see OPRCHK-RTN
000000   03  SW-OPRMST                   PIC 9(01) VALUE ZERO.
000000   03  WK-OPR-OK                   PIC 9(01).
000000   03  WK-CHK-OPID                 PIC X(08).
000000   03  WK-CHK-CLASS                PIC X(01).
000000   03  WK-AX                       PIC 9(01).
000000   03  WK-UNAUTH-CNT               PIC 9(05) VALUE ZERO.
      *    the masters looked after, in MSnnn file order: name,
      *    organization, record length, key offset and length
000000 01  WK-MST-NAMES.
000000   03  FILLER  PIC X(17) VALUE "VIPAYSTSI05700024".
000000   03  FILLER  PIC X(17) VALUE "RQHIBETUI05022022".
000000   03  FILLER  PIC X(17) VALUE "VIKSZIDXI03200024".
000000   03  FILLER  PIC X(17) VALUE "VIJOBLOGI08300023".
000000   03  FILLER  PIC X(17) VALUE "VIWINID I19600024".
000000   03  FILLER  PIC X(17) VALUE "VIWINHISI02000018".
000000   03  FILLER  PIC X(17) VALUE "VIALRTQ I07900025".
000000   03  FILLER  PIC X(17) VALUE "VIRQQUE I03400024".
000000   03  FILLER  PIC X(17) VALUE "VIDUPKEYI03500027".
000000   03  FILLER  PIC X(17) VALUE "VIDSTLOGI06600024".
000000   03  FILLER  PIC X(17) VALUE "VIPNDAPRI05700026".
000000   03  FILLER  PIC X(17) VALUE "VIMSTPNDI06000029".
000000   03  FILLER  PIC X(17) VALUE "VICHNURII02900012".
000000   03  FILLER  PIC X(17) VALUE "VIHCHNURI02900012".
000000   03  FILLER  PIC X(17) VALUE "VTYUKSNPI41800008".
000000   03  FILLER  PIC X(17) VALUE "VRUNYKANR41000000".
000000 01  WK-MST-AREA REDEFINES WK-MST-NAMES.
000000   03  WK-MST-TBL OCCURS 16.
000000       05  WK-MST-FILEID           PIC X(08).
000000       05  WK-MST-ORG              PIC X(01).
000000       05  WK-MST-RECLEN           PIC 9(03).
000000       05  WK-MST-KEYOFF           PIC 9(02).
000000       05  WK-MST-KEYLEN           PIC 9(03).
      *    the programs that open each master - a start of any
      *    of them without its end holds the master; ******** is
      *    every program (the trail and the alert queue are
      *    written through the suite's subroutines)
000000 01  WK-USE-NAMES.
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS020".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS120".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS130".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS150".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS160".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS200".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS220".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS230".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS240".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS250".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS260".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS285".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS290".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHSS325".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHUN695".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHUN710".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHUN980".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHUN985".
000000   03  FILLER  PIC X(16) VALUE "VIPAYSTSHBHWN030".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN420".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN430".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN645".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN655".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN710".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN730".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN795".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN800".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN805".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN875".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN915".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHUN975".
000000   03  FILLER  PIC X(16) VALUE "RQHIBETUHBHWN030".
000000   03  FILLER  PIC X(16) VALUE "VIKSZIDXHBHSS020".
000000   03  FILLER  PIC X(16) VALUE "VIKSZIDXHBHSS200".
000000   03  FILLER  PIC X(16) VALUE "VIKSZIDXHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIKSZIDXHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIJOBLOG********".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHSS120".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHSS240".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHSS250".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHSS260".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHSS285".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIWINID HBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIWINHISHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIWINHISHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIWINHISHBHUN960".
000000   03  FILLER  PIC X(16) VALUE "VIWINHISHBHWN020".
000000   03  FILLER  PIC X(16) VALUE "VIALRTQ ********".
000000   03  FILLER  PIC X(16) VALUE "VIRQQUE HBHSS130".
000000   03  FILLER  PIC X(16) VALUE "VIRQQUE HBHSS150".
000000   03  FILLER  PIC X(16) VALUE "VIRQQUE HBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIRQQUE HBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIDUPKEYHBHUN360".
000000   03  FILLER  PIC X(16) VALUE "VIDUPKEYHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIDUPKEYHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIDUPKEYHBHUN765".
000000   03  FILLER  PIC X(16) VALUE "VIDSTLOGHBHUN705".
000000   03  FILLER  PIC X(16) VALUE "VIDSTLOGHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIDSTLOGHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHSS020".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHSS110".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHSS200".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHSS220".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHUN695".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHUN740".
000000   03  FILLER  PIC X(16) VALUE "VIPNDAPRHBHUN900".
000000   03  FILLER  PIC X(16) VALUE "VIMSTPNDHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIMSTPNDHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIMSTPNDHBHUN775".
000000   03  FILLER  PIC X(16) VALUE "VIMSTPNDHSAAL090".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN430".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN551".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN560".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN675".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN730".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN800".
000000   03  FILLER  PIC X(16) VALUE "VICHNURIHBHUN845".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN430".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN551".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN560".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN730".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN800".
000000   03  FILLER  PIC X(16) VALUE "VIHCHNURHBHUN845".
000000   03  FILLER  PIC X(16) VALUE "VTYUKSNPHBHSS020".
000000   03  FILLER  PIC X(16) VALUE "VTYUKSNPHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VTYUKSNPHBHUN730".
000000   03  FILLER  PIC X(16) VALUE "VTYUKSNPHBHUN735".
000000   03  FILLER  PIC X(16) VALUE "VRUNYKANHBHSS020".
000000   03  FILLER  PIC X(16) VALUE "VRUNYKANHBHUN370".
000000   03  FILLER  PIC X(16) VALUE "VRUNYKANHBHUN551".
000000   03  FILLER  PIC X(16) VALUE "VRUNYKANHBHUN660".
000000   03  FILLER  PIC X(16) VALUE "VRUNYKANHBHUN725".
000000   03  FILLER  PIC X(16) VALUE "VRUNYKANHBHUN735".
000000 01  WK-USE-AREA REDEFINES WK-USE-NAMES.
000000   03  WK-USE-TBL OCCURS 104.
000000       05  WK-USE-FILEID           PIC X(08).
000000       05  WK-USE-PROGID           PIC X(08).
      *    record hash connect area - see CLHSHC and HSAAL150
       01  HSHC-PARAM.
           COPY CLHSHC .
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
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN745" TO PRM-PROGID
000000     MOVE "REOPCT" TO PRM-NAME
000000     MOVE WK-REOPCT TO PRM-VALUE (1:3)
000000     CALL "HSAAL120" USING PRM-PARAM .
000000     IF PRM-FROM-MASTER AND PRM-VALUE (1:3) IS NUMERIC
000000         MOVE PRM-VALUE (1:3) TO WK-REOPCT .
000000     OPEN I-O VIREOHIS .
000000     IF FL-STS1 = "35"
000000         OPEN OUTPUT VIREOHIS
000000         CLOSE VIREOHIS
000000         OPEN I-O VIREOHIS .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00040.
000000         DISPLAY "HBHUN745-01 VIREOHIS OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "01" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00040.
           MOVE "CX00040" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXREORPT .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00041.
000000         DISPLAY "HBHUN745-02 EXREORPT OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "02" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00041.
           MOVE "CX00041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  OUTPUT EXREOAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00042.
000000         DISPLAY "HBHUN745-03 EXREOAUD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "03" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00042.
           MOVE "CX00042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00043.
000000         DISPLAY "HBHUN745-04 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "04" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00043.
           MOVE "CX00043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-JOBOPEN
000000     PERFORM JOBLG-START-RTN THRU CX00058 .
000000     OPEN INPUT VIOPRMST .
000000     IF FL-STS1 = "00"
000000         MOVE 1 TO SW-OPRMST
000000     ELSE
000000     DISPLAY "HBHUN745-94 VIOPRMST ABSENT - OPERATOR"
000000             " CHECK DISABLED" UPON CONSOLE .
000000 CX00002. EXIT.
      *
      *    P000-RTN  -  the rebuild cards, when the step has a
      *    deck
000000 P000-RTN .
000000     OPEN INPUT REOCARD .
000000     IF NOT(FL-STS1 = "00") GO TO CX00003.
000000     MOVE ZERO TO FL-END .
000000 CX00010. IF NOT(FL-END = ZERO)GO TO CX00011.
           MOVE "CX00010" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ REOCARD AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00012.
000000     ADD 1 TO WK-JOBLG-CNT
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
000000           DISPLAY "HBHUN745-05 REOCARD READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "05" TO ERRM-ERRNO
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
000000     CLOSE REOCARD .
000000 CX00003. EXIT.
      *
      *    P100-RTN  -  the survey of every master, after any
      *    rebuild so the report shows the night's outcome
000000 P100-RTN .
000000     PERFORM SURV-RTN THRU CX00021
000000         VARYING WK-FX FROM 1 BY 1
000000         UNTIL WK-FX > 16 .
000000 CX00005. EXIT.
000000 E000-RTN .
000000     DISPLAY "HBHUN745-90 CARDS=" WK-CARD-CNT
000000             " IN ERROR=" WK-ERR-CNT
000000             " UNAUTH=" WK-UNAUTH-CNT
000000             " REBUILT=" WK-REBUILT-CNT
000000             " REBUILD DUE=" WK-DUE-CNT UPON CONSOLE .
000000     IF SW-OPRMST = 1
000000         CLOSE VIOPRMST .
000000     PERFORM JOBLG-END-RTN THRU CX00059 .
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00065.
000000         DISPLAY "HBHUN745-06 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "06" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00065.
           MOVE "CX00065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       CLOSE  VIREOHIS  EXREORPT  EXREOAUD .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00066.
000000         DISPLAY "HBHUN745-07 VIREOHIS CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "07" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00066.
           MOVE "CX00066" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00004. EXIT.
      *
      *    CARD-RTN  -  one rebuild card: the operator, the
      *    confirmation, the master and the trail are all
      *    checked before the master is touched
000000 CARD-RTN .
           MOVE "CARD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CARD-CNT
000000     INITIALIZE EXRA-REC
000000     ACCEPT EXRA-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT EXRA-RUNTIME FROM TIME
000000     MOVE RCD-OPID TO EXRA-OPID
000000     MOVE RCD-ACTION TO EXRA-ACTION
000000     MOVE RCD-FILEID TO EXRA-FILEID
000000     MOVE RCD-OPID TO WK-CHK-OPID
000000     MOVE "R" TO WK-CHK-CLASS
000000     PERFORM OPRCHK-RTN THRU CX00091 .
000000     IF NOT(WK-OPR-OK = 1)
000000         MOVE "3" TO EXRA-RESULT
000000         GO TO CX00022.
000000     IF NOT(RCD-REBUILD AND RCD-CONFIRMED)
000000         MOVE "2" TO EXRA-RESULT
000000         GO TO CX00022.
000000     MOVE RCD-FILEID TO WK-FILEID
000000     MOVE ZERO TO WK-FX .
000000     PERFORM FSRCH-RTN THRU CX00023
000000         VARYING WK-SX FROM 1 BY 1
000000         UNTIL WK-SX > 16 OR WK-FX > ZERO .
000000     IF WK-FX = ZERO
000000         MOVE "1" TO EXRA-RESULT
000000         GO TO CX00022.
000000     PERFORM FLT-RTN THRU CX00024 .
000000     IF SW-INFLT = 1
000000         MOVE WK-FLT-PROGID TO EXRA-INFLIGHT
000000         MOVE "4" TO EXRA-RESULT
000000         DISPLAY "HBHUN745-51 " WK-FILEID
000000                 " REFUSED - IN FLIGHT IN " WK-FLT-PROGID
000000                 UPON CONSOLE
000000         GO TO CX00022.
000000     PERFORM BLD-RTN THRU CX00025 .
000000     IF SW-ABSENT = 1
000000         MOVE "5" TO EXRA-RESULT
000000         GO TO CX00022.
000000     ADD 1 TO WK-REBUILT-CNT
000000     MOVE "0" TO EXRA-RESULT
000000     PERFORM AUD-RTN THRU CX00026 .
000000     GO TO CX00020.
000000 CX00022.
           MOVE "CX00022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-ERR-CNT
000000     PERFORM AUD-RTN THRU CX00026 .
000000 CX00020. EXIT.
      *
      *    AUD-RTN  -  one EXREOAUD row per card
000000 AUD-RTN .
000000     WRITE EXRA-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00027.
000000         DISPLAY "HBHUN745-08 EXREOAUD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "08" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00027.
           MOVE "CX00027" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00026. EXIT.
      *
      *    FSRCH-RTN  -  the card's master among those looked
      *    after
000000 FSRCH-RTN .
000000     IF WK-MST-FILEID (WK-SX) = WK-FILEID
000000         MOVE WK-SX TO WK-FX .
000000 CX00023. EXIT.
      *
      *    FLT-RTN  -  the whole trail in key order, one
      *    program's runs after another: a program whose last
      *    start has no end after it, and which opens this
      *    master, holds it.  An end stamped in the same second
      *    as the start sorts ahead of it and still closes it
000000 FLT-RTN .
           MOVE "FLT-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-INFLT
000000     MOVE ZERO TO SW-OPEN
000000     MOVE ZERO TO SW-LOGEND
000000     MOVE SPACE TO WK-LOG-PROGID
000000     MOVE SPACE TO WK-LOG-EVENT
000000     MOVE LOW-VALUES TO JOBLG-KEY .
000000     START VIJOBLOG KEY >= JOBLG-KEY
000000             INVALID MOVE 1 TO SW-LOGEND .
000000 CX00044.
           MOVE "CX00044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(SW-LOGEND = 0)GO TO CX00045.
000000     READ VIJOBLOG NEXT AT END MOVE 1 TO SW-LOGEND
000000         GO TO CX00045.
000000     IF NOT(JOBLG-PROGID = WK-LOG-PROGID)
000000         PERFORM FLTJ-RTN THRU CX00028
000000         MOVE ZERO TO SW-OPEN
000000         MOVE SPACE TO WK-LOG-EVENT .
000000     IF JOBLG-EVENT-END
000000         MOVE ZERO TO SW-OPEN .
000000     IF JOBLG-EVENT-START
000000         MOVE 1 TO SW-OPEN .
000000     IF JOBLG-EVENT-START AND WK-LOG-EVENT = "E" AND
000000        JOBLG-RUNDATE = WK-LOG-DATE AND
000000        JOBLG-RUNTIME = WK-LOG-TIME
000000         MOVE ZERO TO SW-OPEN .
000000     MOVE JOBLG-PROGID TO WK-LOG-PROGID
000000     MOVE JOBLG-EVENT TO WK-LOG-EVENT
000000     MOVE JOBLG-RUNDATE TO WK-LOG-DATE
000000     MOVE JOBLG-RUNTIME TO WK-LOG-TIME
000000     GO TO CX00044.
000000 CX00045.
           MOVE "CX00045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM FLTJ-RTN THRU CX00028 .
000000 CX00024. EXIT.
      *
      *    FLTJ-RTN  -  one program's verdict at the end of its
      *    runs: still open, not this program, and a user of
      *    the master
000000 FLTJ-RTN .
000000     IF SW-OPEN = ZERO OR SW-INFLT = 1 GO TO CX00028.
000000     IF WK-LOG-PROGID = SPACE OR WK-LOG-PROGID = "HBHUN745"
000000         GO TO CX00028.
000000     MOVE ZERO TO SW-USER .
000000     PERFORM USRCH-RTN THRU CX00029
000000         VARYING WK-UX FROM 1 BY 1
000000         UNTIL WK-UX > 104 OR SW-USER = 1 .
000000     IF SW-USER = 1
000000         MOVE 1 TO SW-INFLT
000000         MOVE WK-LOG-PROGID TO WK-FLT-PROGID .
000000 CX00028. EXIT.
000000 USRCH-RTN .
000000     IF WK-USE-FILEID (WK-UX) = WK-FILEID AND
000000        (WK-USE-PROGID (WK-UX) = WK-LOG-PROGID OR
000000         WK-USE-PROGID (WK-UX) = "********")
000000         MOVE 1 TO SW-USER .
000000 CX00029. EXIT.
      *
      *    BLD-RTN  -  the rebuild: unloaded to REOWORK with the
      *    before figures, rebuilt from empty, read back for the
      *    after figures.  Figures that disagree stop the run
      *    with the master's image still on REOWORK
000000 BLD-RTN .
           MOVE "BLD-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM JCLS-RTN THRU CX00030 .
000000       OPEN  OUTPUT REOWORK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00046.
000000         DISPLAY "HBHUN745-09 REOWORK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "09" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00046.
           MOVE "CX00046" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-UNLOAD
000000     PERFORM SCAN-RTN THRU CX00031 .
000000       CLOSE  REOWORK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00047.
000000         DISPLAY "HBHUN745-10 REOWORK CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "10" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00047.
           MOVE "CX00047" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF SW-ABSENT = 1
000000         PERFORM JOPN-RTN THRU CX00032
000000         GO TO CX00025.
000000     MOVE WK-CNT TO EXRA-BEF-COUNT
000000     MOVE WK-KHASH TO EXRA-BEF-KEYHASH
000000     MOVE WK-RHASH TO EXRA-BEF-RECHASH
000000     MOVE "O" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00048.
000000         DISPLAY "HBHUN745-11 " WK-FILEID " REBUILD OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "11" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00048.
           MOVE "CX00048" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000       OPEN  INPUT  REOWORK .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00049.
000000         DISPLAY "HBHUN745-12 REOWORK OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "12" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00049.
           MOVE "CX00049" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO FL-END .
000000 CX00015. IF NOT(FL-END = ZERO)GO TO CX00016.
           MOVE "CX00015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     READ REOWORK AT END CONTINUE .
000000     IF NOT(FL-STS1 = "00")GO TO CX00017.
000000     MOVE REW-IMAGE TO HSHC-IMAGE
000000     MOVE REW-SLOT TO WK-RELKEY
000000     MOVE "W" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00050.
000000         DISPLAY "HBHUN745-13 " WK-FILEID " REBUILD WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "13" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00050.
           MOVE "CX00050" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00018.
000000 CX00017. IF NOT(FL-STS1 = "10")GO TO CX00019.
           MOVE "CX00017" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO FL-END .
000000     GO TO CX00018.
000000 CX00019.
           MOVE "CX00019" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000           DISPLAY "HBHUN745-14 REOWORK READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "14" TO ERRM-ERRNO
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
000000     CLOSE REOWORK .
      *    the card deck's own loop runs on the same end switch
000000     MOVE ZERO TO FL-END
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00051.
000000         DISPLAY "HBHUN745-16 " WK-FILEID " REBUILD CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "16" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00051.
           MOVE "CX00051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-UNLOAD
000000     PERFORM SCAN-RTN THRU CX00031 .
000000     MOVE WK-CNT TO EXRA-AFT-COUNT
000000     MOVE WK-KHASH TO EXRA-AFT-KEYHASH
000000     MOVE WK-RHASH TO EXRA-AFT-RECHASH
000000     PERFORM JOPN-RTN THRU CX00032 .
000000     IF EXRA-AFT-COUNT = EXRA-BEF-COUNT AND
000000        EXRA-AFT-KEYHASH = EXRA-BEF-KEYHASH AND
000000        EXRA-AFT-RECHASH = EXRA-BEF-RECHASH
000000         GO TO CX00052.
000000     DISPLAY "HBHUN745-17 " WK-FILEID " REBUILD PROOF FAILED"
000000             " - BEFORE " EXRA-BEF-COUNT " AFTER "
000000             EXRA-AFT-COUNT " - IMAGE KEPT ON REOWORK"
000000             UPON CONSOLE
000000     MOVE "5" TO EXRA-RESULT
000000     PERFORM AUD-RTN THRU CX00026
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "17" TO ERRM-ERRNO
000000     MOVE "00" TO ERRM-STS
000000     MOVE ZERO TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000     STOP RUN .
000000 CX00052.
           MOVE "CX00052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-FILEID TO REO-FILEID
000000     READ VIREOHIS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "23")GO TO CX00053.
000000     IF FL-STS1 = "23"
000000         INITIALIZE REO-REC
000000         MOVE WK-FILEID TO REO-FILEID .
000000     MOVE WK-BUSDT TO REO-LASTREORG
000000     MOVE WK-CNT TO REO-REOCNT
000000     MOVE WK-CNT TO REO-PEAKCNT
000000     MOVE WK-CNT TO REO-LASTCNT
000000     MOVE RCD-OPID TO REO-OPID .
000000     IF FL-STS1 = "23"
000000         WRITE REO-REC INVALID CONTINUE
000000     ELSE
000000         REWRITE REO-REC INVALID CONTINUE .
000000     IF FL-STS1 = "00" GO TO CX00025.
000000 CX00053.
           MOVE "CX00053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN745-18 VIREOHIS UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "18" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00025. EXIT.
      *
      *    SURV-RTN  -  one master surveyed, its history row
      *    brought up to date and its report row written
000000 SURV-RTN .
           MOVE "SURV-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE WK-MST-FILEID (WK-FX) TO WK-FILEID
000000     PERFORM JCLS-RTN THRU CX00030 .
000000     MOVE ZERO TO SW-UNLOAD
000000     PERFORM SCAN-RTN THRU CX00031 .
000000     PERFORM JOPN-RTN THRU CX00032 .
000000     INITIALIZE EXREO-REC
000000     MOVE WK-BUSDT TO EXREO-BUSDT
000000     MOVE WK-FILEID TO EXREO-FILEID
000000     MOVE WK-MST-ORG (WK-FX) TO EXREO-ORG
000000     MOVE "0" TO EXREO-ADVICE .
000000     IF SW-ABSENT = 1
000000         MOVE "A" TO EXREO-STATE
000000         GO TO CX00054.
000000     MOVE "U" TO EXREO-STATE
000000     MOVE WK-CNT TO EXREO-RECCNT
000000     MOVE WK-OUTORDER TO EXREO-OUTORDER
000000     MOVE WK-FILEID TO REO-FILEID
000000     READ VIREOHIS INVALID CONTINUE .
000000     IF NOT(FL-STS1 = "00" OR "23")GO TO CX00055.
000000     IF FL-STS1 = "23"
000000         INITIALIZE REO-REC
000000         MOVE WK-FILEID TO REO-FILEID
000000         MOVE WK-CNT TO REO-REOCNT .
000000     IF WK-CNT > REO-PEAKCNT
000000         MOVE WK-CNT TO REO-PEAKCNT .
000000     MOVE WK-CNT TO REO-LASTCNT
000000     MOVE WK-BUSDT TO REO-LASTSURV .
000000     IF FL-STS1 = "23"
000000         WRITE REO-REC INVALID CONTINUE
000000     ELSE
000000         REWRITE REO-REC INVALID CONTINUE .
000000     IF FL-STS1 = "00" GO TO CX00056.
000000 CX00055.
           MOVE "CX00055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000         DISPLAY "HBHUN745-19 VIREOHIS UPDATE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "19" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00056.
           MOVE "CX00056" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE REO-REOCNT TO EXREO-REOCNT
000000     MOVE REO-LASTREORG TO EXREO-LASTREORG
000000     MOVE REO-PEAKCNT TO EXREO-PEAKCNT
      *    the space measure: deletes since the peak for an
      *    indexed master, empty slots for a relative one
000000     IF WK-MST-ORG (WK-FX) = "R"
000000         COMPUTE WK-FREE = WK-HISLOT - WK-CNT
000000         MOVE WK-HISLOT TO WK-BASE
000000     ELSE
000000         COMPUTE WK-FREE = REO-PEAKCNT - WK-CNT
000000         MOVE REO-PEAKCNT TO WK-BASE .
000000     MOVE WK-FREE TO EXREO-FREECNT .
000000     IF WK-BASE > ZERO
000000         COMPUTE EXREO-FREEPCT = WK-FREE * 100 / WK-BASE .
000000     IF EXREO-FREEPCT NOT < WK-REOPCT AND WK-FREE > ZERO
000000         MOVE "1" TO EXREO-ADVICE .
000000     IF WK-OUTORDER > ZERO
000000         MOVE "2" TO EXREO-ADVICE
000000         DISPLAY "HBHUN745-52 " WK-FILEID
000000                 " KEYS OUT OF ORDER=" WK-OUTORDER
000000                 UPON CONSOLE .
000000     IF NOT EXREO-HEALTHY
000000         ADD 1 TO WK-DUE-CNT .
000000 CX00054.
           MOVE "CX00054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     WRITE EXREO-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00067.
000000         DISPLAY "HBHUN745-20 EXREORPT WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "20" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00067.
           MOVE "CX00067" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000 CX00021. EXIT.
      *
      *    SCAN-RTN  -  master WK-FX read end to end in key
      *    order: count, key hash, record hash, keys out of
      *    order, highest slot - and, when unloading, each
      *    record onto REOWORK.  A master the site does not
      *    have comes back absent
000000 SCAN-RTN .
           MOVE "SCAN-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-ABSENT
000000     MOVE ZERO TO WK-CNT
000000     MOVE ZERO TO WK-KHASH
000000     MOVE ZERO TO WK-RHASH
000000     MOVE ZERO TO WK-OUTORDER
000000     MOVE ZERO TO WK-HISLOT
000000     MOVE LOW-VALUES TO WK-PREVKEY
000000     MOVE ZERO TO SW-EOF
000000     MOVE "I" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF FL-STS1 = "35"
000000         MOVE 1 TO SW-ABSENT
000000         GO TO CX00031.
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00068.
000000         DISPLAY "HBHUN745-21 " WK-FILEID " OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "21" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00068.
           MOVE "CX00068" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "R" TO WK-ACT .
000000 CX00069.
           MOVE "CX00069" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     PERFORM DISP-RTN THRU CX00090 .
000000     IF SW-EOF = 1 GO TO CX00070.
000000     IF NOT(FL-STS1 NOT = "00" AND FL-STS1 NOT = "02")
000000         GO TO CX00071.
000000         DISPLAY "HBHUN745-22 " WK-FILEID " READ ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "22" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00071.
           MOVE "CX00071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     ADD 1 TO WK-CNT
000000     MOVE HSHC-IMAGE TO WK-IMAGE
000000     IF WK-RELKEY > WK-HISLOT
000000         MOVE WK-RELKEY TO WK-HISLOT .
000000     MOVE WK-MST-RECLEN (WK-FX) TO HSHC-RECLEN
000000     CALL "HSAAL150" USING HSHC-PARAM
000000     ADD HSHC-HASH TO WK-RHASH
000000     MOVE WK-MST-KEYLEN (WK-FX) TO HSHC-RECLEN
000000     MOVE SPACE TO WK-KEY .
000000     IF HSHC-RECLEN > ZERO
000000         MOVE WK-IMAGE (WK-MST-KEYOFF (WK-FX) + 1:HSHC-RECLEN)
000000             TO WK-KEY .
000000     MOVE WK-KEY TO HSHC-IMAGE
000000     CALL "HSAAL150" USING HSHC-PARAM
000000     ADD HSHC-HASH TO WK-KHASH .
000000     IF WK-MST-ORG (WK-FX) = "I" AND WK-CNT > 1 AND
000000        WK-KEY NOT > WK-PREVKEY
000000         ADD 1 TO WK-OUTORDER .
000000     MOVE WK-KEY TO WK-PREVKEY .
000000     IF SW-UNLOAD = ZERO GO TO CX00069.
000000     MOVE WK-FILEID TO REW-FILEID
000000     MOVE HSHC-SLOT TO REW-SLOT
000000     MOVE WK-IMAGE TO REW-IMAGE
000000     WRITE REW-REC .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00072.
000000         DISPLAY "HBHUN745-23 REOWORK WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "23" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00072.
           MOVE "CX00072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     GO TO CX00069.
000000 CX00070.
           MOVE "CX00070" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "C" TO WK-ACT
000000     PERFORM DISP-RTN THRU CX00090 .
000000 CX00031. EXIT.
      *
      *    JCLS-RTN / JOPN-RTN  -  the job-control trail is
      *    itself one of the masters: this program lets go of
      *    it while it is surveyed or rebuilt and takes it back
      *    afterwards
000000 JCLS-RTN .
000000     IF NOT(WK-FILEID = "VIJOBLOG" AND SW-JOBOPEN = 1)
000000         GO TO CX00030.
000000       CLOSE  VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00073.
000000         DISPLAY "HBHUN745-24 VIJOBLOG CLOSE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "24" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00073.
           MOVE "CX00073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE ZERO TO SW-JOBOPEN .
000000 CX00030. EXIT.
000000 JOPN-RTN .
000000     IF SW-JOBOPEN = 1 GO TO CX00032.
000000       OPEN  I-O    VIJOBLOG .
000000     IF NOT(FL-STS1 NOT = "00")GO TO CX00074.
000000         DISPLAY "HBHUN745-25 VIJOBLOG OPEN ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
000000     MOVE "25" TO ERRM-ERRNO
000000     MOVE FL-STS1 TO ERRM-STS
000000     MOVE FL-STS2 TO ERRM-STS2
000000     CALL "HSAAL100" USING ERRM-PARAM
000000         STOP RUN .
000000 CX00074.
           MOVE "CX00074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE 1 TO SW-JOBOPEN .
000000 CX00032. EXIT.
      *
      *    DISP-RTN  -  the action WK-ACT names (I open to read,
      *    R read the next record into HSHC-IMAGE, O open for
      *    rebuilding, W write HSHC-IMAGE, C close) on master
      *    WK-FX; the status is left in FL-STS1 for the caller
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
000000     GO TO CX00090.
      *    VIPAYSTS  indexed      57 bytes
000000 CX01011.
           MOVE "CX01011" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01012.
000000     OPEN INPUT MS001 .
000000     GO TO CX00090.
000000 CX01012.
           MOVE "CX01012" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01013.
000000     READ MS001 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS001-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01013.
           MOVE "CX01013" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01014.
000000     OPEN OUTPUT MS001 .
000000     GO TO CX00090.
000000 CX01014.
           MOVE "CX01014" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01015.
000000     MOVE HSHC-IMAGE TO MS001-REC
000000     WRITE MS001-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01015.
           MOVE "CX01015" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS001 .
000000     GO TO CX00090.
      *    RQHIBETU  indexed      50 bytes
000000 CX01021.
           MOVE "CX01021" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01022.
000000     OPEN INPUT MS002 .
000000     GO TO CX00090.
000000 CX01022.
           MOVE "CX01022" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01023.
000000     READ MS002 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS002-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01023.
           MOVE "CX01023" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01024.
000000     OPEN OUTPUT MS002 .
000000     GO TO CX00090.
000000 CX01024.
           MOVE "CX01024" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01025.
000000     MOVE HSHC-IMAGE TO MS002-REC
000000     WRITE MS002-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01025.
           MOVE "CX01025" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS002 .
000000     GO TO CX00090.
      *    VIKSZIDX  indexed      32 bytes
000000 CX01031.
           MOVE "CX01031" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01032.
000000     OPEN INPUT MS003 .
000000     GO TO CX00090.
000000 CX01032.
           MOVE "CX01032" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01033.
000000     READ MS003 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS003-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01033.
           MOVE "CX01033" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01034.
000000     OPEN OUTPUT MS003 .
000000     GO TO CX00090.
000000 CX01034.
           MOVE "CX01034" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01035.
000000     MOVE HSHC-IMAGE TO MS003-REC
000000     WRITE MS003-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01035.
           MOVE "CX01035" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS003 .
000000     GO TO CX00090.
      *    VIJOBLOG  indexed      83 bytes
000000 CX01041.
           MOVE "CX01041" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01042.
000000     OPEN INPUT MS004 .
000000     GO TO CX00090.
000000 CX01042.
           MOVE "CX01042" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01043.
000000     READ MS004 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS004-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01043.
           MOVE "CX01043" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01044.
000000     OPEN OUTPUT MS004 .
000000     GO TO CX00090.
000000 CX01044.
           MOVE "CX01044" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01045.
000000     MOVE HSHC-IMAGE TO MS004-REC
000000     WRITE MS004-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01045.
           MOVE "CX01045" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS004 .
000000     GO TO CX00090.
      *    VIWINID   indexed     196 bytes
000000 CX01051.
           MOVE "CX01051" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01052.
000000     OPEN INPUT MS005 .
000000     GO TO CX00090.
000000 CX01052.
           MOVE "CX01052" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01053.
000000     READ MS005 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS005-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01053.
           MOVE "CX01053" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01054.
000000     OPEN OUTPUT MS005 .
000000     GO TO CX00090.
000000 CX01054.
           MOVE "CX01054" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01055.
000000     MOVE HSHC-IMAGE TO MS005-REC
000000     WRITE MS005-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01055.
           MOVE "CX01055" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS005 .
000000     GO TO CX00090.
      *    VIWINHIS  indexed      20 bytes
000000 CX01061.
           MOVE "CX01061" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01062.
000000     OPEN INPUT MS006 .
000000     GO TO CX00090.
000000 CX01062.
           MOVE "CX01062" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01063.
000000     READ MS006 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS006-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01063.
           MOVE "CX01063" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01064.
000000     OPEN OUTPUT MS006 .
000000     GO TO CX00090.
000000 CX01064.
           MOVE "CX01064" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01065.
000000     MOVE HSHC-IMAGE TO MS006-REC
000000     WRITE MS006-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01065.
           MOVE "CX01065" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS006 .
000000     GO TO CX00090.
      *    VIALRTQ   indexed      79 bytes
000000 CX01071.
           MOVE "CX01071" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01072.
000000     OPEN INPUT MS007 .
000000     GO TO CX00090.
000000 CX01072.
           MOVE "CX01072" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01073.
000000     READ MS007 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS007-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01073.
           MOVE "CX01073" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01074.
000000     OPEN OUTPUT MS007 .
000000     GO TO CX00090.
000000 CX01074.
           MOVE "CX01074" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01075.
000000     MOVE HSHC-IMAGE TO MS007-REC
000000     WRITE MS007-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01075.
           MOVE "CX01075" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS007 .
000000     GO TO CX00090.
      *    VIRQQUE   indexed      34 bytes
000000 CX01081.
           MOVE "CX01081" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01082.
000000     OPEN INPUT MS008 .
000000     GO TO CX00090.
000000 CX01082.
           MOVE "CX01082" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01083.
000000     READ MS008 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS008-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01083.
           MOVE "CX01083" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01084.
000000     OPEN OUTPUT MS008 .
000000     GO TO CX00090.
000000 CX01084.
           MOVE "CX01084" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01085.
000000     MOVE HSHC-IMAGE TO MS008-REC
000000     WRITE MS008-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01085.
           MOVE "CX01085" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS008 .
000000     GO TO CX00090.
      *    VIDUPKEY  indexed      35 bytes
000000 CX01091.
           MOVE "CX01091" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01092.
000000     OPEN INPUT MS009 .
000000     GO TO CX00090.
000000 CX01092.
           MOVE "CX01092" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01093.
000000     READ MS009 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS009-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01093.
           MOVE "CX01093" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01094.
000000     OPEN OUTPUT MS009 .
000000     GO TO CX00090.
000000 CX01094.
           MOVE "CX01094" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01095.
000000     MOVE HSHC-IMAGE TO MS009-REC
000000     WRITE MS009-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01095.
           MOVE "CX01095" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS009 .
000000     GO TO CX00090.
      *    VIDSTLOG  indexed      66 bytes
000000 CX01101.
           MOVE "CX01101" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01102.
000000     OPEN INPUT MS010 .
000000     GO TO CX00090.
000000 CX01102.
           MOVE "CX01102" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01103.
000000     READ MS010 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS010-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01103.
           MOVE "CX01103" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01104.
000000     OPEN OUTPUT MS010 .
000000     GO TO CX00090.
000000 CX01104.
           MOVE "CX01104" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01105.
000000     MOVE HSHC-IMAGE TO MS010-REC
000000     WRITE MS010-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01105.
           MOVE "CX01105" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS010 .
000000     GO TO CX00090.
      *    VIPNDAPR  indexed      57 bytes
000000 CX01111.
           MOVE "CX01111" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01112.
000000     OPEN INPUT MS011 .
000000     GO TO CX00090.
000000 CX01112.
           MOVE "CX01112" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01113.
000000     READ MS011 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS011-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01113.
           MOVE "CX01113" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01114.
000000     OPEN OUTPUT MS011 .
000000     GO TO CX00090.
000000 CX01114.
           MOVE "CX01114" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01115.
000000     MOVE HSHC-IMAGE TO MS011-REC
000000     WRITE MS011-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01115.
           MOVE "CX01115" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS011 .
000000     GO TO CX00090.
      *    VIMSTPND  indexed      60 bytes
000000 CX01121.
           MOVE "CX01121" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01122.
000000     OPEN INPUT MS012 .
000000     GO TO CX00090.
000000 CX01122.
           MOVE "CX01122" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01123.
000000     READ MS012 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS012-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01123.
           MOVE "CX01123" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01124.
000000     OPEN OUTPUT MS012 .
000000     GO TO CX00090.
000000 CX01124.
           MOVE "CX01124" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01125.
000000     MOVE HSHC-IMAGE TO MS012-REC
000000     WRITE MS012-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01125.
           MOVE "CX01125" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS012 .
000000     GO TO CX00090.
      *    VICHNURI  indexed      29 bytes
000000 CX01131.
           MOVE "CX01131" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01132.
000000     OPEN INPUT MS013 .
000000     GO TO CX00090.
000000 CX01132.
           MOVE "CX01132" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01133.
000000     READ MS013 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS013-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01133.
           MOVE "CX01133" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01134.
000000     OPEN OUTPUT MS013 .
000000     GO TO CX00090.
000000 CX01134.
           MOVE "CX01134" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01135.
000000     MOVE HSHC-IMAGE TO MS013-REC
000000     WRITE MS013-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01135.
           MOVE "CX01135" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS013 .
000000     GO TO CX00090.
      *    VIHCHNUR  indexed      29 bytes
000000 CX01141.
           MOVE "CX01141" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01142.
000000     OPEN INPUT MS014 .
000000     GO TO CX00090.
000000 CX01142.
           MOVE "CX01142" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01143.
000000     READ MS014 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS014-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01143.
           MOVE "CX01143" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01144.
000000     OPEN OUTPUT MS014 .
000000     GO TO CX00090.
000000 CX01144.
           MOVE "CX01144" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01145.
000000     MOVE HSHC-IMAGE TO MS014-REC
000000     WRITE MS014-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01145.
           MOVE "CX01145" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS014 .
000000     GO TO CX00090.
      *    VTYUKSNP  indexed     418 bytes
000000 CX01151.
           MOVE "CX01151" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01152.
000000     OPEN INPUT MS015 .
000000     GO TO CX00090.
000000 CX01152.
           MOVE "CX01152" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01153.
000000     READ MS015 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS015-REC TO HSHC-IMAGE
000000     MOVE ZERO TO WK-RELKEY
000000     MOVE ZERO TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01153.
           MOVE "CX01153" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01154.
000000     OPEN OUTPUT MS015 .
000000     GO TO CX00090.
000000 CX01154.
           MOVE "CX01154" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01155.
000000     MOVE HSHC-IMAGE TO MS015-REC
000000     WRITE MS015-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01155.
           MOVE "CX01155" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS015 .
000000     GO TO CX00090.
      *    VRUNYKAN  relative    410 bytes
000000 CX01161.
           MOVE "CX01161" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "I")GO TO CX01162.
000000     OPEN INPUT MS016 .
000000     GO TO CX00090.
000000 CX01162.
           MOVE "CX01162" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "R")GO TO CX01163.
000000     READ MS016 NEXT AT END MOVE 1 TO SW-EOF
000000         GO TO CX00090.
000000     MOVE MS016-REC TO HSHC-IMAGE
000000     MOVE WK-RELKEY TO HSHC-SLOT
000000     GO TO CX00090.
000000 CX01163.
           MOVE "CX01163" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "O")GO TO CX01164.
000000     OPEN OUTPUT MS016 .
000000     GO TO CX00090.
000000 CX01164.
           MOVE "CX01164" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     IF NOT(WK-ACT = "W")GO TO CX01165.
000000     MOVE HSHC-IMAGE TO MS016-REC
000000     WRITE MS016-REC INVALID CONTINUE .
000000     GO TO CX00090.
000000 CX01165.
           MOVE "CX01165" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     CLOSE MS016 .
000000     GO TO CX00090.
000000 CX00090. EXIT.
      *
      *    JOBLG-START-RTN  -  appends the "run started" record
      *    to the suite-wide job-control audit trail (VIJOBLOG)
000000 JOBLG-START-RTN .
           MOVE "JOBLG-START-RTN" TO TRC-TEXT
           CALL "HSAAL110" USING TRC-PARAM
000000     MOVE "HBHUN745" TO JOBLG-PROGID
000000     ACCEPT JOBLG-RUNDATE FROM DATE YYYYMMDD
000000     ACCEPT JOBLG-RUNTIME FROM TIME
000000     MOVE "S" TO JOBLG-EVENT
000000     MOVE WK-BUSDT TO JOBLG-BUSDATE
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN745" TO PRM-PROGID
000000     MOVE "OPERID" TO PRM-NAME
000000     MOVE WK-OPID TO PRM-VALUE (1:8)
000000     CALL "HSAAL120" USING PRM-PARAM
000000     MOVE PRM-VALUE (1:8) TO WK-OPID
000000     INITIALIZE PRM-PARAM
000000     MOVE "HBHUN745" TO PRM-PROGID
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
000000         DISPLAY "HBHUN745-97 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
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
000000     MOVE "HBHUN745" TO JOBLG-PROGID
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
000000         DISPLAY "HBHUN745-98 VIJOBLOG WRITE ERROR ",
000000                              FL-STS1 " " FL-STS2
000000     MOVE "HBHUN745" TO ERRM-PROGID
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
000000         DISPLAY "HBHUN745-95 OPID REFUSED " WK-CHK-OPID
000000                 UPON CONSOLE .
000000 CX00091. EXIT.
